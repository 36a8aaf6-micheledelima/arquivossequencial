       date-written. 02/09/2026.
       date-compiled. 02/09/2026.

      *>Condutor da cadeia noturna: executa na ordem salvaTemperaturas
      *>(copia de seguranca dos arquivos indexados, p/ uma noite que
      *>falhar poder ser restaurada por restauraTemperaturas a um
      *>estado conhecido antes da retomada), cargaTemperaturas,
      *>resumoTemperaturas (que deve rodar apos cada carga),
      *>relatorioTemperaturas, eventosTemperaturas, alertasChuva,
      *>faltasTemperaturas e recordesTemperaturas (verificacao do livro
      *>de recordes), registrando em arqTemperaturas-controle.dat
      *>o inicio, o fim e a situacao do arquivo gerado por cada passo.
      *>Se um passo morrer no meio da noite, a reexecucao deste
      *>programa retoma no primeiro passo nao concluido (o que ficou
      *>iniciado sem terminar ou os que nem comecaram) em vez de
      *>recarregar e reconsolidar tudo do topo - o arquivo de controle
      *>diz exatamente o que ja esta fresco. Com a cadeia inteira
      *>concluida, a proxima execucao abre um ciclo novo com todos os
      *>passos pendentes.

      *>Divisão para configuração do ambiente
       environment division.
       working-storage section.
       77  ws-fs-arqControle                       pic 9(02).

      *>    os oito passos da cadeia, na ordem da noite - o estado de
      *>    cada um e carregado do arquivo de controle na retomada
       77  ws-qtde-passos                          pic 9(02) value 8.
       01 ws-passos.
          05 ws-passo occurs 8 times.
             10 ws-passo-programa                  pic x(25).
             10 ws-passo-arquivo                   pic x(30).
             10 ws-passo-situacao                  pic x(01).
      *>------------------------------------------------------------------------
       inicializa section.

           move "salvaTemperaturas"        to ws-passo-programa(1)
           move "arqTemperaturas-copias.dat" to ws-passo-arquivo(1)
           move "cargaTemperaturas"        to ws-passo-programa(2)
           move "arqTemperaturas.dat"      to ws-passo-arquivo(2)
           move "resumoTemperaturas"       to ws-passo-programa(3)
           move "arqTemperaturas-diario.dat" to ws-passo-arquivo(3)
           move "relatorioTemperaturas"    to ws-passo-programa(4)
           move "arqTemperaturas-relatorio.dat" to ws-passo-arquivo(4)
           move "eventosTemperaturas"      to ws-passo-programa(5)
           move "arqTemperaturas-eventos.dat" to ws-passo-arquivo(5)
           move "alertasChuva"             to ws-passo-programa(6)
           move "arqTemperaturas-alertas.dat" to ws-passo-arquivo(6)
           move "faltasTemperaturas"       to ws-passo-programa(7)
           move "arqTemperaturas-faltas.dat" to ws-passo-arquivo(7)
           move "recordesTemperaturas"     to ws-passo-programa(8)
           move "arqTemperaturas-recordes.dat" to ws-passo-arquivo(8)

           perform varying ws-ind-passo from 1 by 1 until
                                               ws-ind-passo > ws-qtde-passos

      *>------------------------------------------------------------------------
      *>  Regrava o arquivo de controle inteiro com o estado corrente
      *>  dos oito passos (mesmo estilo de regravar-erros de
      *>  revisaoErros) - e o checkpoint da cadeia
      *>------------------------------------------------------------------------
       regravar-controle section.
