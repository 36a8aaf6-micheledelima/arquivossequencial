      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "salvaTemperaturas".
       author. "Michele de Lima".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Copia de seguranca dos arquivos indexados, primeiro passo da
      *>cadeia noturna (antes da carga): descarrega leituras
      *>(arqTemperaturas.dat), diario, estatisticas, cadastro de
      *>estacoes, cadastro de operadores e normais, cada um num arquivo
      *>sequencial arqCopia-GG-<nome do arquivo>, com um registro de
      *>cabecalho (arquivo, data e hora da copia), a imagem de cada
      *>registro e um trailer com a quantidade e o total de controle
      *>(soma de um campo numerico do arquivo: temperatura das leituras,
      *>media do diario, quantidade das estatisticas, id das estacoes,
      *>media das normais; o cadastro de operadores nao tem campo
      *>numerico e confere so a quantidade). Sao mantidas as ultimas
      *>sete copias em rodizio: a copia nova ocupa a geracao GG vazia
      *>ou a mais antiga, sobrescrevendo-a. O catalogo
      *>arqTemperaturas-copias.dat guarda por geracao a data/hora, a
      *>situacao (I = copia iniciada e nao terminada, C = completa) e a
      *>quantidade/total de cada arquivo - e nele que
      *>restauraTemperaturas escolhe e confere a copia a restaurar.
      *>Arquivo indexado ainda inexistente entra na copia como ausente
      *>(zero registros).

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.
      *>   Os seis arquivos indexados copiados, lidos em ordem de chave
           select arqTemperaturas assign to "arqTemperaturas.dat"
           organization is indexed
           access mode is sequential
           record key is fd-chave
           lock mode is automatic
           file status is ws-fs-arqTemperaturas.

           select arqDiario assign to "arqTemperaturas-diario.dat"
           organization is indexed
           access mode is sequential
           record key is fd-diario-chave
           lock mode is automatic
           file status is ws-fs-arqDiario.

           select arqEstatisticas assign to "arqTemperaturas-estatisticas.dat"
           organization is indexed
           access mode is sequential
           record key is fd-stat-estacao
           lock mode is automatic
           file status is ws-fs-arqEstatisticas.

           select arqEstacoes assign to "arqEstacoes.dat"
           organization is indexed
           access mode is sequential
           record key is fd-est-id
           lock mode is automatic
           file status is ws-fs-arqEstacoes.

           select arqOperadores assign to "arqOperadores.dat"
           organization is indexed
           access mode is sequential
           record key is fd-oper-id
           lock mode is automatic
           file status is ws-fs-arqOperadores.

           select arqNormais assign to "arqTemperaturas-normais.dat"
           organization is indexed
           access mode is sequential
           record key is fd-norm-chave
           lock mode is automatic
           file status is ws-fs-arqNormais.

      *>   Copia sequencial do arquivo corrente (assign dinamico: uma
      *>   por arquivo indexado e geracao)
           select arqCopia assign to ws-nome-copia
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqCopia.

      *>   Catalogo das geracoes de copia, regravado inteiro a cada
      *>   mudanca (mesmo estilo do controle de cadeiaTemperaturas)
           select optional arqCatalogo assign to "arqTemperaturas-copias.dat"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqCatalogo.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqTemperaturas.
       01 fd-temperaturas.
          05 fd-chave.
             10 fd-ano                             pic 9(04).
             10 fd-mes                             pic 9(02).
             10 fd-dia                             pic 9(02).
             10 fd-estacao                         pic 9(02).
             10 fd-hora                            pic 9(02).
          05 fd-temp                               pic s9(02)v9.
      *>    medidas dos dataloggers alem da temperatura: umidade
      *>    relativa (%) e chuva acumulada na hora (mm)
          05 fd-umid                               pic 9(03).
          05 fd-chuva                              pic 9(03)v9.
      *>    qualidade da leitura: O original, M incluida/corrigida na
      *>    manutencao, R reaplicada de revisaoErros, E estimada no
      *>    preenchimento de falhas (preencheFalhas)
          05 fd-qualidade                          pic x(01).

       fd arqDiario.
       01 fd-diario.
          05 fd-diario-chave.
             10 fd-diario-ano                      pic 9(04).
             10 fd-diario-mes                      pic 9(02).
             10 fd-diario-dia                      pic 9(02).
             10 fd-diario-estacao                  pic 9(02).
          05 fd-temp-minima                        pic s9(02)v9.
          05 fd-temp-maxima                        pic s9(02)v9.
          05 fd-temp-media                         pic s9(02)v9.
      *>    medidas diarias alem da temperatura: media da umidade
      *>    relativa (%) e chuva total do dia (mm)
          05 fd-umid-media                         pic 9(03).
          05 fd-chuva-total                        pic 9(04)v9.
      *>    horas do dia com leitura estimada (qualidade E)
          05 fd-horas-estimadas                    pic 9(02).

       fd arqEstatisticas.
       01 fd-estatisticas.
          05 fd-stat-estacao                       pic 9(02).
          05 fd-stat-total                         pic s9(08)v9.
          05 fd-stat-qtde                          pic 9(06).
          05 fd-stat-media                         pic s9(03)v9.
          05 fd-stat-ano-maior                     pic 9(04).
          05 fd-stat-mes-maior                     pic 9(02).
          05 fd-stat-dia-maior                     pic 9(02).
          05 fd-stat-hora-maior                    pic 9(02).
          05 fd-stat-valor-maior                   pic s9(02)v9.
          05 fd-stat-ano-menor                     pic 9(04).
          05 fd-stat-mes-menor                     pic 9(02).
          05 fd-stat-dia-menor                     pic 9(02).
          05 fd-stat-hora-menor                    pic 9(02).
          05 fd-stat-valor-menor                   pic s9(02)v9.

       fd arqEstacoes.
       01 fd-estacoes.
          05 fd-est-id                              pic 9(02).
          05 fd-est-nome                            pic x(30).
          05 fd-est-local                           pic x(30).
          05 fd-est-instalacao.
             10 fd-est-inst-ano                     pic 9(04).
             10 fd-est-inst-mes                     pic 9(02).
             10 fd-est-inst-dia                     pic 9(02).
          05 fd-est-situacao                        pic x(01).
      *>    perfil de validacao da estacao: faixa plausivel propria
      *>    (minima/maxima zeradas = perfil nao preenchido, vale o
      *>    padrao -30..50) e ajuste de calibracao somado ao valor
      *>    bruto do sensor antes da gravacao
          05 fd-est-temp-minima                     pic s9(02)v9.
          05 fd-est-temp-maxima                     pic s9(02)v9.
          05 fd-est-ajuste                          pic s9(01)v9.
      *>    grupo/regiao climatica da estacao (em branco = sem grupo):
      *>    vizinhasTemperaturas compara a estacao com a mediana diaria
      *>    das demais estacoes do mesmo grupo
          05 fd-est-grupo                           pic x(04).
      *>    origem da estacao: P = rede propria de dataloggers (em
      *>    branco nos cadastros anteriores vale P), E = estacao externa
      *>    do servico meteorologico nacional (importaNacional)
          05 fd-est-origem                          pic x(01).
      *>    sucessao da estacao (mudanca de local ou troca do mastro,
      *>    mantida em manutencaoEstacoes): data do encerramento deste
      *>    id (AAAAMMDD, primeiro dia ja na sucessora), id da estacao
      *>    que o sucede e se as duas series podem ser emendadas numa so
      *>    (S/N); zerados ou em branco nos cadastros anteriores = sem
      *>    sucessao
          05 fd-est-encerramento                    pic 9(08).
          05 fd-est-sucessora                       pic 9(02).
          05 fd-est-emenda                          pic x(01).
      *>    reserva p/ campos novos do cadastro sem outra conversao
          05 filler                                 pic x(08).

       fd arqOperadores.
       01 fd-operadores.
          05 fd-oper-id                             pic x(08).
          05 fd-oper-nome                           pic x(30).
          05 fd-oper-senha                          pic x(08).
      *>    perfil de autorizacao: C = so consulta, M = manutencao de
      *>    leituras, A = administracao (cadastros e operadores)
          05 fd-oper-perfil                         pic x(01).
          05 fd-oper-situacao                       pic x(01).

       fd arqNormais.
       01 fd-normais.
          05 fd-norm-chave.
             10 fd-norm-estacao                    pic 9(02).
             10 fd-norm-mes                        pic 9(02).
          05 fd-norm-minima                        pic s9(02)v9.
          05 fd-norm-maxima                        pic s9(02)v9.
          05 fd-norm-media                         pic s9(02)v9.
          05 fd-norm-qtde-dias                     pic 9(05).
          05 fd-norm-umid                          pic 9(03).
          05 fd-norm-chuva                         pic 9(04)v9.
          05 fd-norm-dias-chuva                    pic 9(02)v9.
          05 fd-norm-dias-quentes                  pic 9(02)v9.
          05 fd-norm-dias-geada                    pic 9(02)v9.
          05 fd-norm-qtde-anos                     pic 9(03).

      *>   registro da copia: tipo C (cabecalho), D (imagem de um
      *>   registro do indexado) ou T (trailer com os totais)
       fd arqCopia.
       01 fd-copia.
          05 fd-cop-tipo                           pic x(01).
          05 fd-cop-imagem                         pic x(150).
       01 fd-copia-controle.
          05 filler                                pic x(01).
          05 fd-cop-arquivo                        pic x(40).
          05 fd-cop-data                           pic 9(08).
          05 fd-cop-hora                           pic 9(06).
          05 fd-cop-qtde                           pic 9(08).
          05 fd-cop-total                          pic s9(12)v9 sign leading separate.
      *>    S = o indexado nao existia na hora da copia
          05 fd-cop-ausente                        pic x(01).

       fd arqCatalogo.
       01 fd-catalogo.
          05 fd-cat-geracao                        pic 9(02).
          05 fd-cat-data                           pic 9(08).
          05 fd-cat-hora                           pic 9(06).
      *>    situacao da geracao: I = copia iniciada e nao terminada
      *>    (nao serve p/ restaurar), C = completa
          05 fd-cat-situacao                       pic x(01).
          05 fd-cat-arquivo occurs 6 times.
             10 fd-cat-qtde                        pic 9(08).
             10 fd-cat-total                       pic s9(12)v9 sign leading separate.
             10 fd-cat-ausente                     pic x(01).

      *>----Variaveis de trabalho
       working-storage section.
       77  ws-fs-arqTemperaturas                   pic 9(02).
       77  ws-fs-arqDiario                         pic 9(02).
       77  ws-fs-arqEstatisticas                   pic 9(02).
       77  ws-fs-arqEstacoes                       pic 9(02).
       77  ws-fs-arqOperadores                     pic 9(02).
       77  ws-fs-arqNormais                        pic 9(02).
       77  ws-fs-arqCopia                          pic 9(02).
       77  ws-fs-arqCatalogo                       pic 9(02).

       01 ws-uso-comum.
          05 ws-msn-erro.
             10 ws-msn-erro-ofsset                 pic 9(04).
             10 filler                             pic x(01) value "-".
             10 ws-msn-erro-cod                    pic 9(02).
             10 filler                             pic x(01) value space.
             10 ws-msn-erro-text                   pic x(42).

      *>    nomes dos seis indexados copiados, na ordem das copias
       01 ws-arquivos.
          05 filler                                pic x(40) value "arqTemperaturas.dat".
          05 filler                                pic x(40) value "arqTemperaturas-diario.dat".
          05 filler                                pic x(40) value "arqTemperaturas-estatisticas.dat".
          05 filler                                pic x(40) value "arqEstacoes.dat".
          05 filler                                pic x(40) value "arqOperadores.dat".
          05 filler                                pic x(40) value "arqTemperaturas-normais.dat".
       01 ws-arquivos-tab redefines ws-arquivos.
          05 ws-arq-nome occurs 6 times            pic x(40).
       77  ws-qtde-arquivos                        pic 9(02) value 6.

      *>    geracoes mantidas em rodizio e o catalogo carregado
       77  ws-qtde-geracoes                        pic 9(02) value 7.
       01 ws-copias.
          05 ws-copia occurs 7 times.
             10 ws-cop-data                        pic 9(08).
             10 ws-cop-hora                        pic 9(06).
             10 ws-cop-situacao                    pic x(01).
             10 ws-cop-arquivo occurs 6 times.
                15 ws-cop-qtde                     pic 9(08).
                15 ws-cop-total                    pic s9(12)v9.
                15 ws-cop-ausente                  pic x(01).

       01 indices.
          05 ws-ind-geracao                        pic 9(02).
          05 ws-ind-arquivo                        pic 9(02).

      *>    geracao escolhida p/ esta copia (vazia ou a mais antiga)
       77  ws-geracao                              pic 9(02).
       77  ws-momento                              pic 9(14).
       77  ws-momento-mais-antigo                  pic 9(14).

      *>    nome fisico da copia do arquivo corrente (assign dinamico)
       77  ws-nome-copia                           pic x(60).

      *>    leitura generica do indexado corrente
       77  ws-fs-indexado                          pic 9(02).
       77  ws-fim-indexado                         pic x(01).
       77  ws-imagem-registro                      pic x(150).
       77  ws-valor-controle                       pic s9(12)v9.

      *>    totais do arquivo corrente
       77  ws-qtde-registros                       pic 9(08).
       77  ws-total-controle                       pic s9(12)v9.
       77  ws-arquivo-ausente                      pic x(01).

      *>    data/hora da copia
       77  ws-data-sistema                         pic 9(08).
       01 ws-hora-sistema.
          05 ws-hora-hhmmss                        pic 9(06).
          05 filler                                pic 9(02).

      *>    linha do resumo final por arquivo
       01 ws-linha-resumo.
          05 ws-res-arquivo                        pic x(34).
          05 ws-res-qtde                           pic zz.zzz.zz9.
          05 filler                                pic x(02) value spaces.
          05 ws-res-total                          pic -zzz.zzz.zzz.zz9,9.
          05 filler                                pic x(01) value space.
          05 ws-res-ausente                        pic x(08).

      *>----Variaveis para comunicação entre programas
       linkage section.

      *>----Declaração de tela
       screen section.

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform varying ws-ind-arquivo from 1 by 1 until
                                               ws-ind-arquivo > ws-qtde-arquivos
               perform descarregar-arquivo
           end-perform
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização - carrega o catalogo, escolhe a
      *>  geracao (a primeira vazia ou a mais antiga) e a marca como
      *>  iniciada ANTES de copiar: uma copia que morrer no meio nao
      *>  fica no catalogo como boa
      *>------------------------------------------------------------------------
       inicializa section.

           accept ws-data-sistema from date yyyymmdd
           accept ws-hora-sistema from time

           perform varying ws-ind-geracao from 1 by 1 until
                                               ws-ind-geracao > ws-qtde-geracoes
               move 0   to ws-cop-data(ws-ind-geracao)
               move 0   to ws-cop-hora(ws-ind-geracao)
               move " " to ws-cop-situacao(ws-ind-geracao)
               perform varying ws-ind-arquivo from 1 by 1 until
                                                   ws-ind-arquivo > ws-qtde-arquivos
                   move 0   to ws-cop-qtde(ws-ind-geracao, ws-ind-arquivo)
                   move 0   to ws-cop-total(ws-ind-geracao, ws-ind-arquivo)
                   move "N" to ws-cop-ausente(ws-ind-geracao, ws-ind-arquivo)
               end-perform
           end-perform

           perform carregar-catalogo

      *>    geracao vazia primeiro; sem vazia, a de copia mais antiga
           move 0 to ws-geracao
           perform varying ws-ind-geracao from 1 by 1 until
                                               ws-ind-geracao > ws-qtde-geracoes
               if  ws-geracao = 0
               and ws-cop-data(ws-ind-geracao) = 0 then
                   move ws-ind-geracao to ws-geracao
               end-if
           end-perform

           if ws-geracao = 0 then
               move 99999999999999 to ws-momento-mais-antigo
               perform varying ws-ind-geracao from 1 by 1 until
                                                   ws-ind-geracao > ws-qtde-geracoes
                   compute ws-momento = ws-cop-data(ws-ind-geracao) * 1000000
                                      + ws-cop-hora(ws-ind-geracao)
                   if ws-momento < ws-momento-mais-antigo then
                       move ws-momento     to ws-momento-mais-antigo
                       move ws-ind-geracao to ws-geracao
                   end-if
               end-perform
           end-if

           move ws-data-sistema to ws-cop-data(ws-geracao)
           move ws-hora-hhmmss  to ws-cop-hora(ws-geracao)
           move "I"             to ws-cop-situacao(ws-geracao)
           perform regravar-catalogo

           display "Copia de seguranca na geracao " ws-geracao

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le o catalogo das geracoes p/ a memoria (ausente na primeira
      *>  copia); registro de geracao fora do rodizio e ignorado
      *>------------------------------------------------------------------------
       carregar-catalogo section.

           open input arqCatalogo.
           if  ws-fs-arqCatalogo <> 0
           and ws-fs-arqCatalogo <> 05 then
               move 1                                          to ws-msn-erro-ofsset
               move ws-fs-arqCatalogo                          to ws-msn-erro-cod
               move "Erro ao abrir arqTemperaturas-copias "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqCatalogo = 10
               read arqCatalogo
               if  ws-fs-arqCatalogo <> 0
               and ws-fs-arqCatalogo <> 10 then
                   move 2                                          to ws-msn-erro-ofsset
                   move ws-fs-arqCatalogo                          to ws-msn-erro-cod
                   move "Erro ao ler arqTemperaturas-copias "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if  ws-fs-arqCatalogo = 0
               and fd-cat-geracao >= 1
               and fd-cat-geracao <= ws-qtde-geracoes then
                   move fd-cat-geracao  to ws-ind-geracao
                   move fd-cat-data     to ws-cop-data(ws-ind-geracao)
                   move fd-cat-hora     to ws-cop-hora(ws-ind-geracao)
                   move fd-cat-situacao to ws-cop-situacao(ws-ind-geracao)
                   perform varying ws-ind-arquivo from 1 by 1 until
                                                       ws-ind-arquivo > ws-qtde-arquivos
                       move fd-cat-qtde(ws-ind-arquivo)    to ws-cop-qtde(ws-ind-geracao, ws-ind-arquivo)
                       move fd-cat-total(ws-ind-arquivo)   to ws-cop-total(ws-ind-geracao, ws-ind-arquivo)
                       move fd-cat-ausente(ws-ind-arquivo) to ws-cop-ausente(ws-ind-geracao, ws-ind-arquivo)
                   end-perform
               end-if
           end-perform

           close arqCatalogo.
           if ws-fs-arqCatalogo <> 0 then
               move 3                                          to ws-msn-erro-ofsset
               move ws-fs-arqCatalogo                          to ws-msn-erro-cod
               move "Erro ao fechar arqTemperaturas-copias "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       carregar-catalogo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Regrava o catalogo inteiro com o estado corrente das geracoes
      *>  (as vazias nao sao gravadas)
      *>------------------------------------------------------------------------
       regravar-catalogo section.

           open output arqCatalogo.
           if ws-fs-arqCatalogo <> 0 then
               move 4                                          to ws-msn-erro-ofsset
               move ws-fs-arqCatalogo                          to ws-msn-erro-cod
               move "Erro ao criar arqTemperaturas-copias "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform varying ws-ind-geracao from 1 by 1 until
                                               ws-ind-geracao > ws-qtde-geracoes
               if ws-cop-data(ws-ind-geracao) <> 0 then
                   move ws-ind-geracao                  to fd-cat-geracao
                   move ws-cop-data(ws-ind-geracao)     to fd-cat-data
                   move ws-cop-hora(ws-ind-geracao)     to fd-cat-hora
                   move ws-cop-situacao(ws-ind-geracao) to fd-cat-situacao
                   perform varying ws-ind-arquivo from 1 by 1 until
                                                       ws-ind-arquivo > ws-qtde-arquivos
                       move ws-cop-qtde(ws-ind-geracao, ws-ind-arquivo)    to fd-cat-qtde(ws-ind-arquivo)
                       move ws-cop-total(ws-ind-geracao, ws-ind-arquivo)   to fd-cat-total(ws-ind-arquivo)
                       move ws-cop-ausente(ws-ind-geracao, ws-ind-arquivo) to fd-cat-ausente(ws-ind-arquivo)
                   end-perform

                   write fd-catalogo
                   if ws-fs-arqCatalogo <> 0 then
                       move 5                                          to ws-msn-erro-ofsset
                       move ws-fs-arqCatalogo                          to ws-msn-erro-cod
                       move "Erro ao gravar arqTemperaturas-copias "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-perform

           close arqCatalogo.
           if ws-fs-arqCatalogo <> 0 then
               move 6                                          to ws-msn-erro-ofsset
               move ws-fs-arqCatalogo                          to ws-msn-erro-cod
               move "Erro ao fechar arqTemperaturas-copias "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       regravar-catalogo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Descarrega o indexado corrente (ws-ind-arquivo) na sua copia:
      *>  cabecalho, um registro D por registro lido e o trailer com a
      *>  quantidade e o total de controle, guardados tambem no catalogo
      *>------------------------------------------------------------------------
       descarregar-arquivo section.

           move spaces to ws-nome-copia
           string "arqCopia-"                  delimited by size
                  ws-geracao                   delimited by size
                  "-"                          delimited by size
                  ws-arq-nome(ws-ind-arquivo)  delimited by space
                  into ws-nome-copia

           open output arqCopia.
           if ws-fs-arqCopia <> 0 then
               display ws-nome-copia
               move 7                                          to ws-msn-erro-ofsset
               move ws-fs-arqCopia                             to ws-msn-erro-cod
               move "Erro ao criar o arquivo de copia "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move 0   to ws-qtde-registros
           move 0   to ws-total-controle
           move "N" to ws-arquivo-ausente
           move "N" to ws-fim-indexado

           perform abrir-indexado
           if ws-fs-indexado = 35 then
               move "S" to ws-arquivo-ausente
               move "S" to ws-fim-indexado
           else
           if ws-fs-indexado <> 0 then
               display ws-arq-nome(ws-ind-arquivo)
               move 8                                          to ws-msn-erro-ofsset
               move ws-fs-indexado                             to ws-msn-erro-cod
               move "Erro ao abrir o arquivo indexado "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           end-if

           move spaces                      to fd-copia-controle
           move "C"                         to fd-cop-tipo
           move ws-arq-nome(ws-ind-arquivo) to fd-cop-arquivo
           move ws-cop-data(ws-geracao)     to fd-cop-data
           move ws-cop-hora(ws-geracao)     to fd-cop-hora
           move 0                           to fd-cop-qtde
           move 0                           to fd-cop-total
           move ws-arquivo-ausente          to fd-cop-ausente
           perform gravar-copia

           perform until ws-fim-indexado = "S"
               perform ler-indexado
               if ws-fim-indexado = "N" then
                   move "D"                to fd-cop-tipo
                   move ws-imagem-registro to fd-cop-imagem
                   perform gravar-copia
                   add 1                  to ws-qtde-registros
                   add ws-valor-controle  to ws-total-controle
               end-if
           end-perform

           if ws-arquivo-ausente = "N" then
               perform fechar-indexado
           end-if

           move spaces                      to fd-copia-controle
           move "T"                         to fd-cop-tipo
           move ws-arq-nome(ws-ind-arquivo) to fd-cop-arquivo
           move ws-cop-data(ws-geracao)     to fd-cop-data
           move ws-cop-hora(ws-geracao)     to fd-cop-hora
           move ws-qtde-registros           to fd-cop-qtde
           move ws-total-controle           to fd-cop-total
           move ws-arquivo-ausente          to fd-cop-ausente
           perform gravar-copia

           close arqCopia.
           if ws-fs-arqCopia <> 0 then
               move 9                                          to ws-msn-erro-ofsset
               move ws-fs-arqCopia                             to ws-msn-erro-cod
               move "Erro ao fechar o arquivo de copia "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-qtde-registros  to ws-cop-qtde(ws-geracao, ws-ind-arquivo)
           move ws-total-controle  to ws-cop-total(ws-geracao, ws-ind-arquivo)
           move ws-arquivo-ausente to ws-cop-ausente(ws-geracao, ws-ind-arquivo)

           .
       descarregar-arquivo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Abre o indexado corrente p/ leitura (file status em
      *>  ws-fs-indexado)
      *>------------------------------------------------------------------------
       abrir-indexado section.

           evaluate ws-ind-arquivo
               when 1
                   open input arqTemperaturas
                   move ws-fs-arqTemperaturas to ws-fs-indexado
               when 2
                   open input arqDiario
                   move ws-fs-arqDiario to ws-fs-indexado
               when 3
                   open input arqEstatisticas
                   move ws-fs-arqEstatisticas to ws-fs-indexado
               when 4
                   open input arqEstacoes
                   move ws-fs-arqEstacoes to ws-fs-indexado
               when 5
                   open input arqOperadores
                   move ws-fs-arqOperadores to ws-fs-indexado
               when 6
                   open input arqNormais
                   move ws-fs-arqNormais to ws-fs-indexado
           end-evaluate

           .
       abrir-indexado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le o proximo registro do indexado corrente: imagem do registro
      *>  em ws-imagem-registro e o campo do total de controle em
      *>  ws-valor-controle; fim de arquivo liga ws-fim-indexado
      *>------------------------------------------------------------------------
       ler-indexado section.

           move 0 to ws-valor-controle
           evaluate ws-ind-arquivo
               when 1
                   read arqTemperaturas next record
                   move ws-fs-arqTemperaturas to ws-fs-indexado
                   if ws-fs-indexado = 0 then
                       move fd-temperaturas to ws-imagem-registro
                       move fd-temp         to ws-valor-controle
                   end-if
               when 2
                   read arqDiario next record
                   move ws-fs-arqDiario to ws-fs-indexado
                   if ws-fs-indexado = 0 then
                       move fd-diario     to ws-imagem-registro
                       move fd-temp-media to ws-valor-controle
                   end-if
               when 3
                   read arqEstatisticas next record
                   move ws-fs-arqEstatisticas to ws-fs-indexado
                   if ws-fs-indexado = 0 then
                       move fd-estatisticas to ws-imagem-registro
                       move fd-stat-qtde    to ws-valor-controle
                   end-if
               when 4
                   read arqEstacoes next record
                   move ws-fs-arqEstacoes to ws-fs-indexado
                   if ws-fs-indexado = 0 then
                       move fd-estacoes to ws-imagem-registro
                       move fd-est-id   to ws-valor-controle
                   end-if
               when 5
      *>            cadastro de operadores sem campo numerico: so a
      *>            quantidade e conferida
                   read arqOperadores next record
                   move ws-fs-arqOperadores to ws-fs-indexado
                   if ws-fs-indexado = 0 then
                       move fd-operadores to ws-imagem-registro
                   end-if
               when 6
                   read arqNormais next record
                   move ws-fs-arqNormais to ws-fs-indexado
                   if ws-fs-indexado = 0 then
                       move fd-normais    to ws-imagem-registro
                       move fd-norm-media to ws-valor-controle
                   end-if
           end-evaluate

           if ws-fs-indexado = 10 then
               move "S" to ws-fim-indexado
           else
           if ws-fs-indexado <> 0 then
               display ws-arq-nome(ws-ind-arquivo)
               move 10                                         to ws-msn-erro-ofsset
               move ws-fs-indexado                             to ws-msn-erro-cod
               move "Erro ao ler o arquivo indexado "          to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           end-if

           .
       ler-indexado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Fecha o indexado corrente
      *>------------------------------------------------------------------------
       fechar-indexado section.

           evaluate ws-ind-arquivo
               when 1
                   close arqTemperaturas
                   move ws-fs-arqTemperaturas to ws-fs-indexado
               when 2
                   close arqDiario
                   move ws-fs-arqDiario to ws-fs-indexado
               when 3
                   close arqEstatisticas
                   move ws-fs-arqEstatisticas to ws-fs-indexado
               when 4
                   close arqEstacoes
                   move ws-fs-arqEstacoes to ws-fs-indexado
               when 5
                   close arqOperadores
                   move ws-fs-arqOperadores to ws-fs-indexado
               when 6
                   close arqNormais
                   move ws-fs-arqNormais to ws-fs-indexado
           end-evaluate

           if ws-fs-indexado <> 0 then
               display ws-arq-nome(ws-ind-arquivo)
               move 11                                         to ws-msn-erro-ofsset
               move ws-fs-indexado                             to ws-msn-erro-cod
               move "Erro ao fechar o arquivo indexado "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       fechar-indexado-exit.
           exit.

       gravar-copia section.

           write fd-copia
           if ws-fs-arqCopia <> 0 then
               move 12                                         to ws-msn-erro-ofsset
               move ws-fs-arqCopia                             to ws-msn-erro-cod
               move "Erro ao gravar o arquivo de copia "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-copia-exit.
           exit.

       finaliza-anormal section.
           display ws-msn-erro.
           Stop run
           .
       finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização - marca a geracao como completa no catalogo e
      *>  mostra os totais de cada arquivo p/ conferencia do operador
      *>------------------------------------------------------------------------
       finaliza section.

           move "C" to ws-cop-situacao(ws-geracao)
           perform regravar-catalogo

           display "Resumo da copia de seguranca"
           display "Geracao......: " ws-geracao
           display "Data/hora....: " ws-cop-data(ws-geracao) " " ws-cop-hora(ws-geracao)
           perform varying ws-ind-arquivo from 1 by 1 until
                                               ws-ind-arquivo > ws-qtde-arquivos
               move ws-arq-nome(ws-ind-arquivo)                  to ws-res-arquivo
               move ws-cop-qtde(ws-geracao, ws-ind-arquivo)      to ws-res-qtde
               move ws-cop-total(ws-geracao, ws-ind-arquivo)     to ws-res-total
               if ws-cop-ausente(ws-geracao, ws-ind-arquivo) = "S" then
                   move "ausente" to ws-res-ausente
               else
                   move spaces    to ws-res-ausente
               end-if
               display ws-linha-resumo
           end-perform
           display "Catalogo gravado em arqTemperaturas-copias.dat"

      *>    goback em vez de stop run: chamado como passo de
      *>    cadeiaTemperaturas devolve o controle ao condutor; executado
      *>    sozinho, encerra normalmente
           goback
           .
       finaliza-exit.
           exit.
