      *>lista11exercicio1v2 - estacoes diferentes nao podem ser
      *>misturadas numa unica media) e grava, estacao a estacao, a
      *>comparacao com o mes anterior em arqTemperaturas-tendencia.dat.
      *>Pedida a serie longa, segue a sucessao das estacoes cadastrada
      *>em manutencaoEstacoes: as leituras do id antigo antes do
      *>encerramento entram na media da estacao em que a cadeia de
      *>sucessoras emendadas desemboca, p/ a tendencia atravessar a
      *>mudanca de local; o mes em que as duas series se juntam sai
      *>com uma linha marcando a quebra.

      *>Divisão para configuração do ambiente
       environment division.
      *>    relativa (%) e chuva acumulada na hora (mm)
          05 fd-umid                               pic 9(03).
          05 fd-chuva                              pic 9(03)v9.
      *>    qualidade da leitura: O original, M incluida/corrigida na
      *>    manutencao, R reaplicada de revisaoErros, E estimada no
      *>    preenchimento de falhas (preencheFalhas)
          05 fd-qualidade                          pic x(01).

       fd arqEstacoes.
       01 fd-estacoes.
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

       fd arqTendencia.
       01 fd-linha-tendencia                       pic x(80).

       77 ws-media-estacao-anterior                pic s9(03)v9.

      *>    serie longa: segue a sucessao das estacoes (mudanca de local
      *>    ou troca do mastro) emendando a serie do id antigo na da
      *>    sucessora; tabela indexada pelo id com a sucessora emendada,
      *>    a data do encerramento, a estacao em que a cadeia desemboca
      *>    e a data em que a serie da propria estacao comeca (quebra)
       77  ws-serie-longa                          pic x(01).
       01 ws-sucessoes.
          05 ws-sucessao occurs 99 times.
             10 ws-suc-sucessora                   pic 9(02).
             10 ws-suc-encerramento                pic 9(08).
             10 ws-suc-destino                     pic 9(02).
             10 ws-suc-inicio                      pic 9(08).
       77  ws-ind-serie                            pic 9(03).
       77  ws-id-cadeia                            pic 9(02).
       77  ws-passos-cadeia                        pic 9(03).
       77  ws-serie-estacao                        pic 9(02).
       77  ws-serie-data                           pic 9(08).
       01 ws-quebra-data.
          05 ws-quebra-ano                         pic 9(04).
          05 ws-quebra-mes                         pic 9(02).
          05 ws-quebra-dia                         pic 9(02).
       77  ws-qtde-fora-serie                      pic 9(06).

      *>    ano/mes (AAAAMM) da quebra e dos meses comparados
       77  ws-quebra-anomes                        pic 9(06).
       77  ws-anomes-corrente                      pic 9(06).
       77  ws-anomes-anterior                      pic 9(06).

      *>    linha que marca a quebra da serie longa no relatorio
       01 ws-linha-quebra.
          05 filler                                pic x(09) value spaces.
          05 filler                                pic x(19) value "quebra da serie em ".
          05 ws-lq-dia                             pic 9(02).
          05 filler                                pic x(01) value "/".
          05 ws-lq-mes                             pic 9(02).
          05 filler                                pic x(01) value "/".
          05 ws-lq-ano                             pic 9(04).
          05 filler                                pic x(10) value ": estacao ".
          05 ws-lq-antiga                          pic 9(02).
          05 filler                                pic x(18) value " segue na estacao ".
          05 ws-lq-sucessora                       pic 9(02).

      *>    nome da estacao buscado no cadastro p/ a linha corrente
       77 ws-nome-estacao                          pic x(15).

               perform finaliza-anormal
           end-if

           display erase
           display "Seguir a sucessao das estacoes - serie longa (S/N): "
           accept ws-serie-longa
           if ws-serie-longa = "s" then
               move "S" to ws-serie-longa
           end-if
           if ws-serie-longa = "S" then
               perform carregar-sucessoes
           end-if
           move 0 to ws-qtde-fora-serie

           move 0 to ws-qtde-meses

           .
               and fd-mes = ws-mes-mes(ws-ind-mes) then
                   perform validar-temperatura
                   if ws-temp-valido = "S" then
                       move fd-estacao to ws-serie-estacao
                       if  ws-serie-longa = "S"
                       and fd-estacao >= 1 then
                           compute ws-serie-data = fd-ano * 10000
                                                 + fd-mes * 100
                                                 + fd-dia
                           perform atribuir-serie
                       end-if
                       if ws-serie-estacao = 0 then
                           add 1 to ws-qtde-fora-serie
                       else
                           perform acumular-estacao
                       end-if
                   end-if
               end-if

           exit.

      *>------------------------------------------------------------------------
      *>  Acumula a leitura corrente (ws-serie-estacao / fd-temp - na
      *>  serie longa a estacao pode ser a sucessora) no total/qtde
      *>  da sua estacao, criando a entrada em ws-estacoes na primeira
      *>  ocorrencia da estacao (mesma logica de lista11exercicio1v2, sem
      *>  os extremos - aqui so interessa a media de cada estacao em
           move 0 to ws-ind-estacao-achada
           perform varying ws-ind-estacao from 1 by 1 until
                                               ws-ind-estacao > ws-qtde-estacoes
               if ws-estacao-id(ws-ind-estacao) = ws-serie-estacao then
                   move ws-ind-estacao to ws-ind-estacao-achada
               end-if
           end-perform

               add 1 to ws-qtde-estacoes
               move ws-qtde-estacoes            to ws-ind-estacao-achada
               move ws-serie-estacao             to ws-estacao-id(ws-ind-estacao-achada)
               move 0                            to ws-estacao-total(ws-ind-estacao-achada)
               move 0                            to ws-estacao-qtde(ws-ind-estacao-achada)
           end-if
                       end-if

                       perform gravar-linha-tendencia

                       if ws-serie-longa = "S" then
                           perform anotar-quebras-tendencia
                       end-if
                   end-perform
               end-if

       imprime-tendencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Serie longa: marca abaixo da linha da estacao corrente cada
      *>  quebra da serie dela (id antigo cuja cadeia desemboca nela)
      *>  que caia no mes da linha ou entre o mes anterior informado e
      *>  ele - a media ou a comparacao junta os dois locais
      *>------------------------------------------------------------------------
       anotar-quebras-tendencia section.

           compute ws-anomes-corrente = ws-mes-ano(ws-ind-mes) * 100
                                      + ws-mes-mes(ws-ind-mes)
           if ws-ind-mes > 1 then
               compute ws-anomes-anterior = ws-mes-ano(ws-ind-mes - 1) * 100
                                          + ws-mes-mes(ws-ind-mes - 1)
           else
               move ws-anomes-corrente to ws-anomes-anterior
           end-if

           perform varying ws-ind-serie from 1 by 1 until ws-ind-serie > 99
               if  ws-suc-sucessora(ws-ind-serie) <> 0
               and ws-suc-destino(ws-ind-serie)
                       = ws-mes-estacao-id(ws-ind-mes, ws-ind-estacao) then
                   divide ws-suc-encerramento(ws-ind-serie) by 100
                       giving ws-quebra-anomes
                   if ws-quebra-anomes = ws-anomes-corrente
                   or (    ws-quebra-anomes > ws-anomes-anterior
                       and ws-quebra-anomes < ws-anomes-corrente) then
                       move ws-suc-encerramento(ws-ind-serie) to ws-quebra-data
                       move ws-quebra-dia                     to ws-lq-dia
                       move ws-quebra-mes                     to ws-lq-mes
                       move ws-quebra-ano                     to ws-lq-ano
                       move ws-ind-serie                      to ws-lq-antiga
                       move ws-suc-sucessora(ws-ind-serie)    to ws-lq-sucessora
                       move ws-linha-quebra to fd-linha-tendencia
                       write fd-linha-tendencia
                       if ws-fs-arqTendencia <> 0 then
                           move 15                                  to ws-msn-erro-ofsset
                           move ws-fs-arqTendencia                  to ws-msn-erro-cod
                           move "Erro ao gravar arqTendencia "       to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-if
           end-perform

           .
       anotar-quebras-tendencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Busca no cadastro o nome da estacao da linha corrente
      *>  (ws-mes-estacao-id(ws-ind-mes, ws-ind-estacao)); estacao fora
       gravar-linha-tendencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega a sucessao das estacoes do cadastro p/ a serie longa:
      *>  cada id antigo com sucessora emendada (S) guarda a sucessora,
      *>  a data do encerramento e a estacao em que a cadeia desemboca;
      *>  a sucessora guarda a data em que a serie dela comeca (a
      *>  quebra). Campos em branco nos cadastros anteriores valem sem
      *>  sucessao.
      *>------------------------------------------------------------------------
       carregar-sucessoes section.

           perform varying ws-ind-serie from 1 by 1 until ws-ind-serie > 99
               move 0            to ws-suc-sucessora(ws-ind-serie)
               move 0            to ws-suc-encerramento(ws-ind-serie)
               move ws-ind-serie to ws-suc-destino(ws-ind-serie)
               move 0            to ws-suc-inicio(ws-ind-serie)
           end-perform

           move 0 to fd-est-id
           start arqEstacoes key is not less than fd-est-id
           if ws-fs-arqEstacoes = 0 then
               perform until ws-fs-arqEstacoes = 10
                   read arqEstacoes next record
                   if  ws-fs-arqEstacoes <> 0
                   and ws-fs-arqEstacoes <> 10 then
                       move 14                                      to ws-msn-erro-ofsset
                       move ws-fs-arqEstacoes                     to ws-msn-erro-cod
                       move "Erro ao ler arq. arqEstacoes "       to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if  ws-fs-arqEstacoes = 0
                   and fd-est-id >= 1
                   and fd-est-encerramento is numeric
                   and fd-est-encerramento <> 0
                   and fd-est-sucessora is numeric
                   and fd-est-sucessora >= 1
                   and fd-est-sucessora <> fd-est-id
                   and fd-est-emenda = "S" then
                       move fd-est-sucessora    to ws-suc-sucessora(fd-est-id)
                       move fd-est-encerramento to ws-suc-encerramento(fd-est-id)
                       move fd-est-encerramento to ws-suc-inicio(fd-est-sucessora)
                   end-if
               end-perform
           end-if

      *>    estacao em que a cadeia de cada id desemboca (no maximo 99
      *>    passos - manutencaoEstacoes ja recusa ciclos)
           perform varying ws-ind-serie from 1 by 1 until ws-ind-serie > 99
               move ws-ind-serie to ws-id-cadeia
               move 0            to ws-passos-cadeia
               perform until ws-suc-sucessora(ws-id-cadeia) = 0
                          or ws-passos-cadeia > 99
                   move ws-suc-sucessora(ws-id-cadeia) to ws-id-cadeia
                   add 1 to ws-passos-cadeia
               end-perform
               move ws-id-cadeia to ws-suc-destino(ws-ind-serie)
           end-perform

           .
       carregar-sucessoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Serie longa: estacao a que pertence a leitura de
      *>  ws-serie-estacao na data ws-serie-data (AAAAMMDD). O id antigo
      *>  antes do encerramento vai p/ a estacao em que a cadeia
      *>  desemboca; o id antigo a partir do encerramento e a sucessora
      *>  antes da quebra (periodo em paralelo) ficam fora da serie e
      *>  voltam com estacao zero
      *>------------------------------------------------------------------------
       atribuir-serie section.

           if  ws-suc-inicio(ws-serie-estacao) <> 0
           and ws-serie-data < ws-suc-inicio(ws-serie-estacao) then
               move 0 to ws-serie-estacao
           else
           if ws-suc-sucessora(ws-serie-estacao) <> 0 then
               if ws-serie-data < ws-suc-encerramento(ws-serie-estacao) then
                   move ws-suc-destino(ws-serie-estacao) to ws-serie-estacao
               else
                   move 0 to ws-serie-estacao
               end-if
           end-if
           end-if

           .
       atribuir-serie-exit.
           exit.

       finaliza-anormal section.
           display erase
           display ws-msn-erro.
               perform finaliza-anormal
           end-if

           if ws-serie-longa = "S" then
               display "Leituras fora da serie longa.: " ws-qtde-fora-serie
           end-if

           Stop run
           .
       finaliza-exit.
