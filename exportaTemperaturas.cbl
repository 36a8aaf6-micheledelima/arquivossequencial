      *>precisar conhecer o calendario de arquivamento - e grava
      *>arqTemperaturas-exporta.csv com linha de cabecalho, uma linha
      *>por leitura (data em dd/mm/aaaa, hora, estacao, temperatura com
      *>virgula decimal, umidade relativa, chuva da hora, qualidade da
      *>leitura - O original, M manutencao, R revisao de erros, E
      *>estimada - e quantas horas daquele estacao/dia sao estimadas)
      *>e um rodape com a quantidade de linhas p/ o receptor validar a
      *>transferencia - acaba com a redigitacao dos numeros do
      *>relatorio impresso e com a chuva digitada em planilha a parte.
      *>Pedida a serie longa, segue a sucessao das estacoes cadastrada
      *>em manutencaoEstacoes: a coluna estacao traz a estacao em que a
      *>cadeia de sucessoras emendadas desemboca (o filtro de estacao
      *>vale p/ ela, trazendo tambem as leituras dos ids antigos antes
      *>do encerramento) e a coluna estacao_origem o id que de fato
      *>leu; cada quebra do periodo sai numa linha QUEBRA abaixo do
      *>lote. Sem a serie longa as duas colunas trazem o mesmo id.

      *>Divisão para configuração do ambiente
       environment division.
      *>    relativa (%) e chuva acumulada na hora (mm)
          05 fd-umid                               pic 9(03).
          05 fd-chuva                              pic 9(03)v9.
      *>    qualidade da leitura: O original, M incluida/corrigida na
      *>    manutencao, R reaplicada de revisaoErros, E estimada no
      *>    preenchimento de falhas (preencheFalhas)
          05 fd-qualidade                          pic x(01).

       fd arqArquivo.
       01 fa-temperaturas.
          05 fa-temp                               pic s9(02)v9.
          05 fa-umid                               pic 9(03).
          05 fa-chuva                              pic 9(03)v9.
          05 fa-qualidade                          pic x(01).

       fd arqExporta.
       01 fd-linha-exporta                         pic x(100).

       fd arqTransmissoes.
       01 fd-transmissoes.
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

      *>----Variaveis de trabalho
       working-storage section.
          05 ws-csv-umid                           pic 9(03).
          05 filler                                pic x(01) value ";".
          05 ws-csv-chuva                          pic 999,9.
          05 filler                                pic x(01) value ";".
          05 ws-csv-qualidade                      pic x(01).
          05 filler                                pic x(01) value ";".
          05 ws-csv-estimadas-dia                  pic 9(02).
          05 filler                                pic x(01) value ";".
          05 ws-csv-estacao-origem                 pic 9(02).

      *>    linhas do estacao/dia em exportacao, retidas ate o dia fechar
      *>    p/ cada uma levar a quantidade de horas estimadas do dia (as
      *>    horas de um estacao/dia sao contiguas na ordem da chave)
       01 ws-chave-dia-csv.
          05 ws-dia-csv-ano                        pic 9(04).
          05 ws-dia-csv-mes                        pic 9(02).
          05 ws-dia-csv-dia                        pic 9(02).
          05 ws-dia-csv-estacao                    pic 9(02).
       01 ws-chave-lida-csv.
          05 ws-lida-csv-ano                       pic 9(04).
          05 ws-lida-csv-mes                       pic 9(02).
          05 ws-lida-csv-dia                       pic 9(02).
          05 ws-lida-csv-estacao                   pic 9(02).
       77  ws-qtde-linhas-dia                      pic 9(02).
       77  ws-estimadas-dia                        pic 9(02).
       77  ws-ind-linha                            pic 9(02).
       01 ws-linhas-dia.
          05 ws-linha-dia occurs 24 times          pic x(45).

      *>    linha de quebra da serie longa gravada abaixo do lote:
      *>    data da quebra, id antigo e a sucessora que o continua
       01 ws-linha-quebra.
          05 filler                                pic x(07) value "QUEBRA;".
          05 ws-lq-dia                             pic 9(02).
          05 filler                                pic x(01) value "/".
          05 ws-lq-mes                             pic 9(02).
          05 filler                                pic x(01) value "/".
          05 ws-lq-ano                             pic 9(04).
          05 filler                                pic x(01) value ";".
          05 ws-lq-antiga                          pic 9(02).
          05 filler                                pic x(01) value ";".
          05 ws-lq-sucessora                       pic 9(02).

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

      *>    ano/mes (AAAAMM) da quebra e dos limites do periodo
       77  ws-quebra-anomes                        pic 9(06).
       77  ws-anomes-inicial                       pic 9(06).
       77  ws-anomes-final                         pic 9(06).

      *>    rodape com a quantidade de linhas de detalhe
       01 ws-linha-rodape.
           accept ws-mes-final
           display "Estacao (00 = todas): "
           accept ws-estacao-informada
           display "Seguir a sucessao das estacoes - serie longa (S/N): "
           accept ws-serie-longa
           if ws-serie-longa = "s" then
               move "S" to ws-serie-longa
           end-if

           move ws-ano-final to ws-final-ano
           move ws-mes-final to ws-final-mes
               perform finaliza-anormal
           end-if

           if ws-serie-longa = "S" then
               perform carregar-sucessoes
           end-if
           move 0 to ws-qtde-fora-serie

           move 0 to ws-qtde-exportadas
           move 0 to ws-qtde-ignoradas
           move 0 to ws-qtde-anos-cobertos
           move 0 to ws-qtde-linhas-dia

           perform apurar-proximo-lote

           move ws-linha-lote    to fd-linha-exporta
           perform gravar-linha-exporta

           if ws-serie-longa = "S" then
               perform gravar-quebras
           end-if

           move "data;hora;estacao;temperatura;umidade;chuva;qualidade;horas_estimadas_dia;estacao_origem"
                                                          to fd-linha-exporta
           perform gravar-linha-exporta

           perform varying ws-ano-corrente from ws-ano-inicial by 1
               end-if
               end-if

               if ws-qtde-linhas-dia > 0 then
                   perform descarregar-dia
               end-if

               close arqArquivo
               if ws-fs-arqArquivo <> 0 then
                   move 13                                    to ws-msn-erro-ofsset
           end-if
           end-if

           if ws-qtde-linhas-dia > 0 then
               perform descarregar-dia
           end-if

           .
       exportar-arquivo-vivo-exit.
           exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Monta a linha CSV da leitura corrente e a retem no estacao/dia
      *>  em exportacao, respeitando o filtro opcional de estacao e
      *>  deixando de fora temperatura implausivel
      *>------------------------------------------------------------------------
       exportar-leitura section.

           perform buscar-perfil-estacao

      *>    serie longa: a leitura do id antigo vale p/ a estacao em que
      *>    a cadeia desemboca; fora da serie (sobreposicao) nao sai
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
           if  ws-estacao-informada > 0
           and ws-serie-estacao <> ws-estacao-informada then
               continue
           else
           if fd-temp < ws-temp-minimo
               move fd-mes     to ws-csv-mes
               move fd-ano     to ws-csv-ano
               move fd-hora    to ws-csv-hora
               move ws-serie-estacao to ws-csv-estacao
               move fd-estacao to ws-csv-estacao-origem
               move fd-temp    to ws-csv-temp
               move fd-umid    to ws-csv-umid
               move fd-chuva   to ws-csv-chuva
               move fd-qualidade to ws-csv-qualidade
               move 0          to ws-csv-estimadas-dia

               move fd-ano     to ws-lida-csv-ano
               move fd-mes     to ws-lida-csv-mes
               move fd-dia     to ws-lida-csv-dia
               move fd-estacao to ws-lida-csv-estacao
               if  ws-qtde-linhas-dia > 0
               and ws-chave-lida-csv <> ws-chave-dia-csv then
                   perform descarregar-dia
               end-if
               if ws-qtde-linhas-dia = 0 then
                   move ws-chave-lida-csv to ws-chave-dia-csv
                   move 0 to ws-estimadas-dia
               end-if

               add 1 to ws-qtde-linhas-dia
               move ws-linha-csv to ws-linha-dia(ws-qtde-linhas-dia)
               if fd-qualidade = "E" then
                   add 1 to ws-estimadas-dia
               end-if
               add 1 to ws-qtde-exportadas
           end-if
           end-if
           end-if

           .
       exportar-leitura-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Serie longa: uma linha QUEBRA p/ cada quebra que cai no
      *>  periodo exportado, da estacao pedida (ou de todas)
      *>------------------------------------------------------------------------
       gravar-quebras section.

           compute ws-anomes-inicial = ws-ano-inicial * 100 + ws-mes-inicial
           compute ws-anomes-final   = ws-ano-final * 100 + ws-mes-final

           perform varying ws-ind-serie from 1 by 1 until ws-ind-serie > 99
               if  ws-suc-sucessora(ws-ind-serie) <> 0
               and (   ws-estacao-informada = 0
                    or ws-suc-destino(ws-ind-serie) = ws-estacao-informada) then
                   divide ws-suc-encerramento(ws-ind-serie) by 100
                       giving ws-quebra-anomes
                   if  ws-quebra-anomes >= ws-anomes-inicial
                   and ws-quebra-anomes <= ws-anomes-final then
                       move ws-suc-encerramento(ws-ind-serie) to ws-quebra-data
                       move ws-quebra-dia                     to ws-lq-dia
                       move ws-quebra-mes                     to ws-lq-mes
                       move ws-quebra-ano                     to ws-lq-ano
                       move ws-ind-serie                      to ws-lq-antiga
                       move ws-suc-sucessora(ws-ind-serie)    to ws-lq-sucessora
                       move ws-linha-quebra to fd-linha-exporta
                       perform gravar-linha-exporta
                   end-if
               end-if
           end-perform

           .
       gravar-quebras-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava no CSV as linhas retidas do estacao/dia fechado, cada uma
      *>  com a quantidade de horas estimadas do dia
      *>------------------------------------------------------------------------
       descarregar-dia section.

           perform varying ws-ind-linha from 1 by 1
                                       until ws-ind-linha > ws-qtde-linhas-dia
               move ws-linha-dia(ws-ind-linha) to ws-linha-csv
               move ws-estimadas-dia           to ws-csv-estimadas-dia
               move ws-linha-csv               to fd-linha-exporta
               perform gravar-linha-exporta
           end-perform

           move 0 to ws-qtde-linhas-dia

           .
       descarregar-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega a faixa plausivel da estacao da leitura corrente
      *>  (fd-estacao) do cadastro p/ ws-temp-minimo/maximo, poupando a
       gravar-transmissao-exit.
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
                       move 21                                      to ws-msn-erro-ofsset
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
           display ws-msn-erro.
           Stop run

           display "Leituras exportadas..........: " ws-qtde-exportadas
           display "Leituras fora da faixa.......: " ws-qtde-ignoradas
           if ws-serie-longa = "S" then
               display "Leituras fora da serie longa.: " ws-qtde-fora-serie
           end-if
           display "Lote da transmissao..........: " ws-lote-corrente
           display "Arquivo gravado em arqTemperaturas-exporta.csv"

