      *>leituras em dobro (mesma protecao dos anos cobertos de
      *>exportaTemperaturas). Serve p/ flagrar sensor parado no mesmo
      *>dia, em vez de so descobrir o buraco no fim do mes.
      *>Pedida a serie longa, segue a sucessao das estacoes cadastrada
      *>em manutencaoEstacoes: os dias do id antigo antes do
      *>encerramento contam como presentes na estacao em que a cadeia
      *>de sucessoras emendadas desemboca (o id antigo nao sai em
      *>separado), e a estacao em que a serie se junta no mes traz a
      *>linha com a data da quebra.

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

       fd arqArquivo.
       01 fa-temperaturas.
          05 fa-temp                               pic s9(02)v9.
          05 fa-umid                               pic 9(03).
          05 fa-chuva                              pic 9(03)v9.
          05 fa-qualidade                          pic x(01).

      *>   linha larga o bastante p/ a lista completa de 31 dias
      *>   faltantes (16 + 2 + 31 x 3 = 111 posicoes)
       77  ws-ind-faltante                         pic 9(02).
       77  ws-dia-faltante-ed                      pic 9(02).

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

      *>    ano/mes (AAAAMM) da quebra e do mes pedido
       77  ws-quebra-anomes                        pic 9(06).
       77  ws-anomes-informado                     pic 9(06).

      *>    linha que marca a quebra da serie longa na estacao
       01 ws-linha-quebra.
          05 filler                                pic x(19) value "Quebra da serie em ".
          05 ws-lq-dia                             pic 9(02).
          05 filler                                pic x(01) value "/".
          05 ws-lq-mes                             pic 9(02).
          05 filler                                pic x(01) value "/".
          05 ws-lq-ano                             pic 9(04).
          05 filler                                pic x(10) value ": estacao ".
          05 ws-lq-antiga                          pic 9(02).
          05 filler                                pic x(18) value " segue na estacao ".
          05 ws-lq-sucessora                       pic 9(02).

      *>----Variaveis para comunicação entre programas
       linkage section.

           accept ws-mes-informado
           display "Limite de cobertura p/ destaque (%): "
           accept ws-limite-cobertura
           display "Seguir a sucessao das estacoes - serie longa (S/N): "
           accept ws-serie-longa
           if ws-serie-longa = "s" then
               move "S" to ws-serie-longa
           end-if

           perform calcular-dias-no-mes

               perform finaliza-anormal
           end-if

           if ws-serie-longa = "S" then
               perform carregar-sucessoes
           end-if
           move 0 to ws-qtde-fora-serie

           open output arqFaltas.
           if ws-fs-arqFaltas <> 0 then
               move 3                                          to ws-msn-erro-ofsset
      *>------------------------------------------------------------------------
       carregar-estacoes section.

      *>    reposiciona no inicio do cadastro (a carga da sucessao ja
      *>    pode ter percorrido o arquivo)
           move 0 to fd-est-id
           start arqEstacoes key is not less than fd-est-id
           if ws-fs-arqEstacoes = 23 then
               move 10 to ws-fs-arqEstacoes
           end-if

           move 0 to ws-qtde-estacoes
           perform until ws-fs-arqEstacoes = 10
               read arqEstacoes next record
                   perform finaliza-anormal
               end-if

      *>        serie longa: o id antigo emendado entra na estacao em que
      *>        a cadeia desemboca, nao sai em separado
               if  ws-fs-arqEstacoes = 0
               and ws-serie-longa = "S"
               and fd-est-id >= 1
               and ws-suc-sucessora(fd-est-id) <> 0 then
                   move "I" to fd-est-situacao
               end-if

               if  ws-fs-arqEstacoes = 0
               and fd-est-situacao = "A" then
      *>            ws-estacoes so tem espaco p/ 99 estacoes distintas -

      *>------------------------------------------------------------------------
      *>  Marca o dia da leitura corrente como presente na estacao dona
      *>  dela (na serie longa, a estacao da serie); leitura de estacao fora do cadastro ativo e ignorada
      *>  (ja fica registrada em arqTemperaturas-erros pelas cargas)
      *>------------------------------------------------------------------------
       marcar-dia-estacao section.

      *>    serie longa: o dia do id antigo vale p/ a estacao em que a
      *>    cadeia desemboca; fora da serie (sobreposicao) e ignorado
           move fd-estacao to ws-serie-estacao
           if  ws-serie-longa = "S"
           and fd-estacao >= 1 then
               compute ws-serie-data = fd-ano * 10000
                                     + fd-mes * 100
                                     + fd-dia
               perform atribuir-serie
               if ws-serie-estacao = 0 then
                   add 1 to ws-qtde-fora-serie
               end-if
           end-if

           move 0 to ws-ind-estacao-achada
           perform varying ws-ind-estacao from 1 by 1 until
                                               ws-ind-estacao > ws-qtde-estacoes
               if ws-estacao-id(ws-ind-estacao) = ws-serie-estacao then
                   move ws-ind-estacao to ws-ind-estacao-achada
               end-if
           end-perform
               move ws-linha-estacao to fd-linha-faltas
               perform gravar-linha-faltas

               if ws-serie-longa = "S" then
                   perform anotar-quebras-faltas
               end-if

               if ws-estacao-dias-presentes(ws-ind-estacao) = ws-dias-no-mes then
                   move "Sem dias faltantes no mes" to fd-linha-faltas
                   perform gravar-linha-faltas
       imprime-faltas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Serie longa: linha p/ cada quebra no mes pedido da serie da
      *>  estacao corrente (id antigo cuja cadeia desemboca nela) - a
      *>  cobertura do mes junta os dois locais
      *>------------------------------------------------------------------------
       anotar-quebras-faltas section.

           compute ws-anomes-informado = ws-ano-informado * 100
                                       + ws-mes-informado
           perform varying ws-ind-serie from 1 by 1 until ws-ind-serie > 99
               if  ws-suc-sucessora(ws-ind-serie) <> 0
               and ws-suc-destino(ws-ind-serie) = ws-estacao-id(ws-ind-estacao) then
                   divide ws-suc-encerramento(ws-ind-serie) by 100
                       giving ws-quebra-anomes
                   if ws-quebra-anomes = ws-anomes-informado then
                       move ws-suc-encerramento(ws-ind-serie) to ws-quebra-data
                       move ws-quebra-dia                     to ws-lq-dia
                       move ws-quebra-mes                     to ws-lq-mes
                       move ws-quebra-ano                     to ws-lq-ano
                       move ws-ind-serie                      to ws-lq-antiga
                       move ws-suc-sucessora(ws-ind-serie)    to ws-lq-sucessora
                       move ws-linha-quebra to fd-linha-faltas
                       perform gravar-linha-faltas
                   end-if
               end-if
           end-perform

           .
       anotar-quebras-faltas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Monta a lista dos dias sem leitura da estacao corrente
      *>------------------------------------------------------------------------
       gravar-linha-faltas-exit.
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
                       move 16                                      to ws-msn-erro-ofsset
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
           display "Leituras encontradas no mes..: " ws-qtde-leituras-mes
           display "Estacoes ativas conciliadas..: " ws-qtde-estacoes
           display "Estacoes abaixo do limite....: " ws-qtde-abaixo-limite
           if ws-serie-longa = "S" then
               display "Leituras fora da serie longa.: " ws-qtde-fora-serie
           end-if
           display "Relatorio gravado em arqTemperaturas-faltas.dat"

      *>    goback em vez de stop run: chamado como passo de
