      *>data de instalacao, situacao (A = ativa, I = inativa) e o seu
      *>perfil de validacao: a faixa plausivel propria (a estacao do
      *>litoral nunca ve -10, a da serra ve) e o ajuste de calibracao
      *>somado ao valor bruto do sensor na carga, alem do grupo/regiao
      *>climatica usado na comparacao com as vizinhas e da origem (P =
      *>rede propria, E = estacao externa do servico meteorologico
      *>nacional, cujas leituras entram por importaNacional atraves da
      *>correspondencia de codigos de manutencaoCorrespondencias). As
      *>leituras de temperatura so sao aceitas para estacoes
      *>cadastradas e ativas, e cada programa que valida ou grava
      *>leitura usa o perfil daqui.
      *>A opcao de mudanca registra a sucessao quando a estacao muda de
      *>local ou troca o mastro: encerra o id antigo numa data, aponta
      *>o id sucessor e diz se as duas series podem ser emendadas numa
      *>so (serie longa seguida por normaisTemperaturas,
      *>trendTemperaturas, faltasTemperaturas e exportaTemperaturas).
      *>A sucessao nao pode fechar um ciclo, cada estacao tem no maximo
      *>uma antecessora emendada e estacao apontada como sucessora nao
      *>pode ser excluida.
      *>A entrada exige identificacao no cadastro arqOperadores.dat
      *>(id + senha - cadastro em manutencaoOperadores); a consulta e
      *>liberada a qualquer operador valido, mas inclusao, alteracao e
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
       77 ws-temp-maxima-informada                  pic s9(02)v9.
       77 ws-ajuste-informado                       pic s9(01)v9.

      *>    grupo/regiao climatica informado (em branco = sem grupo)
       77 ws-grupo-informado                        pic x(04).

      *>    origem informada (em branco = P, rede propria)
       77 ws-origem-informada                       pic x(01).

      *>    sucessao informada na mudanca de local da estacao
       01 ws-encerramento-informado.
          05 ws-enc-ano-informado                   pic 9(04).
          05 ws-enc-mes-informado                   pic 9(02).
          05 ws-enc-dia-informado                   pic 9(02).
       01 ws-encerramento-informado-num redefines ws-encerramento-informado
                                                    pic 9(08).
       77 ws-sucessora-informada                    pic 9(02).
       77 ws-emenda-informada                       pic x(01).
       77 ws-instalacao-antiga                      pic 9(08).
       77 ws-sucessao-valida                        pic x(01).

      *>    encerramento gravado no cadastro, formatado p/ exibicao
       01 ws-encerramento-exibido.
          05 ws-encx-ano                            pic 9(04).
          05 ws-encx-mes                            pic 9(02).
          05 ws-encx-dia                            pic 9(02).

      *>    conferencia da cadeia de sucessao: percorre as sucessoras a
      *>    partir de um id (no maximo 99 passos) e procura quem aponta
      *>    p/ um id como sucessora
       77 ws-id-cadeia                              pic 9(02).
       77 ws-passos-cadeia                          pic 9(03).
       77 ws-ciclo                                  pic x(01).
       77 ws-id-procurado                           pic 9(02).
       77 ws-id-ignorado                            pic 9(02).
       77 ws-qtde-antecessoras                      pic 9(02).
       77 ws-antecessora-emendada                   pic 9(02).
      *>    na consulta: antecessora emendada imediata, antecessoras
      *>    diretas e o id em que a serie longa comeca (fim da cadeia
      *>    de antecessoras emendadas)
       77 ws-antecessora-imediata                   pic 9(02).
       77 ws-qtde-antecessoras-diretas              pic 9(02).
       77 ws-inicio-serie                           pic 9(02).

      *>    valores do perfil com sinal formatados p/ exibicao na tela
       77 ws-minima-exibida                         pic +z9,9.
       77 ws-maxima-exibida                         pic +z9,9.
               display erase

               display "Manutencao de arqEstacoes.dat"
               display "'I'ncluir  'A'lterar  'E'xcluir  'C'onsultar  'M'udanca/sucessao  'S'air"
               accept ws-opcao

               evaluate ws-opcao
                   when "C"
                   when "c"
                       perform consultar-estacao
                   when "M"
                   when "m"
                       if ws-perfil-operador = "A" then
                           perform registrar-sucessao
                       else
                           perform recusar-operacao
                       end-if
                   when "S"
                   when "s"
                       move "S" to ws-sair
           accept ws-temp-maxima-informada
           display "Ajuste de calibracao do sensor (graus): "
           accept ws-ajuste-informado
           display "Grupo/regiao (ate 4 posicoes, em branco = sem grupo): "
           accept ws-grupo-informado
           display "Origem ('P'ropria / 'E'xterna - servico nacional, em branco = P): "
           accept ws-origem-informada
           if ws-origem-informada = space then
               move "P" to ws-origem-informada
           end-if

           if  ws-situacao-informada <> "A"
           and ws-situacao-informada <> "I" then
               display "Situacao invalida - inclusao cancelada"
           else
           if  ws-origem-informada <> "P"
           and ws-origem-informada <> "E" then
               display "Origem invalida - inclusao cancelada"
           else
           if ws-temp-minima-informada >= ws-temp-maxima-informada then
               display "Faixa plausivel invalida (minima >= maxima) - inclusao cancelada"
           else
               move spaces                   to fd-estacoes
               move ws-id-informado          to fd-est-id
               move ws-nome-informado        to fd-est-nome
               move ws-local-informado       to fd-est-local
               move ws-temp-minima-informada to fd-est-temp-minima
               move ws-temp-maxima-informada to fd-est-temp-maxima
               move ws-ajuste-informado      to fd-est-ajuste
               move ws-grupo-informado       to fd-est-grupo
               move ws-origem-informada      to fd-est-origem
               move 0                        to fd-est-encerramento
               move 0                        to fd-est-sucessora

               write fd-estacoes
               if ws-fs-arqEstacoes = 22 then
               end-if
           end-if
           end-if
           end-if

           .
       incluir-estacao-exit.

      *>------------------------------------------------------------------------
      *>  Alteracao de uma estacao ja cadastrada (nome, localizacao,
      *>  data de instalacao, situacao, perfil e grupo - o id nao muda)
      *>------------------------------------------------------------------------
       alterar-estacao section.

               display "Ajuste de calibracao atual: " ws-ajuste-exibido
               display "Novo ajuste de calibracao (graus): "
               accept ws-ajuste-informado
               display "Grupo/regiao atual: " fd-est-grupo
               display "Novo grupo/regiao (em branco = sem grupo): "
               accept ws-grupo-informado
               if fd-est-origem = space then
                   display "Origem atual......: P"
               else
                   display "Origem atual......: " fd-est-origem
               end-if
               display "Nova origem ('P'ropria / 'E'xterna, em branco = P): "
               accept ws-origem-informada
               if ws-origem-informada = space then
                   move "P" to ws-origem-informada
               end-if

               if  ws-situacao-informada <> "A"
               and ws-situacao-informada <> "I" then
                   display "Situacao invalida - alteracao cancelada"
               else
               if  ws-origem-informada <> "P"
               and ws-origem-informada <> "E" then
                   display "Origem invalida - alteracao cancelada"
               else
               if ws-temp-minima-informada >= ws-temp-maxima-informada then
                   display "Faixa plausivel invalida (minima >= maxima) - alteracao cancelada"
               else
                   move ws-temp-minima-informada to fd-est-temp-minima
                   move ws-temp-maxima-informada to fd-est-temp-maxima
                   move ws-ajuste-informado      to fd-est-ajuste
                   move ws-grupo-informado       to fd-est-grupo
                   move ws-origem-informada      to fd-est-origem

                   rewrite fd-estacoes
                   if ws-fs-arqEstacoes <> 0 then
                   end-if
               end-if
               end-if
               end-if
           else
               display "Estacao nao encontrada em arqEstacoes"
           end-if
                   move "S" to ws-achou
           end-read

      *>    estacao apontada como sucessora de outra segura a serie
      *>    longa - desfazer a sucessao antes de excluir
           if ws-achou = "S" then
               move ws-id-informado to ws-id-procurado
               move 0               to ws-id-ignorado
               perform procurar-antecessoras
               if ws-qtde-antecessoras > 0 then
                   display "Estacao e sucessora de outra estacao - exclusao recusada"
                   move "R" to ws-achou
               else
                   move ws-id-informado to fd-est-id
                   read arqEstacoes
                   if ws-fs-arqEstacoes <> 0 then
                       move 11                                      to ws-msn-erro-ofsset
                       move ws-fs-arqEstacoes                       to ws-msn-erro-cod
                       move "Erro ao reler arq. arqEstacoes "       to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

           if ws-achou = "S" then
               delete arqEstacoes
               if ws-fs-arqEstacoes <> 0 then
                   display "Estacao excluida com sucesso"
               end-if
           else
           if ws-achou = "N" then
               display "Estacao nao encontrada em arqEstacoes"
           end-if
           end-if

           .
       excluir-estacao-exit.
               move fd-est-ajuste      to ws-ajuste-exibido
               display "Faixa plausivel..: " ws-minima-exibida " a " ws-maxima-exibida
               display "Ajuste calibracao: " ws-ajuste-exibido
               display "Grupo/regiao.....: " fd-est-grupo
               if fd-est-origem = "E" then
                   display "Origem...........: E (externa - servico nacional)"
               else
                   display "Origem...........: P (rede propria)"
               end-if
               perform exibir-sucessao

               move ws-id-informado to ws-id-procurado
               move 0               to ws-id-ignorado
               perform procurar-antecessoras
               move ws-antecessora-emendada to ws-antecessora-imediata
               move ws-qtde-antecessoras    to ws-qtde-antecessoras-diretas

      *>        sobe a cadeia de antecessoras emendadas ate o id em que a
      *>        serie longa comeca (no maximo 99 passos - a manutencao ja
      *>        recusa ciclos)
               move ws-antecessora-emendada to ws-inicio-serie
               move 0                       to ws-passos-cadeia
               perform until ws-antecessora-emendada = 0
                          or ws-passos-cadeia > 99
                   move ws-antecessora-emendada to ws-inicio-serie
                   move ws-antecessora-emendada to ws-id-procurado
                   perform procurar-antecessoras
                   add 1 to ws-passos-cadeia
               end-perform

               if ws-antecessora-imediata <> 0 then
                   display "Serie longa......: continua a estacao " ws-antecessora-imediata
                   display "Inicio da serie..: estacao " ws-inicio-serie
               end-if
               if ws-qtde-antecessoras-diretas > 0 then
                   display "Antecessoras.....: " ws-qtde-antecessoras-diretas
               end-if
           else
               display "Estacao nao encontrada em arqEstacoes"
           end-if
       consultar-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Mostra a sucessao da estacao corrente de fd-estacoes (campos
      *>  em branco nos cadastros anteriores valem sem sucessao)
      *>------------------------------------------------------------------------
       exibir-sucessao section.

           if  fd-est-encerramento is numeric
           and fd-est-encerramento <> 0
           and fd-est-sucessora is numeric then
               move fd-est-encerramento to ws-encerramento-exibido
               display "Encerrada em.....: " ws-encx-dia "/" ws-encx-mes "/" ws-encx-ano
               if fd-est-emenda = "S" then
                   display "Sucessora........: " fd-est-sucessora " (series emendadas)"
               else
                   display "Sucessora........: " fd-est-sucessora " (series separadas)"
               end-if
           end-if

           .
       exibir-sucessao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Mudanca de local / troca do mastro: encerra o id antigo numa
      *>  data, aponta a sucessora e se as series emendam (S/N); data
      *>  zero desfaz a sucessao. A sucessora precisa estar cadastrada,
      *>  nao pode levar de volta ao id antigo pela cadeia e, se a
      *>  serie emenda, nao pode ja continuar outra estacao.
      *>------------------------------------------------------------------------
       registrar-sucessao section.

           display "Id da estacao que muda (id antigo): "
           accept ws-id-informado

           move ws-id-informado to fd-est-id
           move "N" to ws-achou
           read arqEstacoes
               invalid key
                   move "N" to ws-achou
               not invalid key
                   move "S" to ws-achou
           end-read

           if ws-achou = "N" then
               display "Estacao nao encontrada em arqEstacoes"
           else
               display "Estacao.........: " fd-est-id " - " fd-est-nome
               perform exibir-sucessao
               move fd-est-instalacao to ws-instalacao-antiga

               display "Data de encerramento - primeiro dia ja na sucessora (AAAAMMDD, 0 = desfazer): "
               accept ws-encerramento-informado-num
               move 0      to ws-sucessora-informada
               move space  to ws-emenda-informada
               move "S"    to ws-sucessao-valida

               if ws-encerramento-informado-num <> 0 then
                   display "Id da estacao sucessora: "
                   accept ws-sucessora-informada
                   display "As duas series podem ser tratadas como uma so (S/N)? "
                   accept ws-emenda-informada
                   if ws-emenda-informada = "s" then
                       move "S" to ws-emenda-informada
                   end-if
                   if ws-emenda-informada = "n" then
                       move "N" to ws-emenda-informada
                   end-if
                   perform conferir-sucessao
               end-if

               if ws-sucessao-valida = "S" then
                   move ws-id-informado to fd-est-id
                   read arqEstacoes
                   if ws-fs-arqEstacoes <> 0 then
                       move 12                                      to ws-msn-erro-ofsset
                       move ws-fs-arqEstacoes                       to ws-msn-erro-cod
                       move "Erro ao reler arq. arqEstacoes "       to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   move ws-encerramento-informado-num to fd-est-encerramento
                   move ws-sucessora-informada        to fd-est-sucessora
                   move ws-emenda-informada           to fd-est-emenda

      *>           encerramento ja passado desliga a estacao antiga na
      *>           hora; encerramento futuro fica p/ desligar na data
                   accept ws-data-sistema from date yyyymmdd
                   if  ws-encerramento-informado-num <> 0
                   and ws-encerramento-informado-num <= ws-data-sistema then
                       move "I" to fd-est-situacao
                   end-if

                   rewrite fd-estacoes
                   if ws-fs-arqEstacoes <> 0 then
                       move 13                                      to ws-msn-erro-ofsset
                       move ws-fs-arqEstacoes                       to ws-msn-erro-cod
                       move "Erro ao gravar sucessao em arqEstacoes" to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-encerramento-informado-num = 0 then
                       display "Sucessao desfeita"
                   else
                       display "Sucessao registrada com sucesso"
                       if fd-est-situacao = "I" then
                           display "Estacao antiga inativada (encerramento ja passou)"
                       else
                           display "Inativar a estacao antiga na data do encerramento"
                       end-if
                   end-if
               else
                   display "Sucessao cancelada"
               end-if
           end-if

           display "ENTER para continuar"
           accept ws-msn

           .
       registrar-sucessao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere a sucessao informada p/ ws-id-informado; devolve
      *>  ws-sucessao-valida = "N" com o motivo na tela
      *>------------------------------------------------------------------------
       conferir-sucessao section.

           if ws-enc-mes-informado < 1 or ws-enc-mes-informado > 12
           or ws-enc-dia-informado < 1 or ws-enc-dia-informado > 31 then
               display "Data de encerramento invalida"
               move "N" to ws-sucessao-valida
           end-if

           if ws-encerramento-informado-num < ws-instalacao-antiga then
               display "Encerramento anterior a instalacao da estacao"
               move "N" to ws-sucessao-valida
           end-if

           if  ws-emenda-informada <> "S"
           and ws-emenda-informada <> "N" then
               display "Emenda das series invalida (S/N)"
               move "N" to ws-sucessao-valida
           end-if

           if ws-sucessora-informada = ws-id-informado
           or ws-sucessora-informada = 0 then
               display "Sucessora invalida"
               move "N" to ws-sucessao-valida
           end-if

      *>    segue a cadeia a partir da sucessora: nao pode existir nem
      *>    voltar ao id antigo
           if ws-sucessao-valida = "S" then
               move ws-sucessora-informada to ws-id-cadeia
               move 0   to ws-passos-cadeia
               move "N" to ws-ciclo
               perform until ws-id-cadeia = 0
                          or ws-passos-cadeia > 99
                          or ws-ciclo = "S"
                   if ws-id-cadeia = ws-id-informado then
                       move "S" to ws-ciclo
                   else
                       add 1 to ws-passos-cadeia
                       move ws-id-cadeia to fd-est-id
                       read arqEstacoes
                           invalid key
                               if ws-passos-cadeia = 1 then
                                   display "Sucessora nao cadastrada em arqEstacoes"
                                   move "N" to ws-sucessao-valida
                               end-if
                               move 0 to ws-id-cadeia
                           not invalid key
                               if  fd-est-encerramento is numeric
                               and fd-est-encerramento <> 0
                               and fd-est-sucessora is numeric then
                                   move fd-est-sucessora to ws-id-cadeia
                               else
                                   move 0 to ws-id-cadeia
                               end-if
                       end-read
                   end-if
               end-perform

               if ws-ciclo = "S" then
                   display "A sucessora leva de volta a esta estacao - ciclo recusado"
                   move "N" to ws-sucessao-valida
               end-if
           end-if

      *>    serie emendada: a sucessora so continua uma estacao
           if  ws-sucessao-valida = "S"
           and ws-emenda-informada = "S" then
               move ws-sucessora-informada to ws-id-procurado
               move ws-id-informado        to ws-id-ignorado
               perform procurar-antecessoras
               if ws-antecessora-emendada <> 0 then
                   display "Sucessora ja continua a serie da estacao " ws-antecessora-emendada
                   move "N" to ws-sucessao-valida
               end-if
           end-if

           .
       conferir-sucessao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Varre o cadastro procurando as estacoes que apontam
      *>  ws-id-procurado como sucessora (menos ws-id-ignorado): conta
      *>  as antecessoras e guarda a que emenda a serie. A varredura
      *>  perde o registro corrente - quem grava depois rele.
      *>------------------------------------------------------------------------
       procurar-antecessoras section.

           move 0 to ws-qtde-antecessoras
           move 0 to ws-antecessora-emendada

           move 0 to fd-est-id
           start arqEstacoes key is not less than fd-est-id
           if ws-fs-arqEstacoes = 0 then
               perform until ws-fs-arqEstacoes = 10
                   read arqEstacoes next record
                   if  ws-fs-arqEstacoes <> 0
                   and ws-fs-arqEstacoes <> 10 then
                       move 14                                    to ws-msn-erro-ofsset
                       move ws-fs-arqEstacoes                     to ws-msn-erro-cod
                       move "Erro ao ler arq. arqEstacoes "       to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if  ws-fs-arqEstacoes = 0
                   and fd-est-id <> ws-id-ignorado
                   and fd-est-encerramento is numeric
                   and fd-est-encerramento <> 0
                   and fd-est-sucessora is numeric
                   and fd-est-sucessora = ws-id-procurado then
                       add 1 to ws-qtde-antecessoras
                       if fd-est-emenda = "S" then
                           move fd-est-id to ws-antecessora-emendada
                       end-if
                   end-if
               end-perform
           end-if

           .
       procurar-antecessoras-exit.
           exit.

       finaliza-anormal section.
           display erase
           display ws-msn-erro.
