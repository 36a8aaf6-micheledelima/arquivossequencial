      *>com motivo proprio, como no fluxo validar-temperatura de
      *>lista11exercicio1v2, e revisaoErros os revisa como qualquer
      *>outra rejeicao.
      *>Cada execucao fica no registro de cargas
      *>arqTemperaturas-cargas.dat (numero da carga, data/hora, totais
      *>do trailer, faixa de chaves e contagens) e cada leitura
      *>efetivamente gravada fica em arqTemperaturas-cargas-chaves.dat
      *>com o numero da carga - e o que estornaCarga usa p/ desfazer
      *>uma carga inteira. Arquivo cujos totais do trailer e faixa de
      *>chaves batem com uma carga ja aplicada (e nao estornada) e
      *>recusado logo na conferencia, antes de gravar qualquer coisa.
      *>Leituras carregadas ficam com qualidade O (original); leitura
      *>que chega p/ uma hora ja preenchida por estimativa (qualidade
      *>E, de preencheFalhas) substitui a estimada em vez de cair como
      *>duplicada.

      *>Divisão para configuração do ambiente
       environment division.
           lock mode is automatic
           file status is ws-fs-arqPendentes.

      *>   Registro de cargas: uma linha por carga aplicada, com os
      *>   totais do trailer e a faixa de chaves p/ reconhecer o mesmo
      *>   arquivo reapresentado; a situacao (A aplicada / E estornada)
      *>   e atualizada por estornaCarga
           select optional arqCargas assign to "arqTemperaturas-cargas.dat"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqCargas.

      *>   Chaves gravadas por cada carga (aberto em extend), p/ o
      *>   estorno saber exatamente quais leituras a carga inseriu
           select optional arqCargasChaves assign to "arqTemperaturas-cargas-chaves.dat"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqCargasChaves.

       i-o-control.

      *>Declaração de variáveis
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

       fd arqEstatisticas.
       01 fd-estatisticas.
          05 fd-pend-dia                           pic 9(02).
          05 fd-pend-estacao                       pic 9(02).

       fd arqCargas.
       01 fd-cargas.
          05 fd-carga-numero                       pic 9(06).
          05 fd-carga-data                         pic 9(08).
          05 fd-carga-hora                         pic 9(06).
      *>    totais de controle do trailer conferidos na carga
          05 fd-carga-trl-qtde                     pic 9(06).
          05 fd-carga-trl-soma                     pic s9(08)v9 sign leading separate.
          05 fd-carga-trl-soma-umid                pic 9(08).
          05 fd-carga-trl-soma-chuva               pic 9(07)v9.
      *>    menor e maior chave (ano/mes/dia/estacao/hora) dos detalhes
          05 fd-carga-chave-inicial                pic x(12).
          05 fd-carga-chave-final                  pic x(12).
          05 fd-carga-qtde-carregados              pic 9(06).
          05 fd-carga-qtde-rejeitados              pic 9(06).
      *>    situacao da carga: A = aplicada, E = estornada (estornaCarga,
      *>    que preenche a data e o operador do estorno)
          05 fd-carga-situacao                     pic x(01).
          05 fd-carga-data-estorno                 pic 9(08).
          05 fd-carga-operador-estorno             pic x(08).

       fd arqCargasChaves.
       01 fd-cargas-chaves.
          05 fd-cch-numero                         pic 9(06).
          05 fd-cch-chave.
             10 fd-cch-ano                         pic 9(04).
             10 fd-cch-mes                         pic 9(02).
             10 fd-cch-dia                         pic 9(02).
             10 fd-cch-estacao                     pic 9(02).
             10 fd-cch-hora                        pic 9(02).

      *>----Variaveis de trabalho
       working-storage section.
       77  ws-fs-arqCarga                          pic 9(02).
       77  ws-fs-arqEstatisticas                   pic 9(02).
       77  ws-fs-arqTemperaturas-erros             pic 9(02).
       77  ws-fs-arqPendentes                      pic 9(02).
       77  ws-fs-arqCargas                         pic 9(02).
       77  ws-fs-arqCargasChaves                   pic 9(02).

      *>    numero desta carga no registro de cargas: o maior ja
      *>    registrado + 1 (registro ausente comeca da carga 1)
       77  ws-carga-corrente                       pic 9(06).

      *>    faixa de chaves dos detalhes apurada na conferencia
       77  ws-chave-inicial                        pic x(12).
       77  ws-chave-final                          pic x(12).

      *>    data/hora do sistema carimbadas no registro de cargas
       77  ws-data-sistema                         pic 9(08).
       01 ws-hora-sistema.
          05 ws-hora-hhmmss                        pic 9(06).
          05 filler                                pic 9(02).

      *>    data da carga anterior que recusou esta, p/ exibicao
       01 ws-data-exibida.
          05 ws-data-exibida-ano                   pic 9(04).
          05 ws-data-exibida-mes                   pic 9(02).
          05 ws-data-exibida-dia                   pic 9(02).

      *>    faixa plausivel padrao (mesma de lista11exercicio1v2), usada
      *>    quando a estacao nao tem perfil preenchido no cadastro; a
          05 ws-det-umid                           pic 9(03).
          05 ws-det-chuva                          pic 9(03)v9.
          05 filler                                pic x(11).
      *>    as doze primeiras posicoes do detalhe formam a chave da
      *>    leitura, comparada inteira na apuracao da faixa de chaves
       01 ws-carga-chave redefines ws-registro-carga.
          05 ws-det-chave                          pic x(12).
          05 filler                                pic x(22).
       01 ws-carga-trailer redefines ws-registro-carga.
          05 filler                                pic x(01).
          05 ws-trl-qtde                           pic 9(06).
       77  ws-qtde-carregados                      pic 9(06).
       77  ws-qtde-rejeitados                      pic 9(06).
       77  ws-qtde-duplicados                      pic 9(06).
       77  ws-qtde-estimadas-substituidas          pic 9(06).

      *>    valor da leitura estimada substituida, retirado das
      *>    estatisticas da estacao antes de somar o valor real
       77  ws-temp-estimada                        pic s9(02)v9.

       01 ws-uso-comum.
          05 ws-msn-erro.
           move 0   to ws-soma-conferida
           move 0   to ws-soma-umid-conferida
           move 0   to ws-soma-chuva-conferida
           move all "9" to ws-chave-inicial
           move all "0" to ws-chave-final

           perform until ws-fs-arqCarga = 10
               read arqCarga
                       add ws-det-temp  to ws-soma-conferida
                       add ws-det-umid  to ws-soma-umid-conferida
                       add ws-det-chuva to ws-soma-chuva-conferida
                       if ws-det-chave < ws-chave-inicial then
                           move ws-det-chave to ws-chave-inicial
                       end-if
                       if ws-det-chave > ws-chave-final then
                           move ws-det-chave to ws-chave-final
                       end-if
                   end-if
               end-if
           end-perform
               perform recusar-carga
           end-if

           perform conferir-cargas-anteriores

           .
       conferir-totais-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Rele o registro de cargas: apura o numero desta carga (o maior
      *>  ja usado + 1, contando tambem as chaves gravadas - uma carga
      *>  interrompida deixa chaves sem linha no registro e o numero
      *>  dela nao pode ser reaproveitado) e recusa o arquivo quando os totais do trailer e
      *>  a faixa de chaves baterem com uma carga ja aplicada e ainda nao
      *>  estornada - o mesmo arquivo reapresentado pelo datalogger
      *>------------------------------------------------------------------------
       conferir-cargas-anteriores section.

           move 0 to ws-carga-corrente

           open input arqCargas.
           if ws-fs-arqCargas <> 0
           and ws-fs-arqCargas <> 05 then
               move 23                                         to ws-msn-erro-ofsset
               move ws-fs-arqCargas                            to ws-msn-erro-cod
               move "Erro ao abrir arqTemperaturas-cargas "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqCargas = 10
               read arqCargas
               if  ws-fs-arqCargas <> 0
               and ws-fs-arqCargas <> 10 then
                   move 24                                      to ws-msn-erro-ofsset
                   move ws-fs-arqCargas                         to ws-msn-erro-cod
                   move "Erro ao ler arqTemperaturas-cargas "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqCargas = 0 then
                   if fd-carga-numero > ws-carga-corrente then
                       move fd-carga-numero to ws-carga-corrente
                   end-if

                   if  fd-carga-situacao       = "A"
                   and fd-carga-trl-qtde       = ws-trl-qtde-informada
                   and fd-carga-trl-soma       = ws-trl-soma-informada
                   and fd-carga-trl-soma-umid  = ws-trl-soma-umid-informada
                   and fd-carga-trl-soma-chuva = ws-trl-soma-chuva-informada
                   and fd-carga-chave-inicial  = ws-chave-inicial
                   and fd-carga-chave-final    = ws-chave-final then
                       move fd-carga-data to ws-data-exibida
                       display "CARGA RECUSADA: arquivo ja aplicado na carga "
                               fd-carga-numero
                       display "Aplicada em.......................: "
                               ws-data-exibida-dia "/" ws-data-exibida-mes "/"
                               ws-data-exibida-ano
                       display "Estornar a carga anterior (estornaCarga) antes de recarregar"
                       close arqCargas
                       perform recusar-carga
                   end-if
               end-if
           end-perform

           close arqCargas.
           if ws-fs-arqCargas <> 0 then
               move 25                                         to ws-msn-erro-ofsset
               move ws-fs-arqCargas                            to ws-msn-erro-cod
               move "Erro ao fechar arqTemperaturas-cargas "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqCargasChaves.
           if ws-fs-arqCargasChaves <> 0
           and ws-fs-arqCargasChaves <> 05 then
               move 35                                               to ws-msn-erro-ofsset
               move ws-fs-arqCargasChaves                            to ws-msn-erro-cod
               move "Erro ao abrir arqTemperaturas-cargas-chaves "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqCargasChaves = 10
               read arqCargasChaves
               if  ws-fs-arqCargasChaves <> 0
               and ws-fs-arqCargasChaves <> 10 then
                   move 36                                             to ws-msn-erro-ofsset
                   move ws-fs-arqCargasChaves                          to ws-msn-erro-cod
                   move "Erro ao ler arqTemperaturas-cargas-chaves "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if  ws-fs-arqCargasChaves = 0
               and fd-cch-numero > ws-carga-corrente then
                   move fd-cch-numero to ws-carga-corrente
               end-if
           end-perform

           close arqCargasChaves.
           if ws-fs-arqCargasChaves <> 0 then
               move 37                                               to ws-msn-erro-ofsset
               move ws-fs-arqCargasChaves                            to ws-msn-erro-cod
               move "Erro ao fechar arqTemperaturas-cargas-chaves "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-carga-corrente

           .
       conferir-cargas-anteriores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Recusa da carga: nada foi gravado (a conferencia roda antes de
      *>  abrir arqTemperaturas.dat), entao basta encerrar sinalizando

           move all "9" to ws-pendencia-anotada

           open extend arqCargasChaves.
           if ws-fs-arqCargasChaves <> 0 then
               move 26                                            to ws-msn-erro-ofsset
               move ws-fs-arqCargasChaves                         to ws-msn-erro-cod
               move "Erro ao abrir arqTemperaturas-cargas-chaves" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqCarga.
           if ws-fs-arqCarga <> 0 then
               move 6                                     to ws-msn-erro-ofsset
           move 0 to ws-qtde-carregados
           move 0 to ws-qtde-rejeitados
           move 0 to ws-qtde-duplicados
           move 0 to ws-qtde-estimadas-substituidas
           move 0 to ws-qtde-sensores

           perform until ws-fs-arqCarga = 10
               perform finaliza-anormal
           end-if

           close arqCargasChaves.
           if ws-fs-arqCargasChaves <> 0 then
               move 27                                             to ws-msn-erro-ofsset
               move ws-fs-arqCargasChaves                          to ws-msn-erro-cod
               move "Erro ao fechar arqTemperaturas-cargas-chaves" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqPendentes.
           if ws-fs-arqPendentes <> 0 then
               move 20                                         to ws-msn-erro-ofsset
               move ws-det-temp    to fd-temp
               move ws-det-umid    to fd-umid
               move ws-det-chuva   to fd-chuva
               move "O"            to fd-qualidade

               write fd-temperaturas
               if ws-fs-arqTemperaturas = 22 then
                   perform substituir-estimada
               end-if
               if ws-fs-arqTemperaturas = 22 then
                   add 1 to ws-qtde-duplicados
                   move "Leitura ja cadastrada em arqTemperaturas" to fd-erros-motivo
                   add 1 to ws-qtde-carregados
                   perform atualizar-estatistica
                   perform anotar-pendencia
                   perform registrar-chave-carga
               end-if
               end-if
           end-if
       aplicar-detalhe-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Chave ja gravada em arqTemperaturas: se a leitura gravada for
      *>  estimada (qualidade E) a leitura real toma o lugar dela e o
      *>  status volta a 0 p/ seguir como carregada; qualquer outra
      *>  continua duplicada (status 22)
      *>------------------------------------------------------------------------
       substituir-estimada section.

           read arqTemperaturas
           if ws-fs-arqTemperaturas <> 0 then
               move 32                                       to ws-msn-erro-ofsset
               move ws-fs-arqTemperaturas                    to ws-msn-erro-cod
               move "Erro ao ler leitura ja gravada "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if fd-qualidade <> "E" then
               move 22 to ws-fs-arqTemperaturas
           else
               move fd-temp        to ws-temp-estimada
               move ws-det-temp    to fd-temp
               move ws-det-umid    to fd-umid
               move ws-det-chuva   to fd-chuva
               move "O"            to fd-qualidade

               rewrite fd-temperaturas
               if ws-fs-arqTemperaturas <> 0 then
                   move 33                                       to ws-msn-erro-ofsset
                   move ws-fs-arqTemperaturas                    to ws-msn-erro-cod
                   move "Erro ao substituir leitura estimada "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform retirar-estimada-estatistica
               add 1 to ws-qtde-estimadas-substituidas
           end-if

           .
       substituir-estimada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Retira o valor estimado substituido do total/quantidade da
      *>  estacao (atualizar-estatistica soma o valor real em seguida).
      *>  Os extremos nao mudam: a estimativa fica entre as duas horas
      *>  reais vizinhas, que ja estavam nas estatisticas, e nunca passa
      *>  delas
      *>------------------------------------------------------------------------
       retirar-estimada-estatistica section.

           move ws-det-estacao to fd-stat-estacao
           read arqEstatisticas
               invalid key
                   continue
               not invalid key
                   subtract ws-temp-estimada from fd-stat-total
                   subtract 1 from fd-stat-qtde
                   if fd-stat-qtde > 0 then
                       compute fd-stat-media = fd-stat-total / fd-stat-qtde
                   else
                       move 0 to fd-stat-media
                   end-if

                   rewrite fd-estatisticas
                   if ws-fs-arqEstatisticas <> 0 then
                       move 34                                              to ws-msn-erro-ofsset
                       move ws-fs-arqEstatisticas                           to ws-msn-erro-cod
                       move "Erro ao regravar arqTemperaturas-estatistica"  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
           end-read

           .
       retirar-estimada-estatistica-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Registra a chave da leitura recem-gravada com o numero desta
      *>  carga (base do estorno da carga inteira por estornaCarga)
      *>------------------------------------------------------------------------
       registrar-chave-carga section.

           move ws-carga-corrente to fd-cch-numero
           move fd-chave          to fd-cch-chave

           write fd-cargas-chaves
           if ws-fs-arqCargasChaves <> 0 then
               move 28                                             to ws-msn-erro-ofsset
               move ws-fs-arqCargasChaves                          to ws-msn-erro-cod
               move "Erro ao gravar arqTemperaturas-cargas-chaves" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       registrar-chave-carga-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Registra a carga recem-aplicada no registro de cargas: numero,
      *>  data/hora, totais do trailer, faixa de chaves, contagens e
      *>  situacao A (aplicada)
      *>------------------------------------------------------------------------
       gravar-registro-carga section.

           open extend arqCargas.
           if ws-fs-arqCargas <> 0 then
               move 29                                         to ws-msn-erro-ofsset
               move ws-fs-arqCargas                            to ws-msn-erro-cod
               move "Erro ao reabrir arqTemperaturas-cargas "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           accept ws-data-sistema from date yyyymmdd
           accept ws-hora-sistema from time

           move ws-carga-corrente           to fd-carga-numero
           move ws-data-sistema             to fd-carga-data
           move ws-hora-hhmmss              to fd-carga-hora
           move ws-trl-qtde-informada       to fd-carga-trl-qtde
           move ws-trl-soma-informada       to fd-carga-trl-soma
           move ws-trl-soma-umid-informada  to fd-carga-trl-soma-umid
           move ws-trl-soma-chuva-informada to fd-carga-trl-soma-chuva
           move ws-chave-inicial            to fd-carga-chave-inicial
           move ws-chave-final              to fd-carga-chave-final
           move ws-qtde-carregados          to fd-carga-qtde-carregados
           compute fd-carga-qtde-rejeitados = ws-qtde-rejeitados + ws-qtde-duplicados
           move "A"                         to fd-carga-situacao
           move 0                           to fd-carga-data-estorno
           move spaces                      to fd-carga-operador-estorno

           write fd-cargas.
           if ws-fs-arqCargas <> 0 then
               move 30                                         to ws-msn-erro-ofsset
               move ws-fs-arqCargas                            to ws-msn-erro-cod
               move "Erro ao gravar arqTemperaturas-cargas "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqCargas.
           if ws-fs-arqCargas <> 0 then
               move 31                                         to ws-msn-erro-ofsset
               move ws-fs-arqCargas                            to ws-msn-erro-cod
               move "Erro ao fechar arqTemperaturas-cargas "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-registro-carga-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Anota o estacao/dia da leitura recem-carregada como pendente
      *>  de consolidacao (pauta do modo incremental de
               perform finaliza-anormal
           end-if

           perform gravar-registro-carga

           display "Resumo da carga de arqTemperaturas.dat"
           display "Numero da carga......: " ws-carga-corrente
           display "Registros lidos......: " ws-qtde-lidos
           display "Registros carregados.: " ws-qtde-carregados
           display "Registros rejeitados.: " ws-qtde-rejeitados
           display "Registros duplicados.: " ws-qtde-duplicados
           display "Estimadas trocadas...: " ws-qtde-estimadas-substituidas

      *>    goback em vez de stop run: chamado como passo de
      *>    cadeiaTemperaturas devolve o controle ao condutor; executado
