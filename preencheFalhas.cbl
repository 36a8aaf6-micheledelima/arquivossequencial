      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "preencheFalhas".
       author. "Michele de Lima".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Preenchimento de falhas curtas: percorre arqTemperaturas.dat na
      *>faixa de datas pedida (estacao pedida ou todas) e, dentro de
      *>cada estacao/dia, procura horas faltando entre duas leituras
      *>gravadas. Falha de ate o limite de horas informado (0 = 3, no
      *>maximo 6) e preenchida por interpolacao linear entre a hora
      *>anterior e a seguinte da mesma estacao - temperatura e umidade;
      *>a chuva da hora estimada fica zero, ja que chuva nao se
      *>interpola - e as leituras gravadas ficam com qualidade E
      *>(estimada). Falha mais longa, ou sem leitura dos dois lados no
      *>mesmo dia, nao e tocada; as longas sao listadas p/ o operador.
      *>Cada leitura estimada entra na trilha de auditoria como
      *>inclusao ("I"), no total/media das estatisticas da estacao (os
      *>extremos nao mudam: a estimativa nunca passa das duas horas
      *>reais vizinhas) e o estacao/dia vai p/ a pauta
      *>arqTemperaturas-pendentes.dat - rodar resumoTemperaturas no
      *>modo incremental depois p/ o diario contar as horas estimadas.
      *>Leitura real que chegar depois numa carga substitui a estimada
      *>(cargaTemperaturas). So o arquivo vivo e preenchido. A entrada
      *>exige identificacao no cadastro arqOperadores.dat (id + senha,
      *>perfil de manutencao ou administracao); tentativa recusada fica
      *>na trilha de auditoria com operacao "N".

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.
      *>   Declaração do arquivo
           select arqTemperaturas assign to "arqTemperaturas.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-chave
           lock mode is automatic
           file status is ws-fs-arqTemperaturas.

      *>   Estatisticas por estacao, atualizadas a cada leitura
      *>   estimada gravada
           select arqEstatisticas assign to "arqTemperaturas-estatisticas.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-stat-estacao
           lock mode is automatic
           file status is ws-fs-arqEstatisticas.

      *>   Pauta da consolidacao incremental: cada estacao/dia
      *>   preenchido e anotado aqui p/ resumoTemperaturas
      *>   reconsolidar esses dias
           select optional arqPendentes assign to "arqTemperaturas-pendentes.dat"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqPendentes.

      *>   Trilha de auditoria: cada leitura estimada fica registrada
      *>   como inclusao, com operador, data/hora e temperatura
           select optional arqAuditoria assign to "arqTemperaturas-auditoria.dat"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqAuditoria.

      *>   Cadastro de operadores: a identificacao de entrada e
      *>   conferida aqui - id, senha e perfil (manutencao em
      *>   manutencaoOperadores)
           select arqOperadores assign to "arqOperadores.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-oper-id
           lock mode is automatic
           file status is ws-fs-arqOperadores.

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

       fd arqPendentes.
       01 fd-pendentes.
          05 fd-pend-ano                           pic 9(04).
          05 fd-pend-mes                           pic 9(02).
          05 fd-pend-dia                           pic 9(02).
          05 fd-pend-estacao                       pic 9(02).

       fd arqAuditoria.
       01 fd-auditoria.
          05 fd-aud-data                           pic 9(08).
          05 fd-aud-hora                           pic 9(06).
          05 fd-aud-operador                       pic x(08).
          05 fd-aud-operacao                       pic x(01).
          05 fd-aud-chave.
             10 fd-aud-ano                         pic 9(04).
             10 fd-aud-mes                         pic 9(02).
             10 fd-aud-dia                         pic 9(02).
             10 fd-aud-estacao                     pic 9(02).
             10 fd-aud-hora-leitura                pic 9(02).
          05 fd-aud-temp-antes                     pic x(04).
          05 fd-aud-temp-depois                    pic x(04).

       fd arqOperadores.
       01 fd-operadores.
          05 fd-oper-id                             pic x(08).
          05 fd-oper-nome                           pic x(30).
          05 fd-oper-senha                          pic x(08).
      *>    perfil de autorizacao: C = so consulta, M = manutencao de
      *>    leituras, A = administracao (cadastros e operadores)
          05 fd-oper-perfil                         pic x(01).
          05 fd-oper-situacao                       pic x(01).

      *>----Variaveis de trabalho
       working-storage section.
       77  ws-fs-arqTemperaturas                   pic 9(02).
       77  ws-fs-arqEstatisticas                   pic 9(02).
       77  ws-fs-arqPendentes                      pic 9(02).
       77  ws-fs-arqAuditoria                      pic 9(02).
       77  ws-fs-arqOperadores                     pic 9(02).

       01 ws-uso-comum.
          05 ws-msn-erro.
             10 ws-msn-erro-ofsset                 pic 9(04).
             10 filler                             pic x(01) value "-".
             10 ws-msn-erro-cod                    pic 9(02).
             10 filler                             pic x(01) value space.
             10 ws-msn-erro-text                   pic x(42).

      *>    estacao (0 = todas) e faixa de datas pedidas pelo operador
       77  ws-estacao-informada                    pic 9(02).
       01 ws-faixa-inicio.
          05 ws-faixa-ini-ano                      pic 9(04).
          05 ws-faixa-ini-mes                      pic 9(02).
          05 ws-faixa-ini-dia                      pic 9(02).
       01 ws-faixa-inicio-num redefines ws-faixa-inicio pic 9(08).
       77  ws-faixa-fim                            pic 9(08).

      *>    maior falha preenchida, em horas consecutivas (0 = padrao)
       77  ws-limite-falha                         pic 9(02).
       77  ws-limite-falha-padrao                  pic 9(02) value 3.
       77  ws-limite-falha-maximo                  pic 9(02) value 6.

      *>    data da leitura corrente p/ comparar com o fim da faixa
       01 ws-data-leitura.
          05 ws-leit-ano                           pic 9(04).
          05 ws-leit-mes                           pic 9(02).
          05 ws-leit-dia                           pic 9(02).
       01 ws-data-leitura-num redefines ws-data-leitura pic 9(08).

      *>    leitura passou do fim da faixa - encerra a varredura
       77  ws-fim-varredura                        pic x(01).

      *>    leitura real anterior da mesma estacao/dia (inicio da falha)
      *>    e leitura corrente (fim da falha)
       77  ws-anterior-valida                      pic x(01).
       01 ws-anterior.
          05 ws-ant-chave.
             10 ws-ant-ano                         pic 9(04).
             10 ws-ant-mes                         pic 9(02).
             10 ws-ant-dia                         pic 9(02).
             10 ws-ant-estacao                     pic 9(02).
          05 ws-ant-hora                           pic 9(02).
          05 ws-ant-temp                           pic s9(02)v9.
          05 ws-ant-umid                           pic 9(03).
       01 ws-posterior.
          05 ws-pos-chave.
             10 ws-pos-ano                         pic 9(04).
             10 ws-pos-mes                         pic 9(02).
             10 ws-pos-dia                         pic 9(02).
             10 ws-pos-estacao                     pic 9(02).
          05 ws-pos-hora                           pic 9(02).
          05 ws-pos-temp                           pic s9(02)v9.
          05 ws-pos-umid                           pic 9(03).

      *>    falha em preenchimento
       77  ws-horas-falha                          pic 9(02).
       77  ws-ind-hora                             pic 9(02).
       77  ws-temp-estimada                        pic s9(02)v9.
       77  ws-umid-estimada                        pic 9(03).

      *>    ultima pendencia de consolidacao anotada: as leituras vem em
      *>    ordem de chave, entao comparar com a anterior evita anotar o
      *>    mesmo estacao/dia varias vezes
       01 ws-pendencia-anotada.
          05 ws-pend-anotada-ano                   pic 9(04).
          05 ws-pend-anotada-mes                   pic 9(02).
          05 ws-pend-anotada-dia                   pic 9(02).
          05 ws-pend-anotada-estacao               pic 9(02).

      *>    identificacao do operador conferida na entrada do programa
      *>    contra arqOperadores (senha e perfil) e data/hora do
      *>    sistema, gravadas em cada registro de auditoria
       77  ws-operador                             pic x(08).
       77  ws-senha-informada                      pic x(08).
       77  ws-motivo-recusa                        pic x(40).
       77  ws-data-sistema                         pic 9(08).
       01 ws-hora-sistema.
          05 ws-hora-hhmmss                        pic 9(06).
          05 filler                                pic 9(02).

      *>    temperatura formatada p/ a auditoria
       77  ws-temp-aud                             pic s9(02)v9 sign leading separate.

      *>    contadores do resumo final
       77  ws-qtde-lidas                           pic 9(08).
       77  ws-qtde-falhas-preenchidas              pic 9(06).
       77  ws-qtde-horas-estimadas                 pic 9(06).
       77  ws-qtde-falhas-longas                   pic 9(06).

      *>----Variaveis para comunicação entre programas
       linkage section.

      *>----Declaração de tela
       screen section.

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform percorrer-faixa.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.

           display erase
           display "Preenchimento de falhas curtas em arqTemperaturas"

      *>    em extend: a trilha de auditoria so cresce, nunca e reescrita
           open extend arqAuditoria.
           if ws-fs-arqAuditoria <> 0 then
               move 1                                          to ws-msn-erro-ofsset
               move ws-fs-arqAuditoria                         to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTemperaturas-audit " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>    sem o cadastro de operadores ninguem entra - cadastrar os
      *>    operadores em manutencaoOperadores antes de usar aqui
           open input arqOperadores.
           if ws-fs-arqOperadores <> 0 then
               move 2                                     to ws-msn-erro-ofsset
               move ws-fs-arqOperadores                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqOperadores "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform identificar-operador

           open i-o arqTemperaturas.
           if ws-fs-arqTemperaturas <> 0 then
               move 4                                     to ws-msn-erro-ofsset
               move ws-fs-arqTemperaturas                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTemperaturas " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqEstatisticas.
           if ws-fs-arqEstatisticas = 35 then
      *>       arquivo ainda não existe, cria vazio
               open output arqEstatisticas
               close arqEstatisticas
               open i-o arqEstatisticas
           end-if

           if ws-fs-arqEstatisticas <> 0 then
               move 5                                              to ws-msn-erro-ofsset
               move ws-fs-arqEstatisticas                          to ws-msn-erro-cod
               move "Erro ao abrir arqTemperaturas-estatisticas"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open extend arqPendentes.
           if  ws-fs-arqPendentes <> 0
           and ws-fs-arqPendentes <> 05 then
               move 6                                          to ws-msn-erro-ofsset
               move ws-fs-arqPendentes                         to ws-msn-erro-cod
               move "Erro ao abrir arqTemperaturas-pendentes"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Estacao (0 = todas): "
           accept ws-estacao-informada
           display "Faixa de datas - inicio (aaaammdd): "
           accept ws-faixa-inicio-num
           display "Faixa de datas - fim (aaaammdd): "
           accept ws-faixa-fim
           display "Maior falha a preencher (horas, 0 = 3, maximo 6): "
           accept ws-limite-falha

           if ws-faixa-fim < ws-faixa-inicio-num then
               move 7                                          to ws-msn-erro-ofsset
               move 0                                          to ws-msn-erro-cod
               move "Faixa de datas invalida "                 to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-limite-falha = 0 then
               move ws-limite-falha-padrao to ws-limite-falha
           end-if
           if ws-limite-falha > ws-limite-falha-maximo then
               move ws-limite-falha-maximo to ws-limite-falha
           end-if

           move 0 to ws-qtde-lidas
           move 0 to ws-qtde-falhas-preenchidas
           move 0 to ws-qtde-horas-estimadas
           move 0 to ws-qtde-falhas-longas
           move "N" to ws-anterior-valida
           move all "9" to ws-pendencia-anotada

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Identificacao do operador: precisa existir em arqOperadores,
      *>  estar ativo, acertar a senha e ter perfil de manutencao ou
      *>  administracao - toda recusa fica na trilha de auditoria com
      *>  operacao "N" e encerra o programa
      *>------------------------------------------------------------------------
       identificar-operador section.

           display "Operador: "
           accept ws-operador
           display "Senha: "
           accept ws-senha-informada

           move ws-operador to fd-oper-id
           read arqOperadores
               invalid key
                   move "Operador nao cadastrado em arqOperadores" to ws-motivo-recusa
                   perform recusar-acesso
           end-read

           if fd-oper-situacao <> "A" then
               move "Operador inativo em arqOperadores" to ws-motivo-recusa
               perform recusar-acesso
           end-if

           if fd-oper-senha <> ws-senha-informada then
               move "Senha invalida" to ws-motivo-recusa
               perform recusar-acesso
           end-if

           if  fd-oper-perfil <> "M"
           and fd-oper-perfil <> "A" then
               move "Perfil sem autorizacao p/ manutencao" to ws-motivo-recusa
               perform recusar-acesso
           end-if

           .
       identificar-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Recusa de acesso: registra a tentativa na trilha de auditoria
      *>  (operacao "N", sem chave de leitura) e encerra o programa
      *>------------------------------------------------------------------------
       recusar-acesso section.

           accept ws-data-sistema from date yyyymmdd
           accept ws-hora-sistema from time

           move ws-data-sistema to fd-aud-data
           move ws-hora-hhmmss  to fd-aud-hora
           move ws-operador     to fd-aud-operador
           move "N"             to fd-aud-operacao
           move 0               to fd-aud-ano
           move 0               to fd-aud-mes
           move 0               to fd-aud-dia
           move 0               to fd-aud-estacao
           move 0               to fd-aud-hora-leitura
           move spaces          to fd-aud-temp-antes
           move spaces          to fd-aud-temp-depois

           write fd-auditoria.
           if ws-fs-arqAuditoria <> 0 then
               move 3                                           to ws-msn-erro-ofsset
               move ws-fs-arqAuditoria                          to ws-msn-erro-cod
               move "Erro ao gravar arqTemperaturas-auditoria " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display ws-motivo-recusa
           display "Acesso negado"
           Stop run
           .
       recusar-acesso-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Posiciona no primeiro dia da faixa e percorre o arquivo vivo ate
      *>  o ultimo, comparando cada leitura com a anterior da mesma
      *>  estacao/dia
      *>------------------------------------------------------------------------
       percorrer-faixa section.

           move ws-faixa-ini-ano to fd-ano
           move ws-faixa-ini-mes to fd-mes
           move ws-faixa-ini-dia to fd-dia
           move 0                to fd-estacao
           move 0                to fd-hora
           move "N"              to ws-fim-varredura

           start arqTemperaturas key is not less than fd-chave
           if ws-fs-arqTemperaturas = 23
           or ws-fs-arqTemperaturas = 10 then
               continue
           else
           if ws-fs-arqTemperaturas <> 0 then
               move 8                                     to ws-msn-erro-ofsset
               move ws-fs-arqTemperaturas                 to ws-msn-erro-cod
               move "Erro no start em arqTemperaturas "   to ws-msn-erro-text
               perform finaliza-anormal
           else
               perform until ws-fs-arqTemperaturas = 10
                          or ws-fim-varredura = "S"
                   read arqTemperaturas next record
                   if  ws-fs-arqTemperaturas <> 0
                   and ws-fs-arqTemperaturas <> 10 then
                       move 9                                     to ws-msn-erro-ofsset
                       move ws-fs-arqTemperaturas                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqTemperaturas "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqTemperaturas = 0 then
                       move fd-ano to ws-leit-ano
                       move fd-mes to ws-leit-mes
                       move fd-dia to ws-leit-dia
                       if ws-data-leitura-num > ws-faixa-fim then
                           move "S" to ws-fim-varredura
                       else
                       if ws-estacao-informada = 0
                       or fd-estacao = ws-estacao-informada then
                           add 1 to ws-qtde-lidas
                           perform avaliar-leitura
                       end-if
                       end-if
                   end-if
               end-perform
           end-if
           end-if

           .
       percorrer-faixa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Leitura corrente contra a anterior da mesma estacao/dia: horas
      *>  faltando entre as duas formam uma falha - curta e preenchida,
      *>  longa e listada. A corrente passa a ser a anterior
      *>------------------------------------------------------------------------
       avaliar-leitura section.

           move fd-ano     to ws-pos-ano
           move fd-mes     to ws-pos-mes
           move fd-dia     to ws-pos-dia
           move fd-estacao to ws-pos-estacao
           move fd-hora    to ws-pos-hora
           move fd-temp    to ws-pos-temp
           move fd-umid    to ws-pos-umid

           if  ws-anterior-valida = "S"
           and ws-ant-chave = ws-pos-chave
           and ws-pos-hora > ws-ant-hora + 1 then
               compute ws-horas-falha = ws-pos-hora - ws-ant-hora - 1
               if ws-horas-falha > ws-limite-falha then
                   add 1 to ws-qtde-falhas-longas
                   display "Falha de " ws-horas-falha " horas na estacao "
                           ws-pos-estacao " em " ws-pos-dia "/" ws-pos-mes "/"
                           ws-pos-ano " apos a hora " ws-ant-hora
                           " - nao estimada"
               else
                   perform preencher-falha
               end-if
           end-if

           move ws-posterior to ws-anterior
           move "S"          to ws-anterior-valida

           .
       avaliar-leitura-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava as horas da falha interpolando entre a leitura anterior e
      *>  a posterior; depois reposiciona a varredura logo apos a
      *>  leitura posterior (as gravacoes mexem na posicao corrente)
      *>------------------------------------------------------------------------
       preencher-falha section.

           perform varying ws-ind-hora from 1 by 1 until ws-ind-hora > ws-horas-falha
               compute ws-temp-estimada rounded = ws-ant-temp
                       + (ws-pos-temp - ws-ant-temp) * ws-ind-hora / (ws-horas-falha + 1)
               compute ws-umid-estimada rounded = ws-ant-umid
                       + (ws-pos-umid - ws-ant-umid) * ws-ind-hora / (ws-horas-falha + 1)

               move ws-pos-ano       to fd-ano
               move ws-pos-mes       to fd-mes
               move ws-pos-dia       to fd-dia
               move ws-pos-estacao   to fd-estacao
               compute fd-hora = ws-ant-hora + ws-ind-hora
               move ws-temp-estimada to fd-temp
               move ws-umid-estimada to fd-umid
               move 0                to fd-chuva
               move "E"              to fd-qualidade

               write fd-temperaturas
               if ws-fs-arqTemperaturas <> 0 then
                   move 10                                       to ws-msn-erro-ofsset
                   move ws-fs-arqTemperaturas                    to ws-msn-erro-cod
                   move "Erro ao gravar leitura estimada "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1 to ws-qtde-horas-estimadas
               move fd-ano      to fd-aud-ano
               move fd-mes      to fd-aud-mes
               move fd-dia      to fd-aud-dia
               move fd-estacao  to fd-aud-estacao
               move fd-hora     to fd-aud-hora-leitura
               move spaces      to fd-aud-temp-antes
               move fd-temp     to ws-temp-aud
               move ws-temp-aud to fd-aud-temp-depois
               perform gravar-auditoria
               perform atualizar-estatistica
               perform anotar-pendencia
           end-perform

           add 1 to ws-qtde-falhas-preenchidas

           move ws-pos-ano     to fd-ano
           move ws-pos-mes     to fd-mes
           move ws-pos-dia     to fd-dia
           move ws-pos-estacao to fd-estacao
           move ws-pos-hora    to fd-hora
           start arqTemperaturas key is greater than fd-chave
           if ws-fs-arqTemperaturas = 23 then
      *>       a leitura posterior era a ultima do arquivo
               move "S" to ws-fim-varredura
           else
           if ws-fs-arqTemperaturas <> 0 then
               move 11                                    to ws-msn-erro-ofsset
               move ws-fs-arqTemperaturas                 to ws-msn-erro-cod
               move "Erro no start em arqTemperaturas "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           end-if

           .
       preencher-falha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a inclusao na trilha de auditoria: operador, data/hora
      *>  do sistema, operacao "I" (chave e imagem da temperatura ja
      *>  montadas pelo chamador)
      *>------------------------------------------------------------------------
       gravar-auditoria section.

           accept ws-data-sistema from date yyyymmdd
           accept ws-hora-sistema from time

           move ws-data-sistema to fd-aud-data
           move ws-hora-hhmmss  to fd-aud-hora
           move ws-operador     to fd-aud-operador
           move "I"             to fd-aud-operacao

           write fd-auditoria.
           if ws-fs-arqAuditoria <> 0 then
               move 12                                          to ws-msn-erro-ofsset
               move ws-fs-arqAuditoria                          to ws-msn-erro-cod
               move "Erro ao gravar arqTemperaturas-auditoria " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-auditoria-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Soma a leitura estimada ao total/quantidade da estacao; os
      *>  extremos ficam como estao (a estimativa fica entre as duas
      *>  horas reais vizinhas)
      *>------------------------------------------------------------------------
       atualizar-estatistica section.

           move fd-estacao to fd-stat-estacao
           read arqEstatisticas
               invalid key
      *>           estacao sem estatistica - a reconstrucao completa de
      *>           resumoTemperaturas a cria
                   continue
               not invalid key
                   add ws-temp-estimada to fd-stat-total
                   add 1                to fd-stat-qtde
                   compute fd-stat-media = fd-stat-total / fd-stat-qtde

                   rewrite fd-estatisticas
                   if ws-fs-arqEstatisticas <> 0 then
                       move 13                                              to ws-msn-erro-ofsset
                       move ws-fs-arqEstatisticas                           to ws-msn-erro-cod
                       move "Erro ao regravar arqTemperaturas-estatistica"  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
           end-read

           .
       atualizar-estatistica-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Anota o estacao/dia da leitura estimada como pendente de
      *>  consolidacao; o mesmo dia repetido em sequencia so e anotado
      *>  uma vez
      *>------------------------------------------------------------------------
       anotar-pendencia section.

           if  fd-ano     = ws-pend-anotada-ano
           and fd-mes     = ws-pend-anotada-mes
           and fd-dia     = ws-pend-anotada-dia
           and fd-estacao = ws-pend-anotada-estacao then
               continue
           else
               move fd-ano     to fd-pend-ano ws-pend-anotada-ano
               move fd-mes     to fd-pend-mes ws-pend-anotada-mes
               move fd-dia     to fd-pend-dia ws-pend-anotada-dia
               move fd-estacao to fd-pend-estacao ws-pend-anotada-estacao

               write fd-pendentes
               if ws-fs-arqPendentes <> 0 then
                   move 14                                         to ws-msn-erro-ofsset
                   move ws-fs-arqPendentes                         to ws-msn-erro-cod
                   move "Erro ao gravar arqTemperaturas-pendentes" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       anotar-pendencia-exit.
           exit.

       finaliza-anormal section.
           display ws-msn-erro.
           Stop run
           .
       finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização - resumo do preenchimento p/ conferencia do operador
      *>------------------------------------------------------------------------
       finaliza section.
          *>finaliza arquivos
           close arqTemperaturas.
           if ws-fs-arqTemperaturas <> 0 then
               move 15                                     to ws-msn-erro-ofsset
               move ws-fs-arqTemperaturas                  to ws-msn-erro-cod
               move "Erro ao fechar arq. arqTemperaturas " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqEstatisticas.
           if ws-fs-arqEstatisticas <> 0 then
               move 16                                              to ws-msn-erro-ofsset
               move ws-fs-arqEstatisticas                           to ws-msn-erro-cod
               move "Erro ao fechar arqTemperaturas-estatisticas"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqPendentes.
           if ws-fs-arqPendentes <> 0 then
               move 17                                          to ws-msn-erro-ofsset
               move ws-fs-arqPendentes                          to ws-msn-erro-cod
               move "Erro ao fechar arqTemperaturas-pendentes"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqAuditoria.
           if ws-fs-arqAuditoria <> 0 then
               move 18                                          to ws-msn-erro-ofsset
               move ws-fs-arqAuditoria                          to ws-msn-erro-cod
               move "Erro ao fechar arqTemperaturas-auditoria " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqOperadores.
           if ws-fs-arqOperadores <> 0 then
               move 19                                     to ws-msn-erro-ofsset
               move ws-fs-arqOperadores                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqOperadores "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Resumo do preenchimento de falhas"
           display "Leituras lidas na faixa.........: " ws-qtde-lidas
           display "Falhas preenchidas..............: " ws-qtde-falhas-preenchidas
           display "Horas estimadas gravadas........: " ws-qtde-horas-estimadas
           display "Falhas longas nao estimadas.....: " ws-qtde-falhas-longas
           display "Rodar resumoTemperaturas (modo incremental) p/ reconsolidar os dias"

           Stop run
           .
       finaliza-exit.
           exit.
