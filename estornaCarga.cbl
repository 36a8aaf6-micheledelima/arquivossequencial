      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "estornaCarga".
       author. "Michele de Lima".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Estorno de uma carga inteira de cargaTemperaturas: recebe o
      *>numero da carga (registro arqTemperaturas-cargas.dat), mostra
      *>os dados dela p/ confirmacao e exclui de arqTemperaturas.dat
      *>exatamente as leituras que aquela carga gravou (chaves em
      *>arqTemperaturas-cargas-chaves.dat). Cada exclusao entra na
      *>trilha de auditoria com operacao "E" e a temperatura excluida,
      *>as estatisticas da estacao sao corrigidas (total e quantidade
      *>na hora; maior/menor recompostos do arquivo vivo quando o
      *>extremo registrado era uma das leituras estornadas) e cada
      *>estacao/dia tocado vai p/ a pauta arqTemperaturas-pendentes.dat
      *>- rodar resumoTemperaturas no modo incremental depois p/ o
      *>consolidado diario refletir o estorno. A carga fica marcada
      *>como E (estornada) no registro, com data e operador, e deixa de
      *>bloquear a recarga do mesmo arquivo. Leitura da carga que ja
      *>nao esta no arquivo vivo (excluida na manutencao ou arquivada)
      *>so e contada. A entrada exige identificacao no cadastro
      *>arqOperadores.dat (id + senha, perfil de manutencao ou
      *>administracao); tentativa recusada fica na trilha de auditoria
      *>com operacao "N".

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

      *>   Estatisticas por estacao, corrigidas a cada leitura estornada
           select arqEstatisticas assign to "arqTemperaturas-estatisticas.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-stat-estacao
           lock mode is automatic
           file status is ws-fs-arqEstatisticas.

      *>   Pauta da consolidacao incremental: cada estacao/dia estornado
      *>   e anotado aqui p/ resumoTemperaturas reconsolidar esses dias
           select optional arqPendentes assign to "arqTemperaturas-pendentes.dat"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqPendentes.

      *>   Trilha de auditoria: cada leitura estornada fica registrada
      *>   como exclusao, com operador, data/hora e temperatura anterior
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

      *>   Registro de cargas gravado por cargaTemperaturas: lido
      *>   inteiro p/ a memoria e regravado ao final com a carga
      *>   estornada marcada (mesmo recurso de confirmaTransmissoes)
           select optional arqCargas assign to "arqTemperaturas-cargas.dat"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqCargas.

      *>   Chaves gravadas por cada carga
           select optional arqCargasChaves assign to "arqTemperaturas-cargas-chaves.dat"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqCargasChaves.

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
      *>    situacao da carga: A = aplicada, E = estornada
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
       77  ws-fs-arqTemperaturas                   pic 9(02).
       77  ws-fs-arqEstatisticas                   pic 9(02).
       77  ws-fs-arqPendentes                      pic 9(02).
       77  ws-fs-arqAuditoria                      pic 9(02).
       77  ws-fs-arqOperadores                     pic 9(02).
       77  ws-fs-arqCargas                         pic 9(02).
       77  ws-fs-arqCargasChaves                   pic 9(02).

       01 ws-uso-comum.
          05 ws-confirma                           pic x(01).
          05 ws-msn-erro.
             10 ws-msn-erro-ofsset                 pic 9(04).
             10 filler                             pic x(01) value "-".
             10 ws-msn-erro-cod                    pic 9(02).
             10 filler                             pic x(01) value space.
             10 ws-msn-erro-text                   pic x(42).

      *>    numero da carga a estornar, digitado pelo operador
       77  ws-carga-informada                      pic 9(06).

      *>    registro de cargas carregado p/ a memoria (arquivo inteiro,
      *>    p/ permitir a regravacao com a carga estornada marcada)
       77  ws-qtde-cargas                          pic 9(04) comp.
       01 ws-cargas occurs 1 to 5000 times
                    depending on ws-qtde-cargas.
          05 ws-carga-numero                       pic 9(06).
          05 ws-carga-data                         pic 9(08).
          05 ws-carga-hora                         pic 9(06).
          05 ws-carga-trl-qtde                     pic 9(06).
          05 ws-carga-trl-soma                     pic s9(08)v9.
          05 ws-carga-trl-soma-umid                pic 9(08).
          05 ws-carga-trl-soma-chuva               pic 9(07)v9.
          05 ws-carga-chave-inicial                pic x(12).
          05 ws-carga-chave-final                  pic x(12).
          05 ws-carga-qtde-carregados              pic 9(06).
          05 ws-carga-qtde-rejeitados              pic 9(06).
          05 ws-carga-situacao                     pic x(01).
          05 ws-carga-data-estorno                 pic 9(08).
          05 ws-carga-operador-estorno             pic x(08).

      *>    estacoes tocadas pelo estorno; extremo-removido = "S" quando
      *>    o maior ou o menor registrado nas estatisticas era uma das
      *>    leituras estornadas - esses sao recompostos do arquivo vivo
       77  ws-qtde-afetadas                        pic 9(02).
       01 ws-afetadas occurs 1 to 99 times
                      depending on ws-qtde-afetadas.
          05 ws-afet-estacao                       pic 9(02).
          05 ws-afet-extremo-removido              pic x(01).
          05 ws-afet-achou                         pic x(01).
          05 ws-afet-ano-maior                     pic 9(04).
          05 ws-afet-mes-maior                     pic 9(02).
          05 ws-afet-dia-maior                     pic 9(02).
          05 ws-afet-hora-maior                    pic 9(02).
          05 ws-afet-valor-maior                   pic s9(02)v9.
          05 ws-afet-ano-menor                     pic 9(04).
          05 ws-afet-mes-menor                     pic 9(02).
          05 ws-afet-dia-menor                     pic 9(02).
          05 ws-afet-hora-menor                    pic 9(02).
          05 ws-afet-valor-menor                   pic s9(02)v9.

       01 indices.
          05 ws-ind-carga                          pic 9(04).
          05 ws-ind-carga-achada                   pic 9(04).
          05 ws-ind-afetada                        pic 9(02).
          05 ws-ind-afetada-achada                 pic 9(02).

      *>    algum extremo precisa ser recomposto do arquivo vivo?
       77  ws-recompor-extremos                    pic x(01).

      *>    ultima pendencia de consolidacao anotada: as chaves da carga
      *>    vem em ordem, entao comparar com a anterior evita anotar o
      *>    mesmo estacao/dia 24 vezes
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

      *>    temperatura excluida formatada p/ a imagem "antes" da
      *>    auditoria
       77  ws-temp-aud                             pic s9(02)v9 sign leading separate.

      *>    data e faixa de chaves da carga formatadas p/ exibicao
       01 ws-data-exibida.
          05 ws-data-exibida-ano                   pic 9(04).
          05 ws-data-exibida-mes                   pic 9(02).
          05 ws-data-exibida-dia                   pic 9(02).
       01 ws-chave-exibida.
          05 ws-chave-exibida-ano                  pic 9(04).
          05 ws-chave-exibida-mes                  pic 9(02).
          05 ws-chave-exibida-dia                  pic 9(02).
          05 ws-chave-exibida-estacao              pic 9(02).
          05 ws-chave-exibida-hora                 pic 9(02).

      *>    contadores do resumo final do estorno
       77  ws-qtde-chaves                          pic 9(06).
       77  ws-qtde-excluidas                       pic 9(06).
       77  ws-qtde-ausentes                        pic 9(06).

      *>----Variaveis para comunicação entre programas
       linkage section.

      *>----Declaração de tela
       screen section.

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform localizar-carga.
           perform estornar-leituras.
           perform recompor-extremos.
           perform regravar-cargas.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.

           display erase
           display "Estorno de carga de arqTemperaturas.dat"

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

           move 0 to ws-qtde-afetadas
           move 0 to ws-qtde-chaves
           move 0 to ws-qtde-excluidas
           move 0 to ws-qtde-ausentes
           move "N" to ws-recompor-extremos
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
      *>  Carrega o registro de cargas p/ a memoria, localiza a carga
      *>  pedida, mostra os dados dela e pede a confirmacao do operador;
      *>  carga inexistente ou ja estornada encerra sem tocar em nada
      *>------------------------------------------------------------------------
       localizar-carga section.

           open input arqCargas.
           if ws-fs-arqCargas <> 0
           and ws-fs-arqCargas <> 05 then
               move 4                                          to ws-msn-erro-ofsset
               move ws-fs-arqCargas                            to ws-msn-erro-cod
               move "Erro ao abrir arqTemperaturas-cargas "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move 0 to ws-qtde-cargas
           perform until ws-fs-arqCargas = 10
               read arqCargas
               if  ws-fs-arqCargas <> 0
               and ws-fs-arqCargas <> 10 then
                   move 5                                       to ws-msn-erro-ofsset
                   move ws-fs-arqCargas                         to ws-msn-erro-cod
                   move "Erro ao ler arqTemperaturas-cargas "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqCargas = 0 then
      *>           ws-cargas so tem espaco p/ 5000 cargas - estourar o
      *>           limite descartaria o restante do registro na regravacao
                   if ws-qtde-cargas >= 5000 then
                       move 6                                       to ws-msn-erro-ofsset
                       move 0                                       to ws-msn-erro-cod
                       move "Tabela cheia antes do fim do arquivo "  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   add 1 to ws-qtde-cargas
                   move fd-carga-numero           to ws-carga-numero(ws-qtde-cargas)
                   move fd-carga-data             to ws-carga-data(ws-qtde-cargas)
                   move fd-carga-hora             to ws-carga-hora(ws-qtde-cargas)
                   move fd-carga-trl-qtde         to ws-carga-trl-qtde(ws-qtde-cargas)
                   move fd-carga-trl-soma         to ws-carga-trl-soma(ws-qtde-cargas)
                   move fd-carga-trl-soma-umid    to ws-carga-trl-soma-umid(ws-qtde-cargas)
                   move fd-carga-trl-soma-chuva   to ws-carga-trl-soma-chuva(ws-qtde-cargas)
                   move fd-carga-chave-inicial    to ws-carga-chave-inicial(ws-qtde-cargas)
                   move fd-carga-chave-final      to ws-carga-chave-final(ws-qtde-cargas)
                   move fd-carga-qtde-carregados  to ws-carga-qtde-carregados(ws-qtde-cargas)
                   move fd-carga-qtde-rejeitados  to ws-carga-qtde-rejeitados(ws-qtde-cargas)
                   move fd-carga-situacao         to ws-carga-situacao(ws-qtde-cargas)
                   move fd-carga-data-estorno     to ws-carga-data-estorno(ws-qtde-cargas)
                   move fd-carga-operador-estorno to ws-carga-operador-estorno(ws-qtde-cargas)
               end-if
           end-perform

           close arqCargas.
           if ws-fs-arqCargas <> 0 then
               move 7                                          to ws-msn-erro-ofsset
               move ws-fs-arqCargas                            to ws-msn-erro-cod
               move "Erro ao fechar arqTemperaturas-cargas "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Numero da carga a estornar: "
           accept ws-carga-informada

           move 0 to ws-ind-carga-achada
           perform varying ws-ind-carga from 1 by 1 until
                                               ws-ind-carga > ws-qtde-cargas
               if ws-carga-numero(ws-ind-carga) = ws-carga-informada then
                   move ws-ind-carga to ws-ind-carga-achada
               end-if
           end-perform

           if ws-ind-carga-achada = 0 then
               display "Carga nao encontrada em arqTemperaturas-cargas"
               Stop run
           end-if

           if ws-carga-situacao(ws-ind-carga-achada) = "E" then
               move ws-carga-data-estorno(ws-ind-carga-achada) to ws-data-exibida
               display "Carga ja estornada em " ws-data-exibida-dia "/"
                       ws-data-exibida-mes "/" ws-data-exibida-ano
                       " por " ws-carga-operador-estorno(ws-ind-carga-achada)
               Stop run
           end-if

      *>    so carga registrada como aplicada (A) tem chaves a estornar -
      *>    chaves de carga interrompida ficam sob numero sem linha no
      *>    registro (cargaTemperaturas nao reaproveita o numero) e nunca
      *>    sao tocadas aqui
           if ws-carga-situacao(ws-ind-carga-achada) <> "A" then
               display "Carga com situacao " ws-carga-situacao(ws-ind-carga-achada)
                       " - so carga aplicada (A) pode ser estornada"
               Stop run
           end-if

           move ws-carga-data(ws-ind-carga-achada) to ws-data-exibida
           display "Carga.................: " ws-carga-numero(ws-ind-carga-achada)
           display "Aplicada em...........: " ws-data-exibida-dia "/"
                   ws-data-exibida-mes "/" ws-data-exibida-ano
           display "Linhas no trailer.....: " ws-carga-trl-qtde(ws-ind-carga-achada)
           display "Leituras carregadas...: " ws-carga-qtde-carregados(ws-ind-carga-achada)
           move ws-carga-chave-inicial(ws-ind-carga-achada) to ws-chave-exibida
           display "Primeira leitura......: " ws-chave-exibida-dia "/"
                   ws-chave-exibida-mes "/" ws-chave-exibida-ano
                   " estacao " ws-chave-exibida-estacao
                   " hora " ws-chave-exibida-hora
           move ws-carga-chave-final(ws-ind-carga-achada) to ws-chave-exibida
           display "Ultima leitura........: " ws-chave-exibida-dia "/"
                   ws-chave-exibida-mes "/" ws-chave-exibida-ano
                   " estacao " ws-chave-exibida-estacao
                   " hora " ws-chave-exibida-hora
           display "Confirma o estorno da carga (S/N): "
           accept ws-confirma

           if  ws-confirma <> "S"
           and ws-confirma <> "s" then
               display "Estorno cancelado - nada foi alterado"
               Stop run
           end-if

           .
       localizar-carga-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Percorre as chaves gravadas pela carga e exclui cada leitura
      *>  ainda presente no arquivo vivo: auditoria, estatistica e
      *>  pendencia de consolidacao a cada exclusao
      *>------------------------------------------------------------------------
       estornar-leituras section.

           open i-o arqTemperaturas.
           if ws-fs-arqTemperaturas <> 0 then
               move 8                                     to ws-msn-erro-ofsset
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
               move 9                                               to ws-msn-erro-ofsset
               move ws-fs-arqEstatisticas                           to ws-msn-erro-cod
               move "Erro ao abrir arqTemperaturas-estatisticas "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open extend arqPendentes.
           if ws-fs-arqPendentes <> 0 then
               move 10                                        to ws-msn-erro-ofsset
               move ws-fs-arqPendentes                        to ws-msn-erro-cod
               move "Erro ao abrir arqTemperaturas-pendentes" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqCargasChaves.
           if ws-fs-arqCargasChaves <> 0
           and ws-fs-arqCargasChaves <> 05 then
               move 11                                            to ws-msn-erro-ofsset
               move ws-fs-arqCargasChaves                         to ws-msn-erro-cod
               move "Erro ao abrir arqTemperaturas-cargas-chaves" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqCargasChaves = 10
               read arqCargasChaves
               if  ws-fs-arqCargasChaves <> 0
               and ws-fs-arqCargasChaves <> 10 then
                   move 12                                           to ws-msn-erro-ofsset
                   move ws-fs-arqCargasChaves                        to ws-msn-erro-cod
                   move "Erro ao ler arqTemperaturas-cargas-chaves"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if  ws-fs-arqCargasChaves = 0
               and fd-cch-numero = ws-carga-informada then
                   add 1 to ws-qtde-chaves
                   perform estornar-leitura
               end-if
           end-perform

           close arqCargasChaves.
           if ws-fs-arqCargasChaves <> 0 then
               move 13                                             to ws-msn-erro-ofsset
               move ws-fs-arqCargasChaves                          to ws-msn-erro-cod
               move "Erro ao fechar arqTemperaturas-cargas-chaves" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqPendentes.
           if ws-fs-arqPendentes <> 0 then
               move 14                                         to ws-msn-erro-ofsset
               move ws-fs-arqPendentes                         to ws-msn-erro-cod
               move "Erro ao fechar arqTemperaturas-pendentes" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       estornar-leituras-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Exclui a leitura da chave corrente da carga (fd-cch-chave), se
      *>  ela ainda estiver no arquivo vivo
      *>------------------------------------------------------------------------
       estornar-leitura section.

           move fd-cch-chave to fd-chave
           read arqTemperaturas
               invalid key
                   add 1 to ws-qtde-ausentes
               not invalid key
      *>           imagem anterior capturada antes de o registro sumir
                   move fd-temp     to ws-temp-aud
                   move ws-temp-aud to fd-aud-temp-antes

                   delete arqTemperaturas
                   if ws-fs-arqTemperaturas <> 0 then
                       move 15                                      to ws-msn-erro-ofsset
                       move ws-fs-arqTemperaturas                   to ws-msn-erro-cod
                       move "Erro ao excluir em arqTemperaturas "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   add 1 to ws-qtde-excluidas
                   perform gravar-auditoria
                   perform atualizar-estatistica
                   perform anotar-pendencia
           end-read

           .
       estornar-leitura-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a exclusao na trilha de auditoria: operador, data/hora
      *>  do sistema, operacao "E", chave e temperatura excluida (a
      *>  imagem "antes" ja foi montada pelo chamador)
      *>------------------------------------------------------------------------
       gravar-auditoria section.

           accept ws-data-sistema from date yyyymmdd
           accept ws-hora-sistema from time

           move ws-data-sistema to fd-aud-data
           move ws-hora-hhmmss  to fd-aud-hora
           move ws-operador     to fd-aud-operador
           move "E"             to fd-aud-operacao
           move fd-ano          to fd-aud-ano
           move fd-mes          to fd-aud-mes
           move fd-dia          to fd-aud-dia
           move fd-estacao      to fd-aud-estacao
           move fd-hora         to fd-aud-hora-leitura
           move spaces          to fd-aud-temp-depois

           write fd-auditoria.
           if ws-fs-arqAuditoria <> 0 then
               move 16                                          to ws-msn-erro-ofsset
               move ws-fs-arqAuditoria                          to ws-msn-erro-cod
               move "Erro ao gravar arqTemperaturas-auditoria " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-auditoria-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Subtrai a leitura excluida (fd-temperaturas) das estatisticas
      *>  da estacao; quando ela era o maior ou o menor registrado, a
      *>  estacao fica marcada p/ recompor os extremos do arquivo vivo
      *>------------------------------------------------------------------------
       atualizar-estatistica section.

           perform localizar-estacao-afetada

           move fd-estacao to fd-stat-estacao
           read arqEstatisticas
               invalid key
      *>           estacao sem estatistica (arquivo reconstruido depois
      *>           da carga) - nada a subtrair
                   continue
               not invalid key
                   if fd-stat-qtde > 0 then
                       subtract fd-temp from fd-stat-total
                       subtract 1 from fd-stat-qtde
                   end-if

                   if fd-stat-qtde > 0 then
                       compute fd-stat-media = fd-stat-total / fd-stat-qtde
                   else
                       move 0 to fd-stat-total
                       move 0 to fd-stat-media
                   end-if

                   if  fd-stat-ano-maior  = fd-ano
                   and fd-stat-mes-maior  = fd-mes
                   and fd-stat-dia-maior  = fd-dia
                   and fd-stat-hora-maior = fd-hora then
                       move "S" to ws-afet-extremo-removido(ws-ind-afetada-achada)
                       move "S" to ws-recompor-extremos
                   end-if

                   if  fd-stat-ano-menor  = fd-ano
                   and fd-stat-mes-menor  = fd-mes
                   and fd-stat-dia-menor  = fd-dia
                   and fd-stat-hora-menor = fd-hora then
                       move "S" to ws-afet-extremo-removido(ws-ind-afetada-achada)
                       move "S" to ws-recompor-extremos
                   end-if

                   rewrite fd-estatisticas
                   if ws-fs-arqEstatisticas <> 0 then
                       move 17                                              to ws-msn-erro-ofsset
                       move ws-fs-arqEstatisticas                           to ws-msn-erro-cod
                       move "Erro ao regravar arqTemperaturas-estatistica"  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
           end-read

           .
       atualizar-estatistica-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Posiciona ws-ind-afetada-achada na estacao da leitura corrente
      *>  (fd-estacao) na tabela de estacoes afetadas, incluindo-a na
      *>  primeira vez
      *>------------------------------------------------------------------------
       localizar-estacao-afetada section.

           move 0 to ws-ind-afetada-achada
           perform varying ws-ind-afetada from 1 by 1 until
                                               ws-ind-afetada > ws-qtde-afetadas
               if ws-afet-estacao(ws-ind-afetada) = fd-estacao then
                   move ws-ind-afetada to ws-ind-afetada-achada
               end-if
           end-perform

           if ws-ind-afetada-achada = 0 then
      *>        ws-afetadas so tem espaco p/ 99 estacoes distintas
               if ws-qtde-afetadas >= 99 then
                   move 18                                          to ws-msn-erro-ofsset
                   move 0                                           to ws-msn-erro-cod
                   move "Mais de 99 estacoes distintas na carga "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1 to ws-qtde-afetadas
               move ws-qtde-afetadas to ws-ind-afetada-achada
               move fd-estacao to ws-afet-estacao(ws-ind-afetada-achada)
               move "N"        to ws-afet-extremo-removido(ws-ind-afetada-achada)
               move "N"        to ws-afet-achou(ws-ind-afetada-achada)
           end-if

           .
       localizar-estacao-afetada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Anota o estacao/dia da leitura estornada como pendente de
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
                   move 19                                         to ws-msn-erro-ofsset
                   move ws-fs-arqPendentes                         to ws-msn-erro-cod
                   move "Erro ao gravar arqTemperaturas-pendentes" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       anotar-pendencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Recompoe o maior e o menor das estacoes cujo extremo registrado
      *>  foi estornado: uma unica passada pelo arquivo vivo (ja sem as
      *>  leituras da carga) apura os extremos dessas estacoes, que sao
      *>  regravados nas estatisticas
      *>------------------------------------------------------------------------
       recompor-extremos section.

           if ws-recompor-extremos = "S" then
               move 0 to fd-ano
               move 0 to fd-mes
               move 0 to fd-dia
               move 0 to fd-estacao
               move 0 to fd-hora

               start arqTemperaturas key is not less than fd-chave
               if ws-fs-arqTemperaturas = 23
               or ws-fs-arqTemperaturas = 10 then
      *>           arquivo vivo vazio - extremos ficam zerados
                   continue
               else
               if ws-fs-arqTemperaturas <> 0 then
                   move 20                                    to ws-msn-erro-ofsset
                   move ws-fs-arqTemperaturas                 to ws-msn-erro-cod
                   move "Erro no start em arqTemperaturas "   to ws-msn-erro-text
                   perform finaliza-anormal
               else
                   perform until ws-fs-arqTemperaturas = 10
                       read arqTemperaturas next record
                       if  ws-fs-arqTemperaturas <> 0
                       and ws-fs-arqTemperaturas <> 10 then
                           move 21                                    to ws-msn-erro-ofsset
                           move ws-fs-arqTemperaturas                 to ws-msn-erro-cod
                           move "Erro ao ler arq. arqTemperaturas "   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       if ws-fs-arqTemperaturas = 0 then
                           perform acumular-extremo
                       end-if
                   end-perform
               end-if
               end-if

               perform varying ws-ind-afetada from 1 by 1 until
                                                   ws-ind-afetada > ws-qtde-afetadas
                   if ws-afet-extremo-removido(ws-ind-afetada) = "S" then
                       perform regravar-extremos
                   end-if
               end-perform
           end-if

           .
       recompor-extremos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Leva a leitura corrente do arquivo vivo aos extremos da sua
      *>  estacao, quando ela esta entre as que precisam ser recompostas
      *>------------------------------------------------------------------------
       acumular-extremo section.

           perform varying ws-ind-afetada from 1 by 1 until
                                               ws-ind-afetada > ws-qtde-afetadas
               if  ws-afet-estacao(ws-ind-afetada) = fd-estacao
               and ws-afet-extremo-removido(ws-ind-afetada) = "S" then
                   if ws-afet-achou(ws-ind-afetada) = "N" then
                       move "S"     to ws-afet-achou(ws-ind-afetada)
                       move fd-ano  to ws-afet-ano-maior(ws-ind-afetada)
                                       ws-afet-ano-menor(ws-ind-afetada)
                       move fd-mes  to ws-afet-mes-maior(ws-ind-afetada)
                                       ws-afet-mes-menor(ws-ind-afetada)
                       move fd-dia  to ws-afet-dia-maior(ws-ind-afetada)
                                       ws-afet-dia-menor(ws-ind-afetada)
                       move fd-hora to ws-afet-hora-maior(ws-ind-afetada)
                                       ws-afet-hora-menor(ws-ind-afetada)
                       move fd-temp to ws-afet-valor-maior(ws-ind-afetada)
                                       ws-afet-valor-menor(ws-ind-afetada)
                   else
                       if fd-temp > ws-afet-valor-maior(ws-ind-afetada) then
                           move fd-ano  to ws-afet-ano-maior(ws-ind-afetada)
                           move fd-mes  to ws-afet-mes-maior(ws-ind-afetada)
                           move fd-dia  to ws-afet-dia-maior(ws-ind-afetada)
                           move fd-hora to ws-afet-hora-maior(ws-ind-afetada)
                           move fd-temp to ws-afet-valor-maior(ws-ind-afetada)
                       end-if
                       if fd-temp < ws-afet-valor-menor(ws-ind-afetada) then
                           move fd-ano  to ws-afet-ano-menor(ws-ind-afetada)
                           move fd-mes  to ws-afet-mes-menor(ws-ind-afetada)
                           move fd-dia  to ws-afet-dia-menor(ws-ind-afetada)
                           move fd-hora to ws-afet-hora-menor(ws-ind-afetada)
                           move fd-temp to ws-afet-valor-menor(ws-ind-afetada)
                       end-if
                   end-if
               end-if
           end-perform

           .
       acumular-extremo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Regrava nas estatisticas os extremos recompostos da estacao
      *>  ws-ind-afetada (zerados quando nao sobrou leitura dela)
      *>------------------------------------------------------------------------
       regravar-extremos section.

           move ws-afet-estacao(ws-ind-afetada) to fd-stat-estacao
           read arqEstatisticas
               invalid key
                   continue
               not invalid key
                   if ws-afet-achou(ws-ind-afetada) = "S" then
                       move ws-afet-ano-maior(ws-ind-afetada)   to fd-stat-ano-maior
                       move ws-afet-mes-maior(ws-ind-afetada)   to fd-stat-mes-maior
                       move ws-afet-dia-maior(ws-ind-afetada)   to fd-stat-dia-maior
                       move ws-afet-hora-maior(ws-ind-afetada)  to fd-stat-hora-maior
                       move ws-afet-valor-maior(ws-ind-afetada) to fd-stat-valor-maior
                       move ws-afet-ano-menor(ws-ind-afetada)   to fd-stat-ano-menor
                       move ws-afet-mes-menor(ws-ind-afetada)   to fd-stat-mes-menor
                       move ws-afet-dia-menor(ws-ind-afetada)   to fd-stat-dia-menor
                       move ws-afet-hora-menor(ws-ind-afetada)  to fd-stat-hora-menor
                       move ws-afet-valor-menor(ws-ind-afetada) to fd-stat-valor-menor
                   else
                       move 0 to fd-stat-ano-maior fd-stat-mes-maior
                                 fd-stat-dia-maior fd-stat-hora-maior
                                 fd-stat-valor-maior
                       move 0 to fd-stat-ano-menor fd-stat-mes-menor
                                 fd-stat-dia-menor fd-stat-hora-menor
                                 fd-stat-valor-menor
                   end-if

                   rewrite fd-estatisticas
                   if ws-fs-arqEstatisticas <> 0 then
                       move 22                                              to ws-msn-erro-ofsset
                       move ws-fs-arqEstatisticas                           to ws-msn-erro-cod
                       move "Erro ao regravar arqTemperaturas-estatistica"  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
           end-read

           .
       regravar-extremos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Marca a carga como estornada (data e operador) e regrava o
      *>  registro de cargas inteiro - nenhuma carga e removida
      *>------------------------------------------------------------------------
       regravar-cargas section.

           accept ws-data-sistema from date yyyymmdd

           move "E"             to ws-carga-situacao(ws-ind-carga-achada)
           move ws-data-sistema to ws-carga-data-estorno(ws-ind-carga-achada)
           move ws-operador     to ws-carga-operador-estorno(ws-ind-carga-achada)

           open output arqCargas.
           if ws-fs-arqCargas <> 0 then
               move 23                                         to ws-msn-erro-ofsset
               move ws-fs-arqCargas                            to ws-msn-erro-cod
               move "Erro ao reabrir arqTemperaturas-cargas "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform varying ws-ind-carga from 1 by 1 until
                                               ws-ind-carga > ws-qtde-cargas
               move ws-carga-numero(ws-ind-carga)           to fd-carga-numero
               move ws-carga-data(ws-ind-carga)             to fd-carga-data
               move ws-carga-hora(ws-ind-carga)             to fd-carga-hora
               move ws-carga-trl-qtde(ws-ind-carga)         to fd-carga-trl-qtde
               move ws-carga-trl-soma(ws-ind-carga)         to fd-carga-trl-soma
               move ws-carga-trl-soma-umid(ws-ind-carga)    to fd-carga-trl-soma-umid
               move ws-carga-trl-soma-chuva(ws-ind-carga)   to fd-carga-trl-soma-chuva
               move ws-carga-chave-inicial(ws-ind-carga)    to fd-carga-chave-inicial
               move ws-carga-chave-final(ws-ind-carga)      to fd-carga-chave-final
               move ws-carga-qtde-carregados(ws-ind-carga)  to fd-carga-qtde-carregados
               move ws-carga-qtde-rejeitados(ws-ind-carga)  to fd-carga-qtde-rejeitados
               move ws-carga-situacao(ws-ind-carga)         to fd-carga-situacao
               move ws-carga-data-estorno(ws-ind-carga)     to fd-carga-data-estorno
               move ws-carga-operador-estorno(ws-ind-carga) to fd-carga-operador-estorno

               write fd-cargas
               if ws-fs-arqCargas <> 0 then
                   move 24                                      to ws-msn-erro-ofsset
                   move ws-fs-arqCargas                         to ws-msn-erro-cod
                   move "Erro ao gravar arqTemperaturas-cargas " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-perform

           close arqCargas.
           if ws-fs-arqCargas <> 0 then
               move 25                                         to ws-msn-erro-ofsset
               move ws-fs-arqCargas                            to ws-msn-erro-cod
               move "Erro ao fechar arqTemperaturas-cargas "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       regravar-cargas-exit.
           exit.

       finaliza-anormal section.
           display ws-msn-erro.
           Stop run
           .
       finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização - resumo do estorno p/ conferencia do operador
      *>------------------------------------------------------------------------
       finaliza section.
          *>finaliza arquivos
           close arqTemperaturas.
           if ws-fs-arqTemperaturas <> 0 then
               move 26                                     to ws-msn-erro-ofsset
               move ws-fs-arqTemperaturas                  to ws-msn-erro-cod
               move "Erro ao fechar arq. arqTemperaturas " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqEstatisticas.
           if ws-fs-arqEstatisticas <> 0 then
               move 27                                              to ws-msn-erro-ofsset
               move ws-fs-arqEstatisticas                           to ws-msn-erro-cod
               move "Erro ao fechar arqTemperaturas-estatisticas"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqAuditoria.
           if ws-fs-arqAuditoria <> 0 then
               move 28                                          to ws-msn-erro-ofsset
               move ws-fs-arqAuditoria                          to ws-msn-erro-cod
               move "Erro ao fechar arqTemperaturas-auditoria " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqOperadores.
           if ws-fs-arqOperadores <> 0 then
               move 29                                     to ws-msn-erro-ofsset
               move ws-fs-arqOperadores                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqOperadores "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Resumo do estorno da carga " ws-carga-informada
           display "Chaves registradas na carga.....: " ws-qtde-chaves
           display "Leituras excluidas..............: " ws-qtde-excluidas
           display "Ja ausentes do arquivo vivo.....: " ws-qtde-ausentes
           display "Estacoes afetadas...............: " ws-qtde-afetadas
           display "Rodar resumoTemperaturas (modo incremental) p/ reconsolidar os dias"

           Stop run
           .
       finaliza-exit.
           exit.
