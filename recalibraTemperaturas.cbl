      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "recalibraTemperaturas".
       author. "Michele de Lima".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Reaplicacao de calibracao: corrige as leituras gravadas com um
      *>ajuste de calibracao errado. Le o historico arqCalibracoes.dat
      *>(manutencao em manutencaoCalibracoes) e, p/ cada periodo
      *>pendente (ajuste certificado diferente do ajuste ja embutido
      *>nas leituras) da estacao pedida (0 = todas) que caia inteiro na
      *>faixa de datas pedida, soma a diferenca dos dois ajustes a
      *>temperatura de cada leitura da estacao no periodo - no arquivo
      *>vivo arqTemperaturas.dat e nos anuais arqTemperaturas-AAAA.dat
      *>que existirem. No periodo em vigor so entram as leituras
      *>anteriores a data em que o ajuste passou p/ o cadastro (as
      *>seguintes ja foram carregadas com ele). Cada leitura corrigida
      *>entra na trilha de auditoria com operacao "A" e as temperaturas
      *>antes/depois. Nas leituras do arquivo vivo as estatisticas da
      *>estacao sao corrigidas (total/media na hora, maior/menor
      *>recompostos numa passada ao final) e cada estacao/dia vai p/ a
      *>pauta arqTemperaturas-pendentes.dat - rodar resumoTemperaturas
      *>no modo incremental depois. Antes de alterar qualquer leitura o
      *>periodo e conferido inteiro: se alguma temperatura corrigida
      *>sairia da faixa do registro, as leituras sao listadas e o
      *>periodo nao e tocado (continua pendente p/ nova reaplicacao
      *>depois da correcao manual). Periodo reaplicado fica com o
      *>ajuste embutido igual ao certificado e a data da reaplicacao;
      *>periodo so em parte dentro da faixa e listado e nao e tocado. A entrada exige identificacao no
      *>cadastro arqOperadores.dat (id + senha, perfil de manutencao ou
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

      *>   Arquivo anual de um ano do periodo, aberto sob demanda pelo
      *>   assign dinamico (anual inexistente e pulado)
           select arqArquivo assign to ws-nome-arquivo
           organization is indexed
           access mode is dynamic
           record key is fa-chave
           lock mode is automatic
           file status is ws-fs-arqArquivo.

      *>   Historico de calibracao das estacoes
           select arqCalibracoes assign to "arqCalibracoes.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-cal-chave
           lock mode is automatic
           file status is ws-fs-arqCalibracoes.

      *>   Estatisticas por estacao, corrigidas a cada leitura do
      *>   arquivo vivo recalibrada
           select arqEstatisticas assign to "arqTemperaturas-estatisticas.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-stat-estacao
           lock mode is automatic
           file status is ws-fs-arqEstatisticas.

      *>   Pauta da consolidacao incremental: cada estacao/dia
      *>   recalibrado e anotado aqui p/ resumoTemperaturas
      *>   reconsolidar esses dias
           select optional arqPendentes assign to "arqTemperaturas-pendentes.dat"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqPendentes.

      *>   Trilha de auditoria: cada leitura recalibrada fica registrada
      *>   como alteracao, com operador, data/hora e temperaturas
      *>   antes/depois
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

      *>   mesmo layout do arquivo vivo
       fd arqArquivo.
       01 fa-temperaturas.
          05 fa-chave.
             10 fa-ano                             pic 9(04).
             10 fa-mes                             pic 9(02).
             10 fa-dia                             pic 9(02).
             10 fa-estacao                         pic 9(02).
             10 fa-hora                            pic 9(02).
          05 fa-temp                               pic s9(02)v9.
          05 fa-umid                               pic 9(03).
          05 fa-chuva                              pic 9(03)v9.
          05 fa-qualidade                          pic x(01).

       fd arqCalibracoes.
       01 fd-calibracoes.
          05 fd-cal-chave.
             10 fd-cal-estacao                     pic 9(02).
      *>       inicio e fim de validade (aaaammdd); fim zerado = em vigor
             10 fd-cal-inicio                      pic 9(08).
          05 fd-cal-fim                            pic 9(08).
      *>    ajuste certificado e referencia do certificado
          05 fd-cal-ajuste                         pic s9(01)v9.
          05 fd-cal-certificado                    pic x(20).
      *>    ajuste ja embutido nas leituras gravadas do periodo
      *>    (diferente do certificado = pendente de reaplicacao)
          05 fd-cal-ajuste-aplicado                pic s9(01)v9.
      *>    data em que o ajuste do periodo em vigor passou p/ o
      *>    cadastro da estacao (leituras dessa data em diante ja
      *>    entram com ele na carga); zerada p/ periodo encerrado
          05 fd-cal-data-cadastro                  pic 9(08).
      *>    ultima reaplicacao feita por recalibraTemperaturas
          05 fd-cal-data-reaplicacao               pic 9(08).
          05 fd-cal-operador                       pic x(08).

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
       77  ws-fs-arqArquivo                        pic 9(02).
       77  ws-fs-arqCalibracoes                    pic 9(02).
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
       77  ws-faixa-inicio                         pic 9(08).
       77  ws-faixa-fim                            pic 9(08).

      *>    periodo em reaplicacao: primeiro e ultimo dia cujas leituras
      *>    recebem a diferenca de ajuste
       01 ws-periodo-inicio.
          05 ws-per-ini-ano                        pic 9(04).
          05 ws-per-ini-mes                        pic 9(02).
          05 ws-per-ini-dia                        pic 9(02).
       01 ws-periodo-inicio-num redefines ws-periodo-inicio pic 9(08).
       01 ws-periodo-fim.
          05 ws-per-fim-ano                        pic 9(04).
          05 ws-per-fim-mes                        pic 9(02).
          05 ws-per-fim-dia                        pic 9(02).
       01 ws-periodo-fim-num redefines ws-periodo-fim pic 9(08).
       77  ws-periodo-estacao                      pic 9(02).
       77  ws-diferenca-ajuste                     pic s9(02)v9.

      *>    data da leitura corrente p/ comparar com o periodo
       01 ws-data-leitura.
          05 ws-leit-ano                           pic 9(04).
          05 ws-leit-mes                           pic 9(02).
          05 ws-leit-dia                           pic 9(02).
       01 ws-data-leitura-num redefines ws-data-leitura pic 9(08).

      *>    leitura passou do fim do periodo - encerra a varredura
       77  ws-fim-varredura                        pic x(01).

      *>    temperatura recalibrada antes de ir p/ o registro (com uma
      *>    casa a mais na parte inteira p/ detectar estouro da faixa)
       77  ws-temp-nova                            pic s9(03)v9.
       77  ws-temp-nova-exibida                    pic -zz9,9.
       77  ws-diferenca-exibida                    pic +z9,9.

      *>    vespera da data em que o ajuste do periodo em vigor passou
      *>    p/ o cadastro
       01 ws-data-hoje.
          05 ws-hoje-ano                           pic 9(04).
          05 ws-hoje-mes                           pic 9(02).
          05 ws-hoje-dia                           pic 9(02).
       01 ws-data-ontem.
          05 ws-ontem-ano                          pic 9(04).
          05 ws-ontem-mes                          pic 9(02).
          05 ws-ontem-dia                          pic 9(02).
       01 ws-ontem-aaaammdd redefines ws-data-ontem pic 9(08).
       77  ws-dias-no-mes                          pic 9(02).
       77  ws-quociente-bissexto                   pic 9(04).
       77  ws-resto-bissexto                       pic 9(04).

      *>    nome fisico do arquivo anual corrente (assign dinamico)
       77  ws-nome-arquivo                         pic x(40).
       01 ws-nome-arquivo-montado.
          05 filler                                pic x(16) value "arqTemperaturas-".
          05 ws-nome-ano                           pic 9(04).
          05 filler                                pic x(04) value ".dat".
       77  ws-ano-anual                            pic 9(04).

      *>    estacoes tocadas no arquivo vivo; toda leitura da estacao no
      *>    periodo muda, entao o maior e o menor dela sao sempre
      *>    recompostos do arquivo vivo ao final
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
          05 ws-ind-afetada                        pic 9(02).
          05 ws-ind-afetada-achada                 pic 9(02).

      *>    algum extremo precisa ser recomposto do arquivo vivo?
       77  ws-recompor-extremos                    pic x(01).

      *>    ultima pendencia de consolidacao anotada: as leituras da
      *>    estacao vem em ordem de dia/hora, entao comparar com a
      *>    anterior evita anotar o mesmo estacao/dia 24 vezes
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

      *>    temperaturas antes/depois formatadas p/ a auditoria
       77  ws-temp-aud                             pic s9(02)v9 sign leading separate.

      *>    contadores do resumo final
       77  ws-qtde-periodos-lidos                  pic 9(06).
       77  ws-qtde-periodos-reaplicados            pic 9(06).
       77  ws-qtde-periodos-parciais               pic 9(06).
       77  ws-qtde-leituras-vivo                   pic 9(08).
       77  ws-qtde-leituras-anuais                 pic 9(08).
       77  ws-qtde-fora-faixa                      pic 9(06).
       77  ws-qtde-periodos-estouro                pic 9(06).

      *>    varredura do periodo: C = so confere se alguma leitura
      *>    estouraria o registro, R = reaplica de fato
       77  ws-modo-varredura                       pic x(01).
       77  ws-qtde-estouro-periodo                 pic 9(06).

      *>----Variaveis para comunicação entre programas
       linkage section.

      *>----Declaração de tela
       screen section.

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform reaplicar-periodos.
           perform recompor-extremos.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.

           display erase
           display "Reaplicacao de calibracao em arqTemperaturas"

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

           open i-o arqCalibracoes.
           if ws-fs-arqCalibracoes <> 0 then
               move 4                                     to ws-msn-erro-ofsset
               move ws-fs-arqCalibracoes                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqCalibracoes "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqTemperaturas.
           if ws-fs-arqTemperaturas <> 0 then
               move 5                                     to ws-msn-erro-ofsset
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
               move 6                                              to ws-msn-erro-ofsset
               move ws-fs-arqEstatisticas                          to ws-msn-erro-cod
               move "Erro ao abrir arqTemperaturas-estatisticas"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open extend arqPendentes.
           if  ws-fs-arqPendentes <> 0
           and ws-fs-arqPendentes <> 05 then
               move 7                                          to ws-msn-erro-ofsset
               move ws-fs-arqPendentes                         to ws-msn-erro-cod
               move "Erro ao abrir arqTemperaturas-pendentes"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Estacao (0 = todas): "
           accept ws-estacao-informada
           display "Faixa de datas - inicio (aaaammdd): "
           accept ws-faixa-inicio
           display "Faixa de datas - fim (aaaammdd): "
           accept ws-faixa-fim

           if ws-faixa-fim < ws-faixa-inicio then
               move 8                                          to ws-msn-erro-ofsset
               move 0                                          to ws-msn-erro-cod
               move "Faixa de datas invalida "                 to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move 0 to ws-qtde-afetadas
           move 0 to ws-qtde-periodos-lidos
           move 0 to ws-qtde-periodos-reaplicados
           move 0 to ws-qtde-periodos-parciais
           move 0 to ws-qtde-leituras-vivo
           move 0 to ws-qtde-leituras-anuais
           move 0 to ws-qtde-fora-faixa
           move 0 to ws-qtde-periodos-estouro
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
      *>  Percorre o historico de calibracao (da estacao pedida ou de
      *>  todas) e reaplica cada periodo pendente coberto pela faixa
      *>------------------------------------------------------------------------
       reaplicar-periodos section.

           move ws-estacao-informada to fd-cal-estacao
           move 0                    to fd-cal-inicio
           start arqCalibracoes key is not less than fd-cal-chave
           if ws-fs-arqCalibracoes = 23
           or ws-fs-arqCalibracoes = 10 then
               display "Nenhum periodo de calibracao cadastrado"
           else
           if ws-fs-arqCalibracoes <> 0 then
               move 9                                     to ws-msn-erro-ofsset
               move ws-fs-arqCalibracoes                  to ws-msn-erro-cod
               move "Erro no start em arqCalibracoes "    to ws-msn-erro-text
               perform finaliza-anormal
           else
               perform until ws-fs-arqCalibracoes = 10
                   read arqCalibracoes next record
                   if  ws-fs-arqCalibracoes <> 0
                   and ws-fs-arqCalibracoes <> 10 then
                       move 10                                    to ws-msn-erro-ofsset
                       move ws-fs-arqCalibracoes                  to ws-msn-erro-cod
                       move "Erro ao ler arq. arqCalibracoes "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if  ws-fs-arqCalibracoes = 0
                   and ws-estacao-informada <> 0
                   and fd-cal-estacao <> ws-estacao-informada then
      *>               passou da estacao pedida
                       move 10 to ws-fs-arqCalibracoes
                   end-if

                   if  ws-fs-arqCalibracoes = 0
                   and fd-cal-ajuste <> fd-cal-ajuste-aplicado then
                       add 1 to ws-qtde-periodos-lidos
                       perform avaliar-periodo
                   end-if
               end-perform
           end-if
           end-if

           .
       reaplicar-periodos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Periodo pendente corrente (fd-calibracoes): apura os dias cujas
      *>  leituras carregam o ajuste antigo e, se caem inteiros na faixa
      *>  pedida e nenhuma leitura estouraria o registro com o ajuste
      *>  novo, reaplica e regrava o periodo como aplicado
      *>------------------------------------------------------------------------
       avaliar-periodo section.

           move fd-cal-estacao to ws-periodo-estacao
           move fd-cal-inicio  to ws-periodo-inicio-num
           if fd-cal-fim <> 0 then
               move fd-cal-fim to ws-periodo-fim-num
           else
      *>        periodo em vigor: so as leituras anteriores a troca do
      *>        ajuste no cadastro (data zerada = troca ainda nao feita,
      *>        vale ate hoje)
               if fd-cal-data-cadastro <> 0 then
                   move fd-cal-data-cadastro to ws-data-hoje
                   perform calcular-dia-anterior
                   move ws-ontem-aaaammdd to ws-periodo-fim-num
               else
                   accept ws-periodo-fim-num from date yyyymmdd
               end-if
           end-if

           compute ws-diferenca-ajuste = fd-cal-ajuste - fd-cal-ajuste-aplicado
           move ws-diferenca-ajuste to ws-diferenca-exibida

           if ws-periodo-inicio-num < ws-faixa-inicio
           or ws-periodo-fim-num    > ws-faixa-fim then
               add 1 to ws-qtde-periodos-parciais
               display "Estacao " ws-periodo-estacao " periodo "
                       ws-periodo-inicio-num " a " ws-periodo-fim-num
                       " fora da faixa pedida - nao reaplicado"
           else
      *>        conferencia previa: periodo com leitura que estouraria o
      *>        registro nao e tocado e continua pendente
               move 0 to ws-qtde-estouro-periodo
               if ws-periodo-inicio-num <= ws-periodo-fim-num then
                   move "C" to ws-modo-varredura
                   perform reaplicar-arquivo-vivo
                   perform varying ws-ano-anual from ws-per-ini-ano by 1 until
                                                     ws-ano-anual > ws-per-fim-ano
                       perform reaplicar-arquivo-anual
                   end-perform
               end-if

               if ws-qtde-estouro-periodo > 0 then
                   add 1 to ws-qtde-periodos-estouro
                   display "Estacao " ws-periodo-estacao " periodo "
                           ws-periodo-inicio-num " a " ws-periodo-fim-num
                           " com " ws-qtde-estouro-periodo
                           " leitura(s) fora da faixa do campo - nao reaplicado"
               else
               display "Estacao " ws-periodo-estacao " periodo "
                       ws-periodo-inicio-num " a " ws-periodo-fim-num
                       " diferenca " ws-diferenca-exibida
               if ws-periodo-inicio-num <= ws-periodo-fim-num then
                   move "R" to ws-modo-varredura
                   perform reaplicar-arquivo-vivo
                   perform varying ws-ano-anual from ws-per-ini-ano by 1 until
                                                     ws-ano-anual > ws-per-fim-ano
                       perform reaplicar-arquivo-anual
                   end-perform
               end-if

               accept ws-data-sistema from date yyyymmdd
               move fd-cal-ajuste   to fd-cal-ajuste-aplicado
               move ws-data-sistema to fd-cal-data-reaplicacao
               move ws-operador     to fd-cal-operador

               rewrite fd-calibracoes
               if ws-fs-arqCalibracoes <> 0 then
                   move 11                                      to ws-msn-erro-ofsset
                   move ws-fs-arqCalibracoes                    to ws-msn-erro-cod
                   move "Erro ao regravar arqCalibracoes "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               add 1 to ws-qtde-periodos-reaplicados
               end-if
           end-if

           .
       avaliar-periodo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Arquivo vivo: posiciona no primeiro dia do periodo e percorre
      *>  ate o ultimo, recalibrando as leituras da estacao
      *>------------------------------------------------------------------------
       reaplicar-arquivo-vivo section.

           move ws-per-ini-ano     to fd-ano
           move ws-per-ini-mes     to fd-mes
           move ws-per-ini-dia     to fd-dia
           move ws-periodo-estacao to fd-estacao
           move 0                  to fd-hora
           move "N"                to ws-fim-varredura

           start arqTemperaturas key is not less than fd-chave
           if ws-fs-arqTemperaturas = 23
           or ws-fs-arqTemperaturas = 10 then
               continue
           else
           if ws-fs-arqTemperaturas <> 0 then
               move 12                                    to ws-msn-erro-ofsset
               move ws-fs-arqTemperaturas                 to ws-msn-erro-cod
               move "Erro no start em arqTemperaturas "   to ws-msn-erro-text
               perform finaliza-anormal
           else
               perform until ws-fs-arqTemperaturas = 10
                          or ws-fim-varredura = "S"
                   read arqTemperaturas next record
                   if  ws-fs-arqTemperaturas <> 0
                   and ws-fs-arqTemperaturas <> 10 then
                       move 13                                    to ws-msn-erro-ofsset
                       move ws-fs-arqTemperaturas                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqTemperaturas "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqTemperaturas = 0 then
                       move fd-ano to ws-leit-ano
                       move fd-mes to ws-leit-mes
                       move fd-dia to ws-leit-dia
                       if ws-data-leitura-num > ws-periodo-fim-num then
                           move "S" to ws-fim-varredura
                       else
                       if fd-estacao = ws-periodo-estacao then
                           perform recalibrar-leitura-viva
                       end-if
                       end-if
                   end-if
               end-perform
           end-if
           end-if

           .
       reaplicar-arquivo-vivo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Soma a diferenca de ajuste a leitura corrente do arquivo vivo,
      *>  regrava, audita, corrige as estatisticas e anota a pendencia
      *>  (na conferencia previa so lista a leitura que estouraria)
      *>------------------------------------------------------------------------
       recalibrar-leitura-viva section.

           compute ws-temp-nova = fd-temp + ws-diferenca-ajuste
           if ws-temp-nova > 99,9 or ws-temp-nova < -99,9 then
               add 1 to ws-qtde-estouro-periodo
               perform listar-fora-faixa
           else
           if ws-modo-varredura = "C" then
               continue
           else
               move fd-temp     to ws-temp-aud
               move ws-temp-aud to fd-aud-temp-antes
               move ws-temp-nova to fd-temp
               move fd-temp     to ws-temp-aud
               move ws-temp-aud to fd-aud-temp-depois

               rewrite fd-temperaturas
               if ws-fs-arqTemperaturas <> 0 then
                   move 14                                      to ws-msn-erro-ofsset
                   move ws-fs-arqTemperaturas                   to ws-msn-erro-cod
                   move "Erro ao regravar arqTemperaturas "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1 to ws-qtde-leituras-vivo
               move fd-ano     to fd-aud-ano
               move fd-mes     to fd-aud-mes
               move fd-dia     to fd-aud-dia
               move fd-estacao to fd-aud-estacao
               move fd-hora    to fd-aud-hora-leitura
               perform gravar-auditoria
               perform atualizar-estatistica
               perform anotar-pendencia
           end-if
           end-if

           .
       recalibrar-leitura-viva-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Arquivo anual ws-ano-anual: abre se existir e percorre os dias
      *>  do periodo daquele ano recalibrando as leituras da estacao
      *>------------------------------------------------------------------------
       reaplicar-arquivo-anual section.

           move ws-ano-anual to ws-nome-ano
           move ws-nome-arquivo-montado to ws-nome-arquivo

           open i-o arqArquivo.
           if ws-fs-arqArquivo = 35 then
      *>        ano nunca arquivado - nada a recalibrar nele
               continue
           else
           if ws-fs-arqArquivo <> 0 then
               move 15                                    to ws-msn-erro-ofsset
               move ws-fs-arqArquivo                      to ws-msn-erro-cod
               move "Erro ao abrir o arquivo anual "      to ws-msn-erro-text
               perform finaliza-anormal
           else
               if ws-ano-anual = ws-per-ini-ano then
                   move ws-per-ini-ano to fa-ano
                   move ws-per-ini-mes to fa-mes
                   move ws-per-ini-dia to fa-dia
               else
                   move ws-ano-anual   to fa-ano
                   move 1              to fa-mes
                   move 1              to fa-dia
               end-if
               move ws-periodo-estacao to fa-estacao
               move 0                  to fa-hora
               move "N"                to ws-fim-varredura

               start arqArquivo key is not less than fa-chave
               if ws-fs-arqArquivo = 23
               or ws-fs-arqArquivo = 10 then
                   continue
               else
               if ws-fs-arqArquivo <> 0 then
                   move 16                                    to ws-msn-erro-ofsset
                   move ws-fs-arqArquivo                      to ws-msn-erro-cod
                   move "Erro no start no arquivo anual "     to ws-msn-erro-text
                   perform finaliza-anormal
               else
                   perform until ws-fs-arqArquivo = 10
                              or ws-fim-varredura = "S"
                       read arqArquivo next record
                       if  ws-fs-arqArquivo <> 0
                       and ws-fs-arqArquivo <> 10 then
                           move 17                                    to ws-msn-erro-ofsset
                           move ws-fs-arqArquivo                      to ws-msn-erro-cod
                           move "Erro ao ler o arquivo anual "        to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       if ws-fs-arqArquivo = 0 then
                           move fa-ano to ws-leit-ano
                           move fa-mes to ws-leit-mes
                           move fa-dia to ws-leit-dia
                           if ws-data-leitura-num > ws-periodo-fim-num then
                               move "S" to ws-fim-varredura
                           else
                           if fa-estacao = ws-periodo-estacao then
                               perform recalibrar-leitura-anual
                           end-if
                           end-if
                       end-if
                   end-perform
               end-if
               end-if

               close arqArquivo
               if ws-fs-arqArquivo <> 0 then
                   move 18                                    to ws-msn-erro-ofsset
                   move ws-fs-arqArquivo                      to ws-msn-erro-cod
                   move "Erro ao fechar o arquivo anual "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           end-if

           .
       reaplicar-arquivo-anual-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Soma a diferenca de ajuste a leitura corrente do arquivo anual,
      *>  regrava e audita (anuais nao entram nas estatisticas nem no
      *>  consolidado diario; na conferencia previa so lista a leitura
      *>  que estouraria)
      *>------------------------------------------------------------------------
       recalibrar-leitura-anual section.

           compute ws-temp-nova = fa-temp + ws-diferenca-ajuste
           if ws-temp-nova > 99,9 or ws-temp-nova < -99,9 then
               add 1 to ws-qtde-estouro-periodo
               move fa-chave to fd-chave
               perform listar-fora-faixa
           else
           if ws-modo-varredura = "C" then
               continue
           else
               move fa-temp     to ws-temp-aud
               move ws-temp-aud to fd-aud-temp-antes
               move ws-temp-nova to fa-temp
               move fa-temp     to ws-temp-aud
               move ws-temp-aud to fd-aud-temp-depois

               rewrite fa-temperaturas
               if ws-fs-arqArquivo <> 0 then
                   move 19                                      to ws-msn-erro-ofsset
                   move ws-fs-arqArquivo                        to ws-msn-erro-cod
                   move "Erro ao regravar o arquivo anual "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1 to ws-qtde-leituras-anuais
               move fa-ano     to fd-aud-ano
               move fa-mes     to fd-aud-mes
               move fa-dia     to fd-aud-dia
               move fa-estacao to fd-aud-estacao
               move fa-hora    to fd-aud-hora-leitura
               perform gravar-auditoria
           end-if
           end-if

           .
       recalibrar-leitura-anual-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Leitura cuja temperatura recalibrada nao cabe no registro:
      *>  listada p/ correcao manual (chave em fd-chave) - o periodo dela
      *>  nao e reaplicado
      *>------------------------------------------------------------------------
       listar-fora-faixa section.

           add 1 to ws-qtde-fora-faixa
           move ws-temp-nova to ws-temp-nova-exibida
           display "  Leitura " fd-ano "/" fd-mes "/" fd-dia " estacao "
                   fd-estacao " hora " fd-hora " ficaria com "
                   ws-temp-nova-exibida " - nao recalibrada"

           .
       listar-fora-faixa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a alteracao na trilha de auditoria: operador, data/hora
      *>  do sistema, operacao "A" (chave e imagens antes/depois ja
      *>  montadas pelo chamador)
      *>------------------------------------------------------------------------
       gravar-auditoria section.

           accept ws-data-sistema from date yyyymmdd
           accept ws-hora-sistema from time

           move ws-data-sistema to fd-aud-data
           move ws-hora-hhmmss  to fd-aud-hora
           move ws-operador     to fd-aud-operador
           move "A"             to fd-aud-operacao

           write fd-auditoria.
           if ws-fs-arqAuditoria <> 0 then
               move 20                                          to ws-msn-erro-ofsset
               move ws-fs-arqAuditoria                          to ws-msn-erro-cod
               move "Erro ao gravar arqTemperaturas-auditoria " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-auditoria-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Leva a diferenca de ajuste ao total e a media da estacao; como
      *>  todas as leituras dela no periodo mudam, a estacao fica marcada
      *>  p/ recompor os extremos do arquivo vivo
      *>------------------------------------------------------------------------
       atualizar-estatistica section.

           perform localizar-estacao-afetada

           move fd-estacao to fd-stat-estacao
           read arqEstatisticas
               invalid key
      *>           estacao sem estatistica - nada a corrigir
                   continue
               not invalid key
                   add ws-diferenca-ajuste to fd-stat-total
                   if fd-stat-qtde > 0 then
                       compute fd-stat-media = fd-stat-total / fd-stat-qtde
                   else
                       move 0 to fd-stat-media
                   end-if

                   move "S" to ws-afet-extremo-removido(ws-ind-afetada-achada)
                   move "S" to ws-recompor-extremos

                   rewrite fd-estatisticas
                   if ws-fs-arqEstatisticas <> 0 then
                       move 21                                              to ws-msn-erro-ofsset
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
                   move 22                                          to ws-msn-erro-ofsset
                   move 0                                           to ws-msn-erro-cod
                   move "Mais de 99 estacoes distintas recalibradas" to ws-msn-erro-text
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
      *>  Anota o estacao/dia da leitura recalibrada como pendente de
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
                   move 23                                         to ws-msn-erro-ofsset
                   move ws-fs-arqPendentes                         to ws-msn-erro-cod
                   move "Erro ao gravar arqTemperaturas-pendentes" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       anotar-pendencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Recompoe o maior e o menor das estacoes recalibradas no arquivo
      *>  vivo: uma unica passada apura os extremos dessas estacoes, que
      *>  sao regravados nas estatisticas
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
                   move 24                                    to ws-msn-erro-ofsset
                   move ws-fs-arqTemperaturas                 to ws-msn-erro-cod
                   move "Erro no start em arqTemperaturas "   to ws-msn-erro-text
                   perform finaliza-anormal
               else
                   perform until ws-fs-arqTemperaturas = 10
                       read arqTemperaturas next record
                       if  ws-fs-arqTemperaturas <> 0
                       and ws-fs-arqTemperaturas <> 10 then
                           move 25                                    to ws-msn-erro-ofsset
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
      *>  ws-ind-afetada
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
                       move 26                                              to ws-msn-erro-ofsset
                       move ws-fs-arqEstatisticas                           to ws-msn-erro-cod
                       move "Erro ao regravar arqTemperaturas-estatistica"  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
           end-read

           .
       regravar-extremos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Dia de calendario anterior a ws-data-hoje (virada de mes e de
      *>  ano, fevereiro de bissexto com 29 dias) - mesma logica de
      *>  boletimTemperaturas
      *>------------------------------------------------------------------------
       calcular-dia-anterior section.

           if ws-hoje-dia > 1 then
               move ws-hoje-ano to ws-ontem-ano
               move ws-hoje-mes to ws-ontem-mes
               compute ws-ontem-dia = ws-hoje-dia - 1
           else
               if ws-hoje-mes > 1 then
                   move ws-hoje-ano to ws-ontem-ano
                   compute ws-ontem-mes = ws-hoje-mes - 1
               else
                   compute ws-ontem-ano = ws-hoje-ano - 1
                   move 12 to ws-ontem-mes
               end-if

               evaluate ws-ontem-mes
                   when 01
                   when 03
                   when 05
                   when 07
                   when 08
                   when 10
                   when 12
                       move 31 to ws-dias-no-mes
                   when 04
                   when 06
                   when 09
                   when 11
                       move 30 to ws-dias-no-mes
                   when other
                       move 28 to ws-dias-no-mes
                       divide ws-ontem-ano by 4
                           giving ws-quociente-bissexto
                           remainder ws-resto-bissexto
                       if ws-resto-bissexto = 0 then
                           divide ws-ontem-ano by 100
                               giving ws-quociente-bissexto
                               remainder ws-resto-bissexto
                           if ws-resto-bissexto <> 0 then
                               move 29 to ws-dias-no-mes
                           else
                               divide ws-ontem-ano by 400
                                   giving ws-quociente-bissexto
                                   remainder ws-resto-bissexto
                               if ws-resto-bissexto = 0 then
                                   move 29 to ws-dias-no-mes
                               end-if
                           end-if
                       end-if
               end-evaluate

               move ws-dias-no-mes to ws-ontem-dia
           end-if

           .
       calcular-dia-anterior-exit.
           exit.

       finaliza-anormal section.
           display ws-msn-erro.
           Stop run
           .
       finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização - resumo da reaplicacao p/ conferencia do operador
      *>------------------------------------------------------------------------
       finaliza section.
          *>finaliza arquivos
           close arqTemperaturas.
           if ws-fs-arqTemperaturas <> 0 then
               move 27                                     to ws-msn-erro-ofsset
               move ws-fs-arqTemperaturas                  to ws-msn-erro-cod
               move "Erro ao fechar arq. arqTemperaturas " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqCalibracoes.
           if ws-fs-arqCalibracoes <> 0 then
               move 28                                     to ws-msn-erro-ofsset
               move ws-fs-arqCalibracoes                   to ws-msn-erro-cod
               move "Erro ao fechar arq. arqCalibracoes "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqEstatisticas.
           if ws-fs-arqEstatisticas <> 0 then
               move 29                                              to ws-msn-erro-ofsset
               move ws-fs-arqEstatisticas                           to ws-msn-erro-cod
               move "Erro ao fechar arqTemperaturas-estatisticas"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqPendentes.
           if ws-fs-arqPendentes <> 0 then
               move 30                                          to ws-msn-erro-ofsset
               move ws-fs-arqPendentes                          to ws-msn-erro-cod
               move "Erro ao fechar arqTemperaturas-pendentes"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqAuditoria.
           if ws-fs-arqAuditoria <> 0 then
               move 31                                          to ws-msn-erro-ofsset
               move ws-fs-arqAuditoria                          to ws-msn-erro-cod
               move "Erro ao fechar arqTemperaturas-auditoria " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqOperadores.
           if ws-fs-arqOperadores <> 0 then
               move 32                                     to ws-msn-erro-ofsset
               move ws-fs-arqOperadores                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqOperadores "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Resumo da reaplicacao de calibracao"
           display "Periodos pendentes lidos........: " ws-qtde-periodos-lidos
           display "Periodos reaplicados............: " ws-qtde-periodos-reaplicados
           display "Periodos fora da faixa..........: " ws-qtde-periodos-parciais
           display "Periodos c/ leitura estourando..: " ws-qtde-periodos-estouro
           display "Leituras corrigidas (vivo)......: " ws-qtde-leituras-vivo
           display "Leituras corrigidas (anuais)....: " ws-qtde-leituras-anuais
           display "Leituras fora da faixa do campo.: " ws-qtde-fora-faixa
           display "Rodar resumoTemperaturas (modo incremental) p/ reconsolidar os dias"

           Stop run
           .
       finaliza-exit.
           exit.
