      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "manutencaoCalibracoes".
       author. "Michele de Lima".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Programa de manutenção (inclusão/alteração/exclusão/consulta) do
      *>historico de calibracao das estacoes arqCalibracoes.dat,
      *>companheiro de manutencaoEstacoes. Cada periodo de calibracao
      *>de uma estacao tem inicio e fim de validade (fim zerado =
      *>periodo em vigor), o ajuste certificado (graus somados ao valor
      *>bruto do sensor), a referencia do certificado e o ajuste que ja
      *>esta embutido nas leituras gravadas do periodo. Periodo com os
      *>dois ajustes diferentes esta pendente de reaplicacao - rodar
      *>recalibraTemperaturas p/ corrigir as leituras. O periodo em
      *>vigor e o que vale p/ a carga: inclui-lo ou mudar o ajuste dele
      *>regrava o ajuste de calibracao do cadastro da estacao (usado por
      *>cargaTemperaturas) e anota a data da troca - leituras a partir
      *>dela ja entram com o ajuste novo. Incluir um periodo em vigor
      *>novo encerra o anterior na vespera do inicio. Periodos da mesma
      *>estacao nao se sobrepoem. A entrada exige identificacao no
      *>cadastro arqOperadores.dat (id + senha); a consulta e liberada
      *>a qualquer operador valido, mas inclusao, alteracao e exclusao
      *>exigem perfil de administracao - tentativa recusada fica na
      *>trilha de auditoria com operacao "N".

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.
      *>   Historico de calibracao: um registro por periodo de validade
      *>   de cada estacao
           select arqCalibracoes assign to "arqCalibracoes.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-cal-chave
           lock mode is automatic
           file status is ws-fs-arqCalibracoes.

      *>   Cadastro de estacoes: a estacao precisa existir e recebe o
      *>   ajuste do periodo em vigor
           select arqEstacoes assign to "arqEstacoes.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-est-id
           lock mode is automatic
           file status is ws-fs-arqEstacoes.

      *>   Cadastro de operadores: a identificacao de entrada e
      *>   conferida aqui - id, senha e perfil (manutencao em
      *>   manutencaoOperadores)
           select arqOperadores assign to "arqOperadores.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-oper-id
           lock mode is automatic
           file status is ws-fs-arqOperadores.

      *>   Trilha de auditoria: tentativas de acesso ou de operacao
      *>   recusadas ficam registradas com operacao "N" (consulta em
      *>   auditoriaTemperaturas)
           select optional arqAuditoria assign to "arqTemperaturas-auditoria.dat"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqAuditoria.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
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

      *>----Variaveis de trabalho
       working-storage section.
       77  ws-fs-arqCalibracoes                     pic 9(02).
       77  ws-fs-arqEstacoes                        pic 9(02).
       77  ws-fs-arqOperadores                      pic 9(02).
       77  ws-fs-arqAuditoria                       pic 9(02).

       01 ws-uso-comum.
          05 ws-sair                                pic x(01).
          05 ws-opcao                                pic x(01).
          05 ws-achou                                pic x(01).
          05 ws-confirma                            pic x(01).
          05 ws-msn                                 pic x(50).
          05 ws-msn-erro.
             10 ws-msn-erro-ofsset                  pic 9(04).
             10 filler                              pic x(01) value "-".
             10 ws-msn-erro-cod                     pic 9(02).
             10 filler                              pic x(01) value space.
             10 ws-msn-erro-text                    pic x(42).

      *>    periodo informado pelo operador
       77 ws-estacao-informada                      pic 9(02).
       01 ws-inicio-informado.
          05 ws-ini-ano                             pic 9(04).
          05 ws-ini-mes                             pic 9(02).
          05 ws-ini-dia                             pic 9(02).
       01 ws-inicio-informado-num redefines ws-inicio-informado pic 9(08).
       01 ws-fim-informado.
          05 ws-fim-ano                             pic 9(04).
          05 ws-fim-mes                             pic 9(02).
          05 ws-fim-dia                             pic 9(02).
       01 ws-fim-informado-num redefines ws-fim-informado pic 9(08).
       77 ws-ajuste-informado                       pic s9(01)v9.
       77 ws-aplicado-informado                     pic s9(01)v9.
       77 ws-certificado-informado                  pic x(20).

      *>    valores com sinal formatados p/ exibicao na tela
       77 ws-ajuste-exibido                         pic +9,9.
       77 ws-aplicado-exibido                       pic +9,9.

      *>    conferencia de sobreposicao com os periodos ja cadastrados
      *>    da estacao; periodo em vigor anterior que sera encerrado na
      *>    vespera do inicio do periodo novo em vigor
       77 ws-periodo-valido                         pic x(01).
       77 ws-fim-efetivo-novo                       pic 9(08).
       77 ws-fim-efetivo-atual                      pic 9(08).
       77 ws-tem-vigor-anterior                     pic x(01).
       77 ws-vigor-inicio                           pic 9(08).
       77 ws-vigor-ajuste                           pic s9(01)v9.

      *>    vespera de uma data (encerramento do periodo anterior)
       01 ws-data-hoje.
          05 ws-hoje-ano                           pic 9(04).
          05 ws-hoje-mes                           pic 9(02).
          05 ws-hoje-dia                           pic 9(02).
       01 ws-data-ontem.
          05 ws-ontem-ano                          pic 9(04).
          05 ws-ontem-mes                          pic 9(02).
          05 ws-ontem-dia                          pic 9(02).
       01 ws-ontem-aaaammdd redefines ws-data-ontem pic 9(08).
       77 ws-dias-no-mes                           pic 9(02).
       77 ws-quociente-bissexto                    pic 9(04).
       77 ws-resto-bissexto                        pic 9(04).

      *>    identificacao do operador conferida na entrada contra
      *>    arqOperadores (senha e perfil) e data/hora p/ a auditoria
       77 ws-operador                               pic x(08).
       77 ws-senha-informada                        pic x(08).
       77 ws-perfil-operador                        pic x(01).
       77 ws-motivo-recusa                          pic x(40).
       77 ws-data-sistema                           pic 9(08).
       01 ws-hora-sistema.
          05 ws-hora-hhmmss                         pic 9(06).
          05 filler                                 pic 9(02).

      *>    contagem de periodos listados na consulta
       77 ws-qtde-periodos                          pic 9(04).

      *>----Variaveis para comunicação entre programas
       linkage section.

      *>----Declaração de tela
       screen section.

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.

           open i-o arqCalibracoes.
           if ws-fs-arqCalibracoes = 35 then
      *>       arquivo ainda não existe, cria vazio
               open output arqCalibracoes
               close arqCalibracoes
               open i-o arqCalibracoes
           end-if

           if ws-fs-arqCalibracoes <> 0 then
               move 1                                     to ws-msn-erro-ofsset
               move ws-fs-arqCalibracoes                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqCalibracoes "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqEstacoes.
           if ws-fs-arqEstacoes <> 0 then
               move 2                                     to ws-msn-erro-ofsset
               move ws-fs-arqEstacoes                     to ws-msn-erro-cod
               move "Erro ao abrir arq. arqEstacoes "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>    sem o cadastro de operadores ninguem entra - cadastrar os
      *>    operadores em manutencaoOperadores antes de usar aqui
           open input arqOperadores.
           if ws-fs-arqOperadores <> 0 then
               move 3                                     to ws-msn-erro-ofsset
               move ws-fs-arqOperadores                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqOperadores "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>    em extend: a trilha de auditoria so cresce, nunca e reescrita
           open extend arqAuditoria.
           if ws-fs-arqAuditoria <> 0 then
               move 4                                          to ws-msn-erro-ofsset
               move ws-fs-arqAuditoria                         to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTemperaturas-audit " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform identificar-operador

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Identificacao do operador: precisa existir em arqOperadores,
      *>  estar ativo e acertar a senha - qualquer perfil entra (a
      *>  consulta e liberada), mas inclusao/alteracao/exclusao exigem
      *>  administracao, conferida a cada operacao; recusa fica na
      *>  trilha de auditoria com operacao "N" e encerra o programa
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

           move fd-oper-perfil to ws-perfil-operador

           .
       identificar-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Recusa de acesso: registra a tentativa na trilha de auditoria
      *>  (operacao "N", sem chave de leitura) e encerra o programa
      *>------------------------------------------------------------------------
       recusar-acesso section.

           perform gravar-auditoria-recusa
           display ws-motivo-recusa
           display "Acesso negado"
           Stop run
           .
       recusar-acesso-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Operacao de cadastro pedida por operador sem perfil de
      *>  administracao: registra a recusa na trilha e volta ao menu
      *>------------------------------------------------------------------------
       recusar-operacao section.

           move "Perfil sem autorizacao p/ o cadastro" to ws-motivo-recusa
           perform gravar-auditoria-recusa
           display ws-motivo-recusa
           display "ENTER para continuar"
           accept ws-msn

           .
       recusar-operacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a tentativa recusada na trilha de auditoria: operacao
      *>  "N" (negado), o id digitado e data/hora; a chave da leitura
      *>  fica zerada - a recusa nao chegou a tocar leitura nenhuma
      *>------------------------------------------------------------------------
       gravar-auditoria-recusa section.

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
               move 5                                           to ws-msn-erro-ofsset
               move ws-fs-arqAuditoria                          to ws-msn-erro-cod
               move "Erro ao gravar arqTemperaturas-auditoria " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-auditoria-recusa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal
      *>------------------------------------------------------------------------
       processamento section.

           perform until ws-sair = "S"
                      or ws-sair = "s"
               display erase

               display "Manutencao de arqCalibracoes.dat"
               display "'I'ncluir  'A'lterar  'E'xcluir  'C'onsultar  'S'air"
               accept ws-opcao

               evaluate ws-opcao
                   when "I"
                   when "i"
                       if ws-perfil-operador = "A" then
                           perform incluir-periodo
                       else
                           perform recusar-operacao
                       end-if
                   when "A"
                   when "a"
                       if ws-perfil-operador = "A" then
                           perform alterar-periodo
                       else
                           perform recusar-operacao
                       end-if
                   when "E"
                   when "e"
                       if ws-perfil-operador = "A" then
                           perform excluir-periodo
                       else
                           perform recusar-operacao
                       end-if
                   when "C"
                   when "c"
                       perform consultar-periodos
                   when "S"
                   when "s"
                       move "S" to ws-sair
                   when other
                       display "Opcao invalida"
               end-evaluate

           end-perform

           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Inclusao de um periodo de calibracao. Periodo encerrado precisa
      *>  ser todo passado; periodo em vigor comeca no maximo hoje e
      *>  encerra o periodo em vigor anterior na vespera. O ajuste ja
      *>  embutido nas leituras e o do cadastro p/ periodo em vigor e o
      *>  informado pelo operador p/ periodo encerrado.
      *>------------------------------------------------------------------------
       incluir-periodo section.

           accept ws-data-sistema from date yyyymmdd

           display "Id da estacao: "
           accept ws-estacao-informada
           display "Inicio da validade (aaaammdd): "
           accept ws-inicio-informado-num
           display "Fim da validade (aaaammdd, 0 = em vigor): "
           accept ws-fim-informado-num
           display "Ajuste certificado (graus): "
           accept ws-ajuste-informado
           display "Referencia do certificado: "
           accept ws-certificado-informado

           move ws-estacao-informada to fd-est-id
           move "N" to ws-achou
           read arqEstacoes
               invalid key
                   move "N" to ws-achou
               not invalid key
                   move "S" to ws-achou
           end-read

           move "S" to ws-periodo-valido
           if ws-achou = "N" then
               display "Estacao nao cadastrada em arqEstacoes - inclusao cancelada"
               move "N" to ws-periodo-valido
           else
           if ws-ini-mes < 1 or ws-ini-mes > 12
           or ws-ini-dia < 1 or ws-ini-dia > 31 then
               display "Inicio de validade invalido - inclusao cancelada"
               move "N" to ws-periodo-valido
           else
           if ws-fim-informado-num = 0 then
               if ws-inicio-informado-num > ws-data-sistema then
                   display "Periodo em vigor nao pode comecar no futuro - inclusao cancelada"
                   move "N" to ws-periodo-valido
               end-if
           else
               if ws-fim-mes < 1 or ws-fim-mes > 12
               or ws-fim-dia < 1 or ws-fim-dia > 31
               or ws-fim-informado-num < ws-inicio-informado-num then
                   display "Fim de validade invalido - inclusao cancelada"
                   move "N" to ws-periodo-valido
               else
               if ws-fim-informado-num >= ws-data-sistema then
                   display "Periodo encerrado precisa terminar antes de hoje - inclusao cancelada"
                   move "N" to ws-periodo-valido
               end-if
               end-if
           end-if
           end-if
           end-if

           if ws-periodo-valido = "S" then
               perform conferir-sobreposicao
           end-if

           if ws-periodo-valido = "S" then
               if ws-fim-informado-num = 0 then
      *>            as leituras do periodo ate hoje entraram com o ajuste
      *>            do cadastro (o do periodo em vigor anterior, quando ha)
                   move fd-est-ajuste to ws-aplicado-informado
               else
                   move fd-est-ajuste to ws-aplicado-exibido
                   display "Ajuste usado na carga das leituras do periodo"
                   display "(ajuste atual do cadastro " ws-aplicado-exibido "): "
                   accept ws-aplicado-informado
               end-if

               if ws-tem-vigor-anterior = "S" then
                   perform encerrar-vigor-anterior
               end-if

               move ws-estacao-informada     to fd-cal-estacao
               move ws-inicio-informado-num  to fd-cal-inicio
               move ws-fim-informado-num     to fd-cal-fim
               move ws-ajuste-informado      to fd-cal-ajuste
               move ws-certificado-informado to fd-cal-certificado
               move ws-aplicado-informado    to fd-cal-ajuste-aplicado
               move 0                        to fd-cal-data-cadastro
               move 0                        to fd-cal-data-reaplicacao
               move ws-operador              to fd-cal-operador
               if ws-fim-informado-num = 0 then
                   move ws-data-sistema      to fd-cal-data-cadastro
               end-if

               write fd-calibracoes
               if ws-fs-arqCalibracoes = 22 then
                   display "Periodo ja cadastrado em arqCalibracoes"
               else
               if ws-fs-arqCalibracoes <> 0 then
                   move 6                                        to ws-msn-erro-ofsset
                   move ws-fs-arqCalibracoes                     to ws-msn-erro-cod
                   move "Erro ao incluir em arqCalibracoes "     to ws-msn-erro-text
                   perform finaliza-anormal
               else
                   display "Periodo incluido com sucesso"
                   if ws-fim-informado-num = 0 then
                       perform gravar-ajuste-cadastro
                   end-if
                   if ws-ajuste-informado <> ws-aplicado-informado then
                       display "Periodo pendente de reaplicacao - rodar recalibraTemperaturas"
                   end-if
               end-if
               end-if
           end-if

           display "ENTER para continuar"
           accept ws-msn

           .
       incluir-periodo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere o periodo informado contra os periodos ja cadastrados
      *>  da estacao: nenhuma sobreposicao, exceto o periodo em vigor
      *>  anterior quando o novo tambem e em vigor e comeca depois dele
      *>  (esse sera encerrado na vespera) - e so se ele nao estiver
      *>  pendente de reaplicacao
      *>------------------------------------------------------------------------
       conferir-sobreposicao section.

           move "N" to ws-tem-vigor-anterior
           if ws-fim-informado-num = 0 then
               move 99999999 to ws-fim-efetivo-novo
           else
               move ws-fim-informado-num to ws-fim-efetivo-novo
           end-if

           move ws-estacao-informada to fd-cal-estacao
           move 0                    to fd-cal-inicio
           start arqCalibracoes key is not less than fd-cal-chave
           if ws-fs-arqCalibracoes = 23
           or ws-fs-arqCalibracoes = 10 then
               continue
           else
           if ws-fs-arqCalibracoes <> 0 then
               move 7                                     to ws-msn-erro-ofsset
               move ws-fs-arqCalibracoes                  to ws-msn-erro-cod
               move "Erro no start em arqCalibracoes "    to ws-msn-erro-text
               perform finaliza-anormal
           else
               perform until ws-fs-arqCalibracoes = 10
                          or fd-cal-estacao <> ws-estacao-informada
                          or ws-periodo-valido = "N"
                   read arqCalibracoes next record
                   if  ws-fs-arqCalibracoes <> 0
                   and ws-fs-arqCalibracoes <> 10 then
                       move 8                                     to ws-msn-erro-ofsset
                       move ws-fs-arqCalibracoes                  to ws-msn-erro-cod
                       move "Erro ao ler arq. arqCalibracoes "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if  ws-fs-arqCalibracoes = 0
                   and fd-cal-estacao = ws-estacao-informada then
                       if fd-cal-fim = 0 then
                           move 99999999 to ws-fim-efetivo-atual
                       else
                           move fd-cal-fim to ws-fim-efetivo-atual
                       end-if

                       if  ws-inicio-informado-num <= ws-fim-efetivo-atual
                       and fd-cal-inicio <= ws-fim-efetivo-novo then
                           if  fd-cal-fim = 0
                           and ws-fim-informado-num = 0
                           and ws-inicio-informado-num > fd-cal-inicio then
                               if fd-cal-ajuste <> fd-cal-ajuste-aplicado then
                                   display "Periodo em vigor atual pendente de reaplicacao"
                                   display "rodar recalibraTemperaturas antes - inclusao cancelada"
                                   move "N" to ws-periodo-valido
                               else
                                   move "S"           to ws-tem-vigor-anterior
                                   move fd-cal-inicio to ws-vigor-inicio
                                   move fd-cal-ajuste to ws-vigor-ajuste
                               end-if
                           else
                               display "Periodo sobrepoe o periodo iniciado em " fd-cal-inicio
                               display "inclusao cancelada"
                               move "N" to ws-periodo-valido
                           end-if
                       end-if
                   end-if
               end-perform
           end-if
           end-if

           .
       conferir-sobreposicao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Encerra o periodo em vigor anterior na vespera do inicio do
      *>  periodo novo em vigor
      *>------------------------------------------------------------------------
       encerrar-vigor-anterior section.

           move ws-estacao-informada to fd-cal-estacao
           move ws-vigor-inicio      to fd-cal-inicio
           read arqCalibracoes
               invalid key
                   move 9                                         to ws-msn-erro-ofsset
                   move ws-fs-arqCalibracoes                      to ws-msn-erro-cod
                   move "Periodo em vigor sumiu de arqCalibracoes" to ws-msn-erro-text
                   perform finaliza-anormal
           end-read

           move ws-inicio-informado-num to ws-data-hoje
           perform calcular-dia-anterior
           move ws-ontem-aaaammdd to fd-cal-fim
           move 0                 to fd-cal-data-cadastro
           move ws-operador       to fd-cal-operador

           rewrite fd-calibracoes
           if ws-fs-arqCalibracoes <> 0 then
               move 10                                      to ws-msn-erro-ofsset
               move ws-fs-arqCalibracoes                    to ws-msn-erro-cod
               move "Erro ao alterar em arqCalibracoes "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Periodo iniciado em " ws-vigor-inicio " encerrado em " ws-ontem-aaaammdd

           .
       encerrar-vigor-anterior-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Leva o ajuste do periodo em vigor (ws-ajuste-informado) ao
      *>  cadastro da estacao - a carga passa a usa-lo
      *>------------------------------------------------------------------------
       gravar-ajuste-cadastro section.

           move ws-estacao-informada to fd-est-id
           read arqEstacoes
               invalid key
                   move 11                                        to ws-msn-erro-ofsset
                   move ws-fs-arqEstacoes                         to ws-msn-erro-cod
                   move "Estacao sumiu de arqEstacoes "           to ws-msn-erro-text
                   perform finaliza-anormal
           end-read

           move ws-ajuste-informado to fd-est-ajuste
           rewrite fd-estacoes
           if ws-fs-arqEstacoes <> 0 then
               move 12                                      to ws-msn-erro-ofsset
               move ws-fs-arqEstacoes                       to ws-msn-erro-cod
               move "Erro ao alterar em arqEstacoes "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Ajuste de calibracao do cadastro atualizado"

           .
       gravar-ajuste-cadastro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Alteracao do ajuste certificado e da referencia do certificado
      *>  de um periodo (estacao e inicio nao mudam). Periodo pendente
      *>  de reaplicacao so muda o certificado - o ajuste espera a
      *>  reaplicacao, senao as leituras ficariam com dois ajustes
      *>  diferentes embutidos. No periodo em vigor, o ajuste novo vai
      *>  tambem p/ o cadastro da estacao.
      *>------------------------------------------------------------------------
       alterar-periodo section.

           accept ws-data-sistema from date yyyymmdd

           display "Id da estacao: "
           accept ws-estacao-informada
           display "Inicio da validade do periodo (aaaammdd): "
           accept ws-inicio-informado-num

           move ws-estacao-informada    to fd-cal-estacao
           move ws-inicio-informado-num to fd-cal-inicio
           move "N" to ws-achou
           read arqCalibracoes
               invalid key
                   move "N" to ws-achou
               not invalid key
                   move "S" to ws-achou
           end-read

           if ws-achou = "S" then
               perform exibir-periodo
               move fd-cal-ajuste to ws-ajuste-informado
               if fd-cal-ajuste <> fd-cal-ajuste-aplicado then
                   display "Periodo pendente de reaplicacao - so o certificado pode mudar"
               else
                   display "Novo ajuste certificado (graus): "
                   accept ws-ajuste-informado
               end-if
               display "Nova referencia do certificado: "
               accept ws-certificado-informado

               move ws-ajuste-informado      to fd-cal-ajuste
               move ws-certificado-informado to fd-cal-certificado
               move ws-operador              to fd-cal-operador
               if  fd-cal-fim = 0
               and fd-cal-ajuste <> fd-cal-ajuste-aplicado then
      *>            leituras de hoje em diante entram com o ajuste novo
                   move ws-data-sistema to fd-cal-data-cadastro
               end-if

               rewrite fd-calibracoes
               if ws-fs-arqCalibracoes <> 0 then
                   move 13                                      to ws-msn-erro-ofsset
                   move ws-fs-arqCalibracoes                    to ws-msn-erro-cod
                   move "Erro ao alterar em arqCalibracoes "    to ws-msn-erro-text
                   perform finaliza-anormal
               else
                   display "Periodo alterado com sucesso"
                   if fd-cal-fim = 0 then
                       perform gravar-ajuste-cadastro
                   end-if
                   if fd-cal-ajuste <> fd-cal-ajuste-aplicado then
                       display "Periodo pendente de reaplicacao - rodar recalibraTemperaturas"
                   end-if
               end-if
           else
               display "Periodo nao encontrado em arqCalibracoes"
           end-if

           display "ENTER para continuar"
           accept ws-msn

           .
       alterar-periodo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Exclusao de um periodo - o cadastro da estacao e as leituras
      *>  nao mudam
      *>------------------------------------------------------------------------
       excluir-periodo section.

           display "Id da estacao: "
           accept ws-estacao-informada
           display "Inicio da validade do periodo (aaaammdd): "
           accept ws-inicio-informado-num

           move ws-estacao-informada    to fd-cal-estacao
           move ws-inicio-informado-num to fd-cal-inicio
           move "N" to ws-achou
           read arqCalibracoes
               invalid key
                   move "N" to ws-achou
               not invalid key
                   move "S" to ws-achou
           end-read

           if ws-achou = "S" then
               perform exibir-periodo
               display "Confirma a exclusao (S/N)? "
               accept ws-confirma
               if ws-confirma = "S" or ws-confirma = "s" then
                   delete arqCalibracoes
                   if ws-fs-arqCalibracoes <> 0 then
                       move 14                                      to ws-msn-erro-ofsset
                       move ws-fs-arqCalibracoes                    to ws-msn-erro-cod
                       move "Erro ao excluir em arqCalibracoes "    to ws-msn-erro-text
                       perform finaliza-anormal
                   else
                       display "Periodo excluido com sucesso"
                   end-if
               else
                   display "Exclusao cancelada"
               end-if
           else
               display "Periodo nao encontrado em arqCalibracoes"
           end-if

           display "ENTER para continuar"
           accept ws-msn

           .
       excluir-periodo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Consulta: lista todos os periodos de uma estacao
      *>------------------------------------------------------------------------
       consultar-periodos section.

           display "Id da estacao a consultar: "
           accept ws-estacao-informada

           move 0 to ws-qtde-periodos
           move ws-estacao-informada to fd-cal-estacao
           move 0                    to fd-cal-inicio
           start arqCalibracoes key is not less than fd-cal-chave
           if ws-fs-arqCalibracoes = 23
           or ws-fs-arqCalibracoes = 10 then
               continue
           else
           if ws-fs-arqCalibracoes <> 0 then
               move 15                                    to ws-msn-erro-ofsset
               move ws-fs-arqCalibracoes                  to ws-msn-erro-cod
               move "Erro no start em arqCalibracoes "    to ws-msn-erro-text
               perform finaliza-anormal
           else
               perform until ws-fs-arqCalibracoes = 10
                          or fd-cal-estacao <> ws-estacao-informada
                   read arqCalibracoes next record
                   if  ws-fs-arqCalibracoes <> 0
                   and ws-fs-arqCalibracoes <> 10 then
                       move 16                                    to ws-msn-erro-ofsset
                       move ws-fs-arqCalibracoes                  to ws-msn-erro-cod
                       move "Erro ao ler arq. arqCalibracoes "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if  ws-fs-arqCalibracoes = 0
                   and fd-cal-estacao = ws-estacao-informada then
                       add 1 to ws-qtde-periodos
                       perform exibir-periodo
                   end-if
               end-perform
           end-if
           end-if

           if ws-qtde-periodos = 0 then
               display "Nenhum periodo de calibracao p/ a estacao"
           end-if

           display "ENTER para continuar"
           accept ws-msn

           .
       consultar-periodos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Mostra o periodo corrente de fd-calibracoes
      *>------------------------------------------------------------------------
       exibir-periodo section.

           move fd-cal-ajuste          to ws-ajuste-exibido
           move fd-cal-ajuste-aplicado to ws-aplicado-exibido
           display "------------------------------------------------"
           display "Estacao..........: " fd-cal-estacao
           if fd-cal-fim = 0 then
               display "Validade.........: " fd-cal-inicio " em vigor"
           else
               display "Validade.........: " fd-cal-inicio " a " fd-cal-fim
           end-if
           display "Ajuste certificado: " ws-ajuste-exibido
           display "Certificado......: " fd-cal-certificado
           display "Ajuste nas leituras: " ws-aplicado-exibido
           if fd-cal-ajuste <> fd-cal-ajuste-aplicado then
               display "Situacao.........: pendente de reaplicacao"
           else
               display "Situacao.........: aplicado"
           end-if
           if fd-cal-data-reaplicacao <> 0 then
               display "Ultima reaplicacao: " fd-cal-data-reaplicacao
           end-if

           .
       exibir-periodo-exit.
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
           display erase
           display ws-msn-erro.
           Stop run
           .
       finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização
      *>------------------------------------------------------------------------
       finaliza section.
          *>finaliza arquivo
           close arqCalibracoes.
           if ws-fs-arqCalibracoes <> 0 then
               move 17                                     to ws-msn-erro-ofsset
               move ws-fs-arqCalibracoes                   to ws-msn-erro-cod
               move "Erro ao fechar arq. arqCalibracoes "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqEstacoes.
           if ws-fs-arqEstacoes <> 0 then
               move 18                                     to ws-msn-erro-ofsset
               move ws-fs-arqEstacoes                      to ws-msn-erro-cod
               move "Erro ao fechar arq. arqEstacoes "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqOperadores.
           if ws-fs-arqOperadores <> 0 then
               move 19                                     to ws-msn-erro-ofsset
               move ws-fs-arqOperadores                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqOperadores "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqAuditoria.
           if ws-fs-arqAuditoria <> 0 then
               move 20                                          to ws-msn-erro-ofsset
               move ws-fs-arqAuditoria                          to ws-msn-erro-cod
               move "Erro ao fechar arqTemperaturas-auditoria " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           Stop run
           .
       finaliza-exit.
           exit.
