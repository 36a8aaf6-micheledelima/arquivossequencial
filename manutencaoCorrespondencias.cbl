      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "manutencaoCorrespondencias".
       author. "Michele de Lima".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Programa de manutenção (inclusão/alteração/exclusão/consulta) da
      *>correspondencia de estacoes do servico meteorologico nacional
      *>arqCorrespondencias.dat, companheiro de manutencaoEstacoes. Cada
      *>codigo de estacao usado no arquivo texto do servico nacional
      *>aponta p/ o id da estacao no cadastro arqEstacoes.dat (que
      *>precisa estar cadastrada com origem E - externa) e diz as
      *>unidades em que aquela estacao informa as medidas: temperatura
      *>em graus Celsius, Fahrenheit ou Kelvin e chuva em milimetros ou
      *>polegadas. importaNacional so carrega linhas de codigos com
      *>correspondencia ativa e converte as medidas p/ graus Celsius e
      *>milimetros pelas unidades daqui. Um id de estacao so pode ter
      *>uma correspondencia (duas estacoes do servico nacional nao se
      *>misturam na mesma serie). A entrada exige identificacao no
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
      *>   Correspondencia codigo do servico nacional -> id da estacao
           select arqCorrespondencias assign to "arqCorrespondencias.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-cor-codigo
           lock mode is automatic
           file status is ws-fs-arqCorrespondencias.

      *>   Cadastro de estacoes: a estacao apontada precisa existir e
      *>   ser externa
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
       fd arqCorrespondencias.
       01 fd-correspondencias.
      *>    codigo da estacao no arquivo do servico nacional
          05 fd-cor-codigo                         pic x(08).
      *>    id da estacao (externa) em arqEstacoes
          05 fd-cor-estacao                        pic 9(02).
      *>    nome da estacao no servico nacional
          05 fd-cor-nome                           pic x(30).
      *>    unidades informadas pela estacao: temperatura C (Celsius),
      *>    F (Fahrenheit) ou K (Kelvin); chuva M (milimetros) ou P
      *>    (polegadas)
          05 fd-cor-unid-temp                      pic x(01).
          05 fd-cor-unid-chuva                     pic x(01).
      *>    situacao: A = ativa, I = inativa (linhas do codigo nao sao
      *>    carregadas)
          05 fd-cor-situacao                       pic x(01).
          05 filler                                pic x(10).

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
       77  ws-fs-arqCorrespondencias                pic 9(02).
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

      *>    correspondencia informada pelo operador
       77 ws-codigo-informado                       pic x(08).
       77 ws-estacao-informada                      pic 9(02).
       77 ws-nome-informado                         pic x(30).
       77 ws-unid-temp-informada                    pic x(01).
       77 ws-unid-chuva-informada                   pic x(01).
       77 ws-situacao-informada                     pic x(01).

      *>    conferencia da correspondencia informada: estacao externa
      *>    cadastrada e ainda nao apontada por outro codigo
       77 ws-correspondencia-valida                 pic x(01).
       77 ws-codigo-em-uso                          pic x(08).

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

      *>    contagem de correspondencias listadas na consulta
       77 ws-qtde-listadas                          pic 9(04).

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

           open i-o arqCorrespondencias.
           if ws-fs-arqCorrespondencias = 35 then
      *>       arquivo ainda não existe, cria vazio
               open output arqCorrespondencias
               close arqCorrespondencias
               open i-o arqCorrespondencias
           end-if

           if ws-fs-arqCorrespondencias <> 0 then
               move 1                                         to ws-msn-erro-ofsset
               move ws-fs-arqCorrespondencias                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqCorrespondencias " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqEstacoes.
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

               display "Manutencao de arqCorrespondencias.dat"
               display "'I'ncluir  'A'lterar  'E'xcluir  'C'onsultar  'S'air"
               accept ws-opcao

               evaluate ws-opcao
                   when "I"
                   when "i"
                       if ws-perfil-operador = "A" then
                           perform incluir-correspondencia
                       else
                           perform recusar-operacao
                       end-if
                   when "A"
                   when "a"
                       if ws-perfil-operador = "A" then
                           perform alterar-correspondencia
                       else
                           perform recusar-operacao
                       end-if
                   when "E"
                   when "e"
                       if ws-perfil-operador = "A" then
                           perform excluir-correspondencia
                       else
                           perform recusar-operacao
                       end-if
                   when "C"
                   when "c"
                       perform consultar-correspondencias
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
      *>  Inclusao de uma correspondencia nova
      *>------------------------------------------------------------------------
       incluir-correspondencia section.

           display "Codigo da estacao no servico nacional: "
           accept ws-codigo-informado
           display "Id da estacao externa em arqEstacoes: "
           accept ws-estacao-informada
           display "Nome da estacao no servico nacional: "
           accept ws-nome-informado
           display "Unidade da temperatura ('C'elsius / 'F'ahrenheit / 'K'elvin): "
           accept ws-unid-temp-informada
           display "Unidade da chuva ('M'ilimetros / 'P'olegadas): "
           accept ws-unid-chuva-informada
           display "Situacao ('A'tiva / 'I'nativa): "
           accept ws-situacao-informada

           perform conferir-correspondencia

           if ws-correspondencia-valida = "S" then
               move spaces                  to fd-correspondencias
               move ws-codigo-informado     to fd-cor-codigo
               move ws-estacao-informada    to fd-cor-estacao
               move ws-nome-informado       to fd-cor-nome
               move ws-unid-temp-informada  to fd-cor-unid-temp
               move ws-unid-chuva-informada to fd-cor-unid-chuva
               move ws-situacao-informada   to fd-cor-situacao

               write fd-correspondencias
               if ws-fs-arqCorrespondencias = 22 then
                   display "Codigo ja cadastrado em arqCorrespondencias"
               else
               if ws-fs-arqCorrespondencias <> 0 then
                   move 6                                           to ws-msn-erro-ofsset
                   move ws-fs-arqCorrespondencias                   to ws-msn-erro-cod
                   move "Erro ao incluir em arqCorrespondencias "   to ws-msn-erro-text
                   perform finaliza-anormal
               else
                   display "Correspondencia incluida com sucesso"
               end-if
               end-if
           else
               display "Inclusao cancelada"
           end-if

           display "ENTER para continuar"
           accept ws-msn

           .
       incluir-correspondencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere a correspondencia informada: codigo preenchido,
      *>  unidades e situacao conhecidas, estacao cadastrada como externa
      *>  e nao apontada por outro codigo. A varredura do arquivo perde
      *>  o posicionamento - quem altera rele o registro depois.
      *>------------------------------------------------------------------------
       conferir-correspondencia section.

           move "S" to ws-correspondencia-valida

           if ws-codigo-informado = spaces then
               display "Codigo do servico nacional em branco"
               move "N" to ws-correspondencia-valida
           end-if

           if  ws-unid-temp-informada <> "C"
           and ws-unid-temp-informada <> "F"
           and ws-unid-temp-informada <> "K" then
               display "Unidade da temperatura invalida"
               move "N" to ws-correspondencia-valida
           end-if

           if  ws-unid-chuva-informada <> "M"
           and ws-unid-chuva-informada <> "P" then
               display "Unidade da chuva invalida"
               move "N" to ws-correspondencia-valida
           end-if

           if  ws-situacao-informada <> "A"
           and ws-situacao-informada <> "I" then
               display "Situacao invalida"
               move "N" to ws-correspondencia-valida
           end-if

           move ws-estacao-informada to fd-est-id
           read arqEstacoes
               invalid key
                   display "Estacao nao cadastrada em arqEstacoes"
                   move "N" to ws-correspondencia-valida
               not invalid key
                   if fd-est-origem <> "E" then
                       display "Estacao nao e externa (origem E em manutencaoEstacoes)"
                       move "N" to ws-correspondencia-valida
                   end-if
           end-read

      *>    o id da estacao so pode ter um codigo do servico nacional
           move spaces to ws-codigo-em-uso
           move low-values to fd-cor-codigo
           start arqCorrespondencias key is not less than fd-cor-codigo
           if ws-fs-arqCorrespondencias = 0 then
               perform until ws-fs-arqCorrespondencias = 10
                   read arqCorrespondencias next record
                   if  ws-fs-arqCorrespondencias <> 0
                   and ws-fs-arqCorrespondencias <> 10 then
                       move 7                                       to ws-msn-erro-ofsset
                       move ws-fs-arqCorrespondencias               to ws-msn-erro-cod
                       move "Erro ao ler arq. arqCorrespondencias " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if  ws-fs-arqCorrespondencias = 0
                   and fd-cor-estacao = ws-estacao-informada
                   and fd-cor-codigo <> ws-codigo-informado then
                       move fd-cor-codigo to ws-codigo-em-uso
                   end-if
               end-perform
           end-if

           if ws-codigo-em-uso <> spaces then
               display "Estacao ja corresponde ao codigo " ws-codigo-em-uso
               move "N" to ws-correspondencia-valida
           end-if

           .
       conferir-correspondencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Alteracao de uma correspondencia (o codigo nao muda)
      *>------------------------------------------------------------------------
       alterar-correspondencia section.

           display "Codigo da estacao no servico nacional: "
           accept ws-codigo-informado

           move ws-codigo-informado to fd-cor-codigo
           move "N" to ws-achou
           read arqCorrespondencias
               invalid key
                   move "N" to ws-achou
               not invalid key
                   move "S" to ws-achou
           end-read

           if ws-achou = "S" then
               perform exibir-correspondencia
               display "Novo id da estacao externa: "
               accept ws-estacao-informada
               display "Novo nome no servico nacional: "
               accept ws-nome-informado
               display "Nova unidade da temperatura ('C' / 'F' / 'K'): "
               accept ws-unid-temp-informada
               display "Nova unidade da chuva ('M' / 'P'): "
               accept ws-unid-chuva-informada
               display "Nova situacao ('A'tiva / 'I'nativa): "
               accept ws-situacao-informada

               perform conferir-correspondencia

               if ws-correspondencia-valida = "S" then
                   move ws-codigo-informado to fd-cor-codigo
                   read arqCorrespondencias
                   if ws-fs-arqCorrespondencias <> 0 then
                       move 8                                       to ws-msn-erro-ofsset
                       move ws-fs-arqCorrespondencias               to ws-msn-erro-cod
                       move "Erro ao reler arq. arqCorrespondencias" to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   move ws-estacao-informada    to fd-cor-estacao
                   move ws-nome-informado       to fd-cor-nome
                   move ws-unid-temp-informada  to fd-cor-unid-temp
                   move ws-unid-chuva-informada to fd-cor-unid-chuva
                   move ws-situacao-informada   to fd-cor-situacao

                   rewrite fd-correspondencias
                   if ws-fs-arqCorrespondencias <> 0 then
                       move 9                                          to ws-msn-erro-ofsset
                       move ws-fs-arqCorrespondencias                  to ws-msn-erro-cod
                       move "Erro ao alterar em arqCorrespondencias "  to ws-msn-erro-text
                       perform finaliza-anormal
                   else
                       display "Correspondencia alterada com sucesso"
                   end-if
               else
                   display "Alteracao cancelada"
               end-if
           else
               display "Codigo nao encontrado em arqCorrespondencias"
           end-if

           display "ENTER para continuar"
           accept ws-msn

           .
       alterar-correspondencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Exclusao de uma correspondencia - as leituras ja importadas da
      *>  estacao nao mudam; p/ so suspender a importacao usar a
      *>  situacao 'I'
      *>------------------------------------------------------------------------
       excluir-correspondencia section.

           display "Codigo da estacao no servico nacional: "
           accept ws-codigo-informado

           move ws-codigo-informado to fd-cor-codigo
           move "N" to ws-achou
           read arqCorrespondencias
               invalid key
                   move "N" to ws-achou
               not invalid key
                   move "S" to ws-achou
           end-read

           if ws-achou = "S" then
               perform exibir-correspondencia
               display "Confirma a exclusao (S/N)? "
               accept ws-confirma
               if ws-confirma = "S" or ws-confirma = "s" then
                   delete arqCorrespondencias
                   if ws-fs-arqCorrespondencias <> 0 then
                       move 10                                         to ws-msn-erro-ofsset
                       move ws-fs-arqCorrespondencias                  to ws-msn-erro-cod
                       move "Erro ao excluir em arqCorrespondencias "  to ws-msn-erro-text
                       perform finaliza-anormal
                   else
                       display "Correspondencia excluida com sucesso"
                   end-if
               else
                   display "Exclusao cancelada"
               end-if
           else
               display "Codigo nao encontrado em arqCorrespondencias"
           end-if

           display "ENTER para continuar"
           accept ws-msn

           .
       excluir-correspondencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Consulta: um codigo, ou todas as correspondencias com o codigo
      *>  em branco
      *>------------------------------------------------------------------------
       consultar-correspondencias section.

           display "Codigo a consultar (em branco = todos): "
           accept ws-codigo-informado

           move 0 to ws-qtde-listadas
           if ws-codigo-informado <> spaces then
               move ws-codigo-informado to fd-cor-codigo
               read arqCorrespondencias
                   invalid key
                       continue
                   not invalid key
                       add 1 to ws-qtde-listadas
                       perform exibir-correspondencia
               end-read
           else
               move low-values to fd-cor-codigo
               start arqCorrespondencias key is not less than fd-cor-codigo
               if ws-fs-arqCorrespondencias = 23
               or ws-fs-arqCorrespondencias = 10 then
                   continue
               else
               if ws-fs-arqCorrespondencias <> 0 then
                   move 11                                        to ws-msn-erro-ofsset
                   move ws-fs-arqCorrespondencias                 to ws-msn-erro-cod
                   move "Erro no start em arqCorrespondencias "   to ws-msn-erro-text
                   perform finaliza-anormal
               else
                   perform until ws-fs-arqCorrespondencias = 10
                       read arqCorrespondencias next record
                       if  ws-fs-arqCorrespondencias <> 0
                       and ws-fs-arqCorrespondencias <> 10 then
                           move 12                                      to ws-msn-erro-ofsset
                           move ws-fs-arqCorrespondencias               to ws-msn-erro-cod
                           move "Erro ao ler arq. arqCorrespondencias " to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       if ws-fs-arqCorrespondencias = 0 then
                           add 1 to ws-qtde-listadas
                           perform exibir-correspondencia
                       end-if
                   end-perform
               end-if
               end-if
           end-if

           if ws-qtde-listadas = 0 then
               display "Nenhuma correspondencia encontrada"
           end-if

           display "ENTER para continuar"
           accept ws-msn

           .
       consultar-correspondencias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Mostra a correspondencia corrente de fd-correspondencias
      *>------------------------------------------------------------------------
       exibir-correspondencia section.

           display "------------------------------------------------"
           display "Codigo nacional..: " fd-cor-codigo
           display "Nome nacional....: " fd-cor-nome
           display "Estacao..........: " fd-cor-estacao
           display "Unid. temperatura: " fd-cor-unid-temp
           display "Unid. chuva......: " fd-cor-unid-chuva
           display "Situacao.........: " fd-cor-situacao

           .
       exibir-correspondencia-exit.
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
           close arqCorrespondencias.
           if ws-fs-arqCorrespondencias <> 0 then
               move 13                                         to ws-msn-erro-ofsset
               move ws-fs-arqCorrespondencias                  to ws-msn-erro-cod
               move "Erro ao fechar arq. arqCorrespondencias " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqEstacoes.
           if ws-fs-arqEstacoes <> 0 then
               move 14                                     to ws-msn-erro-ofsset
               move ws-fs-arqEstacoes                      to ws-msn-erro-cod
               move "Erro ao fechar arq. arqEstacoes "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqOperadores.
           if ws-fs-arqOperadores <> 0 then
               move 15                                     to ws-msn-erro-ofsset
               move ws-fs-arqOperadores                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqOperadores "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqAuditoria.
           if ws-fs-arqAuditoria <> 0 then
               move 16                                          to ws-msn-erro-ofsset
               move ws-fs-arqAuditoria                          to ws-msn-erro-cod
               move "Erro ao fechar arqTemperaturas-auditoria " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           Stop run
           .
       finaliza-exit.
           exit.
