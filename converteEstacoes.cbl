      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "converteEstacoes".
       author. "Michele de Lima".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Conversao unica do cadastro de estacoes p/ o layout com o
      *>grupo/regiao climatica e a reserva p/ campos novos: um arquivo
      *>indexado criado com o registro anterior abre com file status 39
      *>sob o layout novo, entao - como em converteMedidas - o operador
      *>renomeia arqEstacoes.dat p/ arqEstacoes-antigo.dat e este
      *>programa o rele no layout com perfil e regrava um
      *>arqEstacoes.dat novo, com o grupo em branco (= sem grupo ate
      *>ser preenchido em manutencaoEstacoes) e a reserva em branco.
      *>So o cadastro muda de layout - leituras, diario e anuais ficam
      *>como estao. Ao final imprime os totais p/ conferencia; totais
      *>que nao conferem invalidam a conversao.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.
      *>   Cadastro de estacoes no layout anterior (renomeado pelo
      *>   operador) e o novo, criado do zero com o grupo
           select arqEstacoesAntigo assign to "arqEstacoes-antigo.dat"
           organization is indexed
           access mode is sequential
           record key is fa-est-id
           lock mode is automatic
           file status is ws-fs-arqEstacoesAntigo.

           select arqEstacoes assign to "arqEstacoes.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-est-id
           lock mode is automatic
           file status is ws-fs-arqEstacoes.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqEstacoesAntigo.
       01 fa-estacoes.
          05 fa-est-id                              pic 9(02).
          05 fa-est-nome                            pic x(30).
          05 fa-est-local                           pic x(30).
          05 fa-est-instalacao.
             10 fa-est-inst-ano                     pic 9(04).
             10 fa-est-inst-mes                     pic 9(02).
             10 fa-est-inst-dia                     pic 9(02).
          05 fa-est-situacao                        pic x(01).
          05 fa-est-temp-minima                     pic s9(02)v9.
          05 fa-est-temp-maxima                     pic s9(02)v9.
          05 fa-est-ajuste                          pic s9(01)v9.

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

      *>----Variaveis de trabalho
       working-storage section.
       77  ws-fs-arqEstacoesAntigo                 pic 9(02).
       77  ws-fs-arqEstacoes                       pic 9(02).

      *>    contadores do resumo final da conversao
       77  ws-qtde-est-lidas                       pic 9(06).
       77  ws-qtde-est-convertidas                 pic 9(06).

       01 ws-uso-comum.
          05 ws-msn-erro.
             10 ws-msn-erro-ofsset                 pic 9(04).
             10 filler                             pic x(01) value "-".
             10 ws-msn-erro-cod                    pic 9(02).
             10 filler                             pic x(01) value space.
             10 ws-msn-erro-text                   pic x(42).

      *>----Variaveis para comunicação entre programas
       linkage section.

      *>----Declaração de tela
       screen section.

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform converter-estacoes.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.

           display erase
           display "Conversao do cadastro de estacoes p/ o layout com grupo"
           display "Renomear antes arqEstacoes.dat p/ arqEstacoes-antigo.dat"

           move 0 to ws-qtde-est-lidas
           move 0 to ws-qtde-est-convertidas

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Cadastro de estacoes: rele o layout anterior e regrava com o
      *>  grupo e a reserva em branco. Arquivo antigo ausente (nao
      *>  renomeado) e pulado com aviso.
      *>------------------------------------------------------------------------
       converter-estacoes section.

           open input arqEstacoesAntigo.
           if ws-fs-arqEstacoesAntigo = 35 then
               display "arqEstacoes-antigo.dat ausente - cadastro nao convertido"
           else
           if ws-fs-arqEstacoesAntigo <> 0 then
               move 1                                          to ws-msn-erro-ofsset
               move ws-fs-arqEstacoesAntigo                    to ws-msn-erro-cod
               move "Erro ao abrir arqEstacoes-antigo "        to ws-msn-erro-text
               perform finaliza-anormal
           else
               open output arqEstacoes
               if ws-fs-arqEstacoes <> 0 then
                   move 2                                     to ws-msn-erro-ofsset
                   move ws-fs-arqEstacoes                     to ws-msn-erro-cod
                   move "Erro ao criar arq. arqEstacoes "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqEstacoesAntigo = 10
                   read arqEstacoesAntigo next record
                   if  ws-fs-arqEstacoesAntigo <> 0
                   and ws-fs-arqEstacoesAntigo <> 10 then
                       move 3                                     to ws-msn-erro-ofsset
                       move ws-fs-arqEstacoesAntigo               to ws-msn-erro-cod
                       move "Erro ao ler arqEstacoes-antigo "     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqEstacoesAntigo = 0 then
                       add 1 to ws-qtde-est-lidas
                       move spaces             to fd-estacoes
                       move fa-est-id          to fd-est-id
                       move fa-est-nome        to fd-est-nome
                       move fa-est-local       to fd-est-local
                       move fa-est-inst-ano    to fd-est-inst-ano
                       move fa-est-inst-mes    to fd-est-inst-mes
                       move fa-est-inst-dia    to fd-est-inst-dia
                       move fa-est-situacao    to fd-est-situacao
                       move fa-est-temp-minima to fd-est-temp-minima
                       move fa-est-temp-maxima to fd-est-temp-maxima
                       move fa-est-ajuste      to fd-est-ajuste
      *>                sem grupo ate ser preenchido em manutencaoEstacoes
                       move spaces             to fd-est-grupo

                       write fd-estacoes
                       if ws-fs-arqEstacoes <> 0 then
                           move 4                                     to ws-msn-erro-ofsset
                           move ws-fs-arqEstacoes                     to ws-msn-erro-cod
                           move "Erro ao gravar em arqEstacoes "      to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-qtde-est-convertidas
                   end-if
               end-perform

               close arqEstacoesAntigo
               if ws-fs-arqEstacoesAntigo <> 0 then
                   move 5                                          to ws-msn-erro-ofsset
                   move ws-fs-arqEstacoesAntigo                    to ws-msn-erro-cod
                   move "Erro ao fechar arqEstacoes-antigo "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               close arqEstacoes
               if ws-fs-arqEstacoes <> 0 then
                   move 6                                      to ws-msn-erro-ofsset
                   move ws-fs-arqEstacoes                      to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqEstacoes "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           end-if

           .
       converter-estacoes-exit.
           exit.

       finaliza-anormal section.
           display ws-msn-erro.
           Stop run
           .
       finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização - resumo da conversao p/ conferencia do operador
      *>------------------------------------------------------------------------
       finaliza section.

           display "Resumo da conversao do cadastro de estacoes"
           display "Estacoes lidas/convertidas......: " ws-qtde-est-lidas " / " ws-qtde-est-convertidas

           if ws-qtde-est-lidas <> ws-qtde-est-convertidas then
               display "ATENCAO: totais nao conferem, conversao invalida"
           end-if

           display "Preencher o grupo das estacoes em manutencaoEstacoes"

           Stop run
           .
       finaliza-exit.
           exit.
