      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "converteQualidade".
       author. "Michele de Lima".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Conversao unica dos arquivos de leituras p/ o layout com a
      *>qualidade da leitura e do diario p/ o layout com as horas
      *>estimadas do dia: como nas conversoes anteriores
      *>(converteTemperaturas, converteMedidas) o operador renomeia
      *>cada arquivo atual p/ a versao "-antigo" e este programa o rele
      *>no layout com umidade/chuva e regrava um arquivo novo no layout
      *>largo - toda leitura existente fica com qualidade O (original)
      *>e todo dia com zero horas estimadas. Converte, nesta ordem e
      *>pulando com aviso o que nao tiver sido renomeado:
      *>  arqTemperaturas-antigo.dat        -> arqTemperaturas.dat
      *>  arqTemperaturas-diario-antigo.dat -> arqTemperaturas-diario.dat
      *>  arqTemperaturas-AAAA-antigo.dat   -> arqTemperaturas-AAAA.dat
      *>(os anuais p/ o intervalo de anos informado). O cadastro de
      *>estacoes e os arquivos texto nao mudam. Ao final imprime os
      *>totais p/ conferencia; totais que nao conferem invalidam a
      *>conversao.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.
      *>   Detalhe horario sem a qualidade (renomeado pelo operador) e
      *>   o novo, criado do zero com a qualidade
           select arqTemperaturasAntigo assign to "arqTemperaturas-antigo.dat"
           organization is indexed
           access mode is sequential
           record key is fa-chave
           lock mode is automatic
           file status is ws-fs-arqTemperaturasAntigo.

           select arqTemperaturas assign to "arqTemperaturas.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-chave
           lock mode is automatic
           file status is ws-fs-arqTemperaturas.

      *>   Consolidado diario sem as horas estimadas (renomeado pelo
      *>   operador) e o novo - alternativa: rodar resumoTemperaturas
      *>   em modo completo depois da conversao do detalhe
           select arqDiarioAntigo assign to "arqTemperaturas-diario-antigo.dat"
           organization is indexed
           access mode is sequential
           record key is fa-diario-chave
           lock mode is automatic
           file status is ws-fs-arqDiarioAntigo.

           select arqDiario assign to "arqTemperaturas-diario.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-diario-chave
           lock mode is automatic
           file status is ws-fs-arqDiario.

      *>   Arquivo anual sem a qualidade e o novo - um par por ano do
      *>   intervalo informado, abertos pelo assign dinamico (mesmo
      *>   recurso de arquivaTemperaturas)
           select arqAnualAntigo assign to ws-nome-arquivo-antigo
           organization is indexed
           access mode is sequential
           record key is fu-chave
           lock mode is automatic
           file status is ws-fs-arqAnualAntigo.

           select arqAnual assign to ws-nome-arquivo-novo
           organization is indexed
           access mode is dynamic
           record key is fn-chave
           lock mode is automatic
           file status is ws-fs-arqAnual.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqTemperaturasAntigo.
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

       fd arqDiarioAntigo.
       01 fa-diario.
          05 fa-diario-chave.
             10 fa-diario-ano                      pic 9(04).
             10 fa-diario-mes                      pic 9(02).
             10 fa-diario-dia                      pic 9(02).
             10 fa-diario-estacao                  pic 9(02).
          05 fa-temp-minima                        pic s9(02)v9.
          05 fa-temp-maxima                        pic s9(02)v9.
          05 fa-temp-media                         pic s9(02)v9.
          05 fa-umid-media                         pic 9(03).
          05 fa-chuva-total                        pic 9(04)v9.

       fd arqDiario.
       01 fd-diario.
          05 fd-diario-chave.
             10 fd-diario-ano                      pic 9(04).
             10 fd-diario-mes                      pic 9(02).
             10 fd-diario-dia                      pic 9(02).
             10 fd-diario-estacao                  pic 9(02).
          05 fd-temp-minima                        pic s9(02)v9.
          05 fd-temp-maxima                        pic s9(02)v9.
          05 fd-temp-media                         pic s9(02)v9.
      *>    medidas diarias alem da temperatura: media da umidade
      *>    relativa (%) e chuva total do dia (mm)
          05 fd-umid-media                         pic 9(03).
          05 fd-chuva-total                        pic 9(04)v9.
      *>    horas do dia com leitura estimada (qualidade E)
          05 fd-horas-estimadas                    pic 9(02).

       fd arqAnualAntigo.
       01 fu-temperaturas.
          05 fu-chave.
             10 fu-ano                             pic 9(04).
             10 fu-mes                             pic 9(02).
             10 fu-dia                             pic 9(02).
             10 fu-estacao                         pic 9(02).
             10 fu-hora                            pic 9(02).
          05 fu-temp                               pic s9(02)v9.
          05 fu-umid                               pic 9(03).
          05 fu-chuva                              pic 9(03)v9.

       fd arqAnual.
       01 fn-temperaturas.
          05 fn-chave.
             10 fn-ano                             pic 9(04).
             10 fn-mes                             pic 9(02).
             10 fn-dia                             pic 9(02).
             10 fn-estacao                         pic 9(02).
             10 fn-hora                            pic 9(02).
          05 fn-temp                               pic s9(02)v9.
          05 fn-umid                               pic 9(03).
          05 fn-chuva                              pic 9(03)v9.
          05 fn-qualidade                          pic x(01).

      *>----Variaveis de trabalho
       working-storage section.
       77  ws-fs-arqTemperaturasAntigo             pic 9(02).
       77  ws-fs-arqTemperaturas                   pic 9(02).
       77  ws-fs-arqDiarioAntigo                   pic 9(02).
       77  ws-fs-arqDiario                         pic 9(02).
       77  ws-fs-arqAnualAntigo                    pic 9(02).
       77  ws-fs-arqAnual                          pic 9(02).

      *>    nomes fisicos do par de arquivos anuais do ano corrente
      *>    (assign dinamico)
       77  ws-nome-arquivo-antigo                  pic x(40).
       01 ws-nome-antigo-montado.
          05 filler                                pic x(16) value "arqTemperaturas-".
          05 ws-nome-ano-antigo                    pic 9(04).
          05 filler                                pic x(11) value "-antigo.dat".
       77  ws-nome-arquivo-novo                    pic x(40).
       01 ws-nome-novo-montado.
          05 filler                                pic x(16) value "arqTemperaturas-".
          05 ws-nome-ano-novo                      pic 9(04).
          05 filler                                pic x(04) value ".dat".

      *>    intervalo de anos dos arquivos anuais a converter (zero nos
      *>    dois = sem anuais p/ converter)
       77  ws-ano-inicial                          pic 9(04).
       77  ws-ano-final                            pic 9(04).
       77  ws-ano-corrente                         pic 9(04).

      *>    contadores do resumo final da conversao, por arquivo
       77  ws-qtde-temp-lidas                      pic 9(06).
       77  ws-qtde-temp-convertidas                pic 9(06).
       77  ws-qtde-dia-lidos                       pic 9(06).
       77  ws-qtde-dia-convertidos                 pic 9(06).
       77  ws-qtde-anu-lidas                       pic 9(06).
       77  ws-qtde-anu-convertidas                 pic 9(06).
       77  ws-qtde-anos-convertidos                pic 9(02).
       77  ws-qtde-anos-ausentes                   pic 9(02).

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
           perform converter-temperaturas.
           perform converter-diario.
           if ws-ano-final > 0 then
               perform varying ws-ano-corrente from ws-ano-inicial by 1
                                       until ws-ano-corrente > ws-ano-final
                   perform converter-anual
               end-perform
           end-if
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.

           display erase
           display "Conversao p/ os layouts com a qualidade da leitura"
           display "Renomear antes os arquivos atuais p/ as versoes -antigo"
           display "Primeiro ano de arquivo anual a converter (0 = nenhum): "
           accept ws-ano-inicial
           display "Ultimo ano de arquivo anual a converter (0 = nenhum): "
           accept ws-ano-final

           if ws-ano-final < ws-ano-inicial then
               display "Intervalo de anos invalido"
               Stop run
           end-if

           move 0 to ws-qtde-temp-lidas
           move 0 to ws-qtde-temp-convertidas
           move 0 to ws-qtde-dia-lidos
           move 0 to ws-qtde-dia-convertidos
           move 0 to ws-qtde-anu-lidas
           move 0 to ws-qtde-anu-convertidas
           move 0 to ws-qtde-anos-convertidos
           move 0 to ws-qtde-anos-ausentes

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Detalhe horario: rele o layout sem a qualidade e regrava com
      *>  qualidade O (toda leitura ja gravada e original ou ja passou
      *>  pela manutencao sem registro da origem). Arquivo antigo
      *>  ausente e pulado com aviso.
      *>------------------------------------------------------------------------
       converter-temperaturas section.

           open input arqTemperaturasAntigo.
           if ws-fs-arqTemperaturasAntigo = 35 then
               display "arqTemperaturas-antigo.dat ausente - detalhe nao convertido"
           else
           if ws-fs-arqTemperaturasAntigo <> 0 then
               move 1                                          to ws-msn-erro-ofsset
               move ws-fs-arqTemperaturasAntigo                to ws-msn-erro-cod
               move "Erro ao abrir arqTemperaturas-antigo "    to ws-msn-erro-text
               perform finaliza-anormal
           else
               open output arqTemperaturas
               if ws-fs-arqTemperaturas <> 0 then
                   move 2                                     to ws-msn-erro-ofsset
                   move ws-fs-arqTemperaturas                 to ws-msn-erro-cod
                   move "Erro ao criar arq. arqTemperaturas " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqTemperaturasAntigo = 10
                   read arqTemperaturasAntigo next record
                   if  ws-fs-arqTemperaturasAntigo <> 0
                   and ws-fs-arqTemperaturasAntigo <> 10 then
                       move 3                                        to ws-msn-erro-ofsset
                       move ws-fs-arqTemperaturasAntigo              to ws-msn-erro-cod
                       move "Erro ao ler arqTemperaturas-antigo "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqTemperaturasAntigo = 0 then
                       add 1 to ws-qtde-temp-lidas
                       move fa-ano     to fd-ano
                       move fa-mes     to fd-mes
                       move fa-dia     to fd-dia
                       move fa-estacao to fd-estacao
                       move fa-hora    to fd-hora
                       move fa-temp    to fd-temp
                       move fa-umid    to fd-umid
                       move fa-chuva   to fd-chuva
                       move "O"        to fd-qualidade

                       write fd-temperaturas
                       if ws-fs-arqTemperaturas <> 0 then
                           move 4                                       to ws-msn-erro-ofsset
                           move ws-fs-arqTemperaturas                   to ws-msn-erro-cod
                           move "Erro ao gravar em arqTemperaturas "    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-qtde-temp-convertidas
                   end-if
               end-perform

               close arqTemperaturasAntigo
               if ws-fs-arqTemperaturasAntigo <> 0 then
                   move 5                                          to ws-msn-erro-ofsset
                   move ws-fs-arqTemperaturasAntigo                to ws-msn-erro-cod
                   move "Erro ao fechar arqTemperaturas-antigo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               close arqTemperaturas
               if ws-fs-arqTemperaturas <> 0 then
                   move 6                                      to ws-msn-erro-ofsset
                   move ws-fs-arqTemperaturas                  to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqTemperaturas " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           end-if

           .
       converter-temperaturas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Consolidado diario: rele o layout sem as horas estimadas e
      *>  regrava com zero (nenhuma leitura foi estimada antes desta
      *>  conversao). Arquivo antigo ausente e pulado com aviso.
      *>------------------------------------------------------------------------
       converter-diario section.

           open input arqDiarioAntigo.
           if ws-fs-arqDiarioAntigo = 35 then
               display "arqTemperaturas-diario-antigo.dat ausente - diario nao convertido"
           else
           if ws-fs-arqDiarioAntigo <> 0 then
               move 7                                              to ws-msn-erro-ofsset
               move ws-fs-arqDiarioAntigo                          to ws-msn-erro-cod
               move "Erro ao abrir arqTemperaturas-diario-antigo"  to ws-msn-erro-text
               perform finaliza-anormal
           else
               open output arqDiario
               if ws-fs-arqDiario <> 0 then
                   move 8                                          to ws-msn-erro-ofsset
                   move ws-fs-arqDiario                            to ws-msn-erro-cod
                   move "Erro ao criar arqTemperaturas-diario "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqDiarioAntigo = 10
                   read arqDiarioAntigo next record
                   if  ws-fs-arqDiarioAntigo <> 0
                   and ws-fs-arqDiarioAntigo <> 10 then
                       move 9                                            to ws-msn-erro-ofsset
                       move ws-fs-arqDiarioAntigo                        to ws-msn-erro-cod
                       move "Erro ao ler arqTemperaturas-diario-antigo"  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqDiarioAntigo = 0 then
                       add 1 to ws-qtde-dia-lidos
                       move fa-diario-ano     to fd-diario-ano
                       move fa-diario-mes     to fd-diario-mes
                       move fa-diario-dia     to fd-diario-dia
                       move fa-diario-estacao to fd-diario-estacao
                       move fa-temp-minima    to fd-temp-minima
                       move fa-temp-maxima    to fd-temp-maxima
                       move fa-temp-media     to fd-temp-media
                       move fa-umid-media     to fd-umid-media
                       move fa-chuva-total    to fd-chuva-total
                       move 0                 to fd-horas-estimadas

                       write fd-diario
                       if ws-fs-arqDiario <> 0 then
                           move 10                                         to ws-msn-erro-ofsset
                           move ws-fs-arqDiario                            to ws-msn-erro-cod
                           move "Erro ao gravar arqTemperaturas-diario "   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-qtde-dia-convertidos
                   end-if
               end-perform

               close arqDiarioAntigo
               if ws-fs-arqDiarioAntigo <> 0 then
                   move 11                                             to ws-msn-erro-ofsset
                   move ws-fs-arqDiarioAntigo                          to ws-msn-erro-cod
                   move "Erro ao fechar arqTemperaturas-diario-antigo" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               close arqDiario
               if ws-fs-arqDiario <> 0 then
                   move 12                                         to ws-msn-erro-ofsset
                   move ws-fs-arqDiario                            to ws-msn-erro-cod
                   move "Erro ao fechar arqTemperaturas-diario "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           end-if

           .
       converter-diario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Arquivo anual do ano corrente (ws-ano-corrente): rele o
      *>  layout sem a qualidade e regrava o anual novo com qualidade O.
      *>  Ano nao renomeado e pulado com aviso.
      *>------------------------------------------------------------------------
       converter-anual section.

           move ws-ano-corrente        to ws-nome-ano-antigo
           move ws-nome-antigo-montado to ws-nome-arquivo-antigo
           move ws-ano-corrente        to ws-nome-ano-novo
           move ws-nome-novo-montado   to ws-nome-arquivo-novo

           open input arqAnualAntigo.
           if ws-fs-arqAnualAntigo = 35 then
               display "Arquivo anual -antigo de " ws-ano-corrente " ausente - pulado"
               add 1 to ws-qtde-anos-ausentes
           else
           if ws-fs-arqAnualAntigo <> 0 then
               move 13                                        to ws-msn-erro-ofsset
               move ws-fs-arqAnualAntigo                      to ws-msn-erro-cod
               move "Erro ao abrir o arquivo anual antigo "   to ws-msn-erro-text
               perform finaliza-anormal
           else
               open output arqAnual
               if ws-fs-arqAnual <> 0 then
                   move 14                                    to ws-msn-erro-ofsset
                   move ws-fs-arqAnual                        to ws-msn-erro-cod
                   move "Erro ao criar o arquivo anual novo " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqAnualAntigo = 10
                   read arqAnualAntigo next record
                   if  ws-fs-arqAnualAntigo <> 0
                   and ws-fs-arqAnualAntigo <> 10 then
                       move 15                                       to ws-msn-erro-ofsset
                       move ws-fs-arqAnualAntigo                     to ws-msn-erro-cod
                       move "Erro ao ler o arquivo anual antigo "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqAnualAntigo = 0 then
                       add 1 to ws-qtde-anu-lidas
                       move fu-ano     to fn-ano
                       move fu-mes     to fn-mes
                       move fu-dia     to fn-dia
                       move fu-estacao to fn-estacao
                       move fu-hora    to fn-hora
                       move fu-temp    to fn-temp
                       move fu-umid    to fn-umid
                       move fu-chuva   to fn-chuva
                       move "O"        to fn-qualidade

                       write fn-temperaturas
                       if ws-fs-arqAnual <> 0 then
                           move 16                                       to ws-msn-erro-ofsset
                           move ws-fs-arqAnual                           to ws-msn-erro-cod
                           move "Erro ao gravar no arquivo anual novo "  to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-qtde-anu-convertidas
                   end-if
               end-perform

               close arqAnualAntigo
               if ws-fs-arqAnualAntigo <> 0 then
                   move 17                                        to ws-msn-erro-ofsset
                   move ws-fs-arqAnualAntigo                     to ws-msn-erro-cod
                   move "Erro ao fechar o arquivo anual antigo " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               close arqAnual
               if ws-fs-arqAnual <> 0 then
                   move 18                                     to ws-msn-erro-ofsset
                   move ws-fs-arqAnual                         to ws-msn-erro-cod
                   move "Erro ao fechar o arquivo anual novo " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1 to ws-qtde-anos-convertidos
           end-if
           end-if

           .
       converter-anual-exit.
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

           display "Resumo da conversao p/ a qualidade da leitura"
           display "Leituras lidas/convertidas......: " ws-qtde-temp-lidas " / " ws-qtde-temp-convertidas
           display "Resumos diarios lidos/convert...: " ws-qtde-dia-lidos " / " ws-qtde-dia-convertidos
           display "Leituras anuais lidas/convert...: " ws-qtde-anu-lidas " / " ws-qtde-anu-convertidas
           display "Anos anuais convertidos.........: " ws-qtde-anos-convertidos
           display "Anos anuais ausentes............: " ws-qtde-anos-ausentes

           if ws-qtde-temp-lidas <> ws-qtde-temp-convertidas
           or ws-qtde-dia-lidos  <> ws-qtde-dia-convertidos
           or ws-qtde-anu-lidas  <> ws-qtde-anu-convertidas then
               display "ATENCAO: totais nao conferem, conversao invalida"
           end-if

           Stop run
           .
       finaliza-exit.
           exit.
