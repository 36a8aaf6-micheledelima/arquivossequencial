      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "recordesTemperaturas".
       author. "Michele de Lima".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Livro de recordes por estacao e dia do calendario (mes + dia):
      *>maior maxima, menor minima e maior chuva do dia ja registradas,
      *>cada uma com o ano em que foi marcada e o ano mais recente que
      *>a igualou, em arqTemperaturas-recordes.dat. Dois modos. Na
      *>construcao completa (pedida explicitamente, uma vez ou quando
      *>se quer refazer o livro) o livro e recriado do zero a partir dos
      *>arquivos anuais arqTemperaturas-AAAA.dat do intervalo informado
      *>e do arquivo vivo, consolidando cada estacao/dia das leituras
      *>horarias plausiveis (mesmo filtro de normaisTemperaturas). Na
      *>verificacao (o padrao da noite, passo de cadeiaTemperaturas)
      *>cada dia de arqTemperaturas-diario.dat e comparado com o livro:
      *>recorde quebrado ou igualado por outro ano atualiza o livro e
      *>sai em arqTemperaturas-recordes-novos.dat com o recorde
      *>anterior e o seu ano ao lado - a lista vai p/ o boletim da manha
      *>(boletimTemperaturas). O proprio dia do recorde, relido nas
      *>noites seguintes, nao e recorde novo; igualdade so e listada
      *>quando vem de um ano mais recente que o ultimo empate guardado.
      *>Chuva so conta recorde a partir de um dia com chuva.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.
      *>   Declaração do arquivo (detalhe horario vivo, so na
      *>   construcao completa)
           select arqTemperaturas assign to "arqTemperaturas.dat"
           organization is indexed
           access mode is sequential
           record key is fd-chave
           lock mode is automatic
           file status is ws-fs-arqTemperaturas.

      *>   Arquivo anual de um ano do intervalo, aberto sob demanda pelo
      *>   assign dinamico (anual ausente e pulado com aviso)
           select arqArquivo assign to ws-nome-arquivo
           organization is indexed
           access mode is sequential
           record key is fa-chave
           lock mode is automatic
           file status is ws-fs-arqArquivo.

      *>   Consolidado diario, comparado com o livro na verificacao
           select arqDiario assign to "arqTemperaturas-diario.dat"
           organization is indexed
           access mode is sequential
           record key is fd-diario-chave
           lock mode is automatic
           file status is ws-fs-arqDiario.

      *>   Cadastro de estacoes: perfil de validacao das leituras
           select arqEstacoes assign to "arqEstacoes.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-est-id
           lock mode is automatic
           file status is ws-fs-arqEstacoes.

      *>   Livro de recordes por estacao + mes + dia
           select arqRecordes assign to "arqTemperaturas-recordes.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-rec-chave
           lock mode is automatic
           file status is ws-fs-arqRecordes.

      *>   Lista dos recordes quebrados/igualados na ultima execucao
           select arqNovos assign to "arqTemperaturas-recordes-novos.dat"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqNovos.

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

       fd arqRecordes.
       01 fd-recordes.
          05 fd-rec-chave.
             10 fd-rec-estacao                     pic 9(02).
             10 fd-rec-mes                         pic 9(02).
             10 fd-rec-dia                         pic 9(02).
      *>    cada recorde: valor, ano em que foi marcado (0 = ainda sem
      *>    recorde) e ano mais recente que o igualou (0 = nenhum)
          05 fd-rec-maxima                         pic s9(02)v9.
          05 fd-rec-ano-maxima                     pic 9(04).
          05 fd-rec-empate-maxima                  pic 9(04).
          05 fd-rec-minima                         pic s9(02)v9.
          05 fd-rec-ano-minima                     pic 9(04).
          05 fd-rec-empate-minima                  pic 9(04).
          05 fd-rec-chuva                          pic 9(04)v9.
          05 fd-rec-ano-chuva                      pic 9(04).
          05 fd-rec-empate-chuva                   pic 9(04).

       fd arqNovos.
       01 fd-linha-novos                           pic x(100).

      *>----Variaveis de trabalho
       working-storage section.
       77  ws-fs-arqTemperaturas                   pic 9(02).
       77  ws-fs-arqArquivo                        pic 9(02).
       77  ws-fs-arqDiario                         pic 9(02).
       77  ws-fs-arqEstacoes                       pic 9(02).
       77  ws-fs-arqRecordes                       pic 9(02).
       77  ws-fs-arqNovos                          pic 9(02).

       01 ws-uso-comum.
          05 ws-msn-erro.
             10 ws-msn-erro-ofsset                 pic 9(04).
             10 filler                             pic x(01) value "-".
             10 ws-msn-erro-cod                    pic 9(02).
             10 filler                             pic x(01) value space.
             10 ws-msn-erro-text                   pic x(42).

      *>    modo pedido: C = construcao completa, senao verificacao
       77  ws-modo-informado                       pic x(01).
       77  ws-modo-completo                        pic x(01).

      *>    nome fisico do arquivo anual corrente (assign dinamico)
       77  ws-nome-arquivo                         pic x(40).
       01 ws-nome-arquivo-montado.
          05 filler                                pic x(16) value "arqTemperaturas-".
          05 ws-nome-ano                           pic 9(04).
          05 filler                                pic x(04) value ".dat".

      *>    intervalo de anos arquivados da construcao (0 = nenhum)
       77  ws-ano-inicial                          pic 9(04).
       77  ws-ano-final                            pic 9(04).
       77  ws-ano-corrente                         pic 9(04).

      *>    faixa plausivel padrao, usada quando a estacao nao tem
      *>    perfil preenchido no cadastro
       77  ws-temp-minimo-padrao                   pic s9(02)v9 value -30.
       77  ws-temp-maximo-padrao                   pic s9(02)v9 value 50.
       77  ws-temp-minimo                          pic s9(02)v9.
       77  ws-temp-maximo                          pic s9(02)v9.

      *>    estacao cujo perfil esta carregado nas variaveis acima
       77  ws-perfil-carregado                     pic x(01) value "N".
       77  ws-perfil-estacao                       pic 9(02).

      *>    leitura horaria corrente, do anual ou do arquivo vivo
       01 ws-leitura.
          05 ws-leit-chave.
             10 ws-leit-ano                        pic 9(04).
             10 ws-leit-mes                        pic 9(02).
             10 ws-leit-dia                        pic 9(02).
             10 ws-leit-estacao                    pic 9(02).
          05 ws-leit-temp                          pic s9(02)v9.
          05 ws-leit-chuva                         pic 9(03)v9.

      *>    estacao/dia em consolidacao (construcao) ou lido do diario
      *>    (verificacao) - e o dia comparado com o livro
       01 ws-chave-dia.
          05 ws-dia-ano                            pic 9(04).
          05 ws-dia-mes                            pic 9(02).
          05 ws-dia-dia                            pic 9(02).
          05 ws-dia-estacao                        pic 9(02).
       77  ws-dia-minima                           pic s9(02)v9.
       77  ws-dia-maxima                           pic s9(02)v9.
       77  ws-dia-chuva-total                      pic 9(04)v9.
       77  ws-dia-qtde-horas                       pic 9(02).

      *>    registro do livro lido (S) ou novo (N)
       77  ws-recorde-existe                       pic x(01).

      *>    linha da lista de recordes novos p/ o boletim
       01 ws-linha-novo.
          05 filler                                pic x(08) value "Estacao ".
          05 ws-nov-estacao                        pic 9(02).
          05 filler                                pic x(01) value space.
          05 ws-nov-dia                            pic 9(02).
          05 filler                                pic x(01) value "/".
          05 ws-nov-mes                            pic 9(02).
          05 filler                                pic x(01) value "/".
          05 ws-nov-ano                            pic 9(04).
          05 filler                                pic x(01) value space.
          05 ws-nov-tipo                           pic x(14).
          05 ws-nov-situacao                       pic x(09).
          05 ws-nov-valor                          pic x(07).
          05 filler                                pic x(21) value " - recorde anterior ".
          05 ws-nov-anterior                       pic x(07).
          05 filler                                pic x(04) value " de ".
          05 ws-nov-ano-anterior                   pic 9(04).
       77  ws-nov-temp-ed                          pic +z9,9.
       77  ws-nov-chuva-ed                         pic zzz9,9.

      *>    cabecalho da lista com a data da execucao
       77  ws-data-sistema                         pic 9(08).
       01 ws-data-execucao.
          05 ws-exe-ano                            pic 9(04).
          05 ws-exe-mes                            pic 9(02).
          05 ws-exe-dia                            pic 9(02).
       01 ws-linha-cabecalho.
          05 filler                                pic x(36) value "Recordes quebrados ou igualados em  ".
          05 ws-cab-dia                            pic 9(02).
          05 filler                                pic x(01) value "/".
          05 ws-cab-mes                            pic 9(02).
          05 filler                                pic x(01) value "/".
          05 ws-cab-ano                            pic 9(04).

      *>    contadores do resumo final
       77  ws-qtde-anos-lidos                      pic 9(02).
       77  ws-qtde-anos-ausentes                   pic 9(02).
       77  ws-qtde-lidas                           pic 9(08).
       77  ws-qtde-ignoradas                       pic 9(08).
       77  ws-qtde-dias                            pic 9(06).
       77  ws-qtde-recordes-criados                pic 9(06).
       77  ws-qtde-quebrados                       pic 9(06).
       77  ws-qtde-igualados                       pic 9(06).

      *>----Variaveis para comunicação entre programas
       linkage section.

      *>----Declaração de tela
       screen section.

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           if ws-modo-completo = "S" then
               if ws-ano-final > 0 then
                   perform varying ws-ano-corrente from ws-ano-inicial by 1
                                           until ws-ano-corrente > ws-ano-final
                       perform apurar-ano-arquivado
                   end-perform
               end-if
               perform apurar-arquivo-vivo
           else
               perform verificar-diario
           end-if
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização - pergunta o modo e abre os
      *>  arquivos conforme ele: na construcao o livro e recriado do
      *>  zero; na verificacao e reaberto em i-o (criado vazio na
      *>  primeira vez - os dias do diario viram os primeiros recordes)
      *>------------------------------------------------------------------------
       inicializa section.

           display "Livro de recordes: 'V'erificacao do diario ou 'C'onstrucao completa? "
           accept ws-modo-informado
           if ws-modo-informado = "C"
           or ws-modo-informado = "c" then
               move "S" to ws-modo-completo
               display "Primeiro ano arquivado (0 = nenhum): "
               accept ws-ano-inicial
               display "Ultimo ano arquivado (0 = nenhum): "
               accept ws-ano-final
               if ws-ano-final < ws-ano-inicial then
                   display "Intervalo de anos invalido"
                   Stop run
               end-if
           else
               move "N" to ws-modo-completo
           end-if

           open input arqEstacoes.
           if ws-fs-arqEstacoes <> 0 then
               move 1                                     to ws-msn-erro-ofsset
               move ws-fs-arqEstacoes                     to ws-msn-erro-cod
               move "Erro ao abrir arq. arqEstacoes "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-modo-completo = "S" then
               open output arqRecordes
               close arqRecordes
               open i-o arqRecordes
           else
               open i-o arqRecordes
               if ws-fs-arqRecordes = 35 then
      *>           arquivo ainda não existe, cria vazio
                   open output arqRecordes
                   close arqRecordes
                   open i-o arqRecordes
               end-if
           end-if

           if ws-fs-arqRecordes <> 0 then
               move 2                                          to ws-msn-erro-ofsset
               move ws-fs-arqRecordes                          to ws-msn-erro-cod
               move "Erro ao abrir arqTemperaturas-recordes "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqNovos.
           if ws-fs-arqNovos <> 0 then
               move 3                                          to ws-msn-erro-ofsset
               move ws-fs-arqNovos                             to ws-msn-erro-cod
               move "Erro ao criar arqTemperaturas-recordes-no" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           accept ws-data-sistema from date yyyymmdd
           move ws-data-sistema to ws-data-execucao
           move ws-exe-dia to ws-cab-dia
           move ws-exe-mes to ws-cab-mes
           move ws-exe-ano to ws-cab-ano
           move ws-linha-cabecalho to fd-linha-novos
           perform gravar-linha-novos

           move 0 to ws-qtde-anos-lidos
           move 0 to ws-qtde-anos-ausentes
           move 0 to ws-qtde-lidas
           move 0 to ws-qtde-ignoradas
           move 0 to ws-qtde-dias
           move 0 to ws-qtde-recordes-criados
           move 0 to ws-qtde-quebrados
           move 0 to ws-qtde-igualados
           move 0 to ws-dia-qtde-horas

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Construcao: apura o arquivo anual do ano corrente
      *>  (ws-ano-corrente). Ano sem arquivo anual e pulado com aviso.
      *>------------------------------------------------------------------------
       apurar-ano-arquivado section.

           move ws-ano-corrente         to ws-nome-ano
           move ws-nome-arquivo-montado to ws-nome-arquivo

           open input arqArquivo.
           if ws-fs-arqArquivo = 35 then
               display "Arquivo anual de " ws-ano-corrente " ausente - pulado"
               add 1 to ws-qtde-anos-ausentes
           else
           if ws-fs-arqArquivo <> 0 then
               move 4                                     to ws-msn-erro-ofsset
               move ws-fs-arqArquivo                      to ws-msn-erro-cod
               move "Erro ao abrir o arquivo anual "      to ws-msn-erro-text
               perform finaliza-anormal
           else
               add 1 to ws-qtde-anos-lidos

               perform until ws-fs-arqArquivo = 10
                   read arqArquivo next record
                   if  ws-fs-arqArquivo <> 0
                   and ws-fs-arqArquivo <> 10 then
                       move 5                                     to ws-msn-erro-ofsset
                       move ws-fs-arqArquivo                      to ws-msn-erro-cod
                       move "Erro ao ler o arquivo anual "        to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqArquivo = 0 then
                       move fa-ano     to ws-leit-ano
                       move fa-mes     to ws-leit-mes
                       move fa-dia     to ws-leit-dia
                       move fa-estacao to ws-leit-estacao
                       move fa-temp    to ws-leit-temp
                       move fa-chuva   to ws-leit-chuva
                       perform tratar-leitura
                   end-if
               end-perform

      *>        fecha o ultimo dia em consolidacao deste anual
               if ws-dia-qtde-horas > 0 then
                   perform fechar-dia
               end-if

               close arqArquivo
               if ws-fs-arqArquivo <> 0 then
                   move 6                                     to ws-msn-erro-ofsset
                   move ws-fs-arqArquivo                      to ws-msn-erro-cod
                   move "Erro ao fechar o arquivo anual "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           end-if

           .
       apurar-ano-arquivado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Construcao: apura o arquivo vivo inteiro, depois dos anuais
      *>------------------------------------------------------------------------
       apurar-arquivo-vivo section.

           open input arqTemperaturas.
           if ws-fs-arqTemperaturas <> 0 then
               move 7                                     to ws-msn-erro-ofsset
               move ws-fs-arqTemperaturas                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTemperaturas " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqTemperaturas = 10
               read arqTemperaturas next record
               if  ws-fs-arqTemperaturas <> 0
               and ws-fs-arqTemperaturas <> 10 then
                   move 8                                     to ws-msn-erro-ofsset
                   move ws-fs-arqTemperaturas                 to ws-msn-erro-cod
                   move "Erro ao ler arq. arqTemperaturas "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqTemperaturas = 0 then
                   move fd-ano     to ws-leit-ano
                   move fd-mes     to ws-leit-mes
                   move fd-dia     to ws-leit-dia
                   move fd-estacao to ws-leit-estacao
                   move fd-temp    to ws-leit-temp
                   move fd-chuva   to ws-leit-chuva
                   perform tratar-leitura
               end-if
           end-perform

           if ws-dia-qtde-horas > 0 then
               perform fechar-dia
           end-if

           close arqTemperaturas
           if ws-fs-arqTemperaturas <> 0 then
               move 9                                     to ws-msn-erro-ofsset
               move ws-fs-arqTemperaturas                 to ws-msn-erro-cod
               move "Erro ao fechar arq. arqTemperaturas " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       apurar-arquivo-vivo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Leitura horaria corrente (ws-leitura): filtro da faixa
      *>  plausivel e acumulo no dia em consolidacao, fechando o dia
      *>  anterior quando estacao/dia muda
      *>------------------------------------------------------------------------
       tratar-leitura section.

           add 1 to ws-qtde-lidas
           perform buscar-perfil-estacao
           if ws-leit-temp < ws-temp-minimo
           or ws-leit-temp > ws-temp-maximo then
               add 1 to ws-qtde-ignoradas
           else
               if  ws-dia-qtde-horas > 0
               and ws-leit-chave <> ws-chave-dia then
                   perform fechar-dia
               end-if

               if ws-dia-qtde-horas = 0 then
                   move ws-leit-chave to ws-chave-dia
                   move ws-leit-temp  to ws-dia-minima
                   move ws-leit-temp  to ws-dia-maxima
                   move 0             to ws-dia-chuva-total
               end-if

               if ws-leit-temp < ws-dia-minima then
                   move ws-leit-temp to ws-dia-minima
               end-if
               if ws-leit-temp > ws-dia-maxima then
                   move ws-leit-temp to ws-dia-maxima
               end-if
               add ws-leit-chuva to ws-dia-chuva-total
               add 1             to ws-dia-qtde-horas
           end-if

           .
       tratar-leitura-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega a faixa plausivel da estacao da leitura corrente do
      *>  cadastro p/ ws-temp-minimo/maximo, poupando a releitura quando
      *>  o perfil carregado ja e o dela
      *>------------------------------------------------------------------------
       buscar-perfil-estacao section.

           if  ws-perfil-carregado = "S"
           and ws-perfil-estacao = ws-leit-estacao then
               continue
           else
               move ws-leit-estacao to fd-est-id
               read arqEstacoes
                   invalid key
                       move ws-temp-minimo-padrao to ws-temp-minimo
                       move ws-temp-maximo-padrao to ws-temp-maximo
                   not invalid key
                       if  fd-est-temp-minima = 0
                       and fd-est-temp-maxima = 0 then
                           move ws-temp-minimo-padrao to ws-temp-minimo
                           move ws-temp-maximo-padrao to ws-temp-maximo
                       else
                           move fd-est-temp-minima to ws-temp-minimo
                           move fd-est-temp-maxima to ws-temp-maximo
                       end-if
               end-read
               move "S"             to ws-perfil-carregado
               move ws-leit-estacao to ws-perfil-estacao
           end-if

           .
       buscar-perfil-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Construcao: fecha o dia em consolidacao e o compara com o livro
      *>------------------------------------------------------------------------
       fechar-dia section.

           perform comparar-dia
           move 0 to ws-dia-qtde-horas

           .
       fechar-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Verificacao: percorre o diario inteiro e compara cada dia com o
      *>  livro (o proprio dia do recorde e o empate ja guardado nao sao
      *>  listados de novo, entao reler os dias antigos e inofensivo e
      *>  pega os dias reconsolidados depois de uma carga atrasada)
      *>------------------------------------------------------------------------
       verificar-diario section.

           open input arqDiario.
           if ws-fs-arqDiario <> 0 then
               move 10                                         to ws-msn-erro-ofsset
               move ws-fs-arqDiario                            to ws-msn-erro-cod
               move "Erro ao abrir arqTemperaturas-diario "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqDiario = 10
               read arqDiario next record
               if  ws-fs-arqDiario <> 0
               and ws-fs-arqDiario <> 10 then
                   move 11                                         to ws-msn-erro-ofsset
                   move ws-fs-arqDiario                            to ws-msn-erro-cod
                   move "Erro ao ler arqTemperaturas-diario "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqDiario = 0 then
                   move fd-diario-ano     to ws-dia-ano
                   move fd-diario-mes     to ws-dia-mes
                   move fd-diario-dia     to ws-dia-dia
                   move fd-diario-estacao to ws-dia-estacao
                   move fd-temp-minima    to ws-dia-minima
                   move fd-temp-maxima    to ws-dia-maxima
                   move fd-chuva-total    to ws-dia-chuva-total
                   perform comparar-dia
               end-if
           end-perform

           close arqDiario.
           if ws-fs-arqDiario <> 0 then
               move 12                                         to ws-msn-erro-ofsset
               move ws-fs-arqDiario                            to ws-msn-erro-cod
               move "Erro ao fechar arqTemperaturas-diario "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       verificar-diario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Compara o dia corrente (ws-chave-dia e os valores do dia) com o
      *>  registro do livro da estacao + mes + dia, criando o registro
      *>  na primeira ocorrencia, e grava o registro de volta
      *>------------------------------------------------------------------------
       comparar-dia section.

           add 1 to ws-qtde-dias

           move ws-dia-estacao to fd-rec-estacao
           move ws-dia-mes     to fd-rec-mes
           move ws-dia-dia     to fd-rec-dia
           read arqRecordes
               invalid key
                   move "N" to ws-recorde-existe
                   move 0   to fd-rec-maxima
                   move 0   to fd-rec-ano-maxima
                   move 0   to fd-rec-empate-maxima
                   move 0   to fd-rec-minima
                   move 0   to fd-rec-ano-minima
                   move 0   to fd-rec-empate-minima
                   move 0   to fd-rec-chuva
                   move 0   to fd-rec-ano-chuva
                   move 0   to fd-rec-empate-chuva
               not invalid key
                   move "S" to ws-recorde-existe
           end-read

           perform comparar-maxima
           perform comparar-minima
           if ws-dia-chuva-total > 0 then
               perform comparar-chuva
           end-if

           if ws-recorde-existe = "S" then
               rewrite fd-recordes
               if ws-fs-arqRecordes <> 0 then
                   move 13                                          to ws-msn-erro-ofsset
                   move ws-fs-arqRecordes                           to ws-msn-erro-cod
                   move "Erro ao regravar arqTemperaturas-recordes" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else
               write fd-recordes
               if ws-fs-arqRecordes <> 0 then
                   move 14                                          to ws-msn-erro-ofsset
                   move ws-fs-arqRecordes                           to ws-msn-erro-cod
                   move "Erro ao gravar arqTemperaturas-recordes "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               add 1 to ws-qtde-recordes-criados
           end-if

           .
       comparar-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Maior maxima: primeiro valor do dia do calendario vira o
      *>  recorde; o proprio ano do recorde so corrige o valor p/ cima;
      *>  outro ano acima quebra, igual (de ano mais recente que o
      *>  ultimo empate) iguala
      *>------------------------------------------------------------------------
       comparar-maxima section.

           if fd-rec-ano-maxima = 0 then
               move ws-dia-maxima to fd-rec-maxima
               move ws-dia-ano    to fd-rec-ano-maxima
           else
           if fd-rec-ano-maxima = ws-dia-ano then
               if ws-dia-maxima > fd-rec-maxima then
                   move ws-dia-maxima to fd-rec-maxima
               end-if
           else
           if ws-dia-maxima > fd-rec-maxima then
               move "MAXIMA"        to ws-nov-tipo
               move "QUEBRADO"      to ws-nov-situacao
               move ws-dia-maxima   to ws-nov-temp-ed
               move ws-nov-temp-ed  to ws-nov-valor
               move fd-rec-maxima   to ws-nov-temp-ed
               move ws-nov-temp-ed  to ws-nov-anterior
               move fd-rec-ano-maxima to ws-nov-ano-anterior
               perform listar-recorde-novo
               add 1 to ws-qtde-quebrados
               move ws-dia-maxima to fd-rec-maxima
               move ws-dia-ano    to fd-rec-ano-maxima
               move 0             to fd-rec-empate-maxima
           else
           if  ws-dia-maxima = fd-rec-maxima
           and ws-dia-ano > fd-rec-empate-maxima then
               move "MAXIMA"        to ws-nov-tipo
               move "IGUALADO"      to ws-nov-situacao
               move ws-dia-maxima   to ws-nov-temp-ed
               move ws-nov-temp-ed  to ws-nov-valor
               move ws-nov-valor    to ws-nov-anterior
               move fd-rec-ano-maxima to ws-nov-ano-anterior
               perform listar-recorde-novo
               add 1 to ws-qtde-igualados
               move ws-dia-ano to fd-rec-empate-maxima
           end-if
           end-if
           end-if
           end-if

           .
       comparar-maxima-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Menor minima: mesma regra da maxima, com o sentido invertido
      *>------------------------------------------------------------------------
       comparar-minima section.

           if fd-rec-ano-minima = 0 then
               move ws-dia-minima to fd-rec-minima
               move ws-dia-ano    to fd-rec-ano-minima
           else
           if fd-rec-ano-minima = ws-dia-ano then
               if ws-dia-minima < fd-rec-minima then
                   move ws-dia-minima to fd-rec-minima
               end-if
           else
           if ws-dia-minima < fd-rec-minima then
               move "MINIMA"        to ws-nov-tipo
               move "QUEBRADO"      to ws-nov-situacao
               move ws-dia-minima   to ws-nov-temp-ed
               move ws-nov-temp-ed  to ws-nov-valor
               move fd-rec-minima   to ws-nov-temp-ed
               move ws-nov-temp-ed  to ws-nov-anterior
               move fd-rec-ano-minima to ws-nov-ano-anterior
               perform listar-recorde-novo
               add 1 to ws-qtde-quebrados
               move ws-dia-minima to fd-rec-minima
               move ws-dia-ano    to fd-rec-ano-minima
               move 0             to fd-rec-empate-minima
           else
           if  ws-dia-minima = fd-rec-minima
           and ws-dia-ano > fd-rec-empate-minima then
               move "MINIMA"        to ws-nov-tipo
               move "IGUALADO"      to ws-nov-situacao
               move ws-dia-minima   to ws-nov-temp-ed
               move ws-nov-temp-ed  to ws-nov-valor
               move ws-nov-valor    to ws-nov-anterior
               move fd-rec-ano-minima to ws-nov-ano-anterior
               perform listar-recorde-novo
               add 1 to ws-qtde-igualados
               move ws-dia-ano to fd-rec-empate-minima
           end-if
           end-if
           end-if
           end-if

           .
       comparar-minima-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Maior chuva do dia: mesma regra da maxima (so chamada p/ dia
      *>  com chuva)
      *>------------------------------------------------------------------------
       comparar-chuva section.

           if fd-rec-ano-chuva = 0 then
               move ws-dia-chuva-total to fd-rec-chuva
               move ws-dia-ano         to fd-rec-ano-chuva
           else
           if fd-rec-ano-chuva = ws-dia-ano then
               if ws-dia-chuva-total > fd-rec-chuva then
                   move ws-dia-chuva-total to fd-rec-chuva
               end-if
           else
           if ws-dia-chuva-total > fd-rec-chuva then
               move "CHUVA DO DIA"     to ws-nov-tipo
               move "QUEBRADO"         to ws-nov-situacao
               move ws-dia-chuva-total to ws-nov-chuva-ed
               move ws-nov-chuva-ed    to ws-nov-valor
               move fd-rec-chuva       to ws-nov-chuva-ed
               move ws-nov-chuva-ed    to ws-nov-anterior
               move fd-rec-ano-chuva   to ws-nov-ano-anterior
               perform listar-recorde-novo
               add 1 to ws-qtde-quebrados
               move ws-dia-chuva-total to fd-rec-chuva
               move ws-dia-ano         to fd-rec-ano-chuva
               move 0                  to fd-rec-empate-chuva
           else
           if  ws-dia-chuva-total = fd-rec-chuva
           and ws-dia-ano > fd-rec-empate-chuva then
               move "CHUVA DO DIA"     to ws-nov-tipo
               move "IGUALADO"         to ws-nov-situacao
               move ws-dia-chuva-total to ws-nov-chuva-ed
               move ws-nov-chuva-ed    to ws-nov-valor
               move ws-nov-valor       to ws-nov-anterior
               move fd-rec-ano-chuva   to ws-nov-ano-anterior
               perform listar-recorde-novo
               add 1 to ws-qtde-igualados
               move ws-dia-ano to fd-rec-empate-chuva
           end-if
           end-if
           end-if
           end-if

           .
       comparar-chuva-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a linha do recorde novo (tipo, situacao e valores ja
      *>  montados pelo chamador) - so na verificacao; a construcao
      *>  apenas conta
      *>------------------------------------------------------------------------
       listar-recorde-novo section.

           if ws-modo-completo = "N" then
               move ws-dia-estacao to ws-nov-estacao
               move ws-dia-dia     to ws-nov-dia
               move ws-dia-mes     to ws-nov-mes
               move ws-dia-ano     to ws-nov-ano
               move ws-linha-novo  to fd-linha-novos
               perform gravar-linha-novos
           end-if

           .
       listar-recorde-novo-exit.
           exit.

       gravar-linha-novos section.

           write fd-linha-novos
           if ws-fs-arqNovos <> 0 then
               move 15                                          to ws-msn-erro-ofsset
               move ws-fs-arqNovos                              to ws-msn-erro-cod
               move "Erro ao gravar arqTemperaturas-recordes-no" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-linha-novos-exit.
           exit.

       finaliza-anormal section.
           display ws-msn-erro.
           Stop run
           .
       finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização - resumo p/ conferencia do operador
      *>------------------------------------------------------------------------
       finaliza section.
          *>finaliza arquivos
           close arqEstacoes.
           if ws-fs-arqEstacoes <> 0 then
               move 16                                     to ws-msn-erro-ofsset
               move ws-fs-arqEstacoes                      to ws-msn-erro-cod
               move "Erro ao fechar arq. arqEstacoes "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqRecordes.
           if ws-fs-arqRecordes <> 0 then
               move 17                                          to ws-msn-erro-ofsset
               move ws-fs-arqRecordes                           to ws-msn-erro-cod
               move "Erro ao fechar arqTemperaturas-recordes "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqNovos.
           if ws-fs-arqNovos <> 0 then
               move 18                                          to ws-msn-erro-ofsset
               move ws-fs-arqNovos                              to ws-msn-erro-cod
               move "Erro ao fechar arqTemperaturas-recordes-no" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-modo-completo = "S" then
               display "Resumo da construcao do livro de recordes"
               display "Arquivos anuais lidos........: " ws-qtde-anos-lidos
               display "Arquivos anuais ausentes.....: " ws-qtde-anos-ausentes
               display "Leituras horarias lidas......: " ws-qtde-lidas
               display "Leituras fora da faixa.......: " ws-qtde-ignoradas
           else
               display "Resumo da verificacao do livro de recordes"
           end-if
           display "Estacao/dias comparados......: " ws-qtde-dias
           display "Dias do calendario novos.....: " ws-qtde-recordes-criados
           display "Recordes quebrados...........: " ws-qtde-quebrados
           display "Recordes igualados...........: " ws-qtde-igualados

      *>    goback em vez de stop run: chamado como passo de
      *>    cadeiaTemperaturas devolve o controle ao condutor; executado
      *>    sozinho, encerra normalmente
           goback
           .
       finaliza-exit.
           exit.
