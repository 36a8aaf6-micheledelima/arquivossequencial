      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "climatologiaMensal".
       author. "Michele de Lima".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Sumario climatologico mensal: p/ o ano/mes informado imprime uma
      *>pagina por estacao ativa do cadastro com a media das minimas,
      *>a media das maximas, a media do mes, a maxima e a minima
      *>absolutas com o dia, a chuva total, os dias de chuva (>= 1 mm),
      *>os dias com maxima acima de 30 e com minima abaixo de 0, a
      *>umidade media e os dias com dados - cada medida ao lado da
      *>normal daquele mes do calendario (arqTemperaturas-normais.dat,
      *>apurada por normaisTemperaturas) e do desvio contra ela; as
      *>extremas absolutas sao comparadas com as normais das maximas e
      *>das minimas diarias. A fonte e o consolidado
      *>arqTemperaturas-diario.dat; mes que ja nao esta no diario
      *>(arquivado e expurgado do arquivo vivo) e apurado do arquivo
      *>anual arqTemperaturas-AAAA.dat do ano, consolidando as leituras
      *>horarias por estacao/dia como resumoTemperaturas (com o filtro
      *>da faixa plausivel do perfil de cada estacao, como
      *>normaisTemperaturas). Estacao/mes sem normal apurada sai sem as
      *>colunas de normal e desvio. Estacao externa do servico
      *>meteorologico nacional (origem E, importada por
      *>importaNacional) sai com uma linha marcando-a como referencia.
      *>Saida em arqTemperaturas-climatologia.dat.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.
      *>   Consolidado diario gerado por resumoTemperaturas - fonte
      *>   principal do sumario
           select arqDiario assign to "arqTemperaturas-diario.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-diario-chave
           lock mode is automatic
           file status is ws-fs-arqDiario.

      *>   Arquivo anual do ano pedido, aberto so quando o mes ja nao
      *>   esta no diario (assign dinamico, mesmo recurso de
      *>   normaisTemperaturas)
           select arqArquivo assign to ws-nome-arquivo
           organization is indexed
           access mode is dynamic
           record key is fa-chave
           lock mode is automatic
           file status is ws-fs-arqArquivo.

      *>   Cadastro de estacoes: estacoes ativas, nome/local impressos
      *>   e perfil de validacao das leituras do arquivo anual
           select arqEstacoes assign to "arqEstacoes.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-est-id
           lock mode is automatic
           file status is ws-fs-arqEstacoes.

      *>   Normais climatologicas por estacao e mes do calendario -
      *>   optional: sem normais apuradas o sumario sai sem desvios
           select optional arqNormais assign to "arqTemperaturas-normais.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-norm-chave
           lock mode is automatic
           file status is ws-fs-arqNormais.

           select arqClimatologia assign to "arqTemperaturas-climatologia.dat"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqClimatologia.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
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

       fd arqNormais.
       01 fd-normais.
          05 fd-norm-chave.
             10 fd-norm-estacao                    pic 9(02).
             10 fd-norm-mes                        pic 9(02).
          05 fd-norm-minima                        pic s9(02)v9.
          05 fd-norm-maxima                        pic s9(02)v9.
          05 fd-norm-media                         pic s9(02)v9.
          05 fd-norm-qtde-dias                     pic 9(05).
      *>    normais de umidade (media das umidades medias diarias, %) e
      *>    de chuva (total do mes, mm, medio entre os anos)
          05 fd-norm-umid                          pic 9(03).
          05 fd-norm-chuva                         pic 9(04)v9.
      *>    contagens medias por ano no mes: dias de chuva (>= 1 mm),
      *>    dias quentes (maxima > 30) e dias de geada (minima < 0)
          05 fd-norm-dias-chuva                    pic 9(02)v9.
          05 fd-norm-dias-quentes                  pic 9(02)v9.
          05 fd-norm-dias-geada                    pic 9(02)v9.
      *>    anos que tem o mes (base das normais de chuva e contagens)
          05 fd-norm-qtde-anos                     pic 9(03).

       fd arqClimatologia.
       01 fd-linha-climatologia                    pic x(80).

      *>----Variaveis de trabalho
       working-storage section.
       77  ws-fs-arqDiario                         pic 9(02).
       77  ws-fs-arqArquivo                        pic 9(02).
       77  ws-fs-arqEstacoes                       pic 9(02).
       77  ws-fs-arqNormais                        pic 9(02).
       77  ws-fs-arqClimatologia                   pic 9(02).

       01 ws-uso-comum.
          05 ws-msn-erro.
             10 ws-msn-erro-ofsset                 pic 9(04).
             10 filler                             pic x(01) value "-".
             10 ws-msn-erro-cod                    pic 9(02).
             10 filler                             pic x(01) value space.
             10 ws-msn-erro-text                   pic x(42).

      *>    ano/mes do sumario, informados pelo operador
       77  ws-ano-pedido                           pic 9(04).
       77  ws-mes-pedido                           pic 9(02).

      *>    nome fisico do arquivo anual (assign dinamico)
       77  ws-nome-arquivo                         pic x(40).
       01 ws-nome-arquivo-montado.
          05 filler                                pic x(16) value "arqTemperaturas-".
          05 ws-nome-ano                           pic 9(04).
          05 filler                                pic x(04) value ".dat".

      *>    fonte de onde o mes foi apurado, impressa em cada pagina
       77  ws-fonte                                pic x(40).

      *>    limites das contagens de dias: chuva a partir de 1 mm,
      *>    dia quente com maxima acima de 30 e de geada com minima
      *>    abaixo de 0 (os mesmos das normais)
       77  ws-limite-dia-chuva                     pic 9(02)v9 value 1.
       77  ws-limite-dia-quente                    pic s9(02)v9 value 30.
       77  ws-limite-dia-geada                     pic s9(02)v9 value 0.

      *>    faixa plausivel padrao, usada quando a estacao nao tem
      *>    perfil preenchido no cadastro (so p/ o arquivo anual - o
      *>    diario ja vem validado por resumoTemperaturas)
       77  ws-temp-minimo-padrao                   pic s9(02)v9 value -30.
       77  ws-temp-maximo-padrao                   pic s9(02)v9 value 50.
       77  ws-temp-minimo                          pic s9(02)v9.
       77  ws-temp-maximo                          pic s9(02)v9.

      *>    estacao cujo perfil esta carregado nas variaveis acima
       77  ws-perfil-carregado                     pic x(01) value "N".
       77  ws-perfil-estacao                       pic 9(02).

      *>    quebra de controle do arquivo anual: estacao/dia em
      *>    consolidacao no momento
       01 ws-chave-dia.
          05 ws-cdia-dia                           pic 9(02).
          05 ws-cdia-estacao                       pic 9(02).
       01 ws-chave-lida.
          05 ws-lida-dia                           pic 9(02).
          05 ws-lida-estacao                       pic 9(02).
       77  ws-dia-total                            pic s9(04)v9.
       77  ws-dia-umid-total                       pic 9(05).
       77  ws-dia-qtde-horas                       pic 9(02).

      *>    dia consolidado pronto p/ acumular no mes da estacao (vem
      *>    do diario ou do fechamento do dia do arquivo anual)
       77  ws-dia-dia                              pic 9(02).
       77  ws-dia-estacao                          pic 9(02).
       77  ws-dia-minima                           pic s9(02)v9.
       77  ws-dia-maxima                           pic s9(02)v9.
       77  ws-dia-media                            pic s9(02)v9.
       77  ws-dia-umid                             pic 9(03).
       77  ws-dia-chuva                            pic 9(04)v9.

      *>    acumuladores do mes por estacao vista nos dados
       77  ws-qtde-estacoes                        pic 9(02).
       01 ws-mes-estacoes occurs 1 to 99 times
                          depending on ws-qtde-estacoes.
          05 ws-mes-est-id                         pic 9(02).
          05 ws-mes-qtde-dias                      pic 9(02).
          05 ws-mes-total-minimas                  pic s9(05)v9.
          05 ws-mes-total-maximas                  pic s9(05)v9.
          05 ws-mes-total-medias                   pic s9(05)v9.
          05 ws-mes-maxima-abs                     pic s9(02)v9.
          05 ws-mes-dia-maxima-abs                 pic 9(02).
          05 ws-mes-minima-abs                     pic s9(02)v9.
          05 ws-mes-dia-minima-abs                 pic 9(02).
          05 ws-mes-total-chuva                    pic 9(05)v9.
          05 ws-mes-dias-chuva                     pic 9(02).
          05 ws-mes-dias-quentes                   pic 9(02).
          05 ws-mes-dias-geada                     pic 9(02).
          05 ws-mes-total-umid                     pic 9(05).

       01 indices.
          05 ws-ind-estacao                        pic 9(02).
          05 ws-ind-estacao-achada                 pic 9(02).

      *>    normal da estacao/mes da pagina corrente; "S" em
      *>    ws-normais-abertas = arquivo de normais presente
       77  ws-normal-achada                        pic x(01).
       77  ws-normais-abertas                      pic x(01).

      *>    medida da linha corrente: valor, normal e desvio; valor
      *>    inteiro (contagem de dias) sai sem casa decimal
       77  ws-med-valor                            pic s9(05)v9.
       77  ws-med-normal                           pic s9(05)v9.
       77  ws-med-tem-normal                       pic x(01).
       77  ws-med-inteiro                          pic x(01).
       77  ws-med-desvio                           pic s9(05)v9.
       77  ws-ed-decimal                           pic -(5)9,9.
       77  ws-ed-inteiro                           pic -(7)9.

      *>    rotulo das extremas absolutas com o dia da ocorrencia
       01 ws-rotulo-extremo.
          05 ws-rot-ext-texto                      pic x(24).
          05 ws-rot-ext-dia                        pic 9(02).
          05 filler                                pic x(01) value ")".

      *>    linhas do sumario
       01 ws-linha-titulo.
          05 filler                                pic x(31) value "Sumario climatologico mensal - ".
          05 ws-tit-mes                            pic 9(02).
          05 filler                                pic x(01) value "/".
          05 ws-tit-ano                            pic 9(04).
       01 ws-linha-estacao.
          05 filler                                pic x(08) value "Estacao ".
          05 ws-lest-id                            pic 9(02).
          05 filler                                pic x(03) value " - ".
          05 ws-lest-nome                          pic x(30).
          05 filler                                pic x(01) value space.
          05 ws-lest-local                         pic x(30).
       01 ws-linha-fonte.
          05 filler                                pic x(07) value "Fonte: ".
          05 ws-lfon-fonte                         pic x(40).
       01 ws-linha-detalhe.
          05 ws-det-rotulo                         pic x(36).
          05 ws-det-valor                          pic x(08).
          05 filler                                pic x(03) value spaces.
          05 ws-det-normal                         pic x(08).
          05 filler                                pic x(03) value spaces.
          05 ws-det-desvio                         pic x(08).

      *>    contadores do resumo final
       77  ws-qtde-dias-lidos                      pic 9(06).
       77  ws-qtde-horas-lidas                     pic 9(08).
       77  ws-qtde-ignoradas                       pic 9(06).
       77  ws-qtde-paginas                         pic 9(04).

      *>----Variaveis para comunicação entre programas
       linkage section.

      *>----Declaração de tela
       screen section.

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform apurar-diario.
           if ws-qtde-dias-lidos = 0 then
               perform apurar-arquivo-anual
           end-if
           perform imprimir-sumario.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.

           display erase
           display "Sumario climatologico mensal por estacao"
           display "Ano (aaaa): "
           accept ws-ano-pedido
           display "Mes (mm): "
           accept ws-mes-pedido

           if ws-mes-pedido < 1 or ws-mes-pedido > 12 then
               display "Mes invalido"
               Stop run
           end-if

           open input arqEstacoes.
           if ws-fs-arqEstacoes <> 0 then
               move 1                                     to ws-msn-erro-ofsset
               move ws-fs-arqEstacoes                     to ws-msn-erro-cod
               move "Erro ao abrir arq. arqEstacoes "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqNormais.
           if  ws-fs-arqNormais <> 0
           and ws-fs-arqNormais <> 05 then
               move 2                                          to ws-msn-erro-ofsset
               move ws-fs-arqNormais                           to ws-msn-erro-cod
               move "Erro ao abrir arqTemperaturas-normais "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqNormais = 0 then
               move "S" to ws-normais-abertas
           else
               move "N" to ws-normais-abertas
           end-if

           open output arqClimatologia.
           if ws-fs-arqClimatologia <> 0 then
               move 3                                          to ws-msn-erro-ofsset
               move ws-fs-arqClimatologia                      to ws-msn-erro-cod
               move "Erro ao abrir arqTemperaturas-climatolog" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move 0 to ws-qtde-estacoes
           move 0 to ws-qtde-dias-lidos
           move 0 to ws-qtde-horas-lidas
           move 0 to ws-qtde-ignoradas
           move 0 to ws-qtde-paginas
           move 0 to ws-dia-qtde-horas
           move "arqTemperaturas-diario.dat" to ws-fonte

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Fonte principal: posiciona o diario no primeiro dia do mes
      *>  pedido e acumula os dias ate o mes mudar. Diario ausente ou
      *>  sem o mes deixa ws-qtde-dias-lidos zerado.
      *>------------------------------------------------------------------------
       apurar-diario section.

           open input arqDiario.
           if ws-fs-arqDiario = 35 then
               continue
           else
           if ws-fs-arqDiario <> 0 then
               move 4                                          to ws-msn-erro-ofsset
               move ws-fs-arqDiario                            to ws-msn-erro-cod
               move "Erro ao abrir arqTemperaturas-diario "    to ws-msn-erro-text
               perform finaliza-anormal
           else
               move ws-ano-pedido to fd-diario-ano
               move ws-mes-pedido to fd-diario-mes
               move 1             to fd-diario-dia
               move 0             to fd-diario-estacao

               start arqDiario key is not less than fd-diario-chave
               if ws-fs-arqDiario = 23
               or ws-fs-arqDiario = 10 then
                   continue
               else
               if ws-fs-arqDiario <> 0 then
                   move 5                                          to ws-msn-erro-ofsset
                   move ws-fs-arqDiario                            to ws-msn-erro-cod
                   move "Erro no start em arqTemperaturas-diario"  to ws-msn-erro-text
                   perform finaliza-anormal
               else
                   perform until ws-fs-arqDiario = 10
                       read arqDiario next record
                       if  ws-fs-arqDiario <> 0
                       and ws-fs-arqDiario <> 10 then
                           move 6                                          to ws-msn-erro-ofsset
                           move ws-fs-arqDiario                            to ws-msn-erro-cod
                           move "Erro ao ler arqTemperaturas-diario "      to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       if ws-fs-arqDiario = 0 then
                           if fd-diario-ano <> ws-ano-pedido
                           or fd-diario-mes <> ws-mes-pedido then
      *>                       passou do mes pedido
                               move 10 to ws-fs-arqDiario
                           else
                               move fd-diario-dia     to ws-dia-dia
                               move fd-diario-estacao to ws-dia-estacao
                               move fd-temp-minima    to ws-dia-minima
                               move fd-temp-maxima    to ws-dia-maxima
                               move fd-temp-media     to ws-dia-media
                               move fd-umid-media     to ws-dia-umid
                               move fd-chuva-total    to ws-dia-chuva
                               perform acumular-dia
                           end-if
                       end-if
                   end-perform
               end-if
               end-if

               close arqDiario
               if ws-fs-arqDiario <> 0 then
                   move 7                                          to ws-msn-erro-ofsset
                   move ws-fs-arqDiario                            to ws-msn-erro-cod
                   move "Erro ao fechar arqTemperaturas-diario "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           end-if

           .
       apurar-diario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Mes fora do diario: apura do arquivo anual do ano pedido,
      *>  consolidando as leituras horarias por estacao/dia. Anual
      *>  ausente deixa o sumario sem dados.
      *>------------------------------------------------------------------------
       apurar-arquivo-anual section.

           move ws-ano-pedido           to ws-nome-ano
           move ws-nome-arquivo-montado to ws-nome-arquivo
           move ws-nome-arquivo-montado to ws-fonte

           open input arqArquivo.
           if ws-fs-arqArquivo = 35 then
               display "Mes fora do diario e arquivo anual de " ws-ano-pedido " ausente"
               move "sem dados do mes" to ws-fonte
           else
           if ws-fs-arqArquivo <> 0 then
               move 8                                     to ws-msn-erro-ofsset
               move ws-fs-arqArquivo                      to ws-msn-erro-cod
               move "Erro ao abrir o arquivo anual "      to ws-msn-erro-text
               perform finaliza-anormal
           else
               move ws-ano-pedido to fa-ano
               move ws-mes-pedido to fa-mes
               move 1             to fa-dia
               move 0             to fa-estacao
               move 0             to fa-hora

               start arqArquivo key is not less than fa-chave
               if ws-fs-arqArquivo = 23
               or ws-fs-arqArquivo = 10 then
                   continue
               else
               if ws-fs-arqArquivo <> 0 then
                   move 9                                     to ws-msn-erro-ofsset
                   move ws-fs-arqArquivo                      to ws-msn-erro-cod
                   move "Erro no start no arquivo anual "     to ws-msn-erro-text
                   perform finaliza-anormal
               else
                   perform until ws-fs-arqArquivo = 10
                       read arqArquivo next record
                       if  ws-fs-arqArquivo <> 0
                       and ws-fs-arqArquivo <> 10 then
                           move 10                                    to ws-msn-erro-ofsset
                           move ws-fs-arqArquivo                      to ws-msn-erro-cod
                           move "Erro ao ler o arquivo anual "        to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       if ws-fs-arqArquivo = 0 then
                           if fa-mes <> ws-mes-pedido then
                               move 10 to ws-fs-arqArquivo
                           else
                               add 1 to ws-qtde-horas-lidas
                               perform buscar-perfil-estacao
                               if fa-temp < ws-temp-minimo
                               or fa-temp > ws-temp-maximo then
                                   add 1 to ws-qtde-ignoradas
                               else
                                   perform acumular-hora
                               end-if
                           end-if
                       end-if
                   end-perform

      *>            fecha o ultimo dia em consolidacao
                   if ws-dia-qtde-horas > 0 then
                       perform fechar-dia
                   end-if
               end-if
               end-if

               close arqArquivo
               if ws-fs-arqArquivo <> 0 then
                   move 11                                    to ws-msn-erro-ofsset
                   move ws-fs-arqArquivo                      to ws-msn-erro-cod
                   move "Erro ao fechar o arquivo anual "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           end-if

           .
       apurar-arquivo-anual-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega a faixa plausivel da estacao da leitura corrente
      *>  (fa-estacao) do cadastro p/ ws-temp-minimo/maximo, poupando a
      *>  releitura quando o perfil carregado ja e o dela; estacao fora
      *>  do cadastro ou sem perfil preenchido fica com a faixa padrao
      *>------------------------------------------------------------------------
       buscar-perfil-estacao section.

           if  ws-perfil-carregado = "S"
           and ws-perfil-estacao = fa-estacao then
               continue
           else
               move fa-estacao to fd-est-id
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
               move "S"        to ws-perfil-carregado
               move fa-estacao to ws-perfil-estacao
           end-if

           .
       buscar-perfil-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acumula a leitura horaria corrente no dia em consolidacao,
      *>  fechando o dia anterior quando estacao/dia muda - mesma quebra
      *>  de resumoTemperaturas
      *>------------------------------------------------------------------------
       acumular-hora section.

           move fa-dia     to ws-lida-dia
           move fa-estacao to ws-lida-estacao

           if  ws-dia-qtde-horas > 0
           and ws-chave-lida <> ws-chave-dia then
               perform fechar-dia
           end-if

           if ws-dia-qtde-horas = 0 then
               move ws-chave-lida to ws-chave-dia
               move fa-temp       to ws-dia-minima
               move fa-temp       to ws-dia-maxima
               move 0             to ws-dia-total
               move 0             to ws-dia-umid-total
               move 0             to ws-dia-chuva
           end-if

           if fa-temp < ws-dia-minima then
               move fa-temp to ws-dia-minima
           end-if
           if fa-temp > ws-dia-maxima then
               move fa-temp to ws-dia-maxima
           end-if
           add fa-temp  to ws-dia-total
           add fa-umid  to ws-dia-umid-total
           add fa-chuva to ws-dia-chuva
           add 1        to ws-dia-qtde-horas

           .
       acumular-hora-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Fecha o dia em consolidacao do arquivo anual e o acumula no mes
      *>------------------------------------------------------------------------
       fechar-dia section.

           move ws-cdia-dia     to ws-dia-dia
           move ws-cdia-estacao to ws-dia-estacao
           compute ws-dia-media = ws-dia-total / ws-dia-qtde-horas
           compute ws-dia-umid  = ws-dia-umid-total / ws-dia-qtde-horas
           perform acumular-dia
           move 0 to ws-dia-qtde-horas

           .
       fechar-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acumula o dia consolidado (ws-dia-*) no mes da sua estacao,
      *>  criando a entrada da estacao na primeira ocorrencia
      *>------------------------------------------------------------------------
       acumular-dia section.

           add 1 to ws-qtde-dias-lidos

           move 0 to ws-ind-estacao-achada
           perform varying ws-ind-estacao from 1 by 1 until
                                               ws-ind-estacao > ws-qtde-estacoes
               if ws-mes-est-id(ws-ind-estacao) = ws-dia-estacao then
                   move ws-ind-estacao to ws-ind-estacao-achada
               end-if
           end-perform

           if ws-ind-estacao-achada = 0 then
      *>        ws-mes-estacoes so tem espaco p/ 99 estacoes distintas
               if ws-qtde-estacoes >= 99 then
                   move 12                                          to ws-msn-erro-ofsset
                   move 0                                           to ws-msn-erro-cod
                   move "Mais de 99 estacoes distintas no mes "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1 to ws-qtde-estacoes
               move ws-qtde-estacoes to ws-ind-estacao-achada
               move ws-dia-estacao   to ws-mes-est-id(ws-ind-estacao-achada)
               move 0                to ws-mes-qtde-dias(ws-ind-estacao-achada)
               move 0                to ws-mes-total-minimas(ws-ind-estacao-achada)
               move 0                to ws-mes-total-maximas(ws-ind-estacao-achada)
               move 0                to ws-mes-total-medias(ws-ind-estacao-achada)
               move ws-dia-maxima    to ws-mes-maxima-abs(ws-ind-estacao-achada)
               move ws-dia-dia       to ws-mes-dia-maxima-abs(ws-ind-estacao-achada)
               move ws-dia-minima    to ws-mes-minima-abs(ws-ind-estacao-achada)
               move ws-dia-dia       to ws-mes-dia-minima-abs(ws-ind-estacao-achada)
               move 0                to ws-mes-total-chuva(ws-ind-estacao-achada)
               move 0                to ws-mes-dias-chuva(ws-ind-estacao-achada)
               move 0                to ws-mes-dias-quentes(ws-ind-estacao-achada)
               move 0                to ws-mes-dias-geada(ws-ind-estacao-achada)
               move 0                to ws-mes-total-umid(ws-ind-estacao-achada)
           end-if

           add 1             to ws-mes-qtde-dias(ws-ind-estacao-achada)
           add ws-dia-minima to ws-mes-total-minimas(ws-ind-estacao-achada)
           add ws-dia-maxima to ws-mes-total-maximas(ws-ind-estacao-achada)
           add ws-dia-media  to ws-mes-total-medias(ws-ind-estacao-achada)
           add ws-dia-chuva  to ws-mes-total-chuva(ws-ind-estacao-achada)
           add ws-dia-umid   to ws-mes-total-umid(ws-ind-estacao-achada)

           if ws-dia-maxima > ws-mes-maxima-abs(ws-ind-estacao-achada) then
               move ws-dia-maxima to ws-mes-maxima-abs(ws-ind-estacao-achada)
               move ws-dia-dia    to ws-mes-dia-maxima-abs(ws-ind-estacao-achada)
           end-if
           if ws-dia-minima < ws-mes-minima-abs(ws-ind-estacao-achada) then
               move ws-dia-minima to ws-mes-minima-abs(ws-ind-estacao-achada)
               move ws-dia-dia    to ws-mes-dia-minima-abs(ws-ind-estacao-achada)
           end-if

           if ws-dia-chuva >= ws-limite-dia-chuva then
               add 1 to ws-mes-dias-chuva(ws-ind-estacao-achada)
           end-if
           if ws-dia-maxima > ws-limite-dia-quente then
               add 1 to ws-mes-dias-quentes(ws-ind-estacao-achada)
           end-if
           if ws-dia-minima < ws-limite-dia-geada then
               add 1 to ws-mes-dias-geada(ws-ind-estacao-achada)
           end-if

           .
       acumular-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Uma pagina por estacao ativa do cadastro, em ordem de id
      *>------------------------------------------------------------------------
       imprimir-sumario section.

           move 0 to fd-est-id
           start arqEstacoes key is not less than fd-est-id
           if ws-fs-arqEstacoes = 23
           or ws-fs-arqEstacoes = 10 then
               display "Cadastro de estacoes vazio"
           else
           if ws-fs-arqEstacoes <> 0 then
               move 13                                    to ws-msn-erro-ofsset
               move ws-fs-arqEstacoes                     to ws-msn-erro-cod
               move "Erro no start em arqEstacoes "       to ws-msn-erro-text
               perform finaliza-anormal
           else
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
                   and fd-est-situacao = "A" then
                       perform imprimir-estacao
                   end-if
               end-perform
           end-if
           end-if

           .
       imprimir-sumario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Pagina da estacao corrente do cadastro (fd-estacoes): cabecalho
      *>  e uma linha por medida com valor, normal e desvio
      *>------------------------------------------------------------------------
       imprimir-estacao section.

           add 1 to ws-qtde-paginas

           move ws-mes-pedido to ws-tit-mes
           move ws-ano-pedido to ws-tit-ano
           move ws-linha-titulo to fd-linha-climatologia
           write fd-linha-climatologia after advancing page
           if ws-fs-arqClimatologia <> 0 then
               move 15                                          to ws-msn-erro-ofsset
               move ws-fs-arqClimatologia                       to ws-msn-erro-cod
               move "Erro ao gravar arqTemperaturas-climatolog" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move fd-est-id    to ws-lest-id
           move fd-est-nome  to ws-lest-nome
           move fd-est-local to ws-lest-local
           move ws-linha-estacao to fd-linha-climatologia
           perform gravar-linha

           if fd-est-origem = "E" then
               move "Estacao de referencia externa (servico meteorologico nacional)"
                                     to fd-linha-climatologia
               perform gravar-linha
           end-if

           move ws-fonte to ws-lfon-fonte
           move ws-linha-fonte to fd-linha-climatologia
           perform gravar-linha

           move spaces to fd-linha-climatologia
           perform gravar-linha

           move 0 to ws-ind-estacao-achada
           perform varying ws-ind-estacao from 1 by 1 until
                                               ws-ind-estacao > ws-qtde-estacoes
               if ws-mes-est-id(ws-ind-estacao) = fd-est-id then
                   move ws-ind-estacao to ws-ind-estacao-achada
               end-if
           end-perform

           if ws-ind-estacao-achada = 0 then
               move "Sem dados da estacao no mes" to fd-linha-climatologia
               perform gravar-linha
           else
               perform imprimir-medidas
           end-if

           .
       imprimir-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linhas de medidas da estacao ws-ind-estacao-achada contra a
      *>  normal do mes (quando apurada)
      *>------------------------------------------------------------------------
       imprimir-medidas section.

           move "N" to ws-normal-achada
           move fd-est-id     to fd-norm-estacao
           move ws-mes-pedido to fd-norm-mes
           if ws-normais-abertas = "S" then
               read arqNormais
                   invalid key
                       continue
                   not invalid key
                       move "S" to ws-normal-achada
               end-read
           end-if

           move "Medida                                 Valor     Normal     Desvio"
                                                    to fd-linha-climatologia
           perform gravar-linha

           move ws-normal-achada to ws-med-tem-normal
           move "N"              to ws-med-inteiro

           move "Media das minimas (C)" to ws-det-rotulo
           compute ws-med-valor = ws-mes-total-minimas(ws-ind-estacao-achada)
                                / ws-mes-qtde-dias(ws-ind-estacao-achada)
           move fd-norm-minima to ws-med-normal
           perform imprimir-medida

           move "Media das maximas (C)" to ws-det-rotulo
           compute ws-med-valor = ws-mes-total-maximas(ws-ind-estacao-achada)
                                / ws-mes-qtde-dias(ws-ind-estacao-achada)
           move fd-norm-maxima to ws-med-normal
           perform imprimir-medida

           move "Media do mes (C)" to ws-det-rotulo
           compute ws-med-valor = ws-mes-total-medias(ws-ind-estacao-achada)
                                / ws-mes-qtde-dias(ws-ind-estacao-achada)
           move fd-norm-media to ws-med-normal
           perform imprimir-medida

           move "Maxima absoluta (C, dia " to ws-rot-ext-texto
           move ws-mes-dia-maxima-abs(ws-ind-estacao-achada) to ws-rot-ext-dia
           move ws-rotulo-extremo to ws-det-rotulo
           move ws-mes-maxima-abs(ws-ind-estacao-achada) to ws-med-valor
           move fd-norm-maxima to ws-med-normal
           perform imprimir-medida

           move "Minima absoluta (C, dia " to ws-rot-ext-texto
           move ws-mes-dia-minima-abs(ws-ind-estacao-achada) to ws-rot-ext-dia
           move ws-rotulo-extremo to ws-det-rotulo
           move ws-mes-minima-abs(ws-ind-estacao-achada) to ws-med-valor
           move fd-norm-minima to ws-med-normal
           perform imprimir-medida

           move "Chuva total (mm)" to ws-det-rotulo
           move ws-mes-total-chuva(ws-ind-estacao-achada) to ws-med-valor
           move fd-norm-chuva to ws-med-normal
           perform imprimir-medida

           move "Umidade media (%)" to ws-det-rotulo
           compute ws-med-valor = ws-mes-total-umid(ws-ind-estacao-achada)
                                / ws-mes-qtde-dias(ws-ind-estacao-achada)
           move fd-norm-umid to ws-med-normal
           perform imprimir-medida

           move "S" to ws-med-inteiro

           move "Dias de chuva (>= 1 mm)" to ws-det-rotulo
           move ws-mes-dias-chuva(ws-ind-estacao-achada) to ws-med-valor
           move fd-norm-dias-chuva to ws-med-normal
           perform imprimir-medida

           move "Dias com maxima acima de 30 C" to ws-det-rotulo
           move ws-mes-dias-quentes(ws-ind-estacao-achada) to ws-med-valor
           move fd-norm-dias-quentes to ws-med-normal
           perform imprimir-medida

           move "Dias com minima abaixo de 0 C" to ws-det-rotulo
           move ws-mes-dias-geada(ws-ind-estacao-achada) to ws-med-valor
           move fd-norm-dias-geada to ws-med-normal
           perform imprimir-medida

      *>    dias com dados nao tem normal
           move "N" to ws-med-tem-normal
           move "Dias com dados" to ws-det-rotulo
           move ws-mes-qtde-dias(ws-ind-estacao-achada) to ws-med-valor
           perform imprimir-medida

           if ws-normal-achada = "N" then
               move "Estacao/mes sem normal apurada em normaisTemperaturas"
                                                    to fd-linha-climatologia
               perform gravar-linha
           end-if

           .
       imprimir-medidas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Monta e grava a linha da medida corrente (rotulo ja em
      *>  ws-det-rotulo; valor/normal em ws-med-*)
      *>------------------------------------------------------------------------
       imprimir-medida section.

           if ws-med-inteiro = "S" then
               move ws-med-valor to ws-ed-inteiro
               move ws-ed-inteiro to ws-det-valor
           else
               move ws-med-valor to ws-ed-decimal
               move ws-ed-decimal to ws-det-valor
           end-if

           if ws-med-tem-normal = "S" then
               compute ws-med-desvio = ws-med-valor - ws-med-normal
               move ws-med-normal to ws-ed-decimal
               move ws-ed-decimal to ws-det-normal
               move ws-med-desvio to ws-ed-decimal
               move ws-ed-decimal to ws-det-desvio
           else
               move spaces to ws-det-normal
               move spaces to ws-det-desvio
           end-if

           move ws-linha-detalhe to fd-linha-climatologia
           perform gravar-linha

           .
       imprimir-medida-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a linha montada em fd-linha-climatologia
      *>------------------------------------------------------------------------
       gravar-linha section.

           write fd-linha-climatologia
           if ws-fs-arqClimatologia <> 0 then
               move 16                                          to ws-msn-erro-ofsset
               move ws-fs-arqClimatologia                       to ws-msn-erro-cod
               move "Erro ao gravar arqTemperaturas-climatolog" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-linha-exit.
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
               move 17                                     to ws-msn-erro-ofsset
               move ws-fs-arqEstacoes                      to ws-msn-erro-cod
               move "Erro ao fechar arq. arqEstacoes "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqNormais.
           if ws-fs-arqNormais <> 0 then
               move 18                                         to ws-msn-erro-ofsset
               move ws-fs-arqNormais                           to ws-msn-erro-cod
               move "Erro ao fechar arqTemperaturas-normais "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqClimatologia.
           if ws-fs-arqClimatologia <> 0 then
               move 19                                          to ws-msn-erro-ofsset
               move ws-fs-arqClimatologia                       to ws-msn-erro-cod
               move "Erro ao fechar arqTemperaturas-climatolog" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Resumo do sumario climatologico mensal"
           display "Fonte........................: " ws-fonte
           display "Leituras horarias do anual...: " ws-qtde-horas-lidas
           display "Leituras fora da faixa.......: " ws-qtde-ignoradas
           display "Estacao/dias apurados........: " ws-qtde-dias-lidos
           display "Paginas (estacoes ativas)....: " ws-qtde-paginas
           display "Sumario gravado em arqTemperaturas-climatologia.dat"

           Stop run
           .
       finaliza-exit.
           exit.
