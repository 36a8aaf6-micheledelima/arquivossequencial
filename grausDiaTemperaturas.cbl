      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "grausDiaTemperaturas".
       author. "Michele de Lima".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Indices agroclimaticos por estacao: consolida as leituras
      *>horarias por estacao/dia (mesma quebra de resumoTemperaturas,
      *>com o filtro da faixa plausivel do perfil da estacao) e apura
      *>p/ cada dia os graus-dia de aquecimento (base menos a media do
      *>dia), de resfriamento (media do dia menos a base), de
      *>crescimento (media entre maxima e minima menos a base) e as
      *>horas de frio (horas com temperatura entre 0 e o limite
      *>superior); valores negativos contam zero. As bases e o limite
      *>das horas de frio sao informados a cada execucao (0 = padrao
      *>18,0 / 18,0 / 10,0 / 7,2). Os dias sao acumulados por mes e
      *>por estacao do ano (verao = dezembro do ano anterior a
      *>fevereiro, outono = marco a maio, inverno = junho a agosto,
      *>primavera = setembro a novembro) e tudo - dia, mes e estacao do
      *>ano - vai p/ o arquivo indexado arqTemperaturas-indices.dat,
      *>regravado quando a chave ja existe. Sao apurados os anuais
      *>arqTemperaturas-AAAA.dat dos anos anteriores pedidos (0 = 5, no
      *>maximo 10) e do proprio ano de referencia, quando ja arquivado,
      *>completados pelo arquivo vivo - os anos atendidos por um anual
      *>sao pulados no vivo, p/ uma releitura entre o arquivamento e o
      *>expurgo nao contar em dobro (mesma protecao de
      *>exportaTemperaturas); o relatorio
      *>arqTemperaturas-grausdia.dat lista cada mes e estacao do ano
      *>do ano de referencia ao lado da media do MESMO periodo (os
      *>mesmos dias do calendario cobertos no ano de referencia, p/ o
      *>mes ou estacao em andamento) nos anos anteriores e o desvio.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.
      *>   Declaração do arquivo (detalhe horario vivo)
           select arqTemperaturas assign to "arqTemperaturas.dat"
           organization is indexed
           access mode is sequential
           record key is fd-chave
           lock mode is automatic
           file status is ws-fs-arqTemperaturas.

      *>   Arquivo anual de um ano anterior, aberto sob demanda pelo
      *>   assign dinamico (anual ausente e pulado com aviso)
           select arqArquivo assign to ws-nome-arquivo
           organization is indexed
           access mode is sequential
           record key is fa-chave
           lock mode is automatic
           file status is ws-fs-arqArquivo.

      *>   Cadastro de estacoes: perfil de validacao das leituras
           select arqEstacoes assign to "arqEstacoes.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-est-id
           lock mode is automatic
           file status is ws-fs-arqEstacoes.

      *>   Indices por estacao/dia, mes e estacao do ano
           select arqIndices assign to "arqTemperaturas-indices.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-ind-chave
           lock mode is automatic
           file status is ws-fs-arqIndices.

           select arqGrausDia assign to "arqTemperaturas-grausdia.dat"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqGrausDia.

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

       fd arqIndices.
       01 fd-indices.
          05 fd-ind-chave.
             10 fd-ind-estacao                     pic 9(02).
             10 fd-ind-ano                         pic 9(04).
      *>       D = dia, M = mes, S = estacao do ano
             10 fd-ind-tipo                        pic x(01).
      *>       D: mmdd; M: mes; S: 1 verao, 2 outono, 3 inverno,
      *>       4 primavera (verao inclui dezembro do ano anterior)
             10 fd-ind-periodo                     pic 9(04).
          05 fd-ind-graus-aquec                    pic 9(05)v9.
          05 fd-ind-graus-resfr                    pic 9(05)v9.
          05 fd-ind-graus-cresc                    pic 9(05)v9.
          05 fd-ind-horas-frio                     pic 9(05).
          05 fd-ind-qtde-dias                      pic 9(03).
      *>    primeiro e ultimo dia com dados no periodo (aaaammdd)
          05 fd-ind-data-inicial                   pic 9(08).
          05 fd-ind-data-final                     pic 9(08).
      *>    bases usadas na apuracao
          05 fd-ind-base-aquec                     pic s9(02)v9.
          05 fd-ind-base-resfr                     pic s9(02)v9.
          05 fd-ind-base-cresc                     pic s9(02)v9.
          05 fd-ind-limite-frio                    pic s9(02)v9.

       fd arqGrausDia.
       01 fd-linha-grausdia                        pic x(80).

      *>----Variaveis de trabalho
       working-storage section.
       77  ws-fs-arqTemperaturas                   pic 9(02).
       77  ws-fs-arqArquivo                        pic 9(02).
       77  ws-fs-arqEstacoes                       pic 9(02).
       77  ws-fs-arqIndices                        pic 9(02).
       77  ws-fs-arqGrausDia                       pic 9(02).

       01 ws-uso-comum.
          05 ws-msn-erro.
             10 ws-msn-erro-ofsset                 pic 9(04).
             10 filler                             pic x(01) value "-".
             10 ws-msn-erro-cod                    pic 9(02).
             10 filler                             pic x(01) value space.
             10 ws-msn-erro-text                   pic x(42).

      *>    bases e limite informados (0 = padrao)
       77  ws-base-aquec                           pic s9(02)v9.
       77  ws-base-resfr                           pic s9(02)v9.
       77  ws-base-cresc                           pic s9(02)v9.
       77  ws-limite-frio                          pic s9(02)v9.
       77  ws-base-aquec-padrao                    pic s9(02)v9 value 18.
       77  ws-base-resfr-padrao                    pic s9(02)v9 value 18.
       77  ws-base-cresc-padrao                    pic s9(02)v9 value 10.
       77  ws-limite-frio-padrao                   pic s9(02)v9 value 7,2.
      *>    limite inferior das horas de frio
       77  ws-limite-frio-inferior                 pic s9(02)v9 value 0.

      *>    ano de referencia e anos anteriores comparados
       77  ws-ano-referencia                       pic 9(04).
       77  ws-anos-anteriores                      pic 9(02).
       77  ws-anos-anteriores-padrao               pic 9(02) value 5.
       77  ws-ano-inicial                          pic 9(04).
       77  ws-ano-corrente                         pic 9(04).

      *>    anos ja atendidos pelos arquivos anuais (no maximo os 10
      *>    anteriores e o de referencia) - pulados no arquivo vivo
       77  ws-qtde-anos-cobertos                   pic 9(02).
       01 ws-anos-cobertos-tab.
          05 ws-ano-coberto occurs 11 times        pic 9(04).
       77  ws-ind-coberto                          pic 9(02).
       77  ws-ano-no-arquivo                       pic x(01).
       01 ws-data-sistema.
          05 ws-sist-ano                           pic 9(04).
          05 ws-sist-mes                           pic 9(02).
          05 ws-sist-dia                           pic 9(02).

      *>    nome fisico do arquivo anual corrente (assign dinamico)
       77  ws-nome-arquivo                         pic x(40).
       01 ws-nome-arquivo-montado.
          05 filler                                pic x(16) value "arqTemperaturas-".
          05 ws-nome-ano                           pic 9(04).
          05 filler                                pic x(04) value ".dat".

      *>    faixa plausivel padrao, usada quando a estacao nao tem
      *>    perfil preenchido no cadastro
       77  ws-temp-minimo-padrao                   pic s9(02)v9 value -30.
       77  ws-temp-maximo-padrao                   pic s9(02)v9 value 50.
       77  ws-temp-minimo                          pic s9(02)v9.
       77  ws-temp-maximo                          pic s9(02)v9.
       77  ws-perfil-carregado                     pic x(01) value "N".
       77  ws-perfil-estacao                       pic 9(02).

      *>    leitura horaria corrente, vinda do anual ou do vivo
       01 ws-leitura.
          05 ws-leit-chave.
             10 ws-leit-ano                        pic 9(04).
             10 ws-leit-mes                        pic 9(02).
             10 ws-leit-dia                        pic 9(02).
             10 ws-leit-estacao                    pic 9(02).
          05 ws-leit-temp                          pic s9(02)v9.

      *>    quebra de controle: estacao/dia em consolidacao
       01 ws-chave-dia.
          05 ws-dia-ano                            pic 9(04).
          05 ws-dia-mes                            pic 9(02).
          05 ws-dia-dia                            pic 9(02).
          05 ws-dia-estacao                        pic 9(02).
       77  ws-dia-minima                           pic s9(02)v9.
       77  ws-dia-maxima                           pic s9(02)v9.
       77  ws-dia-total                            pic s9(04)v9.
       77  ws-dia-qtde-horas                       pic 9(02).
       77  ws-dia-horas-frio                       pic 9(02).
       77  ws-dia-media                            pic s9(02)v9.
       77  ws-dia-graus-aquec                      pic 9(05)v9.
       77  ws-dia-graus-resfr                      pic 9(05)v9.
       77  ws-dia-graus-cresc                      pic 9(05)v9.
       77  ws-dia-calculo                          pic s9(03)v9.
       01 ws-dia-data.
          05 ws-dia-data-ano                       pic 9(04).
          05 ws-dia-data-mmdd                      pic 9(04).
       01 ws-dia-data-num redefines ws-dia-data     pic 9(08).

      *>    acumulados por estacao (id + 1), ano (a partir do ano
      *>    inicial; o ultimo e o ano seguinte ao de referencia, p/ o
      *>    verao que comeca em dezembro) e periodo (1 a 12 meses, 13 a
      *>    16 estacoes do ano)
       01 ws-tabela-indices.
          05 ws-tab-estacao occurs 100 times.
             10 ws-tab-ano occurs 12 times.
                15 ws-tab-periodo occurs 16 times.
                   20 ws-tab-graus-aquec           pic 9(05)v9.
                   20 ws-tab-graus-resfr           pic 9(05)v9.
                   20 ws-tab-graus-cresc           pic 9(05)v9.
                   20 ws-tab-horas-frio            pic 9(05).
                   20 ws-tab-qtde-dias             pic 9(03).
                   20 ws-tab-data-inicial          pic 9(08).
                   20 ws-tab-data-final            pic 9(08).

       01 indices.
          05 ws-ind-est                            pic 9(03).
          05 ws-ind-ano                            pic 9(02).
          05 ws-ind-per                            pic 9(02).
          05 ws-ind-anterior                       pic 9(02).
       77  ws-ano-periodo                          pic 9(04).
       77  ws-estacao-do-ano                       pic 9(01).
       77  ws-qtde-anos-tabela                     pic 9(02).

      *>    comparacao com os anos anteriores: mesmo periodo do
      *>    calendario, somado dos indices diarios de cada ano
       77  ws-cmp-data-inicial                     pic 9(08).
       77  ws-cmp-data-final                       pic 9(08).
       77  ws-cmp-fim-leitura                      pic x(01).
       01 ws-cmp-data-lida.
          05 ws-cmp-lida-ano                       pic 9(04).
          05 ws-cmp-lida-mmdd                      pic 9(04).
       01 ws-cmp-data-lida-num redefines ws-cmp-data-lida pic 9(08).
       77  ws-cmp-ano-aquec                        pic 9(05)v9.
       77  ws-cmp-ano-resfr                        pic 9(05)v9.
       77  ws-cmp-ano-cresc                        pic 9(05)v9.
       77  ws-cmp-ano-frio                         pic 9(05).
       77  ws-cmp-ano-dias                         pic 9(03).
       77  ws-cmp-total-aquec                      pic 9(06)v9.
       77  ws-cmp-total-resfr                      pic 9(06)v9.
       77  ws-cmp-total-cresc                      pic 9(06)v9.
       77  ws-cmp-total-frio                       pic 9(06).
       77  ws-cmp-total-dias                       pic 9(05).
       77  ws-cmp-qtde-anos                        pic 9(02).

      *>    linhas do relatorio
       01 ws-linha-titulo.
          05 filler                                pic x(41) value "Graus-dia e horas de frio - referencia ".
          05 ws-tit-ano                            pic 9(04).
       01 ws-linha-bases.
          05 filler                                pic x(13) value "Bases: aquec ".
          05 ws-bas-aquec                          pic -z9,9.
          05 filler                                pic x(07) value " resfr ".
          05 ws-bas-resfr                          pic -z9,9.
          05 filler                                pic x(07) value " cresc ".
          05 ws-bas-cresc                          pic -z9,9.
          05 filler                                pic x(11) value " frio 0 a ".
          05 ws-bas-frio                           pic -z9,9.
       01 ws-linha-indice.
          05 ws-li-estacao                         pic x(03).
          05 ws-li-periodo                         pic x(22).
          05 ws-li-dias                            pic zzz9.
          05 filler                                pic x(02) value spaces.
          05 ws-li-aquec                           pic -zzzz9,9.
          05 filler                                pic x(01) value spaces.
          05 ws-li-resfr                           pic -zzzz9,9.
          05 filler                                pic x(01) value spaces.
          05 ws-li-cresc                           pic -zzzz9,9.
          05 filler                                pic x(01) value spaces.
          05 ws-li-frio                            pic -zzzz9.
       77  ws-li-valor-aquec                       pic s9(06)v9.
       77  ws-li-valor-resfr                       pic s9(06)v9.
       77  ws-li-valor-cresc                       pic s9(06)v9.
       77  ws-li-valor-frio                        pic s9(06).
       77  ws-li-valor-dias                        pic 9(04).
       01 ws-periodo-mes.
          05 filler                                pic x(04) value "Mes ".
          05 ws-pm-mes                             pic 9(02).
          05 filler                                pic x(01) value "/".
          05 ws-pm-ano                             pic 9(04).
       01 ws-periodo-estacao.
          05 ws-pe-nome                            pic x(10).
          05 ws-pe-ano                             pic 9(04).
       01 ws-periodo-media.
          05 filler                                pic x(11) value "  media de ".
          05 ws-pmd-anos                           pic z9.
          05 filler                                pic x(09) value " anos ant".
       01 ws-estacao-exibida.
          05 ws-ee-id                              pic 9(02).
          05 filler                                pic x(01) value space.

      *>    contadores do resumo final
       77  ws-qtde-anos-lidos                      pic 9(02).
       77  ws-qtde-anos-ausentes                   pic 9(02).
       77  ws-qtde-lidas                           pic 9(08).
       77  ws-qtde-ignoradas                       pic 9(06).
       77  ws-qtde-dias                            pic 9(06).
       77  ws-qtde-indices-gravados                pic 9(06).

      *>----Variaveis para comunicação entre programas
       linkage section.

      *>----Declaração de tela
       screen section.

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform varying ws-ano-corrente from ws-ano-inicial by 1
                                   until ws-ano-corrente > ws-ano-referencia
               perform apurar-ano-arquivado
           end-perform
           perform apurar-arquivo-vivo.
           perform gravar-acumulados.
           perform imprimir-relatorio.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.

           display erase
           display "Graus-dia e horas de frio por estacao"
           display "Base dos graus-dia de aquecimento (graus, 0 = 18,0): "
           accept ws-base-aquec
           display "Base dos graus-dia de resfriamento (graus, 0 = 18,0): "
           accept ws-base-resfr
           display "Base dos graus-dia de crescimento (graus, 0 = 10,0): "
           accept ws-base-cresc
           display "Limite superior das horas de frio (graus, 0 = 7,2): "
           accept ws-limite-frio
           display "Ano de referencia (0 = ano corrente): "
           accept ws-ano-referencia
           display "Anos anteriores p/ comparar (0 = 5, maximo 10): "
           accept ws-anos-anteriores

           if ws-base-aquec = 0 then
               move ws-base-aquec-padrao to ws-base-aquec
           end-if
           if ws-base-resfr = 0 then
               move ws-base-resfr-padrao to ws-base-resfr
           end-if
           if ws-base-cresc = 0 then
               move ws-base-cresc-padrao to ws-base-cresc
           end-if
           if ws-limite-frio = 0 then
               move ws-limite-frio-padrao to ws-limite-frio
           end-if
           if ws-ano-referencia = 0 then
               accept ws-data-sistema from date yyyymmdd
               move ws-sist-ano to ws-ano-referencia
           end-if
           if ws-anos-anteriores = 0 then
               move ws-anos-anteriores-padrao to ws-anos-anteriores
           end-if
           if ws-anos-anteriores > 10 then
               display "No maximo 10 anos anteriores"
               Stop run
           end-if

           compute ws-ano-inicial = ws-ano-referencia - ws-anos-anteriores
           compute ws-qtde-anos-tabela = ws-anos-anteriores + 2

           open input arqEstacoes.
           if ws-fs-arqEstacoes <> 0 then
               move 1                                     to ws-msn-erro-ofsset
               move ws-fs-arqEstacoes                     to ws-msn-erro-cod
               move "Erro ao abrir arq. arqEstacoes "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqIndices.
           if ws-fs-arqIndices = 35 then
      *>       arquivo ainda não existe, cria vazio
               open output arqIndices
               close arqIndices
               open i-o arqIndices
           end-if

           if ws-fs-arqIndices <> 0 then
               move 2                                          to ws-msn-erro-ofsset
               move ws-fs-arqIndices                           to ws-msn-erro-cod
               move "Erro ao abrir arqTemperaturas-indices "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqGrausDia.
           if ws-fs-arqGrausDia <> 0 then
               move 3                                          to ws-msn-erro-ofsset
               move ws-fs-arqGrausDia                          to ws-msn-erro-cod
               move "Erro ao abrir arqTemperaturas-grausdia "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move zeros to ws-tabela-indices
           move 0 to ws-qtde-anos-lidos
           move 0 to ws-qtde-anos-ausentes
           move 0 to ws-qtde-anos-cobertos
           move 0 to ws-qtde-lidas
           move 0 to ws-qtde-ignoradas
           move 0 to ws-qtde-dias
           move 0 to ws-qtde-indices-gravados
           move 0 to ws-dia-qtde-horas

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Apura o arquivo anual do ano ws-ano-corrente e registra o ano
      *>  como coberto (a varredura do vivo o pulara); anual ausente de
      *>  ano anterior e pulado com aviso - o do ano de referencia
      *>  ainda nao arquivado e o caso normal, atendido pelo vivo
      *>------------------------------------------------------------------------
       apurar-ano-arquivado section.

           move ws-ano-corrente         to ws-nome-ano
           move ws-nome-arquivo-montado to ws-nome-arquivo

           open input arqArquivo.
           if ws-fs-arqArquivo = 35 then
               if ws-ano-corrente < ws-ano-referencia then
                   display "Arquivo anual de " ws-ano-corrente " ausente - pulado"
                   add 1 to ws-qtde-anos-ausentes
               end-if
           else
           if ws-fs-arqArquivo <> 0 then
               move 4                                     to ws-msn-erro-ofsset
               move ws-fs-arqArquivo                      to ws-msn-erro-cod
               move "Erro ao abrir o arquivo anual "      to ws-msn-erro-text
               perform finaliza-anormal
           else
               add 1 to ws-qtde-anos-lidos
               add 1 to ws-qtde-anos-cobertos
               move ws-ano-corrente to ws-ano-coberto(ws-qtde-anos-cobertos)

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
      *>  Apura o arquivo vivo inteiro, pulando os anos ja atendidos
      *>  pelos arquivos anuais
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
                   perform testar-ano-coberto
                   if ws-ano-no-arquivo = "N" then
                       move fd-ano     to ws-leit-ano
                       move fd-mes     to ws-leit-mes
                       move fd-dia     to ws-leit-dia
                       move fd-estacao to ws-leit-estacao
                       move fd-temp    to ws-leit-temp
                       perform tratar-leitura
                   end-if
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
      *>  O ano do registro vivo corrente (fd-ano) ja foi apurado de
      *>  um arquivo anual? "S" = pular o registro na varredura do vivo
      *>------------------------------------------------------------------------
       testar-ano-coberto section.

           move "N" to ws-ano-no-arquivo
           perform varying ws-ind-coberto from 1 by 1 until
                                               ws-ind-coberto > ws-qtde-anos-cobertos
               if ws-ano-coberto(ws-ind-coberto) = fd-ano then
                   move "S" to ws-ano-no-arquivo
               end-if
           end-perform

           .
       testar-ano-coberto-exit.
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
                   move 0             to ws-dia-total
                   move 0             to ws-dia-horas-frio
               end-if

               if ws-leit-temp < ws-dia-minima then
                   move ws-leit-temp to ws-dia-minima
               end-if
               if ws-leit-temp > ws-dia-maxima then
                   move ws-leit-temp to ws-dia-maxima
               end-if
               if  ws-leit-temp >= ws-limite-frio-inferior
               and ws-leit-temp <= ws-limite-frio then
                   add 1 to ws-dia-horas-frio
               end-if
               add ws-leit-temp to ws-dia-total
               add 1            to ws-dia-qtde-horas
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
      *>  Fecha o dia em consolidacao: apura os indices do dia, grava o
      *>  registro diario e acumula no mes e na estacao do ano
      *>------------------------------------------------------------------------
       fechar-dia section.

           add 1 to ws-qtde-dias
           compute ws-dia-media = ws-dia-total / ws-dia-qtde-horas

           compute ws-dia-calculo = ws-base-aquec - ws-dia-media
           if ws-dia-calculo > 0 then
               move ws-dia-calculo to ws-dia-graus-aquec
           else
               move 0 to ws-dia-graus-aquec
           end-if

           compute ws-dia-calculo = ws-dia-media - ws-base-resfr
           if ws-dia-calculo > 0 then
               move ws-dia-calculo to ws-dia-graus-resfr
           else
               move 0 to ws-dia-graus-resfr
           end-if

           compute ws-dia-calculo =
                   (ws-dia-maxima + ws-dia-minima) / 2 - ws-base-cresc
           if ws-dia-calculo > 0 then
               move ws-dia-calculo to ws-dia-graus-cresc
           else
               move 0 to ws-dia-graus-cresc
           end-if

           move ws-dia-ano to ws-dia-data-ano
           compute ws-dia-data-mmdd = ws-dia-mes * 100 + ws-dia-dia

           move ws-dia-estacao     to fd-ind-estacao
           move ws-dia-ano         to fd-ind-ano
           move "D"                to fd-ind-tipo
           move ws-dia-data-mmdd   to fd-ind-periodo
           move ws-dia-graus-aquec to fd-ind-graus-aquec
           move ws-dia-graus-resfr to fd-ind-graus-resfr
           move ws-dia-graus-cresc to fd-ind-graus-cresc
           move ws-dia-horas-frio  to fd-ind-horas-frio
           move 1                  to fd-ind-qtde-dias
           move ws-dia-data-num    to fd-ind-data-inicial
           move ws-dia-data-num    to fd-ind-data-final
           perform gravar-indice

      *>    mes do calendario
           move ws-dia-ano to ws-ano-periodo
           move ws-dia-mes to ws-ind-per
           perform acumular-periodo

      *>    estacao do ano (dezembro abre o verao do ano seguinte)
           evaluate ws-dia-mes
               when 12
                   compute ws-ano-periodo = ws-dia-ano + 1
                   move 1 to ws-estacao-do-ano
               when 1
               when 2
                   move 1 to ws-estacao-do-ano
               when 3
               when 4
               when 5
                   move 2 to ws-estacao-do-ano
               when 6
               when 7
               when 8
                   move 3 to ws-estacao-do-ano
               when other
                   move 4 to ws-estacao-do-ano
           end-evaluate
           compute ws-ind-per = 12 + ws-estacao-do-ano
           perform acumular-periodo

           move 0 to ws-dia-qtde-horas

           .
       fechar-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Soma o dia fechado no periodo ws-ind-per do ano ws-ano-periodo
      *>  da sua estacao; anos fora da faixa apurada nao sao acumulados
      *>------------------------------------------------------------------------
       acumular-periodo section.

           if ws-ano-periodo >= ws-ano-inicial
           and ws-ano-periodo <= ws-ano-referencia + 1 then
               compute ws-ind-est = ws-dia-estacao + 1
               compute ws-ind-ano = ws-ano-periodo - ws-ano-inicial + 1

               add ws-dia-graus-aquec to ws-tab-graus-aquec(ws-ind-est, ws-ind-ano, ws-ind-per)
               add ws-dia-graus-resfr to ws-tab-graus-resfr(ws-ind-est, ws-ind-ano, ws-ind-per)
               add ws-dia-graus-cresc to ws-tab-graus-cresc(ws-ind-est, ws-ind-ano, ws-ind-per)
               add ws-dia-horas-frio  to ws-tab-horas-frio(ws-ind-est, ws-ind-ano, ws-ind-per)
               add 1                  to ws-tab-qtde-dias(ws-ind-est, ws-ind-ano, ws-ind-per)

               if ws-tab-data-inicial(ws-ind-est, ws-ind-ano, ws-ind-per) = 0
               or ws-dia-data-num < ws-tab-data-inicial(ws-ind-est, ws-ind-ano, ws-ind-per) then
                   move ws-dia-data-num to ws-tab-data-inicial(ws-ind-est, ws-ind-ano, ws-ind-per)
               end-if
               if ws-dia-data-num > ws-tab-data-final(ws-ind-est, ws-ind-ano, ws-ind-per) then
                   move ws-dia-data-num to ws-tab-data-final(ws-ind-est, ws-ind-ano, ws-ind-per)
               end-if
           end-if

           .
       acumular-periodo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava o registro de indices montado em fd-indices, regravando
      *>  quando a chave ja existe (reapuracao)
      *>------------------------------------------------------------------------
       gravar-indice section.

           move ws-base-aquec  to fd-ind-base-aquec
           move ws-base-resfr  to fd-ind-base-resfr
           move ws-base-cresc  to fd-ind-base-cresc
           move ws-limite-frio to fd-ind-limite-frio

           write fd-indices
           if ws-fs-arqIndices = 22 then
               rewrite fd-indices
           end-if

           if ws-fs-arqIndices <> 0 then
               move 10                                         to ws-msn-erro-ofsset
               move ws-fs-arqIndices                           to ws-msn-erro-cod
               move "Erro ao gravar arqTemperaturas-indices "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-qtde-indices-gravados

           .
       gravar-indice-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava os acumulados por mes e estacao do ano com dados
      *>------------------------------------------------------------------------
       gravar-acumulados section.

           perform varying ws-ind-est from 1 by 1 until ws-ind-est > 100
               perform varying ws-ind-ano from 1 by 1 until ws-ind-ano > ws-qtde-anos-tabela
                   perform varying ws-ind-per from 1 by 1 until ws-ind-per > 16
                       if ws-tab-qtde-dias(ws-ind-est, ws-ind-ano, ws-ind-per) > 0 then
                           compute fd-ind-estacao = ws-ind-est - 1
                           compute fd-ind-ano = ws-ano-inicial + ws-ind-ano - 1
                           if ws-ind-per > 12 then
                               move "S" to fd-ind-tipo
                               compute fd-ind-periodo = ws-ind-per - 12
                           else
                               move "M" to fd-ind-tipo
                               move ws-ind-per to fd-ind-periodo
                           end-if
                           move ws-tab-graus-aquec(ws-ind-est, ws-ind-ano, ws-ind-per)  to fd-ind-graus-aquec
                           move ws-tab-graus-resfr(ws-ind-est, ws-ind-ano, ws-ind-per)  to fd-ind-graus-resfr
                           move ws-tab-graus-cresc(ws-ind-est, ws-ind-ano, ws-ind-per)  to fd-ind-graus-cresc
                           move ws-tab-horas-frio(ws-ind-est, ws-ind-ano, ws-ind-per)   to fd-ind-horas-frio
                           move ws-tab-qtde-dias(ws-ind-est, ws-ind-ano, ws-ind-per)    to fd-ind-qtde-dias
                           move ws-tab-data-inicial(ws-ind-est, ws-ind-ano, ws-ind-per) to fd-ind-data-inicial
                           move ws-tab-data-final(ws-ind-est, ws-ind-ano, ws-ind-per)   to fd-ind-data-final
                           perform gravar-indice
                       end-if
                   end-perform
               end-perform
           end-perform

           .
       gravar-acumulados-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Relatorio: meses e estacoes do ano do ano de referencia (e o
      *>  verao seguinte, se ja comecou) de cada estacao, com a media
      *>  dos anos anteriores no mesmo periodo do calendario
      *>------------------------------------------------------------------------
       imprimir-relatorio section.

           move ws-ano-referencia to ws-tit-ano
           move ws-linha-titulo to fd-linha-grausdia
           perform gravar-linha

           move ws-base-aquec  to ws-bas-aquec
           move ws-base-resfr  to ws-bas-resfr
           move ws-base-cresc  to ws-bas-cresc
           move ws-limite-frio to ws-bas-frio
           move ws-linha-bases to fd-linha-grausdia
           perform gravar-linha

           move "Est Periodo              Dias  GD-aquec  GD-resfr  GD-cresc  H-frio"
                                                     to fd-linha-grausdia
           perform gravar-linha

           perform varying ws-ind-est from 1 by 1 until ws-ind-est > 100
               compute ws-ind-ano = ws-anos-anteriores + 1
               perform until ws-ind-ano > ws-qtde-anos-tabela
      *>            do ano seguinte so o verao que comeca no dezembro do
      *>            ano de referencia - os demais periodos dele nao sao
      *>            deste relatorio
                   perform varying ws-ind-per from 1 by 1 until ws-ind-per > 16
                       if  ws-tab-qtde-dias(ws-ind-est, ws-ind-ano, ws-ind-per) > 0
                       and (   ws-ind-ano < ws-qtde-anos-tabela
                            or ws-ind-per = 13) then
                           perform imprimir-periodo
                       end-if
                   end-perform
                   add 1 to ws-ind-ano
               end-perform
           end-perform

           .
       imprimir-relatorio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Periodo ws-ind-est/ws-ind-ano/ws-ind-per do ano de referencia:
      *>  linha do ano, linha da media dos anteriores e linha do desvio
      *>------------------------------------------------------------------------
       imprimir-periodo section.

           compute ws-ee-id = ws-ind-est - 1
           compute ws-ano-periodo = ws-ano-inicial + ws-ind-ano - 1

           if ws-ind-per > 12 then
               evaluate ws-ind-per
                   when 13
                       move "Verao "     to ws-pe-nome
                   when 14
                       move "Outono "    to ws-pe-nome
                   when 15
                       move "Inverno "   to ws-pe-nome
                   when other
                       move "Primavera " to ws-pe-nome
               end-evaluate
               move ws-ano-periodo to ws-pe-ano
               move ws-periodo-estacao to ws-li-periodo
           else
               move ws-ind-per     to ws-pm-mes
               move ws-ano-periodo to ws-pm-ano
               move ws-periodo-mes to ws-li-periodo
           end-if

           move ws-estacao-exibida to ws-li-estacao
           move ws-tab-qtde-dias(ws-ind-est, ws-ind-ano, ws-ind-per)   to ws-li-valor-dias
           move ws-tab-graus-aquec(ws-ind-est, ws-ind-ano, ws-ind-per) to ws-li-valor-aquec
           move ws-tab-graus-resfr(ws-ind-est, ws-ind-ano, ws-ind-per) to ws-li-valor-resfr
           move ws-tab-graus-cresc(ws-ind-est, ws-ind-ano, ws-ind-per) to ws-li-valor-cresc
           move ws-tab-horas-frio(ws-ind-est, ws-ind-ano, ws-ind-per)  to ws-li-valor-frio
           perform imprimir-linha-indice

           perform comparar-anos-anteriores

           move spaces to ws-li-estacao
           if ws-cmp-qtde-anos = 0 then
               move "  sem anos anteriores" to fd-linha-grausdia
               perform gravar-linha
           else
               move ws-cmp-qtde-anos to ws-pmd-anos
               move ws-periodo-media to ws-li-periodo
               compute ws-li-valor-dias  = ws-cmp-total-dias  / ws-cmp-qtde-anos
               compute ws-li-valor-aquec = ws-cmp-total-aquec / ws-cmp-qtde-anos
               compute ws-li-valor-resfr = ws-cmp-total-resfr / ws-cmp-qtde-anos
               compute ws-li-valor-cresc = ws-cmp-total-cresc / ws-cmp-qtde-anos
               compute ws-li-valor-frio  = ws-cmp-total-frio  / ws-cmp-qtde-anos
               perform imprimir-linha-indice

               move "  desvio"  to ws-li-periodo
               move ws-tab-qtde-dias(ws-ind-est, ws-ind-ano, ws-ind-per) to ws-li-valor-dias
               compute ws-li-valor-aquec =
                       ws-tab-graus-aquec(ws-ind-est, ws-ind-ano, ws-ind-per)
                           - ws-cmp-total-aquec / ws-cmp-qtde-anos
               compute ws-li-valor-resfr =
                       ws-tab-graus-resfr(ws-ind-est, ws-ind-ano, ws-ind-per)
                           - ws-cmp-total-resfr / ws-cmp-qtde-anos
               compute ws-li-valor-cresc =
                       ws-tab-graus-cresc(ws-ind-est, ws-ind-ano, ws-ind-per)
                           - ws-cmp-total-cresc / ws-cmp-qtde-anos
               compute ws-li-valor-frio =
                       ws-tab-horas-frio(ws-ind-est, ws-ind-ano, ws-ind-per)
                           - ws-cmp-total-frio / ws-cmp-qtde-anos
               perform imprimir-linha-indice
           end-if

           .
       imprimir-periodo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Soma, p/ cada ano anterior, os indices diarios da estacao nos
      *>  mesmos dias do calendario cobertos pelo periodo corrente
      *>  (datas inicial/final recuadas ano a ano)
      *>------------------------------------------------------------------------
       comparar-anos-anteriores section.

           move 0 to ws-cmp-total-aquec
           move 0 to ws-cmp-total-resfr
           move 0 to ws-cmp-total-cresc
           move 0 to ws-cmp-total-frio
           move 0 to ws-cmp-total-dias
           move 0 to ws-cmp-qtde-anos

           perform varying ws-ind-anterior from 1 by 1 until
                                               ws-ind-anterior > ws-anos-anteriores
               compute ws-cmp-data-inicial =
                       ws-tab-data-inicial(ws-ind-est, ws-ind-ano, ws-ind-per)
                           - ws-ind-anterior * 10000
               compute ws-cmp-data-final =
                       ws-tab-data-final(ws-ind-est, ws-ind-ano, ws-ind-per)
                           - ws-ind-anterior * 10000
               perform somar-ano-anterior
           end-perform

           .
       comparar-anos-anteriores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Soma os registros diarios da estacao entre ws-cmp-data-inicial
      *>  e ws-cmp-data-final (podem atravessar a virada do ano no
      *>  verao); ano sem nenhum dia no periodo nao entra na media
      *>------------------------------------------------------------------------
       somar-ano-anterior section.

           move 0 to ws-cmp-ano-aquec
           move 0 to ws-cmp-ano-resfr
           move 0 to ws-cmp-ano-cresc
           move 0 to ws-cmp-ano-frio
           move 0 to ws-cmp-ano-dias
           move "N" to ws-cmp-fim-leitura

           move ws-cmp-data-inicial to ws-cmp-data-lida-num
           compute fd-ind-estacao = ws-ind-est - 1
           move ws-cmp-lida-ano  to fd-ind-ano
           move "D"              to fd-ind-tipo
           move ws-cmp-lida-mmdd to fd-ind-periodo

           start arqIndices key is not less than fd-ind-chave
           if ws-fs-arqIndices = 23
           or ws-fs-arqIndices = 10 then
               continue
           else
           if ws-fs-arqIndices <> 0 then
               move 11                                         to ws-msn-erro-ofsset
               move ws-fs-arqIndices                           to ws-msn-erro-cod
               move "Erro no start em arqTemperaturas-indices" to ws-msn-erro-text
               perform finaliza-anormal
           else
               perform until ws-fs-arqIndices = 10
                          or ws-cmp-fim-leitura = "S"
                   read arqIndices next record
                   if  ws-fs-arqIndices <> 0
                   and ws-fs-arqIndices <> 10 then
                       move 12                                         to ws-msn-erro-ofsset
                       move ws-fs-arqIndices                           to ws-msn-erro-cod
                       move "Erro ao ler arqTemperaturas-indices "     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqIndices = 0 then
                       if fd-ind-estacao <> ws-ind-est - 1 then
                           move "S" to ws-cmp-fim-leitura
                       else
                       if fd-ind-tipo = "D" then
                           move fd-ind-ano     to ws-cmp-lida-ano
                           move fd-ind-periodo to ws-cmp-lida-mmdd
                           if ws-cmp-data-lida-num > ws-cmp-data-final then
                               move "S" to ws-cmp-fim-leitura
                           else
                               add fd-ind-graus-aquec to ws-cmp-ano-aquec
                               add fd-ind-graus-resfr to ws-cmp-ano-resfr
                               add fd-ind-graus-cresc to ws-cmp-ano-cresc
                               add fd-ind-horas-frio  to ws-cmp-ano-frio
                               add 1                  to ws-cmp-ano-dias
                           end-if
                       end-if
                       end-if
                   end-if
               end-perform
           end-if
           end-if

           if ws-cmp-ano-dias > 0 then
               add ws-cmp-ano-aquec to ws-cmp-total-aquec
               add ws-cmp-ano-resfr to ws-cmp-total-resfr
               add ws-cmp-ano-cresc to ws-cmp-total-cresc
               add ws-cmp-ano-frio  to ws-cmp-total-frio
               add ws-cmp-ano-dias  to ws-cmp-total-dias
               add 1                to ws-cmp-qtde-anos
           end-if

           .
       somar-ano-anterior-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Monta a linha de indices a partir dos valores ws-li-valor-*
      *>------------------------------------------------------------------------
       imprimir-linha-indice section.

           move ws-li-valor-dias  to ws-li-dias
           move ws-li-valor-aquec to ws-li-aquec
           move ws-li-valor-resfr to ws-li-resfr
           move ws-li-valor-cresc to ws-li-cresc
           move ws-li-valor-frio  to ws-li-frio
           move ws-linha-indice   to fd-linha-grausdia
           perform gravar-linha

           .
       imprimir-linha-indice-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a linha montada em fd-linha-grausdia
      *>------------------------------------------------------------------------
       gravar-linha section.

           write fd-linha-grausdia
           if ws-fs-arqGrausDia <> 0 then
               move 13                                         to ws-msn-erro-ofsset
               move ws-fs-arqGrausDia                          to ws-msn-erro-cod
               move "Erro ao gravar arqTemperaturas-grausdia " to ws-msn-erro-text
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
      *>  Finalização - resumo da apuracao p/ conferencia do operador
      *>------------------------------------------------------------------------
       finaliza section.
          *>finaliza arquivos
           close arqEstacoes.
           if ws-fs-arqEstacoes <> 0 then
               move 14                                     to ws-msn-erro-ofsset
               move ws-fs-arqEstacoes                      to ws-msn-erro-cod
               move "Erro ao fechar arq. arqEstacoes "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqIndices.
           if ws-fs-arqIndices <> 0 then
               move 15                                         to ws-msn-erro-ofsset
               move ws-fs-arqIndices                           to ws-msn-erro-cod
               move "Erro ao fechar arqTemperaturas-indices "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqGrausDia.
           if ws-fs-arqGrausDia <> 0 then
               move 16                                         to ws-msn-erro-ofsset
               move ws-fs-arqGrausDia                          to ws-msn-erro-cod
               move "Erro ao fechar arqTemperaturas-grausdia " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Resumo da apuracao dos graus-dia"
           display "Arquivos anuais lidos........: " ws-qtde-anos-lidos
           display "Arquivos anuais ausentes.....: " ws-qtde-anos-ausentes
           display "Leituras horarias lidas......: " ws-qtde-lidas
           display "Leituras fora da faixa.......: " ws-qtde-ignoradas
           display "Estacao/dias apurados........: " ws-qtde-dias
           display "Registros de indices gravados: " ws-qtde-indices-gravados
           display "Relatorio gravado em arqTemperaturas-grausdia.dat"

           Stop run
           .
       finaliza-exit.
           exit.
