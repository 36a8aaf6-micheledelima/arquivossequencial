      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "restauraTemperaturas".
       author. "Michele de Lima".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Restauracao dos arquivos indexados a partir de uma copia de
      *>seguranca gravada por salvaTemperaturas: o operador (perfil de
      *>administracao) escolhe a geracao no catalogo
      *>arqTemperaturas-copias.dat; antes de tocar em qualquer arquivo
      *>as seis copias sao lidas inteiras e conferidas (cabecalho com a
      *>data/hora da geracao, quantidade e total de controle dos
      *>detalhes contra o trailer e contra o catalogo) - qualquer
      *>divergencia encerra sem restaurar nada. Confirmada a
      *>restauracao, cada indexado e recriado a partir da sua copia e a
      *>quantidade regravada e conferida de novo. Em seguida as cargas
      *>aplicadas depois da copia sao marcadas como estornadas no
      *>registro de cargas (o mesmo arquivo de carga pode ser
      *>reaplicado) e, se houver controle da cadeia, os passos
      *>posteriores a copia voltam a pendentes: a reexecucao de
      *>cadeiaTemperaturas retoma na carga, a partir do estado salvo.
      *>A restauracao fica na trilha de auditoria com operacao "R" (a
      *>chave leva a data da copia restaurada).

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.
      *>   Os seis arquivos indexados restaurados, recriados em ordem
      *>   de chave a partir da copia
           select arqTemperaturas assign to "arqTemperaturas.dat"
           organization is indexed
           access mode is sequential
           record key is fd-chave
           lock mode is automatic
           file status is ws-fs-arqTemperaturas.

           select arqDiario assign to "arqTemperaturas-diario.dat"
           organization is indexed
           access mode is sequential
           record key is fd-diario-chave
           lock mode is automatic
           file status is ws-fs-arqDiario.

           select arqEstatisticas assign to "arqTemperaturas-estatisticas.dat"
           organization is indexed
           access mode is sequential
           record key is fd-stat-estacao
           lock mode is automatic
           file status is ws-fs-arqEstatisticas.

           select arqEstacoes assign to "arqEstacoes.dat"
           organization is indexed
           access mode is sequential
           record key is fd-est-id
           lock mode is automatic
           file status is ws-fs-arqEstacoes.

      *>   Cadastro de operadores: confere a identificacao de entrada
      *>   e depois e restaurado como os demais
           select arqOperadores assign to "arqOperadores.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-oper-id
           lock mode is automatic
           file status is ws-fs-arqOperadores.

           select arqNormais assign to "arqTemperaturas-normais.dat"
           organization is indexed
           access mode is sequential
           record key is fd-norm-chave
           lock mode is automatic
           file status is ws-fs-arqNormais.

      *>   Copia sequencial do arquivo corrente (assign dinamico)
           select arqCopia assign to ws-nome-copia
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqCopia.

      *>   Catalogo das geracoes de copia gravado por salvaTemperaturas
           select optional arqCatalogo assign to "arqTemperaturas-copias.dat"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqCatalogo.

      *>   Trilha de auditoria: a restauracao e as recusas de acesso
           select optional arqAuditoria assign to "arqTemperaturas-auditoria.dat"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqAuditoria.

      *>   Registro de cargas: lido inteiro p/ a memoria e regravado
      *>   com as cargas posteriores a copia marcadas como estornadas
      *>   (mesmo recurso de estornaCarga)
           select optional arqCargas assign to "arqTemperaturas-cargas.dat"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqCargas.

      *>   Controle da cadeia noturna (cadeiaTemperaturas)
           select optional arqControle assign to "arqTemperaturas-controle.dat"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqControle.

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

       fd arqNormais.
       01 fd-normais.
          05 fd-norm-chave.
             10 fd-norm-estacao                    pic 9(02).
             10 fd-norm-mes                        pic 9(02).
          05 fd-norm-minima                        pic s9(02)v9.
          05 fd-norm-maxima                        pic s9(02)v9.
          05 fd-norm-media                         pic s9(02)v9.
          05 fd-norm-qtde-dias                     pic 9(05).
          05 fd-norm-umid                          pic 9(03).
          05 fd-norm-chuva                         pic 9(04)v9.
          05 fd-norm-dias-chuva                    pic 9(02)v9.
          05 fd-norm-dias-quentes                  pic 9(02)v9.
          05 fd-norm-dias-geada                    pic 9(02)v9.
          05 fd-norm-qtde-anos                     pic 9(03).

      *>   registro da copia: tipo C (cabecalho), D (imagem de um
      *>   registro do indexado) ou T (trailer com os totais)
       fd arqCopia.
       01 fd-copia.
          05 fd-cop-tipo                           pic x(01).
          05 fd-cop-imagem                         pic x(150).
       01 fd-copia-controle.
          05 filler                                pic x(01).
          05 fd-cop-arquivo                        pic x(40).
          05 fd-cop-data                           pic 9(08).
          05 fd-cop-hora                           pic 9(06).
          05 fd-cop-qtde                           pic 9(08).
          05 fd-cop-total                          pic s9(12)v9 sign leading separate.
          05 fd-cop-ausente                        pic x(01).

       fd arqCatalogo.
       01 fd-catalogo.
          05 fd-cat-geracao                        pic 9(02).
          05 fd-cat-data                           pic 9(08).
          05 fd-cat-hora                           pic 9(06).
      *>    situacao da geracao: I = copia iniciada e nao terminada
      *>    (nao serve p/ restaurar), C = completa
          05 fd-cat-situacao                       pic x(01).
          05 fd-cat-arquivo occurs 6 times.
             10 fd-cat-qtde                        pic 9(08).
             10 fd-cat-total                       pic s9(12)v9 sign leading separate.
             10 fd-cat-ausente                     pic x(01).

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

       fd arqControle.
       01 fd-controle.
          05 fd-ctl-passo                          pic 9(02).
          05 fd-ctl-programa                       pic x(25).
          05 fd-ctl-arquivo                        pic x(30).
          05 fd-ctl-situacao                       pic x(01).
          05 fd-ctl-data-inicio                    pic 9(08).
          05 fd-ctl-hora-inicio                    pic 9(06).
          05 fd-ctl-data-fim                       pic 9(08).
          05 fd-ctl-hora-fim                       pic 9(06).

      *>----Variaveis de trabalho
       working-storage section.
       77  ws-fs-arqTemperaturas                   pic 9(02).
       77  ws-fs-arqDiario                         pic 9(02).
       77  ws-fs-arqEstatisticas                   pic 9(02).
       77  ws-fs-arqEstacoes                       pic 9(02).
       77  ws-fs-arqOperadores                     pic 9(02).
       77  ws-fs-arqNormais                        pic 9(02).
       77  ws-fs-arqCopia                          pic 9(02).
       77  ws-fs-arqCatalogo                       pic 9(02).
       77  ws-fs-arqAuditoria                      pic 9(02).
       77  ws-fs-arqCargas                         pic 9(02).
       77  ws-fs-arqControle                       pic 9(02).

       01 ws-uso-comum.
          05 ws-confirma                           pic x(01).
          05 ws-msn-erro.
             10 ws-msn-erro-ofsset                 pic 9(04).
             10 filler                             pic x(01) value "-".
             10 ws-msn-erro-cod                    pic 9(02).
             10 filler                             pic x(01) value space.
             10 ws-msn-erro-text                   pic x(42).

      *>    nomes dos seis indexados, na ordem das copias
       01 ws-arquivos.
          05 filler                                pic x(40) value "arqTemperaturas.dat".
          05 filler                                pic x(40) value "arqTemperaturas-diario.dat".
          05 filler                                pic x(40) value "arqTemperaturas-estatisticas.dat".
          05 filler                                pic x(40) value "arqEstacoes.dat".
          05 filler                                pic x(40) value "arqOperadores.dat".
          05 filler                                pic x(40) value "arqTemperaturas-normais.dat".
       01 ws-arquivos-tab redefines ws-arquivos.
          05 ws-arq-nome occurs 6 times            pic x(40).
       77  ws-qtde-arquivos                        pic 9(02) value 6.

      *>    catalogo carregado (mesmas sete geracoes de salvaTemperaturas)
       77  ws-qtde-geracoes                        pic 9(02) value 7.
       01 ws-copias.
          05 ws-copia occurs 7 times.
             10 ws-cop-data                        pic 9(08).
             10 ws-cop-hora                        pic 9(06).
             10 ws-cop-situacao                    pic x(01).
             10 ws-cop-arquivo occurs 6 times.
                15 ws-cop-qtde                     pic 9(08).
                15 ws-cop-total                    pic s9(12)v9.
                15 ws-cop-ausente                  pic x(01).

       01 indices.
          05 ws-ind-geracao                        pic 9(02).
          05 ws-ind-arquivo                        pic 9(02).
          05 ws-ind-carga                          pic 9(04).
          05 ws-ind-passo                          pic 9(02).

      *>    geracao escolhida pelo operador e o momento da copia
       77  ws-geracao                              pic 9(02).
       77  ws-momento-copia                        pic 9(14).
       77  ws-momento-carga                        pic 9(14).

      *>    nome fisico da copia do arquivo corrente (assign dinamico)
       77  ws-nome-copia                           pic x(60).

      *>    conferencia da copia corrente: divergencia encerra
       77  ws-fs-indexado                          pic 9(02).
       77  ws-valor-controle                       pic s9(12)v9.
       77  ws-qtde-registros                       pic 9(08).
       77  ws-total-controle                       pic s9(12)v9.
       77  ws-achou-cabecalho                      pic x(01).
       77  ws-achou-trailer                        pic x(01).
       77  ws-copia-ok                             pic x(01).
       77  ws-motivo-divergencia                   pic x(40).

      *>    quantidade regravada em cada indexado restaurado
       01 ws-restaurados.
          05 ws-qtde-restaurados occurs 6 times    pic 9(08).

      *>    registro de cargas carregado p/ a memoria
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
       77  ws-qtde-cargas-estornadas               pic 9(04).

      *>    controle da cadeia carregado p/ a memoria
       77  ws-qtde-controle                        pic 9(02).
       01 ws-controles occurs 1 to 20 times
                       depending on ws-qtde-controle.
          05 ws-ctl-passo                          pic 9(02).
          05 ws-ctl-programa                       pic x(25).
          05 ws-ctl-arquivo                        pic x(30).
          05 ws-ctl-situacao                       pic x(01).
          05 ws-ctl-data-inicio                    pic 9(08).
          05 ws-ctl-hora-inicio                    pic 9(06).
          05 ws-ctl-data-fim                       pic 9(08).
          05 ws-ctl-hora-fim                       pic 9(06).
       77  ws-existe-controle                      pic x(01).

      *>    identificacao do operador conferida na entrada do programa
       77  ws-operador                             pic x(08).
       77  ws-senha-informada                      pic x(08).
       77  ws-motivo-recusa                        pic x(40).
       77  ws-data-sistema                         pic 9(08).
       01 ws-hora-sistema.
          05 ws-hora-hhmmss                        pic 9(06).
          05 filler                                pic 9(02).

      *>    data da copia decomposta p/ a chave da auditoria
       01 ws-data-copia.
          05 ws-data-copia-ano                     pic 9(04).
          05 ws-data-copia-mes                     pic 9(02).
          05 ws-data-copia-dia                     pic 9(02).

      *>    linha da lista de geracoes e do resumo final
       01 ws-linha-geracao.
          05 filler                                pic x(09) value "Geracao ".
          05 ws-lin-geracao                        pic 9(02).
          05 filler                                pic x(03) value " - ".
          05 ws-lin-data                           pic 9(08).
          05 filler                                pic x(01) value space.
          05 ws-lin-hora                           pic 9(06).
          05 filler                                pic x(01) value space.
          05 ws-lin-situacao                       pic x(20).
       01 ws-linha-resumo.
          05 ws-res-arquivo                        pic x(34).
          05 ws-res-qtde                           pic zz.zzz.zz9.
          05 filler                                pic x(02) value spaces.
          05 ws-res-total                          pic -zzz.zzz.zzz.zz9,9.
          05 filler                                pic x(01) value space.
          05 ws-res-ausente                        pic x(08).

      *>----Variaveis para comunicação entre programas
       linkage section.

      *>----Declaração de tela
       screen section.

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform escolher-geracao.
           perform varying ws-ind-arquivo from 1 by 1 until
                                               ws-ind-arquivo > ws-qtde-arquivos
               perform conferir-copia
           end-perform
           perform confirmar-restauracao.
           perform varying ws-ind-arquivo from 1 by 1 until
                                               ws-ind-arquivo > ws-qtde-arquivos
               perform restaurar-arquivo
           end-perform
           perform estornar-cargas-posteriores.
           perform reabrir-cadeia.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização - identificacao do operador
      *>  (so administracao restaura) e carga do catalogo
      *>------------------------------------------------------------------------
       inicializa section.

           display erase
           display "Restauracao dos arquivos indexados a partir de copia"

      *>    em extend: a trilha de auditoria so cresce, nunca e reescrita
      *>    (e nao faz parte da copia - sobrevive a restauracao)
           open extend arqAuditoria.
           if ws-fs-arqAuditoria <> 0 then
               move 1                                          to ws-msn-erro-ofsset
               move ws-fs-arqAuditoria                         to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTemperaturas-audit " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>    sem o cadastro de operadores ninguem entra; com ele perdido,
      *>    restaurar antes so o cadastro de operadores nao e possivel
      *>    por aqui - recadastrar em manutencaoOperadores
           open input arqOperadores.
           if ws-fs-arqOperadores <> 0 then
               move 2                                     to ws-msn-erro-ofsset
               move ws-fs-arqOperadores                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqOperadores "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform identificar-operador

      *>    o cadastro de operadores tambem e restaurado: fecha aqui
           close arqOperadores.
           if ws-fs-arqOperadores <> 0 then
               move 3                                     to ws-msn-erro-ofsset
               move ws-fs-arqOperadores                   to ws-msn-erro-cod
               move "Erro ao fechar arq. arqOperadores "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform varying ws-ind-geracao from 1 by 1 until
                                               ws-ind-geracao > ws-qtde-geracoes
               move 0   to ws-cop-data(ws-ind-geracao)
               move 0   to ws-cop-hora(ws-ind-geracao)
               move " " to ws-cop-situacao(ws-ind-geracao)
           end-perform

           open input arqCatalogo.
           if  ws-fs-arqCatalogo <> 0
           and ws-fs-arqCatalogo <> 05 then
               move 4                                          to ws-msn-erro-ofsset
               move ws-fs-arqCatalogo                          to ws-msn-erro-cod
               move "Erro ao abrir arqTemperaturas-copias "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqCatalogo = 10
               read arqCatalogo
               if  ws-fs-arqCatalogo <> 0
               and ws-fs-arqCatalogo <> 10 then
                   move 5                                          to ws-msn-erro-ofsset
                   move ws-fs-arqCatalogo                          to ws-msn-erro-cod
                   move "Erro ao ler arqTemperaturas-copias "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if  ws-fs-arqCatalogo = 0
               and fd-cat-geracao >= 1
               and fd-cat-geracao <= ws-qtde-geracoes then
                   move fd-cat-geracao  to ws-ind-geracao
                   move fd-cat-data     to ws-cop-data(ws-ind-geracao)
                   move fd-cat-hora     to ws-cop-hora(ws-ind-geracao)
                   move fd-cat-situacao to ws-cop-situacao(ws-ind-geracao)
                   perform varying ws-ind-arquivo from 1 by 1 until
                                                       ws-ind-arquivo > ws-qtde-arquivos
                       move fd-cat-qtde(ws-ind-arquivo)    to ws-cop-qtde(ws-ind-geracao, ws-ind-arquivo)
                       move fd-cat-total(ws-ind-arquivo)   to ws-cop-total(ws-ind-geracao, ws-ind-arquivo)
                       move fd-cat-ausente(ws-ind-arquivo) to ws-cop-ausente(ws-ind-geracao, ws-ind-arquivo)
                   end-perform
               end-if
           end-perform

           close arqCatalogo.
           if ws-fs-arqCatalogo <> 0 then
               move 6                                          to ws-msn-erro-ofsset
               move ws-fs-arqCatalogo                          to ws-msn-erro-cod
               move "Erro ao fechar arqTemperaturas-copias "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Identificacao do operador: precisa existir em arqOperadores,
      *>  estar ativo, acertar a senha e ter perfil de administracao -
      *>  toda recusa fica na trilha de auditoria com operacao "N" e
      *>  encerra o programa
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

           if fd-oper-perfil <> "A" then
               move "Perfil sem autorizacao p/ restauracao" to ws-motivo-recusa
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
               move 7                                           to ws-msn-erro-ofsset
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
      *>  Lista as geracoes do catalogo e pede a escolhida; so uma copia
      *>  completa (situacao C) pode ser restaurada
      *>------------------------------------------------------------------------
       escolher-geracao section.

           display "Copias de seguranca em arqTemperaturas-copias.dat"
           perform varying ws-ind-geracao from 1 by 1 until
                                               ws-ind-geracao > ws-qtde-geracoes
               if ws-cop-data(ws-ind-geracao) <> 0 then
                   move ws-ind-geracao              to ws-lin-geracao
                   move ws-cop-data(ws-ind-geracao) to ws-lin-data
                   move ws-cop-hora(ws-ind-geracao) to ws-lin-hora
                   if ws-cop-situacao(ws-ind-geracao) = "C" then
                       move "completa"             to ws-lin-situacao
                   else
                       move "incompleta"           to ws-lin-situacao
                   end-if
                   display ws-linha-geracao
               end-if
           end-perform

           display "Geracao a restaurar: "
           accept ws-geracao

           if ws-geracao < 1
           or ws-geracao > ws-qtde-geracoes then
               display "Geracao fora do rodizio de copias"
               perform finaliza-anormal-sem-restaurar
           end-if

           if ws-cop-data(ws-geracao) = 0 then
               display "Geracao sem copia gravada"
               perform finaliza-anormal-sem-restaurar
           end-if

           if ws-cop-situacao(ws-geracao) <> "C" then
               display "Copia incompleta: a salvaTemperaturas nao terminou"
               perform finaliza-anormal-sem-restaurar
           end-if

           compute ws-momento-copia = ws-cop-data(ws-geracao) * 1000000
                                    + ws-cop-hora(ws-geracao)

           .
       escolher-geracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere a copia do indexado corrente (ws-ind-arquivo) sem
      *>  restaurar nada: cabecalho da mesma geracao, quantidade e total
      *>  dos detalhes iguais ao trailer e ao catalogo
      *>------------------------------------------------------------------------
       conferir-copia section.

           perform montar-nome-copia

           open input arqCopia.
           if ws-fs-arqCopia <> 0 then
               display ws-nome-copia
               move 8                                          to ws-msn-erro-ofsset
               move ws-fs-arqCopia                             to ws-msn-erro-cod
               move "Erro ao abrir o arquivo de copia "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move 0      to ws-qtde-registros
           move 0      to ws-total-controle
           move "N"    to ws-achou-cabecalho
           move "N"    to ws-achou-trailer
           move "S"    to ws-copia-ok
           move spaces to ws-motivo-divergencia

           perform until ws-fs-arqCopia = 10
               read arqCopia
               if  ws-fs-arqCopia <> 0
               and ws-fs-arqCopia <> 10 then
                   display ws-nome-copia
                   move 9                                          to ws-msn-erro-ofsset
                   move ws-fs-arqCopia                             to ws-msn-erro-cod
                   move "Erro ao ler o arquivo de copia "          to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqCopia = 0 then
                   evaluate fd-cop-tipo
                       when "C"
                           move "S" to ws-achou-cabecalho
                           if fd-cop-arquivo <> ws-arq-nome(ws-ind-arquivo)
                           or fd-cop-data    <> ws-cop-data(ws-geracao)
                           or fd-cop-hora    <> ws-cop-hora(ws-geracao) then
                               move "N" to ws-copia-ok
                               move "Cabecalho de outro arquivo ou geracao" to ws-motivo-divergencia
                           end-if
                       when "D"
                           perform valor-controle-copia
                           add 1                 to ws-qtde-registros
                           add ws-valor-controle to ws-total-controle
                       when "T"
                           move "S" to ws-achou-trailer
                           if fd-cop-qtde  <> ws-qtde-registros
                           or fd-cop-total <> ws-total-controle then
                               move "N" to ws-copia-ok
                               move "Detalhes nao conferem com o trailer" to ws-motivo-divergencia
                           end-if
                           if fd-cop-qtde    <> ws-cop-qtde(ws-geracao, ws-ind-arquivo)
                           or fd-cop-total   <> ws-cop-total(ws-geracao, ws-ind-arquivo)
                           or fd-cop-ausente <> ws-cop-ausente(ws-geracao, ws-ind-arquivo) then
                               move "N" to ws-copia-ok
                               move "Trailer nao confere com o catalogo" to ws-motivo-divergencia
                           end-if
                       when other
                           move "N" to ws-copia-ok
                           move "Registro de tipo desconhecido" to ws-motivo-divergencia
                   end-evaluate
               end-if
           end-perform

           close arqCopia.
           if ws-fs-arqCopia <> 0 then
               move 10                                         to ws-msn-erro-ofsset
               move ws-fs-arqCopia                             to ws-msn-erro-cod
               move "Erro ao fechar o arquivo de copia "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-achou-cabecalho = "N"
           or ws-achou-trailer   = "N" then
               move "N" to ws-copia-ok
               move "Copia sem cabecalho ou sem trailer" to ws-motivo-divergencia
           end-if

           if ws-copia-ok = "N" then
               display ws-nome-copia
               display ws-motivo-divergencia
               display "Copia invalida: nenhum arquivo foi restaurado"
               perform finaliza-anormal-sem-restaurar
           end-if

           .
       conferir-copia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Monta o nome da copia do indexado corrente na geracao escolhida
      *>------------------------------------------------------------------------
       montar-nome-copia section.

           move spaces to ws-nome-copia
           string "arqCopia-"                  delimited by size
                  ws-geracao                   delimited by size
                  "-"                          delimited by size
                  ws-arq-nome(ws-ind-arquivo)  delimited by space
                  into ws-nome-copia

           .
       montar-nome-copia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Campo do total de controle do registro D corrente (o mesmo
      *>  somado por salvaTemperaturas); a imagem vai p/ o registro do
      *>  indexado correspondente
      *>------------------------------------------------------------------------
       valor-controle-copia section.

           move 0 to ws-valor-controle
           evaluate ws-ind-arquivo
               when 1
                   move fd-cop-imagem to fd-temperaturas
                   move fd-temp       to ws-valor-controle
               when 2
                   move fd-cop-imagem to fd-diario
                   move fd-temp-media to ws-valor-controle
               when 3
                   move fd-cop-imagem to fd-estatisticas
                   move fd-stat-qtde  to ws-valor-controle
               when 4
                   move fd-cop-imagem to fd-estacoes
                   move fd-est-id     to ws-valor-controle
               when 5
                   move fd-cop-imagem to fd-operadores
               when 6
                   move fd-cop-imagem to fd-normais
                   move fd-norm-media to ws-valor-controle
           end-evaluate

           .
       valor-controle-copia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Mostra a geracao conferida e pede a confirmacao: daqui em
      *>  diante os indexados atuais sao substituidos
      *>------------------------------------------------------------------------
       confirmar-restauracao section.

           display "Copias conferidas - geracao " ws-geracao " de "
                   ws-cop-data(ws-geracao) " " ws-cop-hora(ws-geracao)
           perform varying ws-ind-arquivo from 1 by 1 until
                                               ws-ind-arquivo > ws-qtde-arquivos
               move ws-arq-nome(ws-ind-arquivo)              to ws-res-arquivo
               move ws-cop-qtde(ws-geracao, ws-ind-arquivo)  to ws-res-qtde
               move ws-cop-total(ws-geracao, ws-ind-arquivo) to ws-res-total
               if ws-cop-ausente(ws-geracao, ws-ind-arquivo) = "S" then
                   move "ausente" to ws-res-ausente
               else
                   move spaces    to ws-res-ausente
               end-if
               display ws-linha-resumo
           end-perform

           display "Os arquivos atuais serao substituidos. Confirma (S/N)? "
           accept ws-confirma

           if ws-confirma <> "S"
           and ws-confirma <> "s" then
               display "Restauracao cancelada"
               perform finaliza-anormal-sem-restaurar
           end-if

           .
       confirmar-restauracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Recria o indexado corrente a partir da copia (em ordem de
      *>  chave) e confere a quantidade regravada com o catalogo; copia
      *>  de arquivo ausente recria o indexado vazio
      *>------------------------------------------------------------------------
       restaurar-arquivo section.

           perform montar-nome-copia

           open input arqCopia.
           if ws-fs-arqCopia <> 0 then
               display ws-nome-copia
               move 11                                         to ws-msn-erro-ofsset
               move ws-fs-arqCopia                             to ws-msn-erro-cod
               move "Erro ao abrir o arquivo de copia "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           evaluate ws-ind-arquivo
               when 1
                   open output arqTemperaturas
                   move ws-fs-arqTemperaturas to ws-fs-indexado
               when 2
                   open output arqDiario
                   move ws-fs-arqDiario to ws-fs-indexado
               when 3
                   open output arqEstatisticas
                   move ws-fs-arqEstatisticas to ws-fs-indexado
               when 4
                   open output arqEstacoes
                   move ws-fs-arqEstacoes to ws-fs-indexado
               when 5
                   open output arqOperadores
                   move ws-fs-arqOperadores to ws-fs-indexado
               when 6
                   open output arqNormais
                   move ws-fs-arqNormais to ws-fs-indexado
           end-evaluate

           if ws-fs-indexado <> 0 then
               display ws-arq-nome(ws-ind-arquivo)
               move 12                                         to ws-msn-erro-ofsset
               move ws-fs-indexado                             to ws-msn-erro-cod
               move "Erro ao recriar o arquivo indexado "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move 0 to ws-qtde-restaurados(ws-ind-arquivo)
           perform until ws-fs-arqCopia = 10
               read arqCopia
               if  ws-fs-arqCopia <> 0
               and ws-fs-arqCopia <> 10 then
                   display ws-nome-copia
                   move 13                                         to ws-msn-erro-ofsset
                   move ws-fs-arqCopia                             to ws-msn-erro-cod
                   move "Erro ao ler o arquivo de copia "          to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if  ws-fs-arqCopia = 0
               and fd-cop-tipo    = "D" then
                   perform gravar-indexado
                   add 1 to ws-qtde-restaurados(ws-ind-arquivo)
               end-if
           end-perform

           close arqCopia.
           if ws-fs-arqCopia <> 0 then
               move 14                                         to ws-msn-erro-ofsset
               move ws-fs-arqCopia                             to ws-msn-erro-cod
               move "Erro ao fechar o arquivo de copia "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           evaluate ws-ind-arquivo
               when 1
                   close arqTemperaturas
                   move ws-fs-arqTemperaturas to ws-fs-indexado
               when 2
                   close arqDiario
                   move ws-fs-arqDiario to ws-fs-indexado
               when 3
                   close arqEstatisticas
                   move ws-fs-arqEstatisticas to ws-fs-indexado
               when 4
                   close arqEstacoes
                   move ws-fs-arqEstacoes to ws-fs-indexado
               when 5
                   close arqOperadores
                   move ws-fs-arqOperadores to ws-fs-indexado
               when 6
                   close arqNormais
                   move ws-fs-arqNormais to ws-fs-indexado
           end-evaluate

           if ws-fs-indexado <> 0 then
               display ws-arq-nome(ws-ind-arquivo)
               move 15                                         to ws-msn-erro-ofsset
               move ws-fs-indexado                             to ws-msn-erro-cod
               move "Erro ao fechar o arquivo indexado "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>    a copia ja foi conferida; aqui confere o que foi regravado
           if ws-qtde-restaurados(ws-ind-arquivo) <> ws-cop-qtde(ws-geracao, ws-ind-arquivo) then
               display ws-arq-nome(ws-ind-arquivo)
               display "ATENCAO: quantidade restaurada nao confere com a copia"
               move 16                                         to ws-msn-erro-ofsset
               move 0                                          to ws-msn-erro-cod
               move "Restauracao incompleta - repetir "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       restaurar-arquivo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava no indexado corrente o registro D lido da copia
      *>------------------------------------------------------------------------
       gravar-indexado section.

           evaluate ws-ind-arquivo
               when 1
                   move fd-cop-imagem to fd-temperaturas
                   write fd-temperaturas
                   move ws-fs-arqTemperaturas to ws-fs-indexado
               when 2
                   move fd-cop-imagem to fd-diario
                   write fd-diario
                   move ws-fs-arqDiario to ws-fs-indexado
               when 3
                   move fd-cop-imagem to fd-estatisticas
                   write fd-estatisticas
                   move ws-fs-arqEstatisticas to ws-fs-indexado
               when 4
                   move fd-cop-imagem to fd-estacoes
                   write fd-estacoes
                   move ws-fs-arqEstacoes to ws-fs-indexado
               when 5
                   move fd-cop-imagem to fd-operadores
                   write fd-operadores
                   move ws-fs-arqOperadores to ws-fs-indexado
               when 6
                   move fd-cop-imagem to fd-normais
                   write fd-normais
                   move ws-fs-arqNormais to ws-fs-indexado
           end-evaluate

           if ws-fs-indexado <> 0 then
               display ws-arq-nome(ws-ind-arquivo)
               move 17                                         to ws-msn-erro-ofsset
               move ws-fs-indexado                             to ws-msn-erro-cod
               move "Erro ao gravar o arquivo indexado "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-indexado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Cargas aplicadas depois da copia ficaram desfeitas com a
      *>  restauracao: sao marcadas como estornadas no registro de
      *>  cargas, senao cargaTemperaturas recusaria o mesmo arquivo como
      *>  ja aplicado
      *>------------------------------------------------------------------------
       estornar-cargas-posteriores section.

           move 0 to ws-qtde-cargas-estornadas

           open input arqCargas.
           if  ws-fs-arqCargas <> 0
           and ws-fs-arqCargas <> 05 then
               move 18                                         to ws-msn-erro-ofsset
               move ws-fs-arqCargas                            to ws-msn-erro-cod
               move "Erro ao abrir arqTemperaturas-cargas "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move 0 to ws-qtde-cargas
           perform until ws-fs-arqCargas = 10
               read arqCargas
               if  ws-fs-arqCargas <> 0
               and ws-fs-arqCargas <> 10 then
                   move 19                                      to ws-msn-erro-ofsset
                   move ws-fs-arqCargas                         to ws-msn-erro-cod
                   move "Erro ao ler arqTemperaturas-cargas "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqCargas = 0 then
      *>           ws-cargas so tem espaco p/ 5000 cargas - estourar o
      *>           limite descartaria o restante do registro na regravacao
                   if ws-qtde-cargas >= 5000 then
                       move 20                                      to ws-msn-erro-ofsset
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
               move 21                                         to ws-msn-erro-ofsset
               move ws-fs-arqCargas                            to ws-msn-erro-cod
               move "Erro ao fechar arqTemperaturas-cargas "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           accept ws-data-sistema from date yyyymmdd

           perform varying ws-ind-carga from 1 by 1 until
                                               ws-ind-carga > ws-qtde-cargas
               compute ws-momento-carga = ws-carga-data(ws-ind-carga) * 1000000
                                        + ws-carga-hora(ws-ind-carga)
               if  ws-carga-situacao(ws-ind-carga) = "A"
               and ws-momento-carga > ws-momento-copia then
                   move "E"             to ws-carga-situacao(ws-ind-carga)
                   move ws-data-sistema to ws-carga-data-estorno(ws-ind-carga)
                   move ws-operador     to ws-carga-operador-estorno(ws-ind-carga)
                   add 1 to ws-qtde-cargas-estornadas
                   display "Carga " ws-carga-numero(ws-ind-carga)
                           " posterior a copia - marcada como estornada"
               end-if
           end-perform

           if ws-qtde-cargas-estornadas > 0 then
               open output arqCargas
               if ws-fs-arqCargas <> 0 then
                   move 22                                         to ws-msn-erro-ofsset
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
                       move 23                                      to ws-msn-erro-ofsset
                       move ws-fs-arqCargas                         to ws-msn-erro-cod
                       move "Erro ao gravar arqTemperaturas-cargas " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-perform

               close arqCargas
               if ws-fs-arqCargas <> 0 then
                   move 24                                         to ws-msn-erro-ofsset
                   move ws-fs-arqCargas                            to ws-msn-erro-cod
                   move "Erro ao fechar arqTemperaturas-cargas "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       estornar-cargas-posteriores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Controle da cadeia: os passos posteriores a copia (a copia,
      *>  salvaTemperaturas, e o passo 1) voltam a pendentes, p/ a
      *>  reexecucao de cadeiaTemperaturas retomar na carga sobre o
      *>  estado restaurado; sem controle gravado nao ha o que reabrir
      *>------------------------------------------------------------------------
       reabrir-cadeia section.

           move "S" to ws-existe-controle
           move 0   to ws-qtde-controle

           open input arqControle.
           if ws-fs-arqControle = 05 then
               move "N" to ws-existe-controle
           else
           if ws-fs-arqControle <> 0 then
               move 25                                         to ws-msn-erro-ofsset
               move ws-fs-arqControle                          to ws-msn-erro-cod
               move "Erro ao abrir arqTemperaturas-controle"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           end-if

           perform until ws-fs-arqControle = 10
                      or ws-existe-controle = "N"
               read arqControle
               if  ws-fs-arqControle <> 0
               and ws-fs-arqControle <> 10 then
                   move 26                                         to ws-msn-erro-ofsset
                   move ws-fs-arqControle                          to ws-msn-erro-cod
                   move "Erro ao ler arqTemperaturas-controle"     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if  ws-fs-arqControle = 0
               and ws-qtde-controle < 20 then
                   add 1 to ws-qtde-controle
                   move fd-ctl-passo       to ws-ctl-passo(ws-qtde-controle)
                   move fd-ctl-programa    to ws-ctl-programa(ws-qtde-controle)
                   move fd-ctl-arquivo     to ws-ctl-arquivo(ws-qtde-controle)
                   move fd-ctl-situacao    to ws-ctl-situacao(ws-qtde-controle)
                   move fd-ctl-data-inicio to ws-ctl-data-inicio(ws-qtde-controle)
                   move fd-ctl-hora-inicio to ws-ctl-hora-inicio(ws-qtde-controle)
                   move fd-ctl-data-fim    to ws-ctl-data-fim(ws-qtde-controle)
                   move fd-ctl-hora-fim    to ws-ctl-hora-fim(ws-qtde-controle)
               end-if
           end-perform

           close arqControle.
           if ws-fs-arqControle <> 0 then
               move 27                                         to ws-msn-erro-ofsset
               move ws-fs-arqControle                          to ws-msn-erro-cod
               move "Erro ao fechar arqTemperaturas-controle"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-qtde-controle > 0 then
               perform varying ws-ind-passo from 1 by 1 until
                                                   ws-ind-passo > ws-qtde-controle
                   if ws-ctl-passo(ws-ind-passo) > 1 then
                       move "P" to ws-ctl-situacao(ws-ind-passo)
                       move 0   to ws-ctl-data-inicio(ws-ind-passo)
                       move 0   to ws-ctl-hora-inicio(ws-ind-passo)
                       move 0   to ws-ctl-data-fim(ws-ind-passo)
                       move 0   to ws-ctl-hora-fim(ws-ind-passo)
                   end-if
               end-perform

               open output arqControle
               if ws-fs-arqControle <> 0 then
                   move 28                                         to ws-msn-erro-ofsset
                   move ws-fs-arqControle                          to ws-msn-erro-cod
                   move "Erro ao reabrir arqTemperaturas-controle" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform varying ws-ind-passo from 1 by 1 until
                                                   ws-ind-passo > ws-qtde-controle
                   move ws-ctl-passo(ws-ind-passo)       to fd-ctl-passo
                   move ws-ctl-programa(ws-ind-passo)    to fd-ctl-programa
                   move ws-ctl-arquivo(ws-ind-passo)     to fd-ctl-arquivo
                   move ws-ctl-situacao(ws-ind-passo)    to fd-ctl-situacao
                   move ws-ctl-data-inicio(ws-ind-passo) to fd-ctl-data-inicio
                   move ws-ctl-hora-inicio(ws-ind-passo) to fd-ctl-hora-inicio
                   move ws-ctl-data-fim(ws-ind-passo)    to fd-ctl-data-fim
                   move ws-ctl-hora-fim(ws-ind-passo)    to fd-ctl-hora-fim

                   write fd-controle
                   if ws-fs-arqControle <> 0 then
                       move 29                                         to ws-msn-erro-ofsset
                       move ws-fs-arqControle                          to ws-msn-erro-cod
                       move "Erro ao gravar arqTemperaturas-controle"  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-perform

               close arqControle
               if ws-fs-arqControle <> 0 then
                   move 30                                         to ws-msn-erro-ofsset
                   move ws-fs-arqControle                          to ws-msn-erro-cod
                   move "Erro ao fechar arqTemperaturas-controle"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       reabrir-cadeia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Encerramento antes de qualquer arquivo indexado ser tocado
      *>------------------------------------------------------------------------
       finaliza-anormal-sem-restaurar section.

           close arqAuditoria.
           display "Nenhum arquivo foi restaurado"
           Stop run
           .
       finaliza-anormal-sem-restaurar-exit.
           exit.

       finaliza-anormal section.
           display ws-msn-erro.
           Stop run
           .
       finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização - registra a restauracao na trilha de auditoria e
      *>  mostra o resumo p/ conferencia do operador
      *>------------------------------------------------------------------------
       finaliza section.

           accept ws-data-sistema from date yyyymmdd
           accept ws-hora-sistema from time

           move ws-cop-data(ws-geracao) to ws-data-copia

           move ws-data-sistema   to fd-aud-data
           move ws-hora-hhmmss    to fd-aud-hora
           move ws-operador       to fd-aud-operador
           move "R"               to fd-aud-operacao
           move ws-data-copia-ano to fd-aud-ano
           move ws-data-copia-mes to fd-aud-mes
           move ws-data-copia-dia to fd-aud-dia
           move 0                 to fd-aud-estacao
           move 0                 to fd-aud-hora-leitura
           move spaces            to fd-aud-temp-antes
           move spaces            to fd-aud-temp-depois

           write fd-auditoria.
           if ws-fs-arqAuditoria <> 0 then
               move 31                                          to ws-msn-erro-ofsset
               move ws-fs-arqAuditoria                          to ws-msn-erro-cod
               move "Erro ao gravar arqTemperaturas-auditoria " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqAuditoria.
           if ws-fs-arqAuditoria <> 0 then
               move 32                                          to ws-msn-erro-ofsset
               move ws-fs-arqAuditoria                          to ws-msn-erro-cod
               move "Erro ao fechar arqTemperaturas-auditoria " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Resumo da restauracao - geracao " ws-geracao
           perform varying ws-ind-arquivo from 1 by 1 until
                                               ws-ind-arquivo > ws-qtde-arquivos
               move ws-arq-nome(ws-ind-arquivo)              to ws-res-arquivo
               move ws-qtde-restaurados(ws-ind-arquivo)      to ws-res-qtde
               move ws-cop-total(ws-geracao, ws-ind-arquivo) to ws-res-total
               move spaces                                   to ws-res-ausente
               display ws-linha-resumo
           end-perform
           display "Cargas posteriores a copia estornadas: " ws-qtde-cargas-estornadas
           if ws-qtde-controle > 0 then
               display "Cadeia reaberta: cadeiaTemperaturas retoma na carga"
           end-if

           Stop run
           .
       finaliza-exit.
           exit.
