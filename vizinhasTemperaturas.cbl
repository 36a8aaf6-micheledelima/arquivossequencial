      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "vizinhasTemperaturas".
       author. "Michele de Lima".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Comparacao de cada estacao com as vizinhas do mesmo grupo/regiao
      *>climatica (fd-est-grupo, preenchido em manutencaoEstacoes): le
      *>arqTemperaturas-diario.dat dia a dia e, p/ cada grupo com pelo
      *>menos tres estacoes com resumo no dia, calcula a mediana da
      *>minima, da maxima e da media do grupo. A estacao cujo valor se
      *>afasta da mediana alem da tolerancia informada sai no relatorio
      *>com o valor, a mediana e o desvio. Alem do desvio isolado, o
      *>programa acompanha o desvio da media diaria de cada estacao e
      *>lista o vies persistente: uma sequencia de dias consecutivos de
      *>calendario em que a estacao ficou sempre acima (ou sempre
      *>abaixo) da mediana do grupo por mais que o desvio minimo
      *>informado - sinal tipico de sensor descalibrado ou abrigo mal
      *>instalado, que a faixa plausivel da carga nao pega. Sai em
      *>arqTemperaturas-vizinhas.dat. Estacao sem grupo fica de fora.
      *>Estacao externa do servico meteorologico nacional (origem E,
      *>carregada por importaNacional) entra na mediana do grupo como
      *>ponto de referencia, mas nao e ela mesma conferida - desvio e
      *>vies so sao apontados p/ as estacoes da rede propria.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.
      *>   Cadastro de estacoes: grupo/regiao de cada estacao
           select arqEstacoes assign to "arqEstacoes.dat"
           organization is indexed
           access mode is sequential
           record key is fd-est-id
           lock mode is automatic
           file status is ws-fs-arqEstacoes.

      *>   Consolidado diario (gerado por resumoTemperaturas)
           select arqDiario assign to "arqTemperaturas-diario.dat"
           organization is indexed
           access mode is sequential
           record key is fd-diario-chave
           lock mode is automatic
           file status is ws-fs-arqDiario.

           select arqVizinhas assign to "arqTemperaturas-vizinhas.dat"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqVizinhas.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
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

       fd arqVizinhas.
       01 fd-linha-vizinhas                        pic x(100).

      *>----Variaveis de trabalho
       working-storage section.
       77  ws-fs-arqEstacoes                       pic 9(02).
       77  ws-fs-arqDiario                         pic 9(02).
       77  ws-fs-arqVizinhas                       pic 9(02).

      *>    parametros informados pelo operador (zero = valor padrao)
       77  ws-tolerancia                           pic 9(02)v9.
       77  ws-desvio-vies                          pic 9(02)v9.
       77  ws-dias-vies                            pic 9(03).
       77  ws-tolerancia-padrao                    pic 9(02)v9 value 3.
       77  ws-desvio-vies-padrao                   pic 9(02)v9 value 0,5.
       77  ws-dias-vies-padrao                     pic 9(03) value 10.

      *>    grupo com menos estacoes que isto no dia nao tem mediana
       77  ws-minimo-estacoes-grupo                pic 9(02) value 3.

      *>    grupo de cada estacao do cadastro (indexado direto pelo id
      *>    de 2 digitos)
       01 ws-grupos.
          05 ws-grupo-estacao occurs 99 times      pic x(04).

      *>    origem de cada estacao do cadastro (E = externa, so
      *>    referencia da mediana)
       01 ws-origens.
          05 ws-origem-estacao occurs 99 times     pic x(01).

      *>    resumos do dia corrente das estacoes com grupo
       01 ws-dia-corrente.
          05 ws-dc-ano                             pic 9(04).
          05 ws-dc-mes                             pic 9(02).
          05 ws-dc-dia                             pic 9(02).
       01 ws-dia-corrente-num redefines ws-dia-corrente pic 9(08).
       77  ws-qtde-dia                             pic 9(02).
       01 ws-dia-estacoes occurs 1 to 99 times
                          depending on ws-qtde-dia.
          05 ws-de-estacao                         pic 9(02).
          05 ws-de-grupo                           pic x(04).
          05 ws-de-minima                          pic s9(02)v9.
          05 ws-de-maxima                          pic s9(02)v9.
          05 ws-de-media                           pic s9(02)v9.
          05 ws-de-feito                           pic x(01).

      *>    estacoes do grupo em comparacao (posicao em ws-dia-estacoes)
      *>    e valores de uma medida p/ a mediana
       77  ws-qtde-membros                         pic 9(02).
       01 ws-membros.
          05 ws-membro occurs 99 times             pic 9(02).
       77  ws-qtde-valores                         pic 9(02).
       01 ws-valores.
          05 ws-valor occurs 99 times              pic s9(02)v9.
       77  ws-valor-troca                          pic s9(02)v9.
       77  ws-mediana                              pic s9(02)v9.
       77  ws-mediana-minima                       pic s9(02)v9.
       77  ws-mediana-maxima                       pic s9(02)v9.
       77  ws-mediana-media                        pic s9(02)v9.
       77  ws-grupo-corrente                       pic x(04).
       77  ws-meio                                 pic 9(02).
       77  ws-resto-meio                           pic 9(01).

      *>    desvio de uma medida da estacao p/ a mediana do grupo
       77  ws-desvio                               pic s9(03)v9.
       77  ws-desvio-media                         pic s9(03)v9.
       77  ws-sinal-dia                            pic x(01).

      *>    sequencia de vies em curso por estacao (indexada pelo id):
      *>    sinal (+ acima / - abaixo / branco = nenhuma), primeiro e
      *>    ultimo dia, dias e soma dos desvios da media
       01 ws-vieses.
          05 ws-vies occurs 99 times.
             10 ws-vies-sinal                      pic x(01).
             10 ws-vies-inicio                     pic 9(08).
             10 ws-vies-fim.
                15 ws-vies-fim-ano                 pic 9(04).
                15 ws-vies-fim-mes                 pic 9(02).
                15 ws-vies-fim-dia                 pic 9(02).
             10 ws-vies-dias                       pic 9(03).
             10 ws-vies-soma                       pic s9(05)v9.
       77  ws-vies-fim-num                         pic 9(08).
       77  ws-desvio-medio                         pic s9(03)v9.

       01 indices.
          05 ws-ind-estacao                        pic 9(02).
          05 ws-ind-dia                            pic 9(02).
          05 ws-ind-comparada                      pic 9(02).
          05 ws-ind-membro                         pic 9(02).
          05 ws-ind-valor                          pic 9(02).
          05 ws-ind-troca                          pic 9(02).

      *>    dia de calendario seguinte a uma data base (mesma logica de
      *>    eventosTemperaturas) - continuidade da sequencia de vies
       01 ws-data-base.
          05 ws-base-ano                           pic 9(04).
          05 ws-base-mes                           pic 9(02).
          05 ws-base-dia                           pic 9(02).
       01 ws-data-seguinte.
          05 ws-seg-ano                            pic 9(04).
          05 ws-seg-mes                            pic 9(02).
          05 ws-seg-dia                            pic 9(02).
       01 ws-data-seguinte-num redefines ws-data-seguinte pic 9(08).
       77  ws-dias-no-mes                          pic 9(02).
       77  ws-quociente-bissexto                   pic 9(04).
       77  ws-resto-bissexto                       pic 9(04).

      *>    contadores do resumo final
       77  ws-qtde-dias-lidos                      pic 9(06).
       77  ws-qtde-comparacoes                     pic 9(06).
       77  ws-qtde-desvios                         pic 9(06).
       77  ws-qtde-vieses                          pic 9(04).

       01 ws-uso-comum.
          05 ws-msn-erro.
             10 ws-msn-erro-ofsset                 pic 9(04).
             10 filler                             pic x(01) value "-".
             10 ws-msn-erro-cod                    pic 9(02).
             10 filler                             pic x(01) value space.
             10 ws-msn-erro-text                   pic x(42).

      *>    linha de desvio isolado de uma medida no dia
       01 ws-linha-desvio.
          05 ws-ld-dia                             pic 9(02).
          05 filler                                pic x(01) value "/".
          05 ws-ld-mes                             pic 9(02).
          05 filler                                pic x(01) value "/".
          05 ws-ld-ano                             pic 9(04).
          05 filler                                pic x(09) value " Estacao ".
          05 ws-ld-estacao                         pic 9(02).
          05 filler                                pic x(07) value " grupo ".
          05 ws-ld-grupo                           pic x(04).
          05 filler                                pic x(02) value spaces.
          05 ws-ld-medida                          pic x(06).
          05 filler                                pic x(01) value space.
          05 ws-ld-valor                           pic +z9,9.
          05 filler                                pic x(10) value "  mediana ".
          05 ws-ld-mediana                         pic +z9,9.
          05 filler                                pic x(09) value "  desvio ".
          05 ws-ld-desvio                          pic +zz9,9.

      *>    linha de vies persistente de uma estacao
       01 ws-linha-vies.
          05 filler                                pic x(13) value "VIES  Estacao".
          05 filler                                pic x(01) value space.
          05 ws-lv-estacao                         pic 9(02).
          05 filler                                pic x(07) value " grupo ".
          05 ws-lv-grupo                           pic x(04).
          05 filler                                pic x(02) value spaces.
          05 ws-lv-sentido                         pic x(06).
          05 filler                                pic x(01) value space.
          05 ws-lv-inicio-dia                      pic 9(02).
          05 filler                                pic x(01) value "/".
          05 ws-lv-inicio-mes                      pic 9(02).
          05 filler                                pic x(01) value "/".
          05 ws-lv-inicio-ano                      pic 9(04).
          05 filler                                pic x(03) value " a ".
          05 ws-lv-fim-dia                         pic 9(02).
          05 filler                                pic x(01) value "/".
          05 ws-lv-fim-mes                         pic 9(02).
          05 filler                                pic x(01) value "/".
          05 ws-lv-fim-ano                         pic 9(04).
          05 filler                                pic x(02) value spaces.
          05 ws-lv-dias                            pic zz9.
          05 filler                                pic x(22) value " dias  desvio medio da".
          05 filler                                pic x(07) value " media ".
          05 ws-lv-desvio                          pic +zz9,9.

      *>    data de inicio da sequencia de vies desmontada p/ impressao
       01 ws-vies-inicio-data.
          05 ws-vid-ano                            pic 9(04).
          05 ws-vid-mes                            pic 9(02).
          05 ws-vid-dia                            pic 9(02).

      *>----Variaveis para comunicação entre programas
       linkage section.

      *>----Declaração de tela
       screen section.

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform carregar-grupos.
           perform comparar-dias.
           perform encerrar-vieses.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.

           display erase
           display "Comparacao das estacoes com a mediana do grupo/regiao"
           display "Tolerancia de desvio p/ a mediana (graus, 0 = 3,0): "
           accept ws-tolerancia
           display "Desvio minimo p/ vies persistente (graus, 0 = 0,5): "
           accept ws-desvio-vies
           display "Dias consecutivos p/ vies persistente (0 = 10): "
           accept ws-dias-vies

           if ws-tolerancia = 0 then
               move ws-tolerancia-padrao to ws-tolerancia
           end-if
           if ws-desvio-vies = 0 then
               move ws-desvio-vies-padrao to ws-desvio-vies
           end-if
           if ws-dias-vies = 0 then
               move ws-dias-vies-padrao to ws-dias-vies
           end-if

           open input arqEstacoes.
           if ws-fs-arqEstacoes <> 0 then
               move 1                                     to ws-msn-erro-ofsset
               move ws-fs-arqEstacoes                     to ws-msn-erro-cod
               move "Erro ao abrir arq. arqEstacoes "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqDiario.
           if ws-fs-arqDiario <> 0 then
               move 2                                          to ws-msn-erro-ofsset
               move ws-fs-arqDiario                            to ws-msn-erro-cod
               move "Erro ao abrir arqTemperaturas-diario "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqVizinhas.
           if ws-fs-arqVizinhas <> 0 then
               move 3                                          to ws-msn-erro-ofsset
               move ws-fs-arqVizinhas                          to ws-msn-erro-cod
               move "Erro ao criar arqTemperaturas-vizinhas "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "Desvios das estacoes p/ a mediana diaria do grupo/regiao" to fd-linha-vizinhas
           perform gravar-linha-vizinhas

           perform varying ws-ind-estacao from 1 by 1 until ws-ind-estacao > 99
               move spaces to ws-grupo-estacao(ws-ind-estacao)
               move spaces to ws-origem-estacao(ws-ind-estacao)
               move spaces to ws-vies-sinal(ws-ind-estacao)
           end-perform

           move 0 to ws-qtde-dia
           move 0 to ws-dia-corrente-num
           move 0 to ws-qtde-dias-lidos
           move 0 to ws-qtde-comparacoes
           move 0 to ws-qtde-desvios
           move 0 to ws-qtde-vieses

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega o grupo e a origem de cada estacao do cadastro
      *>------------------------------------------------------------------------
       carregar-grupos section.

           perform until ws-fs-arqEstacoes = 10
               read arqEstacoes next record
               if  ws-fs-arqEstacoes <> 0
               and ws-fs-arqEstacoes <> 10 then
                   move 4                                     to ws-msn-erro-ofsset
                   move ws-fs-arqEstacoes                     to ws-msn-erro-cod
                   move "Erro ao ler arq. arqEstacoes "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if  ws-fs-arqEstacoes = 0
               and fd-est-id >= 1 then
                   move fd-est-grupo  to ws-grupo-estacao(fd-est-id)
                   move fd-est-origem to ws-origem-estacao(fd-est-id)
               end-if
           end-perform

           .
       carregar-grupos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le o diario em ordem de chave (dia, estacao) juntando os
      *>  resumos de um mesmo dia das estacoes com grupo; na virada do
      *>  dia compara o dia juntado
      *>------------------------------------------------------------------------
       comparar-dias section.

           perform until ws-fs-arqDiario = 10
               read arqDiario next record
               if  ws-fs-arqDiario <> 0
               and ws-fs-arqDiario <> 10 then
                   move 5                                          to ws-msn-erro-ofsset
                   move ws-fs-arqDiario                            to ws-msn-erro-cod
                   move "Erro ao ler arqTemperaturas-diario "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqDiario = 0 then
                   add 1 to ws-qtde-dias-lidos
                   if  fd-diario-ano = ws-dc-ano
                   and fd-diario-mes = ws-dc-mes
                   and fd-diario-dia = ws-dc-dia then
                       continue
                   else
                       if ws-qtde-dia > 0 then
                           perform comparar-dia
                       end-if
                       move fd-diario-ano to ws-dc-ano
                       move fd-diario-mes to ws-dc-mes
                       move fd-diario-dia to ws-dc-dia
                       move 0             to ws-qtde-dia
                   end-if

                   if  fd-diario-estacao >= 1
                   and ws-grupo-estacao(fd-diario-estacao) <> spaces then
      *>                um resumo por estacao no dia - a chave do diario
      *>                nao deixa passar de 99
                       if ws-qtde-dia >= 99 then
                           move 6                                          to ws-msn-erro-ofsset
                           move 0                                          to ws-msn-erro-cod
                           move "Mais de 99 estacoes no mesmo dia "        to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       add 1 to ws-qtde-dia
                       move fd-diario-estacao to ws-de-estacao(ws-qtde-dia)
                       move ws-grupo-estacao(fd-diario-estacao)
                                              to ws-de-grupo(ws-qtde-dia)
                       move fd-temp-minima    to ws-de-minima(ws-qtde-dia)
                       move fd-temp-maxima    to ws-de-maxima(ws-qtde-dia)
                       move fd-temp-media     to ws-de-media(ws-qtde-dia)
                       move "N"               to ws-de-feito(ws-qtde-dia)
                   end-if
               end-if
           end-perform

           if ws-qtde-dia > 0 then
               perform comparar-dia
           end-if

           .
       comparar-dias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Dia corrente: separa as estacoes por grupo e compara cada grupo
      *>  com estacoes suficientes p/ uma mediana
      *>------------------------------------------------------------------------
       comparar-dia section.

           perform varying ws-ind-dia from 1 by 1 until ws-ind-dia > ws-qtde-dia
               if ws-de-feito(ws-ind-dia) = "N" then
                   move ws-de-grupo(ws-ind-dia) to ws-grupo-corrente
                   move 0 to ws-qtde-membros
                   perform varying ws-ind-membro from ws-ind-dia by 1 until
                                                   ws-ind-membro > ws-qtde-dia
                       if ws-de-grupo(ws-ind-membro) = ws-grupo-corrente then
                           add 1 to ws-qtde-membros
                           move ws-ind-membro to ws-membro(ws-qtde-membros)
                           move "S" to ws-de-feito(ws-ind-membro)
                       end-if
                   end-perform

                   if ws-qtde-membros >= ws-minimo-estacoes-grupo then
                       perform comparar-grupo
                   end-if
               end-if
           end-perform

           .
       comparar-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grupo corrente no dia: mediana de cada medida e desvio de cada
      *>  estacao do grupo p/ ela (estacao externa so compoe a mediana)
      *>------------------------------------------------------------------------
       comparar-grupo section.

           move ws-qtde-membros to ws-qtde-valores
           perform varying ws-ind-membro from 1 by 1 until
                                               ws-ind-membro > ws-qtde-membros
               move ws-de-minima(ws-membro(ws-ind-membro)) to ws-valor(ws-ind-membro)
           end-perform
           perform calcular-mediana
           move ws-mediana to ws-mediana-minima

           perform varying ws-ind-membro from 1 by 1 until
                                               ws-ind-membro > ws-qtde-membros
               move ws-de-maxima(ws-membro(ws-ind-membro)) to ws-valor(ws-ind-membro)
           end-perform
           perform calcular-mediana
           move ws-mediana to ws-mediana-maxima

           perform varying ws-ind-membro from 1 by 1 until
                                               ws-ind-membro > ws-qtde-membros
               move ws-de-media(ws-membro(ws-ind-membro)) to ws-valor(ws-ind-membro)
           end-perform
           perform calcular-mediana
           move ws-mediana to ws-mediana-media

           perform varying ws-ind-membro from 1 by 1 until
                                               ws-ind-membro > ws-qtde-membros
               move ws-membro(ws-ind-membro) to ws-ind-comparada
               if ws-origem-estacao(ws-de-estacao(ws-ind-comparada)) <> "E" then
                   add 1 to ws-qtde-comparacoes

                   move "minima" to ws-ld-medida
                   move ws-de-minima(ws-ind-comparada) to ws-ld-valor
                   move ws-mediana-minima        to ws-ld-mediana
                   compute ws-desvio = ws-de-minima(ws-ind-comparada) - ws-mediana-minima
                   perform conferir-desvio

                   move "maxima" to ws-ld-medida
                   move ws-de-maxima(ws-ind-comparada) to ws-ld-valor
                   move ws-mediana-maxima        to ws-ld-mediana
                   compute ws-desvio = ws-de-maxima(ws-ind-comparada) - ws-mediana-maxima
                   perform conferir-desvio

                   move "media " to ws-ld-medida
                   move ws-de-media(ws-ind-comparada)  to ws-ld-valor
                   move ws-mediana-media         to ws-ld-mediana
                   compute ws-desvio = ws-de-media(ws-ind-comparada) - ws-mediana-media
                   move ws-desvio to ws-desvio-media
                   perform conferir-desvio

                   perform acompanhar-vies
               end-if
           end-perform

           .
       comparar-grupo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Mediana de ws-valor(1..ws-qtde-valores): ordena por troca
      *>  simples (no maximo 99 valores) e pega o do meio, ou a media
      *>  dos dois do meio quando a quantidade e par
      *>------------------------------------------------------------------------
       calcular-mediana section.

           perform varying ws-ind-valor from 1 by 1 until
                                               ws-ind-valor >= ws-qtde-valores
               perform varying ws-ind-troca from 1 by 1 until
                                   ws-ind-troca > ws-qtde-valores - ws-ind-valor
                   if ws-valor(ws-ind-troca) > ws-valor(ws-ind-troca + 1) then
                       move ws-valor(ws-ind-troca)     to ws-valor-troca
                       move ws-valor(ws-ind-troca + 1) to ws-valor(ws-ind-troca)
                       move ws-valor-troca             to ws-valor(ws-ind-troca + 1)
                   end-if
               end-perform
           end-perform

           divide ws-qtde-valores by 2 giving ws-meio remainder ws-resto-meio
           if ws-resto-meio = 1 then
               move ws-valor(ws-meio + 1) to ws-mediana
           else
               compute ws-mediana rounded =
                       (ws-valor(ws-meio) + ws-valor(ws-meio + 1)) / 2
           end-if

           .
       calcular-mediana-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Desvio de uma medida alem da tolerancia (p/ cima ou p/ baixo)
      *>  vai p/ o relatorio
      *>------------------------------------------------------------------------
       conferir-desvio section.

           if ws-desvio > ws-tolerancia
           or ws-desvio < 0 - ws-tolerancia then
               move ws-dc-dia                to ws-ld-dia
               move ws-dc-mes                to ws-ld-mes
               move ws-dc-ano                to ws-ld-ano
               move ws-de-estacao(ws-ind-comparada) to ws-ld-estacao
               move ws-de-grupo(ws-ind-comparada)  to ws-ld-grupo
               move ws-desvio                to ws-ld-desvio
               move ws-linha-desvio to fd-linha-vizinhas
               perform gravar-linha-vizinhas
               add 1 to ws-qtde-desvios
           end-if

           .
       conferir-desvio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Sequencia de vies da estacao corrente pelo desvio da media do
      *>  dia: continua enquanto o sinal se mantem em dias consecutivos
      *>  de calendario; troca de sinal, desvio dentro do minimo ou dia
      *>  pulado encerram a sequencia (listada se longa o bastante)
      *>------------------------------------------------------------------------
       acompanhar-vies section.

           move ws-de-estacao(ws-ind-comparada) to ws-ind-estacao

           move space to ws-sinal-dia
           if ws-desvio-media > ws-desvio-vies then
               move "+" to ws-sinal-dia
           end-if
           if ws-desvio-media < 0 - ws-desvio-vies then
               move "-" to ws-sinal-dia
           end-if

           if ws-vies-sinal(ws-ind-estacao) <> space then
               move ws-vies-fim-ano(ws-ind-estacao) to ws-base-ano
               move ws-vies-fim-mes(ws-ind-estacao) to ws-base-mes
               move ws-vies-fim-dia(ws-ind-estacao) to ws-base-dia
               perform calcular-dia-seguinte
               if ws-sinal-dia = ws-vies-sinal(ws-ind-estacao)
               and ws-data-seguinte-num = ws-dia-corrente-num then
                   move ws-dia-corrente to ws-vies-fim(ws-ind-estacao)
                   add 1 to ws-vies-dias(ws-ind-estacao)
                   add ws-desvio-media to ws-vies-soma(ws-ind-estacao)
               else
                   perform encerrar-vies-estacao
               end-if
           end-if

           if  ws-vies-sinal(ws-ind-estacao) = space
           and ws-sinal-dia <> space then
               move ws-sinal-dia        to ws-vies-sinal(ws-ind-estacao)
               move ws-dia-corrente-num to ws-vies-inicio(ws-ind-estacao)
               move ws-dia-corrente     to ws-vies-fim(ws-ind-estacao)
               move 1                   to ws-vies-dias(ws-ind-estacao)
               move ws-desvio-media     to ws-vies-soma(ws-ind-estacao)
           end-if

           .
       acompanhar-vies-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Encerra a sequencia de vies da estacao ws-ind-estacao e lista
      *>  se durou pelo menos os dias informados
      *>------------------------------------------------------------------------
       encerrar-vies-estacao section.

           if ws-vies-dias(ws-ind-estacao) >= ws-dias-vies then
               move ws-ind-estacao                 to ws-lv-estacao
               move ws-grupo-estacao(ws-ind-estacao) to ws-lv-grupo
               if ws-vies-sinal(ws-ind-estacao) = "+" then
                   move "acima " to ws-lv-sentido
               else
                   move "abaixo" to ws-lv-sentido
               end-if
               move ws-vies-inicio(ws-ind-estacao) to ws-vies-inicio-data
               move ws-vid-dia                     to ws-lv-inicio-dia
               move ws-vid-mes                     to ws-lv-inicio-mes
               move ws-vid-ano                     to ws-lv-inicio-ano
               move ws-vies-fim-dia(ws-ind-estacao) to ws-lv-fim-dia
               move ws-vies-fim-mes(ws-ind-estacao) to ws-lv-fim-mes
               move ws-vies-fim-ano(ws-ind-estacao) to ws-lv-fim-ano
               move ws-vies-dias(ws-ind-estacao)   to ws-lv-dias
               compute ws-desvio-medio rounded =
                       ws-vies-soma(ws-ind-estacao) / ws-vies-dias(ws-ind-estacao)
               move ws-desvio-medio to ws-lv-desvio
               move ws-linha-vies to fd-linha-vizinhas
               perform gravar-linha-vizinhas
               add 1 to ws-qtde-vieses
           end-if

           move space to ws-vies-sinal(ws-ind-estacao)

           .
       encerrar-vies-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Fim do diario: sequencias ainda em curso sao encerradas (e
      *>  listadas se longas o bastante)
      *>------------------------------------------------------------------------
       encerrar-vieses section.

           perform varying ws-ind-estacao from 1 by 1 until ws-ind-estacao > 99
               if ws-vies-sinal(ws-ind-estacao) <> space then
                   perform encerrar-vies-estacao
               end-if
           end-perform

           .
       encerrar-vieses-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Dia de calendario seguinte a ws-data-base, com virada de mes e
      *>  de ano (fevereiro de ano bissexto com 29 dias)
      *>------------------------------------------------------------------------
       calcular-dia-seguinte section.

           evaluate ws-base-mes
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
                   divide ws-base-ano by 4
                       giving ws-quociente-bissexto
                       remainder ws-resto-bissexto
                   if ws-resto-bissexto = 0 then
                       divide ws-base-ano by 100
                           giving ws-quociente-bissexto
                           remainder ws-resto-bissexto
                       if ws-resto-bissexto <> 0 then
                           move 29 to ws-dias-no-mes
                       else
                           divide ws-base-ano by 400
                               giving ws-quociente-bissexto
                               remainder ws-resto-bissexto
                           if ws-resto-bissexto = 0 then
                               move 29 to ws-dias-no-mes
                           end-if
                       end-if
                   end-if
           end-evaluate

           if ws-base-dia < ws-dias-no-mes then
               move ws-base-ano to ws-seg-ano
               move ws-base-mes to ws-seg-mes
               compute ws-seg-dia = ws-base-dia + 1
           else
           if ws-base-mes < 12 then
               move ws-base-ano to ws-seg-ano
               compute ws-seg-mes = ws-base-mes + 1
               move 01 to ws-seg-dia
           else
               compute ws-seg-ano = ws-base-ano + 1
               move 01 to ws-seg-mes
               move 01 to ws-seg-dia
           end-if
           end-if

           .
       calcular-dia-seguinte-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a linha corrente em arqTemperaturas-vizinhas.dat
      *>------------------------------------------------------------------------
       gravar-linha-vizinhas section.

           write fd-linha-vizinhas.
           if ws-fs-arqVizinhas <> 0 then
               move 7                                          to ws-msn-erro-ofsset
               move ws-fs-arqVizinhas                          to ws-msn-erro-cod
               move "Erro ao gravar arqTemperaturas-vizinhas " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-linha-vizinhas-exit.
           exit.

       finaliza-anormal section.
           display ws-msn-erro.
           Stop run
           .
       finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização - totais da comparacao p/ conferencia
      *>------------------------------------------------------------------------
       finaliza section.
          *>finaliza arquivos
           close arqEstacoes.
           if ws-fs-arqEstacoes <> 0 then
               move 8                                      to ws-msn-erro-ofsset
               move ws-fs-arqEstacoes                      to ws-msn-erro-cod
               move "Erro ao fechar arq. arqEstacoes "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqDiario.
           if ws-fs-arqDiario <> 0 then
               move 9                                          to ws-msn-erro-ofsset
               move ws-fs-arqDiario                            to ws-msn-erro-cod
               move "Erro ao fechar arqTemperaturas-diario "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqVizinhas.
           if ws-fs-arqVizinhas <> 0 then
               move 10                                         to ws-msn-erro-ofsset
               move ws-fs-arqVizinhas                          to ws-msn-erro-cod
               move "Erro ao fechar arqTemperaturas-vizinhas " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Resumos diarios lidos.......: " ws-qtde-dias-lidos
           display "Estacao-dia comparados......: " ws-qtde-comparacoes
           display "Desvios alem da tolerancia..: " ws-qtde-desvios
           display "Vieses persistentes.........: " ws-qtde-vieses
           display "Relatorio gravado em arqTemperaturas-vizinhas.dat"

           Stop run
           .
       finaliza-exit.
           exit.
