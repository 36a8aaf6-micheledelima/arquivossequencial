      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "alertasChuva".
       author. "Michele de Lima".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Alertas de intensidade de chuva p/ a defesa civil: le o detalhe
      *>horario de arqTemperaturas.dat em ordem de chave e, por estacao,
      *>mantem a chuva das ultimas 72 horas numa janela circular, com
      *>os acumulados moveis de 1h, 24h e 72h atravessando a virada do
      *>dia (hora sem leitura entra na janela como chuva zero). A cada
      *>hora o maior nivel atingido por qualquer das tres janelas
      *>classifica a estacao em ATENCAO, ALERTA ou ALERTA MAXIMO; o
      *>episodio abre na primeira hora com nivel e fecha quando as tres
      *>janelas voltam abaixo do limite de atencao. Cada episodio sai
      *>em arqTemperaturas-alertas.dat com estacao, maior nivel
      *>atingido, data/hora inicial e final, picos de 1h/24h/72h e a
      *>situacao: FECHADO, ou ABERTO quando ainda estava em curso na
      *>ultima leitura da estacao - os abertos vao p/ o boletim da manha
      *>(boletimTemperaturas).

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.
      *>   Declaração do arquivo (detalhe horario)
           select arqTemperaturas assign to "arqTemperaturas.dat"
           organization is indexed
           access mode is sequential
           record key is fd-chave
           lock mode is automatic
           file status is ws-fs-arqTemperaturas.

           select arqAlertas assign to "arqTemperaturas-alertas.dat"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqAlertas.

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

       fd arqAlertas.
       01 fd-linha-alertas                         pic x(100).

      *>----Variaveis de trabalho
       working-storage section.
       77  ws-fs-arqTemperaturas                   pic 9(02).
       77  ws-fs-arqAlertas                        pic 9(02).

      *>    limites da defesa civil (mm) por janela e nivel: 1 =
      *>    atencao, 2 = alerta, 3 = alerta maximo
       77  ws-limite-1h-atencao                    pic 9(03)v9 value 20.
       77  ws-limite-24h-atencao                   pic 9(04)v9 value 50.
       77  ws-limite-72h-atencao                   pic 9(04)v9 value 80.
       77  ws-limite-1h-alerta                     pic 9(03)v9 value 30.
       77  ws-limite-24h-alerta                    pic 9(04)v9 value 80.
       77  ws-limite-72h-alerta                    pic 9(04)v9 value 120.
       77  ws-limite-1h-maximo                     pic 9(03)v9 value 50.
       77  ws-limite-24h-maximo                    pic 9(04)v9 value 120.
       77  ws-limite-72h-maximo                    pic 9(04)v9 value 180.

      *>    tamanho das janelas moveis em horas
       77  ws-horas-janela                         pic 9(02) value 72.
       77  ws-horas-janela-dia                     pic 9(02) value 24.

      *>    estado de cada estacao vista: ultima hora entrada na janela,
      *>    janela circular das ultimas 72 horas de chuva, acumulados
      *>    moveis e o episodio de alerta em curso
       77  ws-qtde-estacoes                        pic 9(02).
       01 ws-estacoes occurs 1 to 99 times
                      depending on ws-qtde-estacoes.
          05 ws-est-id                             pic 9(02).
          05 ws-est-ultima-hora.
             10 ws-ult-ano                         pic 9(04).
             10 ws-ult-mes                         pic 9(02).
             10 ws-ult-dia                         pic 9(02).
             10 ws-ult-hora                        pic 9(02).
          05 ws-est-posicao                        pic 9(02).
          05 ws-est-janela.
             10 ws-est-chuva-hora occurs 72 times  pic 9(03)v9.
          05 ws-est-soma-24h                       pic 9(04)v9.
          05 ws-est-soma-72h                       pic 9(04)v9.
          05 ws-est-episodio.
             10 ws-epi-ativo                       pic x(01).
             10 ws-epi-nivel                       pic 9(01).
             10 ws-epi-inicio-ano                  pic 9(04).
             10 ws-epi-inicio-mes                  pic 9(02).
             10 ws-epi-inicio-dia                  pic 9(02).
             10 ws-epi-inicio-hora                 pic 9(02).
             10 ws-epi-fim-ano                     pic 9(04).
             10 ws-epi-fim-mes                     pic 9(02).
             10 ws-epi-fim-dia                     pic 9(02).
             10 ws-epi-fim-hora                    pic 9(02).
             10 ws-epi-pico-1h                     pic 9(03)v9.
             10 ws-epi-pico-24h                    pic 9(04)v9.
             10 ws-epi-pico-72h                    pic 9(04)v9.

       01 indices.
          05 ws-ind-estacao                        pic 9(02).
          05 ws-ind-estacao-achada                 pic 9(02).
          05 ws-ind-janela                         pic 9(02).
          05 ws-ind-saida-24h                      pic s9(03).

      *>    hora lida (alvo) e a hora seguinte a ultima da janela
       01 ws-hora-lida.
          05 ws-lida-ano                           pic 9(04).
          05 ws-lida-mes                           pic 9(02).
          05 ws-lida-dia                           pic 9(02).
          05 ws-lida-hora                          pic 9(02).
       01 ws-hora-seguinte.
          05 ws-prox-ano                           pic 9(04).
          05 ws-prox-mes                           pic 9(02).
          05 ws-prox-dia                           pic 9(02).
          05 ws-prox-hora                          pic 9(02).

      *>    horas sem leitura preenchidas com zero entre duas leituras
      *>    da estacao (depois de 72 a janela ja esta zerada)
       77  ws-qtde-horas-buraco                    pic 9(02).

      *>    chuva da hora que entra na janela e nivel resultante
       77  ws-chuva-entrando                       pic 9(03)v9.
       77  ws-nivel-hora                           pic 9(01).

      *>    dia de calendario seguinte a uma data base (virada da hora 23
      *>    p/ a hora 00 - mesma logica de eventosTemperaturas)
       01 ws-data-base.
          05 ws-base-ano                           pic 9(04).
          05 ws-base-mes                           pic 9(02).
          05 ws-base-dia                           pic 9(02).
       01 ws-data-seguinte.
          05 ws-seg-ano                            pic 9(04).
          05 ws-seg-mes                            pic 9(02).
          05 ws-seg-dia                            pic 9(02).
       77  ws-dias-no-mes                          pic 9(02).
       77  ws-quociente-bissexto                   pic 9(04).
       77  ws-resto-bissexto                       pic 9(04).

       01 ws-uso-comum.
          05 ws-msn-erro.
             10 ws-msn-erro-ofsset                 pic 9(04).
             10 filler                             pic x(01) value "-".
             10 ws-msn-erro-cod                    pic 9(02).
             10 filler                             pic x(01) value space.
             10 ws-msn-erro-text                   pic x(42).

      *>    contadores do resumo final
       77  ws-qtde-lidas                           pic 9(06).
       77  ws-qtde-alertas                         pic 9(04).
       77  ws-qtde-abertos                         pic 9(04).

      *>    linha formatada do relatorio de alertas - layout fixo relido
      *>    por boletimTemperaturas
       01 ws-linha-alerta.
          05 filler                                pic x(08) value "Estacao ".
          05 ws-al-estacao                         pic 9(02).
          05 filler                                pic x(01) value space.
          05 ws-al-nivel                           pic x(13).
          05 filler                                pic x(01) value space.
          05 ws-al-inicio-dia                      pic 9(02).
          05 filler                                pic x(01) value "/".
          05 ws-al-inicio-mes                      pic 9(02).
          05 filler                                pic x(01) value "/".
          05 ws-al-inicio-ano                      pic 9(04).
          05 filler                                pic x(01) value space.
          05 ws-al-inicio-hora                     pic 9(02).
          05 filler                                pic x(04) value "h a ".
          05 ws-al-fim-dia                         pic 9(02).
          05 filler                                pic x(01) value "/".
          05 ws-al-fim-mes                         pic 9(02).
          05 filler                                pic x(01) value "/".
          05 ws-al-fim-ano                         pic 9(04).
          05 filler                                pic x(01) value space.
          05 ws-al-fim-hora                        pic 9(02).
          05 filler                                pic x(01) value "h".
          05 filler                                pic x(09) value " pico 1h ".
          05 ws-al-pico-1h                         pic zz9,9.
          05 filler                                pic x(05) value " 24h ".
          05 ws-al-pico-24h                        pic zzz9,9.
          05 filler                                pic x(05) value " 72h ".
          05 ws-al-pico-72h                        pic zzz9,9.
          05 filler                                pic x(01) value space.
      *>    ABERTO = episodio em curso na ultima leitura da estacao
          05 ws-al-situacao                        pic x(07).

      *>----Variaveis para comunicação entre programas
       linkage section.

      *>----Declaração de tela
       screen section.

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform acompanhar-chuva.
           perform fechar-episodios-abertos.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.

           open input arqTemperaturas.
           if ws-fs-arqTemperaturas <> 0 then
               move 1                                     to ws-msn-erro-ofsset
               move ws-fs-arqTemperaturas                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTemperaturas " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqAlertas.
           if ws-fs-arqAlertas <> 0 then
               move 2                                          to ws-msn-erro-ofsset
               move ws-fs-arqAlertas                           to ws-msn-erro-cod
               move "Erro ao abrir arqTemperaturas-alertas "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "Alertas de chuva por estacao (janelas moveis de 1h/24h/72h)" to fd-linha-alertas
           write fd-linha-alertas.
           if ws-fs-arqAlertas <> 0 then
               move 3                                          to ws-msn-erro-ofsset
               move ws-fs-arqAlertas                           to ws-msn-erro-cod
               move "Erro ao gravar arqTemperaturas-alertas "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move 0 to ws-qtde-estacoes
           move 0 to ws-qtde-lidas
           move 0 to ws-qtde-alertas
           move 0 to ws-qtde-abertos

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le o detalhe horario em ordem de chave e leva a chuva de cada
      *>  hora p/ a janela da sua estacao
      *>------------------------------------------------------------------------
       acompanhar-chuva section.

           perform until ws-fs-arqTemperaturas = 10
               read arqTemperaturas next record
               if  ws-fs-arqTemperaturas <> 0
               and ws-fs-arqTemperaturas <> 10 then
                   move 4                                     to ws-msn-erro-ofsset
                   move ws-fs-arqTemperaturas                 to ws-msn-erro-cod
                   move "Erro ao ler arq. arqTemperaturas "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqTemperaturas = 0 then
                   add 1 to ws-qtde-lidas
                   perform processar-hora-lida
               end-if
           end-perform

           .
       acompanhar-chuva-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Localiza (ou cria) o estado da estacao da leitura corrente,
      *>  completa com chuva zero as horas sem leitura desde a ultima
      *>  hora da janela e entra com a chuva da hora lida
      *>------------------------------------------------------------------------
       processar-hora-lida section.

           move fd-ano  to ws-lida-ano
           move fd-mes  to ws-lida-mes
           move fd-dia  to ws-lida-dia
           move fd-hora to ws-lida-hora

           move 0 to ws-ind-estacao-achada
           perform varying ws-ind-estacao from 1 by 1 until
                                               ws-ind-estacao > ws-qtde-estacoes
               if ws-est-id(ws-ind-estacao) = fd-estacao then
                   move ws-ind-estacao to ws-ind-estacao-achada
               end-if
           end-perform

           if ws-ind-estacao-achada = 0 then
      *>        ws-estacoes so tem espaco p/ 99 estacoes distintas - sem
      *>        este corte, a 100a estacao gravaria por cima de quem vem
      *>        depois de ws-estacoes em working-storage
               if ws-qtde-estacoes >= 99 then
                   move 5                                          to ws-msn-erro-ofsset
                   move 0                                           to ws-msn-erro-cod
                   move "Mais de 99 estacoes distintas no arquivo " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1 to ws-qtde-estacoes
               move ws-qtde-estacoes to ws-ind-estacao-achada
               move fd-estacao       to ws-est-id(ws-ind-estacao-achada)
               move ws-horas-janela  to ws-est-posicao(ws-ind-estacao-achada)
               move 0                to ws-est-soma-24h(ws-ind-estacao-achada)
               move 0                to ws-est-soma-72h(ws-ind-estacao-achada)
               move "N"              to ws-epi-ativo(ws-ind-estacao-achada)
               perform varying ws-ind-janela from 1 by 1 until
                                                   ws-ind-janela > ws-horas-janela
                   move 0 to ws-est-chuva-hora(ws-ind-estacao-achada, ws-ind-janela)
               end-perform
           else
      *>        horas sem leitura entre a ultima da janela e a lida entram
      *>        como chuva zero - podem fechar um episodio em curso
               move 0 to ws-qtde-horas-buraco
               perform calcular-hora-seguinte
               perform until ws-hora-seguinte = ws-hora-lida
                          or ws-qtde-horas-buraco >= ws-horas-janela
                   move 0                to ws-chuva-entrando
                   move ws-hora-seguinte to ws-est-ultima-hora(ws-ind-estacao-achada)
                   perform entrar-hora-janela
                   add 1 to ws-qtde-horas-buraco
                   perform calcular-hora-seguinte
               end-perform
           end-if

           move fd-chuva     to ws-chuva-entrando
           move ws-hora-lida to ws-est-ultima-hora(ws-ind-estacao-achada)
           perform entrar-hora-janela

           .
       processar-hora-lida-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Hora seguinte a ultima hora da janela da estacao corrente, com
      *>  a hora 23 emendando na hora 00 do dia de calendario seguinte
      *>------------------------------------------------------------------------
       calcular-hora-seguinte section.

           if ws-ult-hora(ws-ind-estacao-achada) < 23 then
               move ws-ult-ano(ws-ind-estacao-achada) to ws-prox-ano
               move ws-ult-mes(ws-ind-estacao-achada) to ws-prox-mes
               move ws-ult-dia(ws-ind-estacao-achada) to ws-prox-dia
               compute ws-prox-hora = ws-ult-hora(ws-ind-estacao-achada) + 1
           else
               move ws-ult-ano(ws-ind-estacao-achada) to ws-base-ano
               move ws-ult-mes(ws-ind-estacao-achada) to ws-base-mes
               move ws-ult-dia(ws-ind-estacao-achada) to ws-base-dia
               perform calcular-dia-seguinte
               move ws-seg-ano to ws-prox-ano
               move ws-seg-mes to ws-prox-mes
               move ws-seg-dia to ws-prox-dia
               move 0          to ws-prox-hora
           end-if

           .
       calcular-hora-seguinte-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Entra com ws-chuva-entrando na janela circular da estacao
      *>  corrente (hora ja registrada em ws-est-ultima-hora): a posicao
      *>  nova sobrepoe a hora de 72h atras e a de 24h atras sai do
      *>  acumulado de 24h; depois classifica a hora e acompanha o
      *>  episodio
      *>------------------------------------------------------------------------
       entrar-hora-janela section.

           add 1 to ws-est-posicao(ws-ind-estacao-achada)
           if ws-est-posicao(ws-ind-estacao-achada) > ws-horas-janela then
               move 1 to ws-est-posicao(ws-ind-estacao-achada)
           end-if
           move ws-est-posicao(ws-ind-estacao-achada) to ws-ind-janela

           compute ws-ind-saida-24h = ws-ind-janela - ws-horas-janela-dia
           if ws-ind-saida-24h < 1 then
               add ws-horas-janela to ws-ind-saida-24h
           end-if

           subtract ws-est-chuva-hora(ws-ind-estacao-achada, ws-ind-janela)
               from ws-est-soma-72h(ws-ind-estacao-achada)
           subtract ws-est-chuva-hora(ws-ind-estacao-achada, ws-ind-saida-24h)
               from ws-est-soma-24h(ws-ind-estacao-achada)
           add ws-chuva-entrando to ws-est-soma-72h(ws-ind-estacao-achada)
           add ws-chuva-entrando to ws-est-soma-24h(ws-ind-estacao-achada)
           move ws-chuva-entrando
               to ws-est-chuva-hora(ws-ind-estacao-achada, ws-ind-janela)

           perform classificar-hora
           perform acompanhar-episodio

           .
       entrar-hora-janela-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Nivel da hora corrente: o maior nivel atingido por qualquer
      *>  das tres janelas (0 = abaixo da atencao nas tres)
      *>------------------------------------------------------------------------
       classificar-hora section.

           move 0 to ws-nivel-hora

           if ws-chuva-entrando >= ws-limite-1h-atencao
           or ws-est-soma-24h(ws-ind-estacao-achada) >= ws-limite-24h-atencao
           or ws-est-soma-72h(ws-ind-estacao-achada) >= ws-limite-72h-atencao then
               move 1 to ws-nivel-hora
           end-if

           if ws-chuva-entrando >= ws-limite-1h-alerta
           or ws-est-soma-24h(ws-ind-estacao-achada) >= ws-limite-24h-alerta
           or ws-est-soma-72h(ws-ind-estacao-achada) >= ws-limite-72h-alerta then
               move 2 to ws-nivel-hora
           end-if

           if ws-chuva-entrando >= ws-limite-1h-maximo
           or ws-est-soma-24h(ws-ind-estacao-achada) >= ws-limite-24h-maximo
           or ws-est-soma-72h(ws-ind-estacao-achada) >= ws-limite-72h-maximo then
               move 3 to ws-nivel-hora
           end-if

           .
       classificar-hora-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Hora com nivel abre ou estende o episodio da estacao (maior
      *>  nivel e picos das janelas); hora sem nivel fecha o episodio em
      *>  curso, que termina na ultima hora com nivel
      *>------------------------------------------------------------------------
       acompanhar-episodio section.

           if ws-nivel-hora > 0 then
               if ws-epi-ativo(ws-ind-estacao-achada) = "N" then
                   move "S"           to ws-epi-ativo(ws-ind-estacao-achada)
                   move ws-nivel-hora to ws-epi-nivel(ws-ind-estacao-achada)
                   move ws-ult-ano(ws-ind-estacao-achada)  to ws-epi-inicio-ano(ws-ind-estacao-achada)
                   move ws-ult-mes(ws-ind-estacao-achada)  to ws-epi-inicio-mes(ws-ind-estacao-achada)
                   move ws-ult-dia(ws-ind-estacao-achada)  to ws-epi-inicio-dia(ws-ind-estacao-achada)
                   move ws-ult-hora(ws-ind-estacao-achada) to ws-epi-inicio-hora(ws-ind-estacao-achada)
                   move 0 to ws-epi-pico-1h(ws-ind-estacao-achada)
                   move 0 to ws-epi-pico-24h(ws-ind-estacao-achada)
                   move 0 to ws-epi-pico-72h(ws-ind-estacao-achada)
               end-if

               move ws-ult-ano(ws-ind-estacao-achada)  to ws-epi-fim-ano(ws-ind-estacao-achada)
               move ws-ult-mes(ws-ind-estacao-achada)  to ws-epi-fim-mes(ws-ind-estacao-achada)
               move ws-ult-dia(ws-ind-estacao-achada)  to ws-epi-fim-dia(ws-ind-estacao-achada)
               move ws-ult-hora(ws-ind-estacao-achada) to ws-epi-fim-hora(ws-ind-estacao-achada)

               if ws-nivel-hora > ws-epi-nivel(ws-ind-estacao-achada) then
                   move ws-nivel-hora to ws-epi-nivel(ws-ind-estacao-achada)
               end-if
               if ws-chuva-entrando > ws-epi-pico-1h(ws-ind-estacao-achada) then
                   move ws-chuva-entrando to ws-epi-pico-1h(ws-ind-estacao-achada)
               end-if
               if ws-est-soma-24h(ws-ind-estacao-achada) > ws-epi-pico-24h(ws-ind-estacao-achada) then
                   move ws-est-soma-24h(ws-ind-estacao-achada) to ws-epi-pico-24h(ws-ind-estacao-achada)
               end-if
               if ws-est-soma-72h(ws-ind-estacao-achada) > ws-epi-pico-72h(ws-ind-estacao-achada) then
                   move ws-est-soma-72h(ws-ind-estacao-achada) to ws-epi-pico-72h(ws-ind-estacao-achada)
               end-if
           else
               if ws-epi-ativo(ws-ind-estacao-achada) = "S" then
                   move "FECHADO" to ws-al-situacao
                   perform gravar-episodio
               end-if
           end-if

           .
       acompanhar-episodio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  No fim do arquivo, episodios ainda em curso saem como ABERTO
      *>------------------------------------------------------------------------
       fechar-episodios-abertos section.

           perform varying ws-ind-estacao-achada from 1 by 1 until
                                       ws-ind-estacao-achada > ws-qtde-estacoes
               if ws-epi-ativo(ws-ind-estacao-achada) = "S" then
                   move "ABERTO " to ws-al-situacao
                   add 1 to ws-qtde-abertos
                   perform gravar-episodio
               end-if
           end-perform

           .
       fechar-episodios-abertos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava o episodio da estacao corrente (situacao ja preenchida
      *>  pelo chamador) e o marca como encerrado no estado
      *>------------------------------------------------------------------------
       gravar-episodio section.

           move ws-est-id(ws-ind-estacao-achada) to ws-al-estacao
           evaluate ws-epi-nivel(ws-ind-estacao-achada)
               when 1
                   move "ATENCAO"       to ws-al-nivel
               when 2
                   move "ALERTA"        to ws-al-nivel
               when other
                   move "ALERTA MAXIMO" to ws-al-nivel
           end-evaluate
           move ws-epi-inicio-dia(ws-ind-estacao-achada)  to ws-al-inicio-dia
           move ws-epi-inicio-mes(ws-ind-estacao-achada)  to ws-al-inicio-mes
           move ws-epi-inicio-ano(ws-ind-estacao-achada)  to ws-al-inicio-ano
           move ws-epi-inicio-hora(ws-ind-estacao-achada) to ws-al-inicio-hora
           move ws-epi-fim-dia(ws-ind-estacao-achada)     to ws-al-fim-dia
           move ws-epi-fim-mes(ws-ind-estacao-achada)     to ws-al-fim-mes
           move ws-epi-fim-ano(ws-ind-estacao-achada)     to ws-al-fim-ano
           move ws-epi-fim-hora(ws-ind-estacao-achada)    to ws-al-fim-hora
           move ws-epi-pico-1h(ws-ind-estacao-achada)     to ws-al-pico-1h
           move ws-epi-pico-24h(ws-ind-estacao-achada)    to ws-al-pico-24h
           move ws-epi-pico-72h(ws-ind-estacao-achada)    to ws-al-pico-72h

           move ws-linha-alerta to fd-linha-alertas
           write fd-linha-alertas.
           if ws-fs-arqAlertas <> 0 then
               move 6                                          to ws-msn-erro-ofsset
               move ws-fs-arqAlertas                           to ws-msn-erro-cod
               move "Erro ao gravar arqTemperaturas-alertas "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-qtde-alertas
           move "N" to ws-epi-ativo(ws-ind-estacao-achada)

           .
       gravar-episodio-exit.
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

       finaliza-anormal section.
           display ws-msn-erro.
           Stop run
           .
       finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização - totais do acompanhamento p/ conferencia
      *>------------------------------------------------------------------------
       finaliza section.
          *>finaliza arquivos
           close arqTemperaturas.
           if ws-fs-arqTemperaturas <> 0 then
               move 7                                      to ws-msn-erro-ofsset
               move ws-fs-arqTemperaturas                  to ws-msn-erro-cod
               move "Erro ao fechar arq. arqTemperaturas " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqAlertas.
           if ws-fs-arqAlertas <> 0 then
               move 8                                          to ws-msn-erro-ofsset
               move ws-fs-arqAlertas                           to ws-msn-erro-cod
               move "Erro ao fechar arqTemperaturas-alertas "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Leituras horarias lidas....: " ws-qtde-lidas
           display "Estacoes acompanhadas......: " ws-qtde-estacoes
           display "Alertas gravados...........: " ws-qtde-alertas
           display "Alertas ainda abertos......: " ws-qtde-abertos
           display "Relatorio gravado em arqTemperaturas-alertas.dat"

      *>    goback em vez de stop run: chamado como passo de
      *>    cadeiaTemperaturas devolve o controle ao condutor; executado
      *>    sozinho, encerra normalmente
           goback
           .
       finaliza-exit.
           exit.
