      *>media e extremos com data/hora). Os consumidores diarios
      *>(lista11exercicio1v2, relatorioTemperaturas, temperaturaBatch)
      *>trabalham sobre o arquivo diario; o detalhe horario permanece
      *>em arqTemperaturas.dat para investigacao. Cada dia do diario
      *>leva tambem quantas das suas horas sao leituras estimadas
      *>(qualidade E, gravadas por preencheFalhas). Deve ser reexecutado
      *>apos cada carga ou manutencao para o diario refletir o detalhe;
      *>ao final de qualquer um dos modos as pendencias consolidadas
      *>sao limpas.
      *>    relativa (%) e chuva acumulada na hora (mm)
          05 fd-umid                               pic 9(03).
          05 fd-chuva                              pic 9(03)v9.
      *>    qualidade da leitura: O original, M incluida/corrigida na
      *>    manutencao, R reaplicada de revisaoErros, E estimada no
      *>    preenchimento de falhas (preencheFalhas)
          05 fd-qualidade                          pic x(01).

       fd arqDiario.
       01 fd-diario.
      *>    relativa (%) e chuva total do dia (mm)
          05 fd-umid-media                         pic 9(03).
          05 fd-chuva-total                        pic 9(04)v9.
      *>    horas do dia com leitura estimada (qualidade E)
          05 fd-horas-estimadas                    pic 9(02).

       fd arqEstacoes.
       01 fd-estacoes.
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

       fd arqEstatisticas.
       01 fd-estatisticas.
       77  ws-dia-qtde-horas                       pic 9(02).
       77  ws-dia-umid-total                       pic 9(05).
       77  ws-dia-chuva-total                      pic 9(04)v9.
       77  ws-dia-horas-estimadas                  pic 9(02).

      *>    estatisticas por estacao acumuladas sobre as leituras
      *>    horarias validas, gravadas ao final em arqEstatisticas
                               move 0       to ws-dia-total
                               move 0       to ws-dia-umid-total
                               move 0       to ws-dia-chuva-total
                               move 0       to ws-dia-horas-estimadas
                           end-if
                           if fd-temp < ws-dia-minima then
                               move fd-temp to ws-dia-minima
                           add fd-umid  to ws-dia-umid-total
                           add fd-chuva to ws-dia-chuva-total
                           add 1        to ws-dia-qtde-horas
                           if fd-qualidade = "E" then
                               add 1 to ws-dia-horas-estimadas
                           end-if
                       end-if
                   end-if
               end-perform
               compute fd-temp-media = ws-dia-total / ws-dia-qtde-horas
               compute fd-umid-media = ws-dia-umid-total / ws-dia-qtde-horas
               move ws-dia-chuva-total to fd-chuva-total
               move ws-dia-horas-estimadas to fd-horas-estimadas

               write fd-diario
               if ws-fs-arqDiario = 22 then
               move 0             to ws-dia-total
               move 0             to ws-dia-umid-total
               move 0             to ws-dia-chuva-total
               move 0             to ws-dia-horas-estimadas
           end-if

           if fd-temp < ws-dia-minima then
           add fd-umid  to ws-dia-umid-total
           add fd-chuva to ws-dia-chuva-total
           add 1        to ws-dia-qtde-horas
           if fd-qualidade = "E" then
               add 1 to ws-dia-horas-estimadas
           end-if

           .
       acumular-hora-exit.
           compute fd-temp-media = ws-dia-total / ws-dia-qtde-horas
           compute fd-umid-media = ws-dia-umid-total / ws-dia-qtde-horas
           move ws-dia-chuva-total to fd-chuva-total
           move ws-dia-horas-estimadas to fd-horas-estimadas

           write fd-diario
           if ws-fs-arqDiario <> 0 then
