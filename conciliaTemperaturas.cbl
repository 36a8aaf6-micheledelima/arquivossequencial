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

       fd arqEstatisticas.
       01 fd-estatisticas.
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

       fd arqConciliacao.
       01 fd-linha-conciliacao                     pic x(100).
       77  ws-dia-qtde-horas                       pic 9(02).
       77  ws-dia-umid-total                       pic 9(05).
       77  ws-dia-chuva-total                      pic 9(04)v9.
       77  ws-dia-horas-estimadas                  pic 9(02).

      *>    dias recomputados a partir do detalhe, em ordem de chave
      *>    (dimensionada como a tabela de resumos diarios de
          05 ws-apu-media                          pic s9(02)v9.
          05 ws-apu-umid-media                     pic 9(03).
          05 ws-apu-chuva-total                    pic 9(04)v9.
          05 ws-apu-horas-estimadas                pic 9(02).
      *>       "S" quando o dia foi encontrado no diario (o confronto
      *>       ja aconteceu); "N" no final = dia sem registro no diario
          05 ws-apu-casado                         pic x(01).
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
           compute ws-apu-umid-media(ws-qtde-dias) =
                   ws-dia-umid-total / ws-dia-qtde-horas
           move ws-dia-chuva-total to ws-apu-chuva-total(ws-qtde-dias)
           move ws-dia-horas-estimadas to ws-apu-horas-estimadas(ws-qtde-dias)
           move "N"            to ws-apu-casado(ws-qtde-dias)

           move 0 to ws-dia-qtde-horas
                   move ws-apu-chuva-total(ws-ind-merge) to ws-div-dia-apurado
                   perform gravar-divergencia-dia
               end-if
               if fd-horas-estimadas <> ws-apu-horas-estimadas(ws-ind-merge) then
                   move "H.ESTIMADAS "                 to ws-div-dia-campo
                   move fd-horas-estimadas             to ws-div-dia-gravado
                   move ws-apu-horas-estimadas(ws-ind-merge) to ws-div-dia-apurado
                   perform gravar-divergencia-dia
               end-if
           end-if

           .
