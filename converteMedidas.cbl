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

       fd arqTemperaturasAntigo.
       01 fa-temperaturas.
      *>    relativa (%) e chuva acumulada na hora (mm)
          05 fd-umid                               pic 9(03).
          05 fd-chuva                              pic 9(03)v9.
      *>    qualidade da leitura: O original, M incluida/corrigida na
      *>    manutencao, R reaplicada de revisaoErros, E estimada no
      *>    preenchimento de falhas (preencheFalhas)
          05 fd-qualidade                          pic x(01).

       fd arqDiarioAntigo.
       01 fa-diario.
      *>    relativa (%) e chuva total do dia (mm)
          05 fd-umid-media                         pic 9(03).
          05 fd-chuva-total                        pic 9(04)v9.
      *>    horas do dia com leitura estimada (qualidade E)
          05 fd-horas-estimadas                    pic 9(02).

       fd arqAnualAntigo.
       01 fu-temperaturas.
          05 fn-temp                               pic s9(02)v9.
          05 fn-umid                               pic 9(03).
          05 fn-chuva                              pic 9(03)v9.
          05 fn-qualidade                          pic x(01).

      *>----Variaveis de trabalho
       working-storage section.

                   if ws-fs-arqEstacoesAntigo = 0 then
                       add 1 to ws-qtde-est-lidas
                       move spaces            to fd-estacoes
                       move fa-est-id         to fd-est-id
                       move fa-est-nome       to fd-est-nome
                       move fa-est-local      to fd-est-local
                       move 0                 to fd-est-temp-minima
                       move 0                 to fd-est-temp-maxima
                       move 0                 to fd-est-ajuste
      *>                sem grupo ate ser preenchido em manutencaoEstacoes
                       move spaces            to fd-est-grupo

                       write fd-estacoes
                       if ws-fs-arqEstacoes <> 0 then
      *>                o historico curto nao mediu umidade nem chuva
                       move 0          to fd-umid
                       move 0          to fd-chuva
                       move "O"        to fd-qualidade

                       write fd-temperaturas
                       if ws-fs-arqTemperaturas <> 0 then
                       move fa-temp-media     to fd-temp-media
                       move 0                 to fd-umid-media
                       move 0                 to fd-chuva-total
                       move 0                 to fd-horas-estimadas

                       write fd-diario
                       if ws-fs-arqDiario <> 0 then
                       move fu-temp    to fn-temp
                       move 0          to fn-umid
                       move 0          to fn-chuva
                       move "O"        to fn-qualidade

                       write fn-temperaturas
                       if ws-fs-arqAnual <> 0 then
