      *>    relativa (%) e chuva total do dia (mm)
          05 fd-umid-media                         pic 9(03).
          05 fd-chuva-total                        pic 9(04)v9.
      *>    horas do dia com leitura estimada (qualidade E)
          05 fd-horas-estimadas                    pic 9(02).

       fd arqTemperaturas-erros.
       01 fd-temperaturas-erros.
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

       fd arqRelatorio.
       01 fd-linha-relatorio                       pic x(80).
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

      *>----Variaveis de trabalho
       working-storage section.
