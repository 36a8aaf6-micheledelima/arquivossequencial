      *>    relativa (%) e chuva acumulada na hora (mm)
          05 fd-umid                               pic 9(03).
          05 fd-chuva                              pic 9(03)v9.
      *>    qualidade da leitura: O original, M incluida/corrigida na
      *>    manutencao, R reaplicada de revisaoErros, E estimada no
      *>    preenchimento de falhas (preencheFalhas)
          05 fd-qualidade                          pic x(01).

       fd arqErrosAnterior.
       01 fe-temperaturas-erros.
      *>            o historico antigo nao media umidade nem chuva
                   move 0          to fd-umid
                   move 0          to fd-chuva
                   move "O"        to fd-qualidade

                   write fd-temperaturas
                   if ws-fs-arqTemperaturas <> 0 then
