      *>    relativa (%) e chuva acumulada na hora (mm)
          05 fd-umid                               pic 9(03).
          05 fd-chuva                              pic 9(03)v9.
      *>    qualidade da leitura: O original, M incluida/corrigida na
      *>    manutencao, R reaplicada de revisaoErros, E estimada no
      *>    preenchimento de falhas (preencheFalhas)
          05 fd-qualidade                          pic x(01).

       fd arqArquivo.
       01 fa-temperaturas.
      *>    relativa (%) e chuva acumulada na hora (mm)
          05 fa-umid                               pic 9(03).
          05 fa-chuva                              pic 9(03)v9.
          05 fa-qualidade                          pic x(01).

      *>----Variaveis de trabalho
       working-storage section.
           move fd-temp    to fa-temp
           move fd-umid    to fa-umid
           move fd-chuva   to fa-chuva
           move fd-qualidade to fa-qualidade

           write fa-temperaturas
           if ws-fs-arqArquivo = 22 then
