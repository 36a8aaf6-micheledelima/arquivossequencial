      *>em manutencaoOperadores); o id conferido e o que vai p/ cada
      *>registro da trilha de auditoria, e tentativa recusada (senha
      *>errada, perfil so de consulta) fica na trilha com operacao "N".
      *>Leitura incluida ou alterada aqui fica com qualidade M
      *>(inclusive a estimada por preencheFalhas que for corrigida).

      *>Divisão para configuração do ambiente
       environment division.
      *>    relativa (%) e chuva acumulada na hora (mm)
          05 fd-umid                               pic 9(03).
          05 fd-chuva                              pic 9(03)v9.
      *>    qualidade da leitura: O original, M incluida/corrigida na
      *>    manutencao, R reaplicada de revisaoErros, E estimada no
      *>    preenchimento de falhas (preencheFalhas)
          05 fd-qualidade                          pic x(01).

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

       fd arqTemperaturas-erros.
       01 fd-temperaturas-erros.
               move ws-temp-informado    to fd-temp
               move ws-umid-informado    to fd-umid
               move ws-chuva-informado   to fd-chuva
               move "M"                  to fd-qualidade

               write fd-temperaturas
               if ws-fs-arqTemperaturas = 22 then

               perform buscar-perfil-estacao

               display "Qualidade atual...: " fd-qualidade
               display "Nova temperatura (dentro da faixa da estacao): "
               accept ws-temp-informado
               display "Umidade atual.....: " fd-umid
                   move ws-temp-informado  to fd-temp
                   move ws-umid-informado  to fd-umid
                   move ws-chuva-informado to fd-chuva
                   move "M"                to fd-qualidade

                   rewrite fd-temperaturas
                   if ws-fs-arqTemperaturas <> 0 then
