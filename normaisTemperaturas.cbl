      *>quebra de resumoTemperaturas) e acumula, por estacao e mes do
      *>calendario, a media das minimas diarias, a media das maximas
      *>diarias e a media das medias diarias atraves dos anos
      *>arquivados; junto vao as normais de umidade (media das umidades
      *>medias diarias), de chuva (total do mes medio entre os anos que
      *>tem aquele mes) e as contagens medias por ano de dias de chuva
      *>(>= 1 mm), de dias quentes (maxima > 30) e de dias de geada
      *>(minima < 0). O resultado sai em arqTemperaturas-normais.dat
      *>(indexado por estacao + mes), usado por relatorioTemperaturas,
      *>pelo sumario de climatologiaMensal e
      *>pela consulta de lista11exercicio1v2 p/ medir o desvio de um dia
      *>contra a normal DAQUELE mes do ano - comparar janeiro com a
      *>media de todos os tempos so diz que e verao. Ano anual ausente
      *>e apenas pulado com aviso, p/ nao travar a apuracao.
      *>Pedida a serie longa, a apuracao segue a sucessao das estacoes
      *>cadastrada em manutencaoEstacoes: as leituras do id antigo ate
      *>a vespera do encerramento entram nas normais da estacao em que
      *>a cadeia de sucessoras emendadas desemboca (leituras do id
      *>antigo depois do encerramento e da sucessora antes dele ficam
      *>de fora), e cada emenda sai no resumo com a data da quebra.

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

       fd arqNormais.
       01 fd-normais.
      *>    dias de calendario que sustentam a normal (p/ o leitor
      *>    julgar a representatividade)
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
       77  ws-dia-total                            pic s9(04)v9.
       77  ws-dia-qtde-horas                       pic 9(02).
       77  ws-dia-media                            pic s9(02)v9.
       77  ws-dia-umid-total                       pic 9(05).
       77  ws-dia-umid-media                       pic 9(03).
       77  ws-dia-chuva-total                      pic 9(04)v9.

      *>    limites das contagens de dias: chuva a partir de 1 mm,
      *>    dia quente com maxima acima de 30 e de geada com minima
      *>    abaixo de 0
       77  ws-limite-dia-chuva                     pic 9(02)v9 value 1.
       77  ws-limite-dia-quente                    pic s9(02)v9 value 30.
       77  ws-limite-dia-geada                     pic s9(02)v9 value 0.

      *>    acumuladores das normais: por estacao vista, 12 meses do
      *>    calendario com as somas das minimas, maximas e medias
      *>    diarias e a quantidade de dias acumulados; a umidade soma
      *>    as medias diarias, a chuva e as contagens de dias somam
      *>    por ano e sao divididas pelos anos que tem o mes (ultimo
      *>    ano visto marca a virada)
       77  ws-qtde-estacoes                        pic 9(02).
       01 ws-normais-estacoes occurs 1 to 99 times
                              depending on ws-qtde-estacoes.
             10 ws-norm-total-maximas              pic s9(07)v9.
             10 ws-norm-total-medias               pic s9(07)v9.
             10 ws-norm-qtde-dias                  pic 9(05).
             10 ws-norm-total-umid                 pic 9(08).
             10 ws-norm-total-chuva                pic 9(07)v9.
             10 ws-norm-total-dias-chuva           pic 9(05).
             10 ws-norm-total-dias-quentes         pic 9(05).
             10 ws-norm-total-dias-geada           pic 9(05).
             10 ws-norm-qtde-anos                  pic 9(03).
             10 ws-norm-ultimo-ano                 pic 9(04).

       01 indices.
          05 ws-ind-estacao                        pic 9(02).
       77  ws-qtde-dias                            pic 9(06).
       77  ws-qtde-normais-gravadas                pic 9(04).

      *>    serie longa: segue a sucessao das estacoes (mudanca de local
      *>    ou troca do mastro) emendando a serie do id antigo na da
      *>    sucessora; tabela indexada pelo id com a sucessora emendada,
      *>    a data do encerramento, a estacao em que a cadeia desemboca
      *>    e a data em que a serie da propria estacao comeca (quebra)
       77  ws-serie-longa                          pic x(01).
       01 ws-sucessoes.
          05 ws-sucessao occurs 99 times.
             10 ws-suc-sucessora                   pic 9(02).
             10 ws-suc-encerramento                pic 9(08).
             10 ws-suc-destino                     pic 9(02).
             10 ws-suc-inicio                      pic 9(08).
       77  ws-ind-serie                            pic 9(03).
       77  ws-id-cadeia                            pic 9(02).
       77  ws-passos-cadeia                        pic 9(03).
       77  ws-serie-estacao                        pic 9(02).
       77  ws-serie-data                           pic 9(08).
       01 ws-quebra-data.
          05 ws-quebra-ano                         pic 9(04).
          05 ws-quebra-mes                         pic 9(02).
          05 ws-quebra-dia                         pic 9(02).
       77  ws-qtde-fora-serie                      pic 9(06).

       01 ws-uso-comum.
          05 ws-msn-erro.
             10 ws-msn-erro-ofsset                 pic 9(04).
           accept ws-ano-inicial
           display "Ultimo ano arquivado a apurar: "
           accept ws-ano-final
           display "Seguir a sucessao das estacoes - serie longa (S/N): "
           accept ws-serie-longa
           if ws-serie-longa = "s" then
               move "S" to ws-serie-longa
           end-if

           if ws-ano-final < ws-ano-inicial then
               display "Intervalo de anos invalido"
               perform finaliza-anormal
           end-if

           if ws-serie-longa = "S" then
               perform carregar-sucessoes
           end-if

           open output arqNormais.
           if ws-fs-arqNormais <> 0 then
               move 2                                          to ws-msn-erro-ofsset
           move 0 to ws-qtde-ignoradas
           move 0 to ws-qtde-dias
           move 0 to ws-qtde-normais-gravadas
           move 0 to ws-qtde-fora-serie
           move 0 to ws-dia-qtde-horas

           .
                       or fd-temp > ws-temp-maximo then
                           add 1 to ws-qtde-ignoradas
                       else
                           move fd-estacao to ws-serie-estacao
                           if  ws-serie-longa = "S"
                           and fd-estacao >= 1 then
                               compute ws-serie-data = fd-ano * 10000
                                                     + fd-mes * 100
                                                     + fd-dia
                               perform atribuir-serie
                           end-if
                           if ws-serie-estacao = 0 then
                               add 1 to ws-qtde-fora-serie
                           else
                               perform acumular-hora
                           end-if
                       end-if
                   end-if
               end-perform
      *>------------------------------------------------------------------------
      *>  Acumula a leitura horaria corrente no dia em consolidacao,
      *>  fechando o dia anterior quando a chave (sem a hora) muda -
      *>  mesma quebra de resumoTemperaturas; a estacao e a da serie
      *>  (ws-serie-estacao), que na serie longa pode ser a sucessora
      *>------------------------------------------------------------------------
       acumular-hora section.

           move fd-ano     to ws-lida-ano
           move fd-mes     to ws-lida-mes
           move fd-dia     to ws-lida-dia
           move ws-serie-estacao to ws-lida-estacao

           if  ws-dia-qtde-horas > 0
           and ws-chave-lida <> ws-chave-dia then
               move fd-temp       to ws-dia-minima
               move fd-temp       to ws-dia-maxima
               move 0             to ws-dia-total
               move 0             to ws-dia-umid-total
               move 0             to ws-dia-chuva-total
           end-if

           if fd-temp < ws-dia-minima then
           if fd-temp > ws-dia-maxima then
               move fd-temp to ws-dia-maxima
           end-if
           add fd-temp  to ws-dia-total
           add fd-umid  to ws-dia-umid-total
           add fd-chuva to ws-dia-chuva-total
           add 1        to ws-dia-qtde-horas

           .
       acumular-hora-exit.

           add 1 to ws-qtde-dias
           compute ws-dia-media = ws-dia-total / ws-dia-qtde-horas
           compute ws-dia-umid-media = ws-dia-umid-total / ws-dia-qtde-horas

           move 0 to ws-ind-estacao-achada
           perform varying ws-ind-estacao from 1 by 1 until
                   move 0 to ws-norm-total-maximas(ws-ind-estacao-achada, ws-ind-mes)
                   move 0 to ws-norm-total-medias(ws-ind-estacao-achada, ws-ind-mes)
                   move 0 to ws-norm-qtde-dias(ws-ind-estacao-achada, ws-ind-mes)
                   move 0 to ws-norm-total-umid(ws-ind-estacao-achada, ws-ind-mes)
                   move 0 to ws-norm-total-chuva(ws-ind-estacao-achada, ws-ind-mes)
                   move 0 to ws-norm-total-dias-chuva(ws-ind-estacao-achada, ws-ind-mes)
                   move 0 to ws-norm-total-dias-quentes(ws-ind-estacao-achada, ws-ind-mes)
                   move 0 to ws-norm-total-dias-geada(ws-ind-estacao-achada, ws-ind-mes)
                   move 0 to ws-norm-qtde-anos(ws-ind-estacao-achada, ws-ind-mes)
                   move 0 to ws-norm-ultimo-ano(ws-ind-estacao-achada, ws-ind-mes)
               end-perform
           end-if

           add ws-dia-media  to ws-norm-total-medias(ws-ind-estacao-achada, ws-dia-mes)
           add 1             to ws-norm-qtde-dias(ws-ind-estacao-achada, ws-dia-mes)

      *>    primeiro dia deste ano no mes: mais um ano na base da chuva
           if ws-norm-ultimo-ano(ws-ind-estacao-achada, ws-dia-mes) <> ws-dia-ano then
               move ws-dia-ano to ws-norm-ultimo-ano(ws-ind-estacao-achada, ws-dia-mes)
               add 1           to ws-norm-qtde-anos(ws-ind-estacao-achada, ws-dia-mes)
           end-if

           add ws-dia-umid-media  to ws-norm-total-umid(ws-ind-estacao-achada, ws-dia-mes)
           add ws-dia-chuva-total to ws-norm-total-chuva(ws-ind-estacao-achada, ws-dia-mes)
           if ws-dia-chuva-total >= ws-limite-dia-chuva then
               add 1 to ws-norm-total-dias-chuva(ws-ind-estacao-achada, ws-dia-mes)
           end-if
           if ws-dia-maxima > ws-limite-dia-quente then
               add 1 to ws-norm-total-dias-quentes(ws-ind-estacao-achada, ws-dia-mes)
           end-if
           if ws-dia-minima < ws-limite-dia-geada then
               add 1 to ws-norm-total-dias-geada(ws-ind-estacao-achada, ws-dia-mes)
           end-if

           move 0 to ws-dia-qtde-horas

           .
                                   / ws-norm-qtde-dias(ws-ind-estacao, ws-ind-mes)
                       move ws-norm-qtde-dias(ws-ind-estacao, ws-ind-mes)
                                                           to fd-norm-qtde-dias
                       compute fd-norm-umid =
                               ws-norm-total-umid(ws-ind-estacao, ws-ind-mes)
                                   / ws-norm-qtde-dias(ws-ind-estacao, ws-ind-mes)
                       compute fd-norm-chuva =
                               ws-norm-total-chuva(ws-ind-estacao, ws-ind-mes)
                                   / ws-norm-qtde-anos(ws-ind-estacao, ws-ind-mes)
                       compute fd-norm-dias-chuva =
                               ws-norm-total-dias-chuva(ws-ind-estacao, ws-ind-mes)
                                   / ws-norm-qtde-anos(ws-ind-estacao, ws-ind-mes)
                       compute fd-norm-dias-quentes =
                               ws-norm-total-dias-quentes(ws-ind-estacao, ws-ind-mes)
                                   / ws-norm-qtde-anos(ws-ind-estacao, ws-ind-mes)
                       compute fd-norm-dias-geada =
                               ws-norm-total-dias-geada(ws-ind-estacao, ws-ind-mes)
                                   / ws-norm-qtde-anos(ws-ind-estacao, ws-ind-mes)
                       move ws-norm-qtde-anos(ws-ind-estacao, ws-ind-mes)
                                                           to fd-norm-qtde-anos

                       write fd-normais
                       if ws-fs-arqNormais <> 0 then
       gravar-normais-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega a sucessao das estacoes do cadastro p/ a serie longa:
      *>  cada id antigo com sucessora emendada (S) guarda a sucessora,
      *>  a data do encerramento e a estacao em que a cadeia desemboca;
      *>  a sucessora guarda a data em que a serie dela comeca (a
      *>  quebra). Campos em branco nos cadastros anteriores valem sem
      *>  sucessao.
      *>------------------------------------------------------------------------
       carregar-sucessoes section.

           perform varying ws-ind-serie from 1 by 1 until ws-ind-serie > 99
               move 0            to ws-suc-sucessora(ws-ind-serie)
               move 0            to ws-suc-encerramento(ws-ind-serie)
               move ws-ind-serie to ws-suc-destino(ws-ind-serie)
               move 0            to ws-suc-inicio(ws-ind-serie)
           end-perform

           move 0 to fd-est-id
           start arqEstacoes key is not less than fd-est-id
           if ws-fs-arqEstacoes = 0 then
               perform until ws-fs-arqEstacoes = 10
                   read arqEstacoes next record
                   if  ws-fs-arqEstacoes <> 0
                   and ws-fs-arqEstacoes <> 10 then
                       move 10                                      to ws-msn-erro-ofsset
                       move ws-fs-arqEstacoes                     to ws-msn-erro-cod
                       move "Erro ao ler arq. arqEstacoes "       to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if  ws-fs-arqEstacoes = 0
                   and fd-est-id >= 1
                   and fd-est-encerramento is numeric
                   and fd-est-encerramento <> 0
                   and fd-est-sucessora is numeric
                   and fd-est-sucessora >= 1
                   and fd-est-sucessora <> fd-est-id
                   and fd-est-emenda = "S" then
                       move fd-est-sucessora    to ws-suc-sucessora(fd-est-id)
                       move fd-est-encerramento to ws-suc-encerramento(fd-est-id)
                       move fd-est-encerramento to ws-suc-inicio(fd-est-sucessora)
                   end-if
               end-perform
           end-if

      *>    estacao em que a cadeia de cada id desemboca (no maximo 99
      *>    passos - manutencaoEstacoes ja recusa ciclos)
           perform varying ws-ind-serie from 1 by 1 until ws-ind-serie > 99
               move ws-ind-serie to ws-id-cadeia
               move 0            to ws-passos-cadeia
               perform until ws-suc-sucessora(ws-id-cadeia) = 0
                          or ws-passos-cadeia > 99
                   move ws-suc-sucessora(ws-id-cadeia) to ws-id-cadeia
                   add 1 to ws-passos-cadeia
               end-perform
               move ws-id-cadeia to ws-suc-destino(ws-ind-serie)
           end-perform

           .
       carregar-sucessoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Serie longa: estacao a que pertence a leitura de
      *>  ws-serie-estacao na data ws-serie-data (AAAAMMDD). O id antigo
      *>  antes do encerramento vai p/ a estacao em que a cadeia
      *>  desemboca; o id antigo a partir do encerramento e a sucessora
      *>  antes da quebra (periodo em paralelo) ficam fora da serie e
      *>  voltam com estacao zero
      *>------------------------------------------------------------------------
       atribuir-serie section.

           if  ws-suc-inicio(ws-serie-estacao) <> 0
           and ws-serie-data < ws-suc-inicio(ws-serie-estacao) then
               move 0 to ws-serie-estacao
           else
           if ws-suc-sucessora(ws-serie-estacao) <> 0 then
               if ws-serie-data < ws-suc-encerramento(ws-serie-estacao) then
                   move ws-suc-destino(ws-serie-estacao) to ws-serie-estacao
               else
                   move 0 to ws-serie-estacao
               end-if
           end-if
           end-if

           .
       atribuir-serie-exit.
           exit.

       finaliza-anormal section.
           display ws-msn-erro.
           Stop run
           display "Arquivos anuais ausentes.....: " ws-qtde-anos-ausentes
           display "Leituras horarias lidas......: " ws-qtde-lidas
           display "Leituras fora da faixa.......: " ws-qtde-ignoradas
           if ws-serie-longa = "S" then
               display "Leituras fora da serie longa.: " ws-qtde-fora-serie
               perform varying ws-ind-serie from 1 by 1 until ws-ind-serie > 99
                   if ws-suc-sucessora(ws-ind-serie) <> 0 then
                       move ws-suc-encerramento(ws-ind-serie) to ws-quebra-data
                       display "Quebra em " ws-quebra-dia "/" ws-quebra-mes "/" ws-quebra-ano
                               ": estacao " ws-ind-serie
                               " segue na estacao " ws-suc-sucessora(ws-ind-serie)
                               " - normais na estacao " ws-suc-destino(ws-ind-serie)
                   end-if
               end-perform
           end-if
           display "Dias consolidados............: " ws-qtde-dias
           display "Normais gravadas (est x mes).: " ws-qtde-normais-gravadas
           display "Normais gravadas em arqTemperaturas-normais.dat"
