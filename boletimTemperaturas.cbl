      *>rejeicoes ainda pendentes (situacao "P") da estacao em
      *>arqTemperaturas-erros.dat. Sai em arqTemperaturas-boletim.dat,
      *>uma pagina, entregue ao chefe do turno.
      *>Os alertas de chuva ainda abertos em arqTemperaturas-alertas.dat
      *>(gerado por alertasChuva) entram no bloco da estacao com o
      *>nivel, o inicio do episodio e os picos de 1h/24h/72h. Os
      *>recordes quebrados ou igualados na ultima verificacao do livro
      *>de recordes (arqTemperaturas-recordes-novos.dat, gerado por
      *>recordesTemperaturas) entram no bloco da estacao com o recorde
      *>anterior e o seu ano.

      *>Divisão para configuração do ambiente
       environment division.
           lock mode is automatic
           file status is ws-fs-arqEventos.

      *>   Relatorio de alertas de chuva gerado por alertasChuva: so os
      *>   episodios com situacao ABERTO vao p/ o boletim
           select optional arqAlertas assign to "arqTemperaturas-alertas.dat"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqAlertas.

      *>   Lista de recordes novos gerada por recordesTemperaturas
           select optional arqRecordesNovos assign to "arqTemperaturas-recordes-novos.dat"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqRecordesNovos.

      *>   Arquivo de excecao: conta as rejeicoes ainda pendentes de
      *>   revisao por estacao
           select optional arqTemperaturas-erros assign to "arqTemperaturas-erros.dat"
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
      *>    relativa (%) e chuva total do dia (mm)
          05 fd-umid-media                         pic 9(03).
          05 fd-chuva-total                        pic 9(04)v9.
      *>    horas do dia com leitura estimada (qualidade E)
          05 fd-horas-estimadas                    pic 9(02).

       fd arqTemperaturas.
       01 fd-temperaturas.
      *>    relativa (%) e chuva acumulada na hora (mm)
          05 fd-umid                               pic 9(03).
          05 fd-chuva                              pic 9(03)v9.
      *>    qualidade da leitura: O original, M incluida/corrigida na
      *>    manutencao, R reaplicada de revisaoErros, E estimada no
      *>    preenchimento de falhas (preencheFalhas)
          05 fd-qualidade                          pic x(01).

       fd arqEventos.
       01 fd-linha-eventos                         pic x(80).

       fd arqAlertas.
       01 fd-linha-alertas                         pic x(100).

       fd arqRecordesNovos.
       01 fd-linha-recordes                        pic x(100).

       fd arqTemperaturas-erros.
       01 fd-temperaturas-erros.
          05 fd-erros-ano                          pic 9(04).
       77  ws-fs-arqDiario                         pic 9(02).
       77  ws-fs-arqTemperaturas                   pic 9(02).
       77  ws-fs-arqEventos                        pic 9(02).
       77  ws-fs-arqAlertas                        pic 9(02).
       77  ws-fs-arqRecordesNovos                  pic 9(02).
       77  ws-fs-arqTemperaturas-erros             pic 9(02).
       77  ws-fs-arqBoletim                        pic 9(02).

          05 ws-evento-estacao                     pic 9(02).
          05 ws-evento-linha                       pic x(80).

      *>    linha do relatorio de alertas relida pelo layout fixo gravado
      *>    por alertasChuva (so vale quando comeca em "Estacao ")
       01 ws-alerta-parse.
          05 ws-alp-rotulo                         pic x(08).
          05 ws-alp-estacao                        pic 9(02).
          05 filler                                pic x(01).
          05 ws-alp-nivel                          pic x(13).
          05 filler                                pic x(01).
          05 ws-alp-inicio                         pic x(13).
          05 filler                                pic x(04).
          05 ws-alp-fim                            pic x(13).
          05 filler                                pic x(01).
          05 ws-alp-picos                          pic x(36).
          05 filler                                pic x(01).
          05 ws-alp-situacao                       pic x(07).

      *>    alertas de chuva ainda abertos (no maximo um por estacao)
       77  ws-qtde-alertas                         pic 9(03).
       01 ws-alertas occurs 1 to 99 times
                     depending on ws-qtde-alertas.
          05 ws-alerta-estacao                     pic 9(02).
          05 ws-alerta-linha                       pic x(100).

      *>    linha do alerta de chuva aberto no bloco da estacao
       01 ws-linha-alerta.
          05 filler                                pic x(18) value "  Alerta de chuva ".
          05 ws-bol-alerta-nivel                   pic x(13).
          05 filler                                pic x(07) value " desde ".
          05 ws-bol-alerta-inicio                  pic x(13).
          05 filler                                pic x(01) value "h".
          05 ws-bol-alerta-picos                   pic x(36).
          05 filler                                pic x(03) value " mm".

      *>    linha da lista de recordes novos relida pelo layout fixo
      *>    gravado por recordesTemperaturas (so vale quando comeca em
      *>    "Estacao ")
       01 ws-recorde-parse.
          05 ws-rcp-rotulo                         pic x(08).
          05 ws-rcp-estacao                        pic 9(02).
          05 filler                                pic x(01).
          05 ws-rcp-detalhe                        pic x(89).

      *>    recordes novos da ultima verificacao, ja montados p/ o bloco
      *>    da estacao
       77  ws-qtde-recordes                        pic 9(03).
       01 ws-recordes occurs 1 to 300 times
                     depending on ws-qtde-recordes.
          05 ws-recorde-estacao                    pic 9(02).
          05 ws-recorde-linha                      pic x(100).

      *>    datas do evento parseado montadas p/ comparacao aaaammdd
       01 ws-evento-inicio.
          05 ws-evi-ano                            pic 9(04).

       01 indices.
          05 ws-ind-evento                         pic 9(03).
          05 ws-ind-alerta                         pic 9(03).
          05 ws-ind-recorde                        pic 9(03).

      *>    contadores do resumo final
       77  ws-qtde-estacoes-boletim                pic 9(02).

           perform inicializa.
           perform carregar-eventos-de-ontem.
           perform carregar-alertas-abertos.
           perform carregar-recordes-novos.
           perform contar-pendencias.
           perform montar-boletim.
           perform finaliza.
           perform gravar-linha-boletim

           move 0 to ws-qtde-eventos
           move 0 to ws-qtde-alertas
           move 0 to ws-qtde-recordes
           move 0 to ws-qtde-estacoes-boletim
           perform varying ws-ind-evento from 1 by 1 until ws-ind-evento > 99
               move 0 to ws-pend-estacao(ws-ind-evento)
       carregar-eventos-de-ontem-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Rele o relatorio de alertas de chuva e guarda, ja montada, a
      *>  linha de cada episodio ainda ABERTO - linha que nao comeca em
      *>  "Estacao " e cabecalho, nao alerta
      *>------------------------------------------------------------------------
       carregar-alertas-abertos section.

           open input arqAlertas.
           if ws-fs-arqAlertas <> 0
           and ws-fs-arqAlertas <> 05 then
               move 20                                         to ws-msn-erro-ofsset
               move ws-fs-arqAlertas                           to ws-msn-erro-cod
               move "Erro ao abrir arqTemperaturas-alertas "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqAlertas = 10
               read arqAlertas
               if  ws-fs-arqAlertas <> 0
               and ws-fs-arqAlertas <> 10 then
                   move 21                                         to ws-msn-erro-ofsset
                   move ws-fs-arqAlertas                           to ws-msn-erro-cod
                   move "Erro ao ler arqTemperaturas-alertas "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqAlertas = 0 then
                   move fd-linha-alertas to ws-alerta-parse
                   if  ws-alp-rotulo = "Estacao "
                   and ws-alp-estacao is numeric
                   and ws-alp-situacao = "ABERTO " then
      *>                ws-alertas so tem espaco p/ 99 alertas abertos -
      *>                alertasChuva deixa no maximo um por estacao
                       if ws-qtde-alertas >= 99 then
                           move 22                                       to ws-msn-erro-ofsset
                           move 0                                        to ws-msn-erro-cod
                           move "Mais de 99 alertas de chuva abertos "  to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       move ws-alp-nivel   to ws-bol-alerta-nivel
                       move ws-alp-inicio  to ws-bol-alerta-inicio
                       move ws-alp-picos   to ws-bol-alerta-picos
                       add 1 to ws-qtde-alertas
                       move ws-alp-estacao  to ws-alerta-estacao(ws-qtde-alertas)
                       move ws-linha-alerta to ws-alerta-linha(ws-qtde-alertas)
                   end-if
               end-if
           end-perform

           close arqAlertas.
           if ws-fs-arqAlertas <> 0 then
               move 23                                         to ws-msn-erro-ofsset
               move ws-fs-arqAlertas                           to ws-msn-erro-cod
               move "Erro ao fechar arqTemperaturas-alertas "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       carregar-alertas-abertos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Rele a lista de recordes novos da ultima verificacao do livro e
      *>  guarda cada recorde com a estacao - linha que nao comeca em
      *>  "Estacao " e cabecalho, nao recorde
      *>------------------------------------------------------------------------
       carregar-recordes-novos section.

           open input arqRecordesNovos.
           if ws-fs-arqRecordesNovos <> 0
           and ws-fs-arqRecordesNovos <> 05 then
               move 24                                         to ws-msn-erro-ofsset
               move ws-fs-arqRecordesNovos                     to ws-msn-erro-cod
               move "Erro ao abrir arqTemperaturas-recordes-no" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqRecordesNovos = 10
               read arqRecordesNovos
               if  ws-fs-arqRecordesNovos <> 0
               and ws-fs-arqRecordesNovos <> 10 then
                   move 25                                         to ws-msn-erro-ofsset
                   move ws-fs-arqRecordesNovos                     to ws-msn-erro-cod
                   move "Erro ao ler arqTemperaturas-recordes-novo" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqRecordesNovos = 0 then
                   move fd-linha-recordes to ws-recorde-parse
                   if  ws-rcp-rotulo = "Estacao "
                   and ws-rcp-estacao is numeric then
      *>                ws-recordes so tem espaco p/ 300 recordes - acima
      *>                disso a lista de origem esta fora do esperado
                       if ws-qtde-recordes >= 300 then
                           move 26                                       to ws-msn-erro-ofsset
                           move 0                                        to ws-msn-erro-cod
                           move "Mais de 300 recordes novos na lista "   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       add 1 to ws-qtde-recordes
                       move ws-rcp-estacao to ws-recorde-estacao(ws-qtde-recordes)
                       move spaces         to ws-recorde-linha(ws-qtde-recordes)
                       string "  Recorde " delimited by size
                              ws-rcp-detalhe delimited by size
                              into ws-recorde-linha(ws-qtde-recordes)
                   end-if
               end-if
           end-perform

           close arqRecordesNovos.
           if ws-fs-arqRecordesNovos <> 0 then
               move 27                                         to ws-msn-erro-ofsset
               move ws-fs-arqRecordesNovos                     to ws-msn-erro-cod
               move "Erro ao fechar arqTemperaturas-recordes-n" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       carregar-recordes-novos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conta as rejeicoes ainda pendentes (situacao "P" ou em branco,
      *>  como revisaoErros as trata) por estacao

      *>------------------------------------------------------------------------
      *>  Bloco de uma estacao: numeros do diario de ontem, eventos que
      *>  tocam a data, alertas de chuva abertos, recordes novos, horas
      *>  sem leitura e rejeicoes pendentes
      *>------------------------------------------------------------------------
       montar-bloco-estacao section.

               end-if
           end-perform

      *>    alerta de chuva ainda em curso
           perform varying ws-ind-alerta from 1 by 1 until
                                               ws-ind-alerta > ws-qtde-alertas
               if ws-alerta-estacao(ws-ind-alerta) = fd-est-id then
                   move ws-alerta-linha(ws-ind-alerta) to fd-linha-boletim
                   perform gravar-linha-boletim
               end-if
           end-perform

      *>    recordes quebrados ou igualados
           perform varying ws-ind-recorde from 1 by 1 until
                                               ws-ind-recorde > ws-qtde-recordes
               if ws-recorde-estacao(ws-ind-recorde) = fd-est-id then
                   move ws-recorde-linha(ws-ind-recorde) to fd-linha-boletim
                   perform gravar-linha-boletim
               end-if
           end-perform

           perform listar-horas-faltantes

           move ws-pend-estacao(fd-est-id) to ws-bol-pendentes
           display "Boletim da manha gerado p/ " ws-ontem-dia "/" ws-ontem-mes "/" ws-ontem-ano
           display "Estacoes ativas no boletim...: " ws-qtde-estacoes-boletim
           display "Eventos tocando a data.......: " ws-qtde-eventos
           display "Alertas de chuva abertos.....: " ws-qtde-alertas
           display "Boletim gravado em arqTemperaturas-boletim.dat"

           Stop run
