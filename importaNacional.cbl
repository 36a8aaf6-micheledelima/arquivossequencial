      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "importaNacional".
       author. "Michele de Lima".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Importacao do arquivo texto horario baixado do servico
      *>meteorologico nacional, segunda porta de entrada de leituras
      *>ao lado de cargaTemperaturas. Cada linha traz o codigo da
      *>estacao no servico nacional, a data, a hora e as medidas nas
      *>unidades daquela estacao; linhas comecando por "*" sao o
      *>cabecalho/comentarios do servico e sao puladas. O codigo e
      *>traduzido p/ o id da estacao em arqEstacoes.dat pela
      *>correspondencia arqCorrespondencias.dat (manutencao em
      *>manutencaoCorrespondencias), que tambem diz as unidades: a
      *>temperatura e convertida p/ graus Celsius e a chuva p/
      *>milimetros antes de qualquer validacao. Codigo sem
      *>correspondencia ativa conta como nao mapeado e e listado no
      *>fim p/ o cadastro; linha com campo nao numerico ou data/hora
      *>impossivel conta como invalida. As linhas mapeadas passam
      *>pelas mesmas validacoes de cargaTemperaturas (estacao
      *>cadastrada/ativa - e externa -, faixa da estacao, umidade,
      *>chuva, variacao horaria e sensor travado) e as rejeitadas caem
      *>em arqTemperaturas-erros.dat com o mesmo motivo, p/ revisao em
      *>revisaoErros. Leituras gravadas ficam com qualidade O e entram
      *>nas estatisticas e na pauta de consolidacao como as da carga.
      *>Cada arquivo importado deixa uma linha de conciliacao em
      *>arqTemperaturas-importacoes.dat: lidas = mapeadas + nao
      *>mapeadas + invalidas e mapeadas = carregadas + rejeitadas +
      *>duplicadas; divergencia e avisada e fica marcada na linha.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.
      *>   Arquivo texto do servico nacional (nome informado pelo
      *>   operador; em branco vale arqTemperaturas-nacional.dat)
           select arqNacional assign to ws-nome-arquivo
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqNacional.

      *>   Correspondencia codigo do servico nacional -> id da estacao
      *>   e unidades das medidas (manutencaoCorrespondencias)
           select arqCorrespondencias assign to "arqCorrespondencias.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-cor-codigo
           lock mode is automatic
           file status is ws-fs-arqCorrespondencias.

      *>   Declaração do arquivo
           select arqTemperaturas assign to "arqTemperaturas.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-chave
           lock mode is automatic
           file status is ws-fs-arqTemperaturas.

      *>   Cadastro de estacoes: leituras so sao aceitas para estacoes
      *>   externas cadastradas e ativas
           select arqEstacoes assign to "arqEstacoes.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-est-id
           lock mode is automatic
           file status is ws-fs-arqEstacoes.

      *>   Estatisticas por estacao, atualizadas incrementalmente a cada
      *>   leitura importada (reconstrucao completa em
      *>   resumoTemperaturas)
           select arqEstatisticas assign to "arqTemperaturas-estatisticas.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-stat-estacao
           lock mode is automatic
           file status is ws-fs-arqEstatisticas.

      *>   Arquivo de excecao: mesmo fluxo de rejeicao da carga dos
      *>   dataloggers (revisao em revisaoErros)
           select optional arqTemperaturas-erros assign to "arqTemperaturas-erros.dat"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqTemperaturas-erros.

      *>   Pauta da consolidacao incremental de resumoTemperaturas
           select optional arqPendentes assign to "arqTemperaturas-pendentes.dat"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqPendentes.

      *>   Conciliacao das importacoes: uma linha por arquivo importado
      *>   (aberto em extend)
           select optional arqImportacoes assign to "arqTemperaturas-importacoes.dat"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqImportacoes.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqNacional.
      *>   uma linha por leitura horaria: codigo, data, hora,
      *>   temperatura, umidade relativa e chuva da hora
       01 fd-registro-nacional                     pic x(40).

       fd arqCorrespondencias.
       01 fd-correspondencias.
      *>    codigo da estacao no arquivo do servico nacional
          05 fd-cor-codigo                         pic x(08).
      *>    id da estacao (externa) em arqEstacoes
          05 fd-cor-estacao                        pic 9(02).
      *>    nome da estacao no servico nacional
          05 fd-cor-nome                           pic x(30).
      *>    unidades informadas pela estacao: temperatura C (Celsius),
      *>    F (Fahrenheit) ou K (Kelvin); chuva M (milimetros) ou P
      *>    (polegadas)
          05 fd-cor-unid-temp                      pic x(01).
          05 fd-cor-unid-chuva                     pic x(01).
      *>    situacao: A = ativa, I = inativa (linhas do codigo nao sao
      *>    carregadas)
          05 fd-cor-situacao                       pic x(01).
          05 filler                                pic x(10).

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

       fd arqEstacoes.
       01 fd-estacoes.
          05 fd-est-id                              pic 9(02).
          05 fd-est-nome                            pic x(30).
          05 fd-est-local                           pic x(30).
          05 fd-est-instalacao.
             10 fd-est-inst-ano                     pic 9(04).
             10 fd-est-inst-mes                     pic 9(02).
             10 fd-est-inst-dia                     pic 9(02).
          05 fd-est-situacao                        pic x(01).
      *>    perfil de validacao da estacao: faixa plausivel propria
      *>    (minima/maxima zeradas = perfil nao preenchido, vale o
      *>    padrao -30..50) e ajuste de calibracao somado ao valor
      *>    bruto do sensor antes da gravacao
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
          05 fd-stat-estacao                       pic 9(02).
          05 fd-stat-total                         pic s9(08)v9.
          05 fd-stat-qtde                          pic 9(06).
          05 fd-stat-media                         pic s9(03)v9.
          05 fd-stat-ano-maior                     pic 9(04).
          05 fd-stat-mes-maior                     pic 9(02).
          05 fd-stat-dia-maior                     pic 9(02).
          05 fd-stat-hora-maior                    pic 9(02).
          05 fd-stat-valor-maior                   pic s9(02)v9.
          05 fd-stat-ano-menor                     pic 9(04).
          05 fd-stat-mes-menor                     pic 9(02).
          05 fd-stat-dia-menor                     pic 9(02).
          05 fd-stat-hora-menor                    pic 9(02).
          05 fd-stat-valor-menor                   pic s9(02)v9.

       fd arqTemperaturas-erros.
       01 fd-temperaturas-erros.
          05 fd-erros-ano                          pic 9(04).
          05 fd-erros-mes                          pic 9(02).
          05 fd-erros-dia                          pic 9(02).
          05 fd-erros-estacao                      pic 9(02).
          05 fd-erros-hora                         pic 9(02).
          05 fd-erros-temp                         pic s9(02)v9 sign leading separate.
          05 fd-erros-motivo                       pic x(40).
      *>    disposicao da rejeicao: P = pendente de revisao, R =
      *>    reaplicada em arqTemperaturas, D = descartada (revisaoErros)
          05 fd-erros-situacao                     pic x(01).
      *>    medidas que acompanhavam a leitura rejeitada (zeradas p/
      *>    rejeicao que nao veio da carga dos dataloggers)
          05 fd-erros-umid                         pic 9(03).
          05 fd-erros-chuva                        pic 9(03)v9.

       fd arqPendentes.
       01 fd-pendentes.
          05 fd-pend-ano                           pic 9(04).
          05 fd-pend-mes                           pic 9(02).
          05 fd-pend-dia                           pic 9(02).
          05 fd-pend-estacao                       pic 9(02).

       fd arqImportacoes.
       01 fd-importacoes.
          05 fd-imp-data                           pic 9(08).
          05 fd-imp-hora                           pic 9(06).
          05 fd-imp-arquivo                        pic x(40).
          05 fd-imp-qtde-lidas                     pic 9(06).
          05 fd-imp-qtde-mapeadas                  pic 9(06).
          05 fd-imp-qtde-nao-mapeadas              pic 9(06).
          05 fd-imp-qtde-invalidas                 pic 9(06).
          05 fd-imp-qtde-carregadas                pic 9(06).
          05 fd-imp-qtde-rejeitadas                pic 9(06).
          05 fd-imp-qtde-duplicadas                pic 9(06).
      *>    situacao da conciliacao: C = contagens conferem, D =
      *>    divergencia entre as contagens
          05 fd-imp-situacao                       pic x(01).

      *>----Variaveis de trabalho
       working-storage section.
       77  ws-fs-arqNacional                       pic 9(02).
       77  ws-fs-arqCorrespondencias               pic 9(02).
       77  ws-fs-arqTemperaturas                   pic 9(02).
       77  ws-fs-arqEstacoes                       pic 9(02).
       77  ws-fs-arqEstatisticas                   pic 9(02).
       77  ws-fs-arqTemperaturas-erros             pic 9(02).
       77  ws-fs-arqPendentes                      pic 9(02).
       77  ws-fs-arqImportacoes                    pic 9(02).

      *>    arquivo do servico nacional a importar
       77  ws-nome-arquivo                         pic x(40).

      *>    data/hora do sistema carimbadas na conciliacao
       77  ws-data-sistema                         pic 9(08).
       01 ws-hora-sistema.
          05 ws-hora-hhmmss                        pic 9(06).
          05 filler                                pic 9(02).

      *>    linha do servico nacional vista pelas duas oticas: tipo
      *>    (p/ reconhecer cabecalho/comentario "*") e leitura
       01 ws-registro-nacional.
          05 ws-nac-tipo                           pic x(01).
          05 filler                                pic x(39).
       01 ws-nacional-leitura redefines ws-registro-nacional.
          05 ws-nac-codigo                         pic x(08).
          05 ws-nac-data.
             10 ws-nac-ano                         pic 9(04).
             10 ws-nac-mes                         pic 9(02).
             10 ws-nac-dia                         pic 9(02).
          05 ws-nac-hora                           pic 9(02).
      *>       temperatura na unidade da estacao (Kelvin passa de 99)
          05 ws-nac-temp                           pic s9(03)v9 sign leading separate.
          05 ws-nac-umid                           pic 9(03).
      *>       chuva da hora em mm ou polegadas (centesimos)
          05 ws-nac-chuva                          pic 9(03)v99.
          05 filler                                pic x(09).

      *>    resultado da conferencia de formato da linha
       77  ws-linha-valida                         pic x(01).

      *>    medidas convertidas p/ graus Celsius e milimetros, antes de
      *>    caber nos campos da leitura
       77  ws-temp-convertida                      pic s9(04)v9.
       77  ws-chuva-convertida                     pic 9(05)v9.

      *>    leitura ja traduzida p/ o formato de arqTemperaturas - mesmos
      *>    nomes do detalhe de cargaTemperaturas
       01 ws-carga-detalhe.
          05 ws-det-ano                            pic 9(04).
          05 ws-det-mes                            pic 9(02).
          05 ws-det-dia                            pic 9(02).
          05 ws-det-estacao                        pic 9(02).
          05 ws-det-hora                           pic 9(02).
          05 ws-det-temp                           pic s9(02)v9.
          05 ws-det-umid                           pic 9(03).
          05 ws-det-chuva                          pic 9(03)v9.

      *>    faixa plausivel padrao (mesma de cargaTemperaturas), usada
      *>    quando a estacao nao tem perfil preenchido no cadastro
       77  ws-temp-minimo-padrao                   pic s9(02)v9 value -30.
       77  ws-temp-maximo-padrao                   pic s9(02)v9 value 50.
       77  ws-temp-minimo                          pic s9(02)v9.
       77  ws-temp-maximo                          pic s9(02)v9.
       77  ws-ajuste-estacao                       pic s9(01)v9.
       77  ws-temp-valido                          pic x(01).

      *>    resultado da validacao da estacao no cadastro
       77  ws-estacao-valida                       pic x(01).
       77  ws-motivo-estacao                       pic x(40).

      *>    indicador de estacao ainda sem estatistica gravada
       77  ws-stat-novo                            pic x(01).

      *>    ultima pendencia de consolidacao anotada
       01 ws-pendencia-anotada.
          05 ws-pend-anotada-ano                   pic 9(04).
          05 ws-pend-anotada-mes                   pic 9(02).
          05 ws-pend-anotada-dia                   pic 9(02).
          05 ws-pend-anotada-estacao               pic 9(02).

      *>    limites da validacao de vizinhanca (mesmos de
      *>    cargaTemperaturas)
       77  ws-limite-variacao-hora                 pic 9(02)v9 value 8.
       77  ws-limite-repeticoes                    pic 9(02) value 6.
       77  ws-vizinhanca-valida                    pic x(01).

      *>    ultima leitura aceita (ou repetida) de cada estacao vista
      *>    neste arquivo, p/ comparar cada linha com a hora vizinha
       77  ws-qtde-sensores                        pic 9(02).
       01 ws-sensores occurs 1 to 99 times
                      depending on ws-qtde-sensores.
          05 ws-sensor-id                          pic 9(02).
          05 ws-sensor-ano                         pic 9(04).
          05 ws-sensor-mes                         pic 9(02).
          05 ws-sensor-dia                         pic 9(02).
          05 ws-sensor-hora                        pic 9(02).
          05 ws-sensor-valor                       pic s9(02)v9.
          05 ws-sensor-repeticoes                  pic 9(02).

      *>    codigos sem correspondencia ativa vistos no arquivo, p/
      *>    listar ao operador no fim (alem de 50 so conta)
       77  ws-qtde-codigos                         pic 9(02).
       01 ws-codigos-nao-mapeados occurs 1 to 50 times
                      depending on ws-qtde-codigos.
          05 ws-codigo-nao-mapeado                 pic x(08).
          05 ws-codigo-linhas                      pic 9(06).

       01 indices.
          05 ws-ind-sensor                         pic 9(02).
          05 ws-ind-sensor-achado                  pic 9(02).
          05 ws-ind-codigo                         pic 9(02).
          05 ws-ind-codigo-achado                  pic 9(02).

      *>    apoio da validacao de vizinhanca
       77  ws-hora-consecutiva                     pic x(01).
       77  ws-variacao                             pic s9(02)v9.

      *>    dia de calendario seguinte a uma data base
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

      *>    faixas plausiveis de umidade relativa (%) e chuva na hora
      *>    (mm), as mesmas da carga dos dataloggers
       77  ws-umid-minimo                          pic 9(03) value 0.
       77  ws-umid-maximo                          pic 9(03) value 100.
       77  ws-chuva-maximo                         pic 9(03)v9 value 120.

      *>    contadores da conciliacao do arquivo
       77  ws-qtde-lidas                           pic 9(06).
       77  ws-qtde-mapeadas                        pic 9(06).
       77  ws-qtde-nao-mapeadas                    pic 9(06).
       77  ws-qtde-invalidas                       pic 9(06).
       77  ws-qtde-carregadas                      pic 9(06).
       77  ws-qtde-rejeitadas                      pic 9(06).
       77  ws-qtde-duplicadas                      pic 9(06).
       77  ws-qtde-estimadas-substituidas          pic 9(06).
       77  ws-qtde-conferencia                     pic 9(07).
       77  ws-situacao-conciliacao                 pic x(01).

      *>    valor da leitura estimada substituida
       77  ws-temp-estimada                        pic s9(02)v9.

       01 ws-uso-comum.
          05 ws-msn-erro.
             10 ws-msn-erro-ofsset                 pic 9(04).
             10 filler                             pic x(01) value "-".
             10 ws-msn-erro-cod                    pic 9(02).
             10 filler                             pic x(01) value space.
             10 ws-msn-erro-text                   pic x(42).

      *>----Variaveis para comunicação entre programas
       linkage section.

      *>----Declaração de tela
       screen section.

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform importar-arquivo.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização: nome do arquivo e abertura de
      *>  todos os arquivos da importacao
      *>------------------------------------------------------------------------
       inicializa section.

           display "Arquivo do servico nacional (em branco = arqTemperaturas-nacional.dat): "
           accept ws-nome-arquivo
           if ws-nome-arquivo = spaces then
               move "arqTemperaturas-nacional.dat" to ws-nome-arquivo
           end-if

           open input arqNacional.
           if ws-fs-arqNacional <> 0 then
               move 1                                      to ws-msn-erro-ofsset
               move ws-fs-arqNacional                      to ws-msn-erro-cod
               move "Erro ao abrir arq. do servico nacional " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>    sem correspondencia nenhuma linha pode ser mapeada -
      *>    cadastrar em manutencaoCorrespondencias antes de importar
           open input arqCorrespondencias.
           if ws-fs-arqCorrespondencias <> 0 then
               move 2                                         to ws-msn-erro-ofsset
               move ws-fs-arqCorrespondencias                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqCorrespondencias " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqTemperaturas.
           if ws-fs-arqTemperaturas = 35 then
      *>       arquivo ainda não existe, cria vazio
               open output arqTemperaturas
               close arqTemperaturas
               open i-o arqTemperaturas
           end-if

           if ws-fs-arqTemperaturas <> 0 then
               move 3                                     to ws-msn-erro-ofsset
               move ws-fs-arqTemperaturas                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTemperaturas " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arqEstacoes.
           if ws-fs-arqEstacoes <> 0 then
               move 4                                     to ws-msn-erro-ofsset
               move ws-fs-arqEstacoes                     to ws-msn-erro-cod
               move "Erro ao abrir arq. arqEstacoes "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqEstatisticas.
           if ws-fs-arqEstatisticas = 35 then
      *>       arquivo ainda não existe, cria vazio
               open output arqEstatisticas
               close arqEstatisticas
               open i-o arqEstatisticas
           end-if

           if ws-fs-arqEstatisticas <> 0 then
               move 5                                               to ws-msn-erro-ofsset
               move ws-fs-arqEstatisticas                           to ws-msn-erro-cod
               move "Erro ao abrir arqTemperaturas-estatisticas "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open extend arqTemperaturas-erros.
           if ws-fs-arqTemperaturas-erros <> 0 then
               move 6                                          to ws-msn-erro-ofsset
               move ws-fs-arqTemperaturas-erros                to ws-msn-erro-cod
               move "Erro ao abrir arq. arqTemperaturas-erros" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open extend arqPendentes.
           if ws-fs-arqPendentes <> 0 then
               move 7                                         to ws-msn-erro-ofsset
               move ws-fs-arqPendentes                        to ws-msn-erro-cod
               move "Erro ao abrir arqTemperaturas-pendentes" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move all "9" to ws-pendencia-anotada

           move 0 to ws-qtde-lidas
           move 0 to ws-qtde-mapeadas
           move 0 to ws-qtde-nao-mapeadas
           move 0 to ws-qtde-invalidas
           move 0 to ws-qtde-carregadas
           move 0 to ws-qtde-rejeitadas
           move 0 to ws-qtde-duplicadas
           move 0 to ws-qtde-estimadas-substituidas
           move 0 to ws-qtde-sensores
           move 0 to ws-qtde-codigos

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le o arquivo do servico nacional linha a linha: cabecalho,
      *>  comentarios e linhas em branco sao pulados; as demais sao
      *>  conferidas, mapeadas e aplicadas
      *>------------------------------------------------------------------------
       importar-arquivo section.

           perform until ws-fs-arqNacional = 10
               read arqNacional
               if  ws-fs-arqNacional <> 0
               and ws-fs-arqNacional <> 10 then
                   move 8                                     to ws-msn-erro-ofsset
                   move ws-fs-arqNacional                     to ws-msn-erro-cod
                   move "Erro ao ler arq. do servico nacional " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if  ws-fs-arqNacional = 0
               and fd-registro-nacional <> spaces then
                   move fd-registro-nacional to ws-registro-nacional
                   if ws-nac-tipo <> "*" then
                       add 1 to ws-qtde-lidas
                       perform importar-linha
                   end-if
               end-if
           end-perform

           .
       importar-arquivo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Uma linha de leitura: confere o formato, traduz o codigo pela
      *>  correspondencia, converte as unidades e aplica como um
      *>  detalhe da carga dos dataloggers
      *>------------------------------------------------------------------------
       importar-linha section.

           perform conferir-linha
           if ws-linha-valida = "N" then
               add 1 to ws-qtde-invalidas
           else
               move ws-nac-codigo to fd-cor-codigo
               read arqCorrespondencias
                   invalid key
                       move "N" to ws-linha-valida
                   not invalid key
                       if fd-cor-situacao <> "A" then
                           move "N" to ws-linha-valida
                       end-if
               end-read

               if ws-linha-valida = "N" then
                   add 1 to ws-qtde-nao-mapeadas
                   perform anotar-codigo-nao-mapeado
               else
                   add 1 to ws-qtde-mapeadas
                   perform converter-unidades
                   perform aplicar-detalhe
               end-if
           end-if

           .
       importar-linha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere o formato da linha: campos numericos preenchidos e
      *>  data/hora possiveis; ws-linha-valida = "N" quando nao der p/
      *>  aproveitar a linha
      *>------------------------------------------------------------------------
       conferir-linha section.

           move "S" to ws-linha-valida

           if ws-nac-codigo = spaces
           or ws-nac-data  is not numeric
           or ws-nac-hora  is not numeric
           or ws-nac-temp  is not numeric
           or ws-nac-umid  is not numeric
           or ws-nac-chuva is not numeric then
               move "N" to ws-linha-valida
           else
               if ws-nac-mes < 1 or ws-nac-mes > 12
               or ws-nac-dia < 1 or ws-nac-dia > 31
               or ws-nac-hora > 23 then
                   move "N" to ws-linha-valida
               else
      *>            dia que nao existe no mes (30/02, 31/04...)
                   move ws-nac-ano to ws-base-ano
                   move ws-nac-mes to ws-base-mes
                   perform calcular-dias-no-mes
                   if ws-nac-dia > ws-dias-no-mes then
                       move "N" to ws-linha-valida
                   end-if
               end-if
           end-if

           .
       conferir-linha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Guarda o codigo sem correspondencia na lista p/ o operador,
      *>  contando as linhas de cada codigo
      *>------------------------------------------------------------------------
       anotar-codigo-nao-mapeado section.

           move 0 to ws-ind-codigo-achado
           perform varying ws-ind-codigo from 1 by 1 until
                                               ws-ind-codigo > ws-qtde-codigos
               if ws-codigo-nao-mapeado(ws-ind-codigo) = ws-nac-codigo then
                   move ws-ind-codigo to ws-ind-codigo-achado
               end-if
           end-perform

           if ws-ind-codigo-achado = 0 then
               if ws-qtde-codigos < 50 then
                   add 1 to ws-qtde-codigos
                   move ws-qtde-codigos to ws-ind-codigo-achado
                   move ws-nac-codigo   to ws-codigo-nao-mapeado(ws-ind-codigo-achado)
                   move 0               to ws-codigo-linhas(ws-ind-codigo-achado)
               end-if
           end-if

           if ws-ind-codigo-achado <> 0 then
               add 1 to ws-codigo-linhas(ws-ind-codigo-achado)
           end-if

           .
       anotar-codigo-nao-mapeado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Traduz a linha mapeada (fd-correspondencias lido) p/ o
      *>  detalhe: id da estacao, temperatura em graus Celsius e chuva
      *>  em milimetros, arredondadas ao decimo. Valor que nao cabe no
      *>  campo da leitura fica no limite do campo - a faixa plausivel
      *>  rejeita em seguida com o motivo de sempre
      *>------------------------------------------------------------------------
       converter-unidades section.

           move ws-nac-ano       to ws-det-ano
           move ws-nac-mes       to ws-det-mes
           move ws-nac-dia       to ws-det-dia
           move fd-cor-estacao   to ws-det-estacao
           move ws-nac-hora      to ws-det-hora
           move ws-nac-umid      to ws-det-umid

           evaluate fd-cor-unid-temp
               when "F"
                   compute ws-temp-convertida rounded = (ws-nac-temp - 32) * 5 / 9
               when "K"
                   compute ws-temp-convertida rounded = ws-nac-temp - 273,15
               when other
                   move ws-nac-temp to ws-temp-convertida
           end-evaluate

           if ws-temp-convertida > 99,9 then
               move 99,9 to ws-det-temp
           else
           if ws-temp-convertida < -99,9 then
               move -99,9 to ws-det-temp
           else
               move ws-temp-convertida to ws-det-temp
           end-if
           end-if

           if fd-cor-unid-chuva = "P" then
               compute ws-chuva-convertida rounded = ws-nac-chuva * 25,4
           else
               compute ws-chuva-convertida rounded = ws-nac-chuva
           end-if

           if ws-chuva-convertida > 999,9 then
               move 999,9 to ws-det-chuva
           else
               move ws-chuva-convertida to ws-det-chuva
           end-if

           .
       converter-unidades-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aplica a leitura traduzida em arqTemperaturas.dat com as
      *>  mesmas validacoes e o mesmo fluxo de rejeicao de
      *>  cargaTemperaturas (aplicar-detalhe)
      *>------------------------------------------------------------------------
       aplicar-detalhe section.

           move "S" to ws-temp-valido

           perform validar-estacao
           if ws-estacao-valida = "N" then
               move "N" to ws-temp-valido
               add 1 to ws-qtde-rejeitadas
               move ws-motivo-estacao to fd-erros-motivo
               perform gravar-erro-temperatura
           end-if

           if ws-temp-valido = "S" then
      *>       ajuste de calibracao do perfil aplicado ao valor recebido
               add ws-ajuste-estacao to ws-det-temp

               if ws-det-temp < ws-temp-minimo
               or ws-det-temp > ws-temp-maximo then
                   move "N" to ws-temp-valido
                   add 1 to ws-qtde-rejeitadas
                   move "Temperatura fora da faixa da estacao" to fd-erros-motivo
                   perform gravar-erro-temperatura
               end-if
           end-if

           if ws-temp-valido = "S" then
               if ws-det-umid < ws-umid-minimo
               or ws-det-umid > ws-umid-maximo then
                   move "N" to ws-temp-valido
                   add 1 to ws-qtde-rejeitadas
                   move "Umidade fora da faixa plausivel" to fd-erros-motivo
                   perform gravar-erro-temperatura
               end-if
           end-if

           if ws-temp-valido = "S" then
               if ws-det-chuva > ws-chuva-maximo then
                   move "N" to ws-temp-valido
                   add 1 to ws-qtde-rejeitadas
                   move "Chuva fora da faixa plausivel" to fd-erros-motivo
                   perform gravar-erro-temperatura
               end-if
           end-if

           if ws-temp-valido = "S" then
               perform validar-vizinhanca
               if ws-vizinhanca-valida = "N" then
      *>           fd-erros-motivo ja preenchido em validar-vizinhanca
                   move "N" to ws-temp-valido
                   add 1 to ws-qtde-rejeitadas
                   perform gravar-erro-temperatura
               end-if
           end-if

           if ws-temp-valido = "S" then
               move ws-det-ano     to fd-ano
               move ws-det-mes     to fd-mes
               move ws-det-dia     to fd-dia
               move ws-det-estacao to fd-estacao
               move ws-det-hora    to fd-hora
               move ws-det-temp    to fd-temp
               move ws-det-umid    to fd-umid
               move ws-det-chuva   to fd-chuva
               move "O"            to fd-qualidade

               write fd-temperaturas
               if ws-fs-arqTemperaturas = 22 then
                   perform substituir-estimada
               end-if
               if ws-fs-arqTemperaturas = 22 then
                   add 1 to ws-qtde-duplicadas
                   move "Leitura ja cadastrada em arqTemperaturas" to fd-erros-motivo
                   perform gravar-erro-temperatura
               else
               if ws-fs-arqTemperaturas <> 0 then
                   move 9                                        to ws-msn-erro-ofsset
                   move ws-fs-arqTemperaturas                    to ws-msn-erro-cod
                   move "Erro ao gravar em arqTemperaturas "      to ws-msn-erro-text
                   perform finaliza-anormal
               else
                   add 1 to ws-qtde-carregadas
                   perform atualizar-estatistica
                   perform anotar-pendencia
               end-if
               end-if
           end-if

           .
       aplicar-detalhe-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Chave ja gravada: leitura estimada (qualidade E) da lugar a
      *>  importada; qualquer outra continua duplicada (status 22)
      *>------------------------------------------------------------------------
       substituir-estimada section.

           read arqTemperaturas
           if ws-fs-arqTemperaturas <> 0 then
               move 10                                       to ws-msn-erro-ofsset
               move ws-fs-arqTemperaturas                    to ws-msn-erro-cod
               move "Erro ao ler leitura ja gravada "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if fd-qualidade <> "E" then
               move 22 to ws-fs-arqTemperaturas
           else
               move fd-temp        to ws-temp-estimada
               move ws-det-temp    to fd-temp
               move ws-det-umid    to fd-umid
               move ws-det-chuva   to fd-chuva
               move "O"            to fd-qualidade

               rewrite fd-temperaturas
               if ws-fs-arqTemperaturas <> 0 then
                   move 11                                       to ws-msn-erro-ofsset
                   move ws-fs-arqTemperaturas                    to ws-msn-erro-cod
                   move "Erro ao substituir leitura estimada "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform retirar-estimada-estatistica
               add 1 to ws-qtde-estimadas-substituidas
           end-if

           .
       substituir-estimada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Retira o valor estimado substituido do total/quantidade da
      *>  estacao (atualizar-estatistica soma o valor real em seguida)
      *>------------------------------------------------------------------------
       retirar-estimada-estatistica section.

           move ws-det-estacao to fd-stat-estacao
           read arqEstatisticas
               invalid key
                   continue
               not invalid key
                   subtract ws-temp-estimada from fd-stat-total
                   subtract 1 from fd-stat-qtde
                   if fd-stat-qtde > 0 then
                       compute fd-stat-media = fd-stat-total / fd-stat-qtde
                   else
                       move 0 to fd-stat-media
                   end-if

                   rewrite fd-estatisticas
                   if ws-fs-arqEstatisticas <> 0 then
                       move 12                                              to ws-msn-erro-ofsset
                       move ws-fs-arqEstatisticas                           to ws-msn-erro-cod
                       move "Erro ao regravar arqTemperaturas-estatistica"  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
           end-read

           .
       retirar-estimada-estatistica-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Anota o estacao/dia da leitura recem-importada como pendente
      *>  de consolidacao; o mesmo dia repetido em sequencia so e
      *>  anotado uma vez
      *>------------------------------------------------------------------------
       anotar-pendencia section.

           if  ws-det-ano     = ws-pend-anotada-ano
           and ws-det-mes     = ws-pend-anotada-mes
           and ws-det-dia     = ws-pend-anotada-dia
           and ws-det-estacao = ws-pend-anotada-estacao then
               continue
           else
               move ws-det-ano     to fd-pend-ano ws-pend-anotada-ano
               move ws-det-mes     to fd-pend-mes ws-pend-anotada-mes
               move ws-det-dia     to fd-pend-dia ws-pend-anotada-dia
               move ws-det-estacao to fd-pend-estacao ws-pend-anotada-estacao

               write fd-pendentes
               if ws-fs-arqPendentes <> 0 then
                   move 13                                         to ws-msn-erro-ofsset
                   move ws-fs-arqPendentes                         to ws-msn-erro-cod
                   move "Erro ao gravar arqTemperaturas-pendentes" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       anotar-pendencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Valida a estacao traduzida (ws-det-estacao) no cadastro: precisa
      *>  existir, estar ativa e ser externa (origem E) - a
      *>  correspondencia pode ter ficado apontando p/ uma estacao que
      *>  mudou depois no cadastro. Estacao valida carrega o perfil.
      *>------------------------------------------------------------------------
       validar-estacao section.

           move "S"    to ws-estacao-valida
           move spaces to ws-motivo-estacao

           move ws-det-estacao to fd-est-id
           read arqEstacoes
               invalid key
                   move "N" to ws-estacao-valida
                   move "Estacao nao cadastrada em arqEstacoes" to ws-motivo-estacao
               not invalid key
                   if fd-est-situacao <> "A" then
                       move "N" to ws-estacao-valida
                       move "Estacao inativa em arqEstacoes" to ws-motivo-estacao
                   else
                   if fd-est-origem <> "E" then
                       move "N" to ws-estacao-valida
                       move "Estacao nao e externa em arqEstacoes" to ws-motivo-estacao
                   else
                       perform carregar-perfil-estacao
                   end-if
                   end-if
           end-read

           .
       validar-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega o perfil de validacao da estacao recem-lida: estacao
      *>  sem perfil preenchido fica com a faixa padrao e ajuste zero
      *>------------------------------------------------------------------------
       carregar-perfil-estacao section.

           if  fd-est-temp-minima = 0
           and fd-est-temp-maxima = 0 then
               move ws-temp-minimo-padrao to ws-temp-minimo
               move ws-temp-maximo-padrao to ws-temp-maximo
           else
               move fd-est-temp-minima to ws-temp-minimo
               move fd-est-temp-maxima to ws-temp-maximo
           end-if
           move fd-est-ajuste to ws-ajuste-estacao

           .
       carregar-perfil-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Compara a leitura corrente com a hora vizinha da mesma estacao
      *>  vista neste arquivo (mesma regra de validar-vizinhanca de
      *>  cargaTemperaturas: salto acima do limite e valor travado)
      *>------------------------------------------------------------------------
       validar-vizinhanca section.

           move "S" to ws-vizinhanca-valida

           move 0 to ws-ind-sensor-achado
           perform varying ws-ind-sensor from 1 by 1 until
                                               ws-ind-sensor > ws-qtde-sensores
               if ws-sensor-id(ws-ind-sensor) = ws-det-estacao then
                   move ws-ind-sensor to ws-ind-sensor-achado
               end-if
           end-perform

           if ws-ind-sensor-achado = 0 then
      *>        primeira leitura da estacao neste arquivo - so registra
      *>        o estado inicial (ws-sensores tem espaco p/ 99)
               if ws-qtde-sensores >= 99 then
                   move 14                                          to ws-msn-erro-ofsset
                   move 0                                           to ws-msn-erro-cod
                   move "Mais de 99 estacoes distintas no arquivo"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1 to ws-qtde-sensores
               move ws-qtde-sensores to ws-ind-sensor-achado
               move ws-det-estacao   to ws-sensor-id(ws-ind-sensor-achado)
               move 1                to ws-sensor-repeticoes(ws-ind-sensor-achado)
               perform atualizar-sensor
           else
               perform testar-hora-consecutiva

               if ws-hora-consecutiva = "S" then
                   compute ws-variacao =
                           ws-det-temp - ws-sensor-valor(ws-ind-sensor-achado)
                   if ws-variacao < 0 then
                       compute ws-variacao = 0 - ws-variacao
                   end-if

                   if ws-variacao > ws-limite-variacao-hora then
                       move "N" to ws-vizinhanca-valida
                       move "Variacao horaria acima do limite" to fd-erros-motivo
                   else
                       if ws-det-temp = ws-sensor-valor(ws-ind-sensor-achado) then
                           add 1 to ws-sensor-repeticoes(ws-ind-sensor-achado)
                       else
                           move 1 to ws-sensor-repeticoes(ws-ind-sensor-achado)
                       end-if
                       perform atualizar-sensor

                       if ws-sensor-repeticoes(ws-ind-sensor-achado)
                               >= ws-limite-repeticoes then
                           move "N" to ws-vizinhanca-valida
                           move "Sensor travado: valor repetido em serie" to fd-erros-motivo
                       end-if
                   end-if
               else
                   move 1 to ws-sensor-repeticoes(ws-ind-sensor-achado)
                   perform atualizar-sensor
               end-if
           end-if

           .
       validar-vizinhanca-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a leitura corrente como o estado da estacao
      *>------------------------------------------------------------------------
       atualizar-sensor section.

           move ws-det-ano  to ws-sensor-ano(ws-ind-sensor-achado)
           move ws-det-mes  to ws-sensor-mes(ws-ind-sensor-achado)
           move ws-det-dia  to ws-sensor-dia(ws-ind-sensor-achado)
           move ws-det-hora to ws-sensor-hora(ws-ind-sensor-achado)
           move ws-det-temp to ws-sensor-valor(ws-ind-sensor-achado)

           .
       atualizar-sensor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  A leitura corrente e da hora imediatamente seguinte a ultima
      *>  vista da estacao?
      *>------------------------------------------------------------------------
       testar-hora-consecutiva section.

           move "N" to ws-hora-consecutiva

           if  ws-det-ano = ws-sensor-ano(ws-ind-sensor-achado)
           and ws-det-mes = ws-sensor-mes(ws-ind-sensor-achado)
           and ws-det-dia = ws-sensor-dia(ws-ind-sensor-achado)
           and ws-det-hora = ws-sensor-hora(ws-ind-sensor-achado) + 1 then
               move "S" to ws-hora-consecutiva
           else
           if  ws-sensor-hora(ws-ind-sensor-achado) = 23
           and ws-det-hora = 0 then
               move ws-sensor-ano(ws-ind-sensor-achado) to ws-base-ano
               move ws-sensor-mes(ws-ind-sensor-achado) to ws-base-mes
               move ws-sensor-dia(ws-ind-sensor-achado) to ws-base-dia
               perform calcular-dia-seguinte
               if  ws-det-ano = ws-seg-ano
               and ws-det-mes = ws-seg-mes
               and ws-det-dia = ws-seg-dia then
                   move "S" to ws-hora-consecutiva
               end-if
           end-if
           end-if

           .
       testar-hora-consecutiva-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Dia de calendario seguinte a ws-data-base - mesma logica de
      *>  calcular-dia-seguinte de cargaTemperaturas
      *>------------------------------------------------------------------------
       calcular-dia-seguinte section.

           perform calcular-dias-no-mes

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

      *>------------------------------------------------------------------------
      *>  Quantidade de dias do mes ws-base-mes/ws-base-ano em
      *>  ws-dias-no-mes - fevereiro com 29 dias nos anos bissextos
      *>  (divisivel por 4, exceto seculo nao divisivel por 400)
      *>------------------------------------------------------------------------
       calcular-dias-no-mes section.

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

           .
       calcular-dias-no-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Atualiza incrementalmente as estatisticas da estacao com a
      *>  leitura recem-importada
      *>------------------------------------------------------------------------
       atualizar-estatistica section.

           move "N" to ws-stat-novo
           move ws-det-estacao to fd-stat-estacao
           read arqEstatisticas
               invalid key
                   move "S" to ws-stat-novo
                   move ws-det-estacao to fd-stat-estacao
                   move 0 to fd-stat-total
                   move 0 to fd-stat-qtde
                   move 0 to fd-stat-media
                   move 0 to fd-stat-ano-maior fd-stat-mes-maior
                             fd-stat-dia-maior fd-stat-hora-maior
                             fd-stat-valor-maior
                   move 0 to fd-stat-ano-menor fd-stat-mes-menor
                             fd-stat-dia-menor fd-stat-hora-menor
                             fd-stat-valor-menor
           end-read

           if fd-stat-qtde = 0 then
               move ws-det-ano  to fd-stat-ano-maior fd-stat-ano-menor
               move ws-det-mes  to fd-stat-mes-maior fd-stat-mes-menor
               move ws-det-dia  to fd-stat-dia-maior fd-stat-dia-menor
               move ws-det-hora to fd-stat-hora-maior fd-stat-hora-menor
               move ws-det-temp to fd-stat-valor-maior fd-stat-valor-menor
           else
               if ws-det-temp > fd-stat-valor-maior then
                   move ws-det-ano  to fd-stat-ano-maior
                   move ws-det-mes  to fd-stat-mes-maior
                   move ws-det-dia  to fd-stat-dia-maior
                   move ws-det-hora to fd-stat-hora-maior
                   move ws-det-temp to fd-stat-valor-maior
               end-if
               if ws-det-temp < fd-stat-valor-menor then
                   move ws-det-ano  to fd-stat-ano-menor
                   move ws-det-mes  to fd-stat-mes-menor
                   move ws-det-dia  to fd-stat-dia-menor
                   move ws-det-hora to fd-stat-hora-menor
                   move ws-det-temp to fd-stat-valor-menor
               end-if
           end-if

           add ws-det-temp to fd-stat-total
           add 1           to fd-stat-qtde
           compute fd-stat-media = fd-stat-total / fd-stat-qtde

           if ws-stat-novo = "S" then
               write fd-estatisticas
               if ws-fs-arqEstatisticas <> 0 then
                   move 15                                              to ws-msn-erro-ofsset
                   move ws-fs-arqEstatisticas                           to ws-msn-erro-cod
                   move "Erro ao gravar arqTemperaturas-estatisticas "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else
               rewrite fd-estatisticas
               if ws-fs-arqEstatisticas <> 0 then
                   move 16                                              to ws-msn-erro-ofsset
                   move ws-fs-arqEstatisticas                           to ws-msn-erro-cod
                   move "Erro ao regravar arqTemperaturas-estatistica"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       atualizar-estatistica-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava uma leitura rejeitada em arqTemperaturas-erros
      *>  (fd-erros-motivo ja preenchido pelo chamador)
      *>------------------------------------------------------------------------
       gravar-erro-temperatura section.

           move ws-det-ano     to fd-erros-ano
           move ws-det-mes     to fd-erros-mes
           move ws-det-dia     to fd-erros-dia
           move ws-det-estacao to fd-erros-estacao
           move ws-det-hora    to fd-erros-hora
           move ws-det-temp    to fd-erros-temp
           move ws-det-umid    to fd-erros-umid
           move ws-det-chuva   to fd-erros-chuva

           move "P" to fd-erros-situacao

           write fd-temperaturas-erros.
           if ws-fs-arqTemperaturas-erros <> 0 then
               move 17                                          to ws-msn-erro-ofsset
               move ws-fs-arqTemperaturas-erros                 to ws-msn-erro-cod
               move "Erro ao gravar arqTemperaturas-erros "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-erro-temperatura-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conciliacao do arquivo: confere as duas igualdades das
      *>  contagens e grava a linha em arqTemperaturas-importacoes
      *>------------------------------------------------------------------------
       gravar-conciliacao section.

           move "C" to ws-situacao-conciliacao

           compute ws-qtde-conferencia = ws-qtde-mapeadas
                                       + ws-qtde-nao-mapeadas
                                       + ws-qtde-invalidas
           if ws-qtde-conferencia <> ws-qtde-lidas then
               move "D" to ws-situacao-conciliacao
           end-if

           compute ws-qtde-conferencia = ws-qtde-carregadas
                                       + ws-qtde-rejeitadas
                                       + ws-qtde-duplicadas
           if ws-qtde-conferencia <> ws-qtde-mapeadas then
               move "D" to ws-situacao-conciliacao
           end-if

           open extend arqImportacoes.
           if ws-fs-arqImportacoes <> 0 then
               move 18                                          to ws-msn-erro-ofsset
               move ws-fs-arqImportacoes                        to ws-msn-erro-cod
               move "Erro ao abrir arqTemperaturas-importacoes" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           accept ws-data-sistema from date yyyymmdd
           accept ws-hora-sistema from time

           move ws-data-sistema          to fd-imp-data
           move ws-hora-hhmmss           to fd-imp-hora
           move ws-nome-arquivo          to fd-imp-arquivo
           move ws-qtde-lidas            to fd-imp-qtde-lidas
           move ws-qtde-mapeadas         to fd-imp-qtde-mapeadas
           move ws-qtde-nao-mapeadas     to fd-imp-qtde-nao-mapeadas
           move ws-qtde-invalidas        to fd-imp-qtde-invalidas
           move ws-qtde-carregadas       to fd-imp-qtde-carregadas
           move ws-qtde-rejeitadas       to fd-imp-qtde-rejeitadas
           move ws-qtde-duplicadas       to fd-imp-qtde-duplicadas
           move ws-situacao-conciliacao  to fd-imp-situacao

           write fd-importacoes.
           if ws-fs-arqImportacoes <> 0 then
               move 19                                          to ws-msn-erro-ofsset
               move ws-fs-arqImportacoes                        to ws-msn-erro-cod
               move "Erro ao gravar arqTemperaturas-importacoe" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqImportacoes.
           if ws-fs-arqImportacoes <> 0 then
               move 20                                          to ws-msn-erro-ofsset
               move ws-fs-arqImportacoes                        to ws-msn-erro-cod
               move "Erro ao fechar arqTemperaturas-importacoe" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-conciliacao-exit.
           exit.

       finaliza-anormal section.
           display ws-msn-erro.
           Stop run
           .
       finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização - conciliacao do arquivo p/ conferencia do
      *>  operador e lista dos codigos sem correspondencia
      *>------------------------------------------------------------------------
       finaliza section.
          *>finaliza arquivo
           close arqNacional.
           if ws-fs-arqNacional <> 0 then
               move 21                                       to ws-msn-erro-ofsset
               move ws-fs-arqNacional                        to ws-msn-erro-cod
               move "Erro ao fechar arq. do servico nacional " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqCorrespondencias.
           if ws-fs-arqCorrespondencias <> 0 then
               move 22                                         to ws-msn-erro-ofsset
               move ws-fs-arqCorrespondencias                  to ws-msn-erro-cod
               move "Erro ao fechar arq. arqCorrespondencias " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqTemperaturas.
           if ws-fs-arqTemperaturas <> 0 then
               move 23                                     to ws-msn-erro-ofsset
               move ws-fs-arqTemperaturas                  to ws-msn-erro-cod
               move "Erro ao fechar arq. arqTemperaturas " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqEstacoes.
           if ws-fs-arqEstacoes <> 0 then
               move 24                                    to ws-msn-erro-ofsset
               move ws-fs-arqEstacoes                     to ws-msn-erro-cod
               move "Erro ao fechar arq. arqEstacoes "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqEstatisticas.
           if ws-fs-arqEstatisticas <> 0 then
               move 25                                              to ws-msn-erro-ofsset
               move ws-fs-arqEstatisticas                           to ws-msn-erro-cod
               move "Erro ao fechar arqTemperaturas-estatisticas"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqTemperaturas-erros.
           if ws-fs-arqTemperaturas-erros <> 0 then
               move 26                                          to ws-msn-erro-ofsset
               move ws-fs-arqTemperaturas-erros                 to ws-msn-erro-cod
               move "Erro ao fechar arq. arqTemperaturas-erros" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqPendentes.
           if ws-fs-arqPendentes <> 0 then
               move 27                                         to ws-msn-erro-ofsset
               move ws-fs-arqPendentes                         to ws-msn-erro-cod
               move "Erro ao fechar arqTemperaturas-pendentes" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform gravar-conciliacao

           display "Conciliacao da importacao do servico nacional"
           display "Arquivo..............: " ws-nome-arquivo
           display "Linhas lidas.........: " ws-qtde-lidas
           display "Linhas mapeadas......: " ws-qtde-mapeadas
           display "Linhas nao mapeadas..: " ws-qtde-nao-mapeadas
           display "Linhas invalidas.....: " ws-qtde-invalidas
           display "Leituras carregadas..: " ws-qtde-carregadas
           display "Leituras rejeitadas..: " ws-qtde-rejeitadas
           display "Leituras duplicadas..: " ws-qtde-duplicadas
           display "Estimadas trocadas...: " ws-qtde-estimadas-substituidas
           if ws-situacao-conciliacao = "D" then
               display "ATENCAO: contagens da conciliacao nao conferem"
           end-if

           if ws-qtde-codigos > 0 then
               display "Codigos sem correspondencia ativa (manutencaoCorrespondencias):"
               perform varying ws-ind-codigo from 1 by 1 until
                                                   ws-ind-codigo > ws-qtde-codigos
                   display "  " ws-codigo-nao-mapeado(ws-ind-codigo)
                           " - linhas: " ws-codigo-linhas(ws-ind-codigo)
               end-perform
           end-if

           Stop run
           .
       finaliza-exit.
           exit.
