           lock mode is automatic
           file status is ws-fs-arqResumo.

      *>   Arquivo permanente de observacoes diarias (copybook
      *>   CPOBSREG) - cada dia de cada estacao do lote e gravado pela
      *>   chave estacao/ano/mes/dia, ja em Celsius e com as marcas de
      *>   ESTIMADO e SUSPEITO; e o que permite responder pelo dia de
      *>   um ano antigo sem a copia de arqTempsAnual.txt daquele mes
           select arqObservacoes assign to "arqObservacoesDiarias.dat"
           organization is indexed
           access mode is dynamic
           record key is reg-obs-chave
           file status is ws-fs-arqObservacoes.

      *>   Cadastro de operadores (copybook CPOPERREG, mantido por
      *>   lista11ex1operadores) - identificacao de quem esta no
      *>   terminal e o papel dele
           select arqOperadores assign to "arqOperadores.txt"
           organization is line sequential
           lock mode is automatic
           file status is ws-fs-arqOperadores.

      *>   Cadastro de calibracoes e trocas de instrumento (copybook
      *>   CPCALREG, mantido por lista11ex1calibracoes) - a leitura que
      *>   ainda nao chegou corrigida pela coleta recebe aqui a correcao
      *>   em vigor na data dela, e as trocas do mes saem no relatorio
           select arqCalibracoes assign to "arqCalibracoes.txt"
           organization is line sequential
           lock mode is automatic
           file status is ws-fs-arqCalibracoes.

      *>   Boletim de aviso de calor para a defesa civil - indice de
      *>   calor diario por municipio (maxima + umidade) e os avisos
      *>   das sequencias de dias no nivel de alerta; um arquivo por
      *>   mes processado (arqBoletimCalor-MMAAAA.txt)
           select arqBoletimCalor assign to dynamic ws-nome-boletim-calor
           organization is line sequential
           lock mode is automatic
           file status is ws-fs-arqBoletimCalor.

      *>   Log de avisos de calor: uma linha por aviso emitido, com
      *>   data/hora, municipio, dias e pico - e a resposta para "a
      *>   defesa civil foi avisada daquela onda de calor?"
           select arqAvisosCalor assign to "arqAvisosCalor.log"
           organization is line sequential
           lock mode is automatic
           file status is ws-fs-arqAvisosCalor.

       i-o-control.

      *>Declara��o de vari�veis
           05 fd-param-qc-limite redefines fd-param-qc-limite-x
                                                  pic s9(02)v99
                                                  sign leading separate.
      *>   niveis do indice de calor (formato +NNNN, em Celsius) -
      *>   ATENCAO, ALERTA e PERIGO - e quantos dias seguidos no nivel
      *>   de ALERTA fazem um aviso para a defesa civil; em branco
      *>   (arquivo de parametros mais antigo) valem os padroes +27,00,
      *>   +32,00, +41,00 e 02 dias
           05 fd-param-ic-atencao-x               pic x(05).
           05 fd-param-ic-atencao redefines fd-param-ic-atencao-x
                                                  pic s9(02)v99
                                                  sign leading separate.
           05 fd-param-ic-alerta-x                pic x(05).
           05 fd-param-ic-alerta redefines fd-param-ic-alerta-x
                                                  pic s9(02)v99
                                                  sign leading separate.
           05 fd-param-ic-perigo-x                pic x(05).
           05 fd-param-ic-perigo redefines fd-param-ic-perigo-x
                                                  pic s9(02)v99
                                                  sign leading separate.
           05 fd-param-dias-calor-x               pic x(02).
           05 fd-param-dias-calor redefines fd-param-dias-calor-x
                                                  pic 9(02).

      *>   Linha de parametros por estacao (a partir da segunda linha
      *>   do arquivo, marcada com "E" + codigo): limiares que variam
       fd arqResumo.
       01  fd-linha-resumo                        pic x(80).

       fd arqObservacoes.
       01  fd-reg-observacao.
           copy cpobsreg.

       fd arqOperadores.
       01  fd-reg-operador.
           copy cpoperreg.

       fd arqCalibracoes.
       01  fd-reg-calibracao.
           copy cpcalreg.

       fd arqBoletimCalor.
       01  fd-linha-boletim-calor                 pic x(80).

       fd arqAvisosCalor.
       01  fd-linha-aviso-calor                   pic x(160).

      *>----Variaveis de trabalho
       working-storage section.

      *>         mediana das demais no mesmo dia alem do limiar)
                15 ws-qc-dia                      pic x(01).
                   88 ws-dia-suspeito             value "S".
      *>         leituras do dia como o instrumento as mandou, em
      *>         Celsius, antes da correcao do cadastro de calibracoes -
      *>         "S" em ws-calibrado-dia diz que alguma correcao mudou
      *>         o dia
                15 ws-calibrado-dia               pic x(01).
                15 ws-temp-bruta-dia              pic s9(03)v99.
                15 ws-minima-bruta-dia            pic s9(03)v99.
                15 ws-maxima-bruta-dia            pic s9(03)v99.
                15 ws-umidade-bruta-dia           pic 9(03).
                15 ws-chuva-bruta-dia             pic 9(03)v9.
      *>         indice de calor do dia (maxima e umidade), em Celsius -
      *>         "S" em ws-tem-ic-dia diz que o dia teve como calcular
                15 ws-tem-ic-dia                  pic x(01).
                15 ws-ic-dia                      pic s9(03)v99.

      *>   estacao corrente nos lacos de carga/estatistica/relatorio e
      *>   apoio a localizacao da estacao de um registro recem lido
       77 ws-nome-analise                         pic x(40).
       77 ws-nome-comparacao                      pic x(40).
       77 ws-nome-transmissao                     pic x(40).
       77 ws-nome-boletim-calor                   pic x(40).
       77 ws-fs-arqResumo                         pic 9(02).
       77 ws-qtd-rejeitadas-mes                   pic 9(03) value 0.
       77 ws-max-resumo                           pic 9(02) value 24.

      *>   Cadastro de estacoes carregado de arqEstacoes.txt - so os
      *>   campos que a carga e os relatorios usam (codigo, nome do
      *>   site, municipio e o periodo de atividade em AAAAMM); o arquivo e
      *>   opcional: sem ele a validacao de cadastro fica desligada e
      *>   toda estacao e aceita, como antes
       77 ws-fs-arqEstacoes                        pic 9(02).
          05 ws-cadastro-tab occurs 10 times.
             10 ws-cad-codigo                     pic x(03).
             10 ws-cad-nome                       pic x(20).
             10 ws-cad-municipio                  pic x(20).
             10 ws-cad-ativa-de                   pic 9(06).
             10 ws-cad-ativa-ate                  pic 9(06).
       77 ws-cad                                  pic 9(02).
       77 ws-fim-arqControle                       pic x(01).
       77 ws-aaaamm-registro                       pic 9(06).

      *>   Arquivo permanente de observacoes diarias - dia gravado,
      *>   regravado (recarga do mes) ou removido (dia que deixou de ter
      *>   valor na recarga) e a data da gravacao
       77 ws-fs-arqObservacoes                     pic 9(02).
       77 ws-obs-existia                           pic x(01).
       77 ws-data-observacao                       pic 9(08).
       77 ws-qtd-observacoes                       pic 9(05) value 0.

      *>   Nome do site buscado no cadastro para sair junto do codigo
      *>   nos relatorios, no csv e nas telas - o rotulo junta os dois
      *>   ("001 - POSTO CENTRO"), ou fica so com o codigo quando o
       77 ws-max-convertida                        pic s9(03)v99.
       77 ws-amplitude-dia                         pic s9(03)v99.

      *>   Cadastro de calibracoes em memoria (arqCalibracoes.txt) e a
      *>   busca da correcao em vigor: para a estacao/instrumento/data
      *>   informados vale a entrada de maior vigencia que nao passe da
      *>   data - ws-correcao-achada sai zerada quando nenhuma vale
       77 ws-fs-arqCalibracoes                     pic 9(02).
       77 ws-fim-arqCalibracoes                    pic x(01) value "N".
       77 ws-max-calibracoes                       pic 9(02) value 50.
       77 ws-qtd-calibracoes                       pic 9(02) value 0.
       01 ws-calibracoes.
          05 ws-calib-tab occurs 50 times.
             10 ws-calib-estacao                  pic x(03).
             10 ws-calib-instrumento              pic x(01).
             10 ws-calib-vigencia                 pic 9(08).
             10 ws-calib-correcao                 pic s9(02)v99.
             10 ws-calib-serie                    pic x(15).
       77 ws-calib                                 pic 9(02).
       77 ws-calib-estacao-busca                   pic x(03).
       77 ws-calib-instrumento-busca               pic x(01).
       77 ws-calib-data-busca                      pic 9(08).
       77 ws-calib-vigencia-achada                 pic 9(08).
       77 ws-correcao-achada                       pic s9(02)v99.

      *>   Leitura corrente antes e depois da correcao: os valores
      *>   brutos em Celsius e a umidade/chuva ja corrigidas que
      *>   seguem para a tabela do mes
       77 ws-calibrado-leitura                     pic x(01).
       77 ws-temp-bruta-leitura                    pic s9(03)v99.
       77 ws-minima-bruta-leitura                  pic s9(03)v99.
       77 ws-maxima-bruta-leitura                  pic s9(03)v99.
       77 ws-umidade-bruta-leitura                 pic 9(03).
       77 ws-chuva-bruta-leitura                   pic 9(03)v9.
       77 ws-umidade-leitura                       pic 9(03).
       77 ws-chuva-leitura                         pic 9(03)v9.
       77 ws-umidade-corrigida                     pic s9(04).
       77 ws-chuva-corrigida                       pic s9(04)v9.
       77 ws-qtd-leituras-corrigidas               pic 9(05) value 0.

      *>   Trocas e calibracoes de instrumento com vigencia dentro do
      *>   mes do lote, listadas no relatorio batch
       77 ws-aaaamm-vigencia                       pic 9(06).
       77 ws-qtd-trocas-mes                        pic 9(02).
       77 ws-rotulo-instrumento                    pic x(12).
       77 ws-correcao-edit                         pic -9(02),99.

      *>   Limiares dos alertas do lote noturno (arqParametros.txt) e
      *>   apuracao das excecoes: o nivel 0 e noite limpa, 4 e aviso
      *>   (dia fora de 2 desvios-padrao ou deriva contra o ano
       77 ws-marcador-dia                          pic x(09).
       77 ws-qualidade-csv                         pic x(09).

      *>   Boletim de aviso de calor: niveis do indice de calor
      *>   (arqParametros.txt) - abaixo de ATENCAO o dia e NORMAL - e
      *>   quantos dias seguidos no nivel de ALERTA fazem um aviso
       77 ws-par-ic-atencao                        pic s9(02)v99 value 27,00.
       77 ws-par-ic-alerta                         pic s9(02)v99 value 32,00.
       77 ws-par-ic-perigo                         pic s9(02)v99 value 41,00.
       77 ws-par-dias-calor                        pic 9(02) value 2.
       77 ws-fs-arqBoletimCalor                    pic 9(02).
       77 ws-fs-arqAvisosCalor                     pic 9(02).
      *>   municipios das estacoes do lote (municipio do cadastro) -
      *>   o indice do municipio no dia e o maior entre as estacoes
      *>   dele, com a estacao que deu esse maior
       77 ws-max-municipios                        pic 9(02) value 5.
       77 ws-qtd-municipios                        pic 9(02).
       01 ws-municipios.
          05 ws-municipio-tab occurs 5 times.
             10 ws-mun-nome                       pic x(20).
             10 ws-mun-qtd-estacoes               pic 9(02).
             10 ws-mun-estacao occurs 5 times     pic 9(02).
             10 ws-mun-dia-tab occurs 31 times.
                15 ws-mun-tem-ic                  pic x(01).
                15 ws-mun-ic-dia                  pic s9(03)v99.
                15 ws-mun-est-pico                pic 9(02).
       77 ws-mun                                   pic 9(02).
       77 ws-mun-procura                           pic 9(02).
       77 ws-mun-achado                            pic x(01).
       77 ws-mun-ind-est                           pic 9(02).
       77 ws-municipio-estacao                     pic x(20).
      *>   sequencia corrente de dias no nivel de ALERTA do municipio
      *>   corrente, com o pico do indice e o dia dele
       77 ws-seq-ic-dias                           pic 9(02).
       77 ws-seq-ic-inicio                         pic 9(02).
       77 ws-seq-ic-fim                            pic 9(02).
       77 ws-seq-ic-pico                           pic s9(03)v99.
       77 ws-seq-ic-dia-pico                       pic 9(02).
       77 ws-seq-ic-est-pico                       pic 9(02).
       77 ws-dias-ic-estacao                       pic 9(02).
       77 ws-maior-ic-estacao                      pic s9(03)v99.
       77 ws-qtd-avisos-mes                        pic 9(02).
       77 ws-qtd-avisos-calor                      pic 9(03) value 0.
       77 ws-nivel-aviso                           pic x(07).
       77 ws-categoria-conforto                    pic x(07).
       77 ws-ic-edit                               pic -zz9,99.
       77 ws-ic-atencao-edit                       pic -9(02),99.
       77 ws-ic-alerta-edit                        pic -9(02),99.
       77 ws-ic-perigo-edit                        pic -9(02),99.
       77 ws-umidade-ic-edit                       pic zz9.
       77 ws-linha-boletim-calor                   pic x(80).
       77 ws-linha-aviso-calor                     pic x(160).
       77 ws-avisos-municipio                      pic 9(02).
      *>   data/hora de emissao do boletim (a mesma vai para o log)
       01 ws-data-aviso.
          05 ws-aviso-ano                         pic 9(04).
          05 ws-aviso-mes                         pic 9(02).
          05 ws-aviso-dia                         pic 9(02).
       01 ws-hora-aviso.
          05 ws-aviso-hora                        pic 9(02).
          05 ws-aviso-minuto                      pic 9(02).
          05 filler                               pic 9(04).

      *>   Acumuladores da analise climatica da estacao corrente:
      *>   sequencia corrente e maior sequencia de dias seguidos acima
      *>   do limite de calor / abaixo do limite de frio (com dia de
       77 ws-deve-trocar                           pic x(01).
       77 ws-posicao-ranking                       pic 9(01).

      *>   Operador identificado no terminal (arqOperadores.txt) - a
      *>   identificacao sai carimbada em cada linha de arqConsultas.log
      *>   do menu interativo
       77 ws-fs-arqOperadores                     pic 9(02).
       77 ws-fim-arqOperadores                    pic x(01).
       77 ws-operador                             pic x(08) value spaces.
       77 ws-papel-operador                       pic x(01) value spaces.
       77 ws-id-digitado                          pic x(08).
       77 ws-senha-digitada                       pic x(08).
       77 ws-tentativas                           pic 9(01).
       77 ws-max-tentativas                       pic 9(01) value 3.
       77 ws-operador-conferido                   pic x(01).
       77 ws-papel-conferido                      pic x(01).
       77 ws-sem-cadastro-operadores              pic x(01) value "N".


      *>----Variaveis para comunica��o entre programas
       linkage section.
                       if fd-param-qc-limite-x not = spaces then
                           move fd-param-qc-limite to ws-par-qc-limite
                       end-if
      *>                niveis do indice de calor do boletim da defesa
      *>                civil - em branco valem os padroes
                       if fd-param-ic-atencao-x not = spaces then
                           move fd-param-ic-atencao to ws-par-ic-atencao
                       end-if
                       if fd-param-ic-alerta-x not = spaces then
                           move fd-param-ic-alerta to ws-par-ic-alerta
                       end-if
                       if fd-param-ic-perigo-x not = spaces then
                           move fd-param-ic-perigo to ws-par-ic-perigo
                       end-if
                       if fd-param-dias-calor-x not = spaces then
                           move fd-param-dias-calor to ws-par-dias-calor
                       end-if
               end-read
      *>        linhas seguintes do arquivo: limiares por estacao
      *>        ("E" + codigo) - campo em branco herda o global
      *> cadastro fica desligada e toda estacao e aceita, como antes)
           perform carrega-cadastro-estacoes

      *> cadastro de calibracoes (opcional - sem ele nenhuma leitura e
      *> corrigida)
           perform carrega-calibracoes

      *> recordes historicos - abertos para atualizacao durante a carga
      *> inteira (cada leitura aceita pode bater um recorde)
           perform abre-arquivo-recordes
                               to ws-cad-codigo(ws-qtd-cadastro)
                           move reg-est-nome
                               to ws-cad-nome(ws-qtd-cadastro)
                           move reg-est-municipio
                               to ws-cad-municipio(ws-qtd-cadastro)
                           move reg-est-ativa-de
                               to ws-cad-ativa-de(ws-qtd-cadastro)
                           move reg-est-ativa-ate
                   move 0 to ws-umidade-dia(ws-est ws-ind-temp)
                   move 0 to ws-chuva-dia(ws-est ws-ind-temp)
                   move "N" to ws-qc-dia(ws-est ws-ind-temp)
                   move "N" to ws-calibrado-dia(ws-est ws-ind-temp)
                   move 0 to ws-temp-bruta-dia(ws-est ws-ind-temp)
                   move 0 to ws-minima-bruta-dia(ws-est ws-ind-temp)
                   move 0 to ws-maxima-bruta-dia(ws-est ws-ind-temp)
                   move 0 to ws-umidade-bruta-dia(ws-est ws-ind-temp)
                   move 0 to ws-chuva-bruta-dia(ws-est ws-ind-temp)
                   move "N" to ws-tem-ic-dia(ws-est ws-ind-temp)
                   move 0 to ws-ic-dia(ws-est ws-ind-temp)
               end-perform
           end-perform


           perform converte-unidade

      *>   correcao do instrumento em vigor na data da leitura - antes
      *>   das faixas validas, que valem para o valor corrigido
           perform aplica-calibracao

           perform valida-medidas-extra

           perform valida-estacao-cadastro
                   move "Y" to ws-temp-carregado(ws-est reg-dia)
                   add 1 to ws-est-dias-carregados(ws-est)
                   add 1 to ws-dias-carregados
                   perform guarda-valores-brutos
                   if ws-extras-status = "S" then
                       perform guarda-medidas-extra
                   end-if
           exit.

      *>------------------------------------------------------------------------
      *>  Valida as medidas adicionais do registro recem lido, ja
      *>  convertidas e corrigidas pela calibracao, e troca
      *>  ws-extras-status "S" por "N" quando alguma sai da faixa -
      *>  minima e maxima na faixa plausivel e na ordem certa, umidade
      *>  relativa de 0 a 100% e chuva de 0 a 500,0 mm
      *>------------------------------------------------------------------------
       valida-medidas-extra section.

           if ws-extras-status not = "S" then
               go to valida-medidas-extra-exit
           end-if

           if ws-min-convertida < ws-temp-minima-valida
           or ws-min-convertida > ws-temp-maxima-valida
           or ws-max-convertida < ws-temp-minima-valida
           or ws-max-convertida > ws-temp-maxima-valida
           or ws-min-convertida > ws-max-convertida
           or ws-umidade-leitura > 100
           or ws-chuva-leitura > 500,0 then
               move "N" to ws-extras-status
           end-if
           .
           move "S" to ws-tem-extras(ws-est reg-dia)
           move ws-min-convertida to ws-temp-minima-dia(ws-est reg-dia)
           move ws-max-convertida to ws-temp-maxima-dia(ws-est reg-dia)
           move ws-umidade-leitura to ws-umidade-dia(ws-est reg-dia)
           move ws-chuva-leitura to ws-chuva-dia(ws-est reg-dia)

           add 1 to ws-est-dias-extras(ws-est)
           compute ws-amplitude-dia =
                   ws-max-convertida - ws-min-convertida
           add ws-amplitude-dia to ws-est-soma-amplitude(ws-est)
           add ws-chuva-leitura to ws-est-chuva-total(ws-est)
           .
       guarda-medidas-extra-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Guarda no dia reg-dia da estacao ws-est as leituras do
      *>  instrumento antes da correcao, que seguem para o arquivo
      *>  permanente de observacoes ao lado dos valores corrigidos
      *>------------------------------------------------------------------------
       guarda-valores-brutos section.

           move ws-calibrado-leitura to ws-calibrado-dia(ws-est reg-dia)
           move ws-temp-bruta-leitura to ws-temp-bruta-dia(ws-est reg-dia)
           if ws-extras-status = "S" then
               move ws-minima-bruta-leitura
                   to ws-minima-bruta-dia(ws-est reg-dia)
               move ws-maxima-bruta-leitura
                   to ws-maxima-bruta-dia(ws-est reg-dia)
               move ws-umidade-bruta-leitura
                   to ws-umidade-bruta-dia(ws-est reg-dia)
               move ws-chuva-bruta-leitura
                   to ws-chuva-bruta-dia(ws-est reg-dia)
           end-if
           if ws-calibrado-leitura = "S" then
               add 1 to ws-qtd-leituras-corrigidas
           end-if
           .
       guarda-valores-brutos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aplica a leitura recem convertida para Celsius a correcao do
      *>  cadastro de calibracoes em vigor na data dela ("T" na
      *>  temperatura, "N" na minima/maxima, "U" na umidade e "P" na
      *>  chuva de dia chuvoso), guardando antes os valores brutos - o
      *>  registro que ja veio corrigido da coleta (reg-cal-aplicada
      *>  "S") nao e corrigido de novo, so tem os brutos dele lidos
      *>------------------------------------------------------------------------
       aplica-calibracao section.

           move "N" to ws-calibrado-leitura
           move ws-temp-convertida to ws-temp-bruta-leitura
           move 0 to ws-minima-bruta-leitura
           move 0 to ws-maxima-bruta-leitura
           move 0 to ws-umidade-bruta-leitura
           move 0 to ws-chuva-bruta-leitura
           move 0 to ws-umidade-leitura
           move 0 to ws-chuva-leitura
           if ws-extras-status = "S" then
               move ws-min-convertida to ws-minima-bruta-leitura
               move ws-max-convertida to ws-maxima-bruta-leitura
               move reg-umidade to ws-umidade-bruta-leitura
               move reg-chuva to ws-chuva-bruta-leitura
               move reg-umidade to ws-umidade-leitura
               move reg-chuva to ws-chuva-leitura
           end-if

           if reg-cal-aplicada = "S" then
               perform le-valores-brutos-coleta
               go to aplica-calibracao-exit
           end-if

           if reg-estacao = spaces then
               move "001" to ws-calib-estacao-busca
           else
               move reg-estacao to ws-calib-estacao-busca
           end-if
           if reg-dia not numeric then
               go to aplica-calibracao-exit
           end-if
           compute ws-calib-data-busca =
                   reg-ano * 10000 + reg-mes * 100 + reg-dia

           move "T" to ws-calib-instrumento-busca
           perform localiza-correcao
           if ws-correcao-achada not = 0 then
               add ws-correcao-achada to ws-temp-convertida
               move "S" to ws-calibrado-leitura
           end-if

      *>   registro so de temperatura (ou com grupo ilegivel) nao tem
      *>   minima/maxima/umidade/chuva para corrigir
           if ws-extras-status not = "S" then
               go to aplica-calibracao-exit
           end-if

           move "N" to ws-calib-instrumento-busca
           perform localiza-correcao
           if ws-correcao-achada not = 0 then
               add ws-correcao-achada to ws-min-convertida
               add ws-correcao-achada to ws-max-convertida
               move "S" to ws-calibrado-leitura
           end-if

           move "U" to ws-calib-instrumento-busca
           perform localiza-correcao
           if ws-correcao-achada not = 0 then
               compute ws-umidade-corrigida rounded =
                       reg-umidade + ws-correcao-achada
               if ws-umidade-corrigida < 0 then
                   move 0 to ws-umidade-corrigida
               end-if
               if ws-umidade-corrigida > 100 then
                   move 100 to ws-umidade-corrigida
               end-if
               move ws-umidade-corrigida to ws-umidade-leitura
               move "S" to ws-calibrado-leitura
           end-if

      *>   dia seco fica seco - a correcao do pluviometro so vale para
      *>   o dia em que ele registrou chuva
           move "P" to ws-calib-instrumento-busca
           perform localiza-correcao
           if ws-correcao-achada not = 0 and reg-chuva > 0 then
               compute ws-chuva-corrigida = reg-chuva + ws-correcao-achada
               if ws-chuva-corrigida < 0 then
                   move 0 to ws-chuva-corrigida
               end-if
               move ws-chuva-corrigida to ws-chuva-leitura
               move "S" to ws-calibrado-leitura
           end-if
           .
       aplica-calibracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le os valores brutos gravados pela coleta no registro ja
      *>  corrigido (na unidade do lote, convertidos aqui para
      *>  Celsius) - um grupo ilegivel fica com os corrigidos no lugar
      *>------------------------------------------------------------------------
       le-valores-brutos-coleta section.

           if reg-temp-bruta not numeric then
               go to le-valores-brutos-coleta-exit
           end-if

           if ws-unidade-leitura = "F" or ws-unidade-leitura = "f" then
               compute ws-temp-bruta-leitura rounded =
                       (reg-temp-bruta - 32) * 5 / 9
           else
               move reg-temp-bruta to ws-temp-bruta-leitura
           end-if
           if reg-temp-bruta not = reg-temp then
               move "S" to ws-calibrado-leitura
           end-if

           if ws-extras-status not = "S"
           or reg-temp-minima-bruta not numeric
           or reg-temp-maxima-bruta not numeric
           or reg-umidade-bruta not numeric
           or reg-chuva-bruta not numeric then
               go to le-valores-brutos-coleta-exit
           end-if

           if ws-unidade-leitura = "F" or ws-unidade-leitura = "f" then
               compute ws-minima-bruta-leitura rounded =
                       (reg-temp-minima-bruta - 32) * 5 / 9
               compute ws-maxima-bruta-leitura rounded =
                       (reg-temp-maxima-bruta - 32) * 5 / 9
           else
               move reg-temp-minima-bruta to ws-minima-bruta-leitura
               move reg-temp-maxima-bruta to ws-maxima-bruta-leitura
           end-if
           move reg-umidade-bruta to ws-umidade-bruta-leitura
           move reg-chuva-bruta to ws-chuva-bruta-leitura
           if reg-umidade-bruta not = reg-umidade
           or reg-chuva-bruta not = reg-chuva then
               move "S" to ws-calibrado-leitura
           end-if
           .
       le-valores-brutos-coleta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Localiza a correcao em vigor para ws-calib-estacao-busca/
      *>  ws-calib-instrumento-busca na data ws-calib-data-busca: a
      *>  entrada da estacao/instrumento de maior vigencia que nao
      *>  passe da data - sem nenhuma, a correcao e zero
      *>------------------------------------------------------------------------
       localiza-correcao section.

           move 0 to ws-correcao-achada
           move 0 to ws-calib-vigencia-achada
           perform varying ws-calib from 1 by 1
                   until ws-calib > ws-qtd-calibracoes
               if ws-calib-estacao(ws-calib) = ws-calib-estacao-busca
               and ws-calib-instrumento(ws-calib)
                   = ws-calib-instrumento-busca
               and ws-calib-vigencia(ws-calib) <= ws-calib-data-busca
               and ws-calib-vigencia(ws-calib)
                   >= ws-calib-vigencia-achada then
                   move ws-calib-vigencia(ws-calib)
                       to ws-calib-vigencia-achada
                   move ws-calib-correcao(ws-calib) to ws-correcao-achada
               end-if
           end-perform
           .
       localiza-correcao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega arqCalibracoes.txt para a tabela em memoria - sem o
      *>  arquivo a tabela fica vazia e nenhuma leitura e corrigida
      *>------------------------------------------------------------------------
       carrega-calibracoes section.

           move 0 to ws-qtd-calibracoes
           open input arqCalibracoes
           if ws-fs-arqCalibracoes not = "00" then
               go to carrega-calibracoes-exit
           end-if

           move "N" to ws-fim-arqCalibracoes
           perform until ws-fim-arqCalibracoes = "S"
               read arqCalibracoes
                   at end
                       move "S" to ws-fim-arqCalibracoes
                   not at end
                       if reg-cal-estacao not = spaces
                       and reg-cal-correcao is numeric
                       and ws-qtd-calibracoes < ws-max-calibracoes then
                           add 1 to ws-qtd-calibracoes
                           move reg-cal-estacao
                               to ws-calib-estacao(ws-qtd-calibracoes)
                           move reg-cal-instrumento
                               to ws-calib-instrumento(ws-qtd-calibracoes)
                           move reg-cal-vigencia
                               to ws-calib-vigencia(ws-qtd-calibracoes)
                           move reg-cal-correcao
                               to ws-calib-correcao(ws-qtd-calibracoes)
                           move reg-cal-serie
                               to ws-calib-serie(ws-qtd-calibracoes)
                       end-if
               end-read
           end-perform

           close arqCalibracoes
           .
       carrega-calibracoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere a leitura recem aceita contra os recordes historicos
      *>  da estacao: a menor/maior candidata do dia (reg-temp, ou a
      *>------------------------------------------------------------------------
      *>  Converte reg-temp (o valor lido de arqTempsAnual.txt) para
      *>  Celsius em ws-temp-convertida, de acordo com ws-unidade-leitura;
      *>  leituras ja em Celsius passam sem alteracao - a minima e a
      *>  maxima das medidas adicionais vao para ws-min-convertida e
      *>  ws-max-convertida, e ws-extras-status fica "A" registro so
      *>  de temperatura (grupo em branco, geracoes anteriores do
      *>  arquivo), "N" grupo ilegivel ou "S" medidas presentes, ainda
      *>  a conferir contra as faixas validas depois da calibracao
      *>------------------------------------------------------------------------
       converte-unidade section.

           else
               move reg-temp to ws-temp-convertida
           end-if

           move 0 to ws-min-convertida
           move 0 to ws-max-convertida
           if reg-medidas-extra = spaces then
               move "A" to ws-extras-status
               go to converte-unidade-exit
           end-if

      *>   um grupo de medidas parcialmente ilegivel nao pode chegar na
      *>   aritmetica - qualquer campo nao numerico condena o registro
           if reg-temp-minima not numeric
           or reg-temp-maxima not numeric
           or reg-umidade not numeric
           or reg-chuva not numeric then
               move "N" to ws-extras-status
               go to converte-unidade-exit
           end-if

           if ws-unidade-leitura = "F" or ws-unidade-leitura = "f" then
               compute ws-min-convertida = (reg-temp-minima - 32) * 5 / 9
               compute ws-max-convertida = (reg-temp-maxima - 32) * 5 / 9
           else
               move reg-temp-minima to ws-min-convertida
               move reg-temp-maxima to ws-max-convertida
           end-if
           move "S" to ws-extras-status
           .
       converte-unidade-exit.
           exit.
               ws-veredito-variacao delimited by size
               ";origem=" delimited by size
               ws-origem-consulta delimited by size
               ";oper=" delimited by size
               ws-operador delimited by space
               into ws-linha-consulta
           end-string

      *>   acompanhar o dia no csv, no relatorio e na consulta
           perform controla-qualidade-rede

      *>   dias do lote no arquivo permanente de observacoes diarias -
      *>   depois do controle de qualidade, com as marcas de ESTIMADO e
      *>   SUSPEITO ja definitivas
           if ws-dias-carregados > 0 then
               perform grava-observacoes-diarias
           end-if

      *>   exportacao csv - gerada em qualquer modo de execucao, sem
      *>   depender do menu interativo (pode ser usada isoladamente)
           perform exporta-csv
      *>   em qualquer modo de execucao, junto do csv
           perform gera-analise-climatica

      *>   boletim de aviso de calor da defesa civil - indice de calor
      *>   do dia por municipio, em qualquer modo de execucao
           if ws-dias-carregados > 0 then
               perform gera-boletim-calor
           end-if

      *>   acrescenta as medias deste mes ao historico, em qualquer modo
      *>   de execucao, para que futuras execucoes possam compara-las -
      *>   so faz sentido quando algum dia foi de fato carregado, senao
       controla-qualidade-rede-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava em arqObservacoesDiarias.dat cada dia do mes das
      *>  estacoes do lote com alguma leitura - a chave estacao/ano/
      *>  mes/dia que ja existir e REGRAVADA (recarga do mes), e um dia
      *>  que ja estava no arquivo mas ficou sem valor nesta carga sai
      *>  dele, para o arquivo permanente nunca divergir do ultimo lote;
      *>  o arquivo e criado na primeira execucao, como o historico
      *>------------------------------------------------------------------------
       grava-observacoes-diarias section.

           open i-o arqObservacoes
           if ws-fs-arqObservacoes not = "00" then
               open output arqObservacoes
               close arqObservacoes
               open i-o arqObservacoes
           end-if
           if ws-fs-arqObservacoes not = "00" then
               display "Observacoes arqObservacoesDiarias.dat"
                   " indisponiveis (file status " ws-fs-arqObservacoes
                   ") - dias do mes nao registrados"
               go to grava-observacoes-diarias-exit
           end-if

           accept ws-data-observacao from date yyyymmdd

           perform varying ws-est from 1 by 1 until ws-est > ws-qtd-estacoes
               if ws-est-dias-carregados(ws-est) > 0 then
                   perform varying ws-dia from 1 by 1
                           until ws-dia > ws-dias-no-mes
                       perform grava-observacao-dia
                   end-perform
               end-if
           end-perform

           close arqObservacoes
           .
       grava-observacoes-diarias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava (ou regrava, ou remove) o dia ws-dia da estacao ws-est
      *>  no arquivo permanente de observacoes diarias
      *>------------------------------------------------------------------------
       grava-observacao-dia section.

           move ws-est-codigo(ws-est) to reg-obs-estacao
           move ws-ano-atual to reg-obs-ano
           move ws-mes-atual to reg-obs-mes
           move ws-dia to reg-obs-dia
           read arqObservacoes
           if ws-fs-arqObservacoes = "00" then
               move "S" to ws-obs-existia
           else
               move "N" to ws-obs-existia
           end-if

           if not ws-dia-presente(ws-est ws-dia) then
               if ws-obs-existia = "S" then
                   delete arqObservacoes record
               end-if
               go to grava-observacao-dia-exit
           end-if

           move ws-est-codigo(ws-est) to reg-obs-estacao
           move ws-ano-atual to reg-obs-ano
           move ws-mes-atual to reg-obs-mes
           move ws-dia to reg-obs-dia
           move ws-temp(ws-est ws-dia) to reg-obs-temp
           if ws-dia-com-extras(ws-est ws-dia) then
               move "S" to reg-obs-tem-extras
               move ws-temp-minima-dia(ws-est ws-dia) to reg-obs-temp-minima
               move ws-temp-maxima-dia(ws-est ws-dia) to reg-obs-temp-maxima
               move ws-umidade-dia(ws-est ws-dia) to reg-obs-umidade
               move ws-chuva-dia(ws-est ws-dia) to reg-obs-chuva
           else
               move "N" to reg-obs-tem-extras
               move 0 to reg-obs-temp-minima
               move 0 to reg-obs-temp-maxima
               move 0 to reg-obs-umidade
               move 0 to reg-obs-chuva
           end-if
           if ws-dia-estimado(ws-est ws-dia) then
               move "S" to reg-obs-estimado
           else
               move "N" to reg-obs-estimado
           end-if
           if ws-dia-suspeito(ws-est ws-dia) then
               move "S" to reg-obs-suspeito
           else
               move "N" to reg-obs-suspeito
           end-if
           move "C" to reg-obs-origem
           move ws-data-observacao to reg-obs-data-gravacao

      *>   valores do instrumento antes da correcao - um dia estimado
      *>   nao tem leitura de instrumento, e repete o valor guardado
           if ws-dia-carregado(ws-est ws-dia) then
               move ws-calibrado-dia(ws-est ws-dia) to reg-obs-calibrado
               move ws-temp-bruta-dia(ws-est ws-dia) to reg-obs-temp-bruta
           else
               move "N" to reg-obs-calibrado
               move reg-obs-temp to reg-obs-temp-bruta
           end-if
           if ws-dia-com-extras(ws-est ws-dia) then
               move ws-minima-bruta-dia(ws-est ws-dia)
                   to reg-obs-temp-minima-bruta
               move ws-maxima-bruta-dia(ws-est ws-dia)
                   to reg-obs-temp-maxima-bruta
               move ws-umidade-bruta-dia(ws-est ws-dia)
                   to reg-obs-umidade-bruta
               move ws-chuva-bruta-dia(ws-est ws-dia)
                   to reg-obs-chuva-bruta
           else
               move 0 to reg-obs-temp-minima-bruta
               move 0 to reg-obs-temp-maxima-bruta
               move 0 to reg-obs-umidade-bruta
               move 0 to reg-obs-chuva-bruta
           end-if

           if ws-obs-existia = "S" then
               rewrite fd-reg-observacao
           else
               write fd-reg-observacao
           end-if
           add 1 to ws-qtd-observacoes
           .
       grava-observacao-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Compara o dia ws-dia da estacao ws-est com a mediana do mesmo
      *>  dia nas demais estacoes (so leituras medidas, nunca valores
               ".txt" delimited by size
               into ws-nome-transmissao
           end-string

           move spaces to ws-nome-boletim-calor
           string "arqBoletimCalor-" delimited by size
               ws-mes-atual delimited by size
               ws-ano-atual delimited by size
               ".txt" delimited by size
               into ws-nome-boletim-calor
           end-string
           .
       monta-nomes-saida-exit.
           exit.
      *>------------------------------------------------------------------------
       menu-interativo section.

      *>   quem consulta fica registrado em cada linha do log - sem
      *>   identificacao aceita nao ha consulta
           perform identifica-operador
           if ws-operador = spaces then
               go to menu-interativo-exit
           end-if

           open extend arqConsultas
           if ws-fs-arqConsultas not = "00" then
               open output arqConsultas
               write fd-linha-relatorio
           end-perform

      *>   trocas e calibracoes de instrumento que entraram em vigor no
      *>   mes - e por aqui que um SUSPEITO sem causa aparente se explica
           perform relatorio-trocas-instrumento

      *>   com mais de uma estacao no lote, o relatorio fecha com a
      *>   classificacao das estacoes por media, minima e maxima do mes
           if ws-qtd-estacoes > 1 then
       relatorio-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista no relatorio batch as entradas do cadastro de
      *>  calibracoes com vigencia dentro do mes do lote (qualquer
      *>  estacao da rede) - com a serie, para a troca de instrumento
      *>  ficar documentada junto dos numeros do mes
      *>------------------------------------------------------------------------
       relatorio-trocas-instrumento section.

           compute ws-aaaamm-lote = ws-ano-atual * 100 + ws-mes-atual
           move 0 to ws-qtd-trocas-mes

           perform varying ws-calib from 1 by 1
                   until ws-calib > ws-qtd-calibracoes
               divide ws-calib-vigencia(ws-calib) by 100
                   giving ws-aaaamm-vigencia
               if ws-aaaamm-vigencia = ws-aaaamm-lote then
                   if ws-qtd-trocas-mes = 0 then
                       move "TROCAS/CALIBRACOES DE INSTRUMENTO NO MES"
                           to fd-linha-relatorio
                       write fd-linha-relatorio
                   end-if
                   add 1 to ws-qtd-trocas-mes

                   evaluate ws-calib-instrumento(ws-calib)
                       when "T"
                           move "TERMOMETRO" to ws-rotulo-instrumento
                       when "N"
                           move "MINIMA/MAX." to ws-rotulo-instrumento
                       when "U"
                           move "HIGROMETRO" to ws-rotulo-instrumento
                       when "P"
                           move "PLUVIOMETRO" to ws-rotulo-instrumento
                       when other
                           move "?" to ws-rotulo-instrumento
                   end-evaluate
                   move ws-calib-correcao(ws-calib) to ws-correcao-edit

                   move spaces to ws-linha-relatorio
                   string "ESTACAO " delimited by size
                       ws-calib-estacao(ws-calib) delimited by size
                       " " delimited by size
                       ws-rotulo-instrumento delimited by size
                       " DESDE " delimited by size
                       ws-calib-vigencia(ws-calib) delimited by size
                       " CORRECAO " delimited by size
                       ws-correcao-edit delimited by size
                       " SERIE " delimited by size
                       ws-calib-serie(ws-calib) delimited by "  "
                       into ws-linha-relatorio
                   end-string
                   move ws-linha-relatorio to fd-linha-relatorio
                   write fd-linha-relatorio
               end-if
           end-perform
           .
       relatorio-trocas-instrumento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Secao de classificacao das estacoes no relatorio batch,
      *>  segundo o criterio corrente (ws-criterio-ordem): "M" melhor
       grava-linha-analise-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Boletim de aviso de calor para a defesa civil: calcula o
      *>  indice de calor de cada dia de cada estacao, junta as
      *>  estacoes por municipio (municipio do cadastro de estacoes) e
      *>  grava arqBoletimCalor-MMAAAA.txt com o indice diario e a faixa
      *>  de conforto de cada municipio e um aviso para cada sequencia
      *>  de dias seguidos no nivel de ALERTA - cada aviso emitido e
      *>  lancado em arqAvisosCalor.log
      *>------------------------------------------------------------------------
       gera-boletim-calor section.

           perform varying ws-est from 1 by 1 until ws-est > ws-qtd-estacoes
               perform varying ws-dia from 1 by 1
                       until ws-dia > ws-dias-no-mes
                   perform calcula-indice-calor
               end-perform
           end-perform

           perform monta-municipios

           accept ws-data-aviso from date yyyymmdd
           accept ws-hora-aviso from time
           move 0 to ws-qtd-avisos-mes

           open output arqBoletimCalor

           move spaces to ws-linha-boletim-calor
           string "BOLETIM DE AVISO DE CALOR - DEFESA CIVIL - MES "
                   delimited by size
               ws-mes-atual delimited by size
               "/" delimited by size
               ws-ano-atual delimited by size
               into ws-linha-boletim-calor
           end-string
           perform grava-linha-boletim-calor

           move spaces to ws-linha-boletim-calor
           string "EMITIDO EM " delimited by size
               ws-aviso-dia delimited by size
               "/" delimited by size
               ws-aviso-mes delimited by size
               "/" delimited by size
               ws-aviso-ano delimited by size
               " AS " delimited by size
               ws-aviso-hora delimited by size
               ":" delimited by size
               ws-aviso-minuto delimited by size
               into ws-linha-boletim-calor
           end-string
           perform grava-linha-boletim-calor

           move ws-par-ic-atencao to ws-ic-atencao-edit
           move ws-par-ic-alerta to ws-ic-alerta-edit
           move ws-par-ic-perigo to ws-ic-perigo-edit
           move spaces to ws-linha-boletim-calor
           string "NIVEIS DO INDICE DE CALOR: ATENCAO " delimited by size
               ws-ic-atencao-edit delimited by size
               " C, ALERTA " delimited by size
               ws-ic-alerta-edit delimited by size
               " C, PERIGO " delimited by size
               ws-ic-perigo-edit delimited by size
               " C" delimited by size
               into ws-linha-boletim-calor
           end-string
           perform grava-linha-boletim-calor

           move spaces to ws-linha-boletim-calor
           string "AVISO: " delimited by size
               ws-par-dias-calor delimited by size
               " OU MAIS DIAS SEGUIDOS COM O INDICE NO NIVEL DE ALERTA"
                   delimited by size
               into ws-linha-boletim-calor
           end-string
           perform grava-linha-boletim-calor

           move "INDICE DE CALOR DA MAXIMA DO DIA COM A UMIDADE RELATIVA;"
               to ws-linha-boletim-calor
           perform grava-linha-boletim-calor
           move "DIA SEM MAXIMA/UMIDADE OU SUSPEITO FICA FORA DO INDICE"
               to ws-linha-boletim-calor
           perform grava-linha-boletim-calor

           perform varying ws-mun from 1 by 1 until ws-mun > ws-qtd-municipios
               perform boletim-municipio
           end-perform

      *>   estacao sem municipio no cadastro (ou fora dele) nao tem a
      *>   quem avisar - sai listada para o cadastro ser completado
           perform varying ws-est from 1 by 1 until ws-est > ws-qtd-estacoes
               move ws-est-codigo(ws-est) to ws-cod-estacao-busca
               perform busca-municipio-estacao
               if ws-municipio-estacao = spaces then
                   perform monta-rotulo-estacao
                   move spaces to ws-linha-boletim-calor
                   string "ESTACAO " delimited by size
                       ws-rotulo-estacao delimited by "  "
                       " SEM MUNICIPIO NO CADASTRO - FORA DO BOLETIM"
                           delimited by size
                       into ws-linha-boletim-calor
                   end-string
                   perform grava-linha-boletim-calor
               end-if
           end-perform

           move spaces to ws-linha-boletim-calor
           perform grava-linha-boletim-calor
           move spaces to ws-linha-boletim-calor
           string "TOTAL DE AVISOS DE CALOR NO MES: " delimited by size
               ws-qtd-avisos-mes delimited by size
               into ws-linha-boletim-calor
           end-string
           perform grava-linha-boletim-calor

           close arqBoletimCalor

           add ws-qtd-avisos-mes to ws-qtd-avisos-calor
           if ws-qtd-avisos-mes > 0 then
               display ws-qtd-avisos-mes " aviso(s) de calor no mes "
                   ws-mes-atual "/" ws-ano-atual " - ver "
                   ws-nome-boletim-calor
           end-if
           .
       gera-boletim-calor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Indice de calor do dia ws-dia da estacao ws-est, em Celsius,
      *>  pela regressao de Rothfusz (a do servico meteorologico
      *>  americano, com os coeficientes para Celsius) sobre a maxima
      *>  do dia e a umidade relativa - abaixo de 27 C a regressao nao
      *>  vale e o indice fica sendo a propria maxima; dia sem min/max/
      *>  umidade ou marcado SUSPEITO fica sem indice
      *>------------------------------------------------------------------------
       calcula-indice-calor section.

           move "N" to ws-tem-ic-dia(ws-est ws-dia)
           move 0 to ws-ic-dia(ws-est ws-dia)

           if not ws-dia-com-extras(ws-est ws-dia)
           or ws-dia-suspeito(ws-est ws-dia) then
               go to calcula-indice-calor-exit
           end-if

           if ws-temp-maxima-dia(ws-est ws-dia) < 27 then
               move ws-temp-maxima-dia(ws-est ws-dia)
                   to ws-ic-dia(ws-est ws-dia)
           else
               compute ws-ic-dia(ws-est ws-dia) rounded =
                   - 8,78469475556
                   + 1,61139411 * ws-temp-maxima-dia(ws-est ws-dia)
                   + 2,33854883889 * ws-umidade-dia(ws-est ws-dia)
                   - 0,14611605 * ws-temp-maxima-dia(ws-est ws-dia)
                                * ws-umidade-dia(ws-est ws-dia)
                   - 0,012308094 * ws-temp-maxima-dia(ws-est ws-dia)
                                 * ws-temp-maxima-dia(ws-est ws-dia)
                   - 0,0164248277778 * ws-umidade-dia(ws-est ws-dia)
                                     * ws-umidade-dia(ws-est ws-dia)
                   + 0,002211732 * ws-temp-maxima-dia(ws-est ws-dia)
                                 * ws-temp-maxima-dia(ws-est ws-dia)
                                 * ws-umidade-dia(ws-est ws-dia)
                   + 0,00072546 * ws-temp-maxima-dia(ws-est ws-dia)
                                * ws-umidade-dia(ws-est ws-dia)
                                * ws-umidade-dia(ws-est ws-dia)
                   - 0,000003582 * ws-temp-maxima-dia(ws-est ws-dia)
                                 * ws-temp-maxima-dia(ws-est ws-dia)
                                 * ws-umidade-dia(ws-est ws-dia)
                                 * ws-umidade-dia(ws-est ws-dia)
           end-if

           move "S" to ws-tem-ic-dia(ws-est ws-dia)
           .
       calcula-indice-calor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Monta a tabela de municipios das estacoes do lote e o indice
      *>  de calor diario de cada municipio: o maior indice entre as
      *>  estacoes dele naquele dia (o aviso vale para onde esta mais
      *>  quente), guardando qual estacao o deu
      *>------------------------------------------------------------------------
       monta-municipios section.

           move 0 to ws-qtd-municipios

           perform varying ws-est from 1 by 1 until ws-est > ws-qtd-estacoes
               move ws-est-codigo(ws-est) to ws-cod-estacao-busca
               perform busca-municipio-estacao
               if ws-municipio-estacao not = spaces then
                   perform soma-estacao-municipio
               end-if
           end-perform
           .
       monta-municipios-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Poe a estacao ws-est no municipio ws-municipio-estacao (abrindo
      *>  o municipio na tabela quando ele ainda nao esta la) e leva o
      *>  indice de calor de cada dia dela para o do municipio - com a
      *>  tabela de municipios cheia, a estacao fica fora do boletim
      *>------------------------------------------------------------------------
       soma-estacao-municipio section.

           move "N" to ws-mun-achado
           perform varying ws-mun-procura from 1 by 1
                   until ws-mun-procura > ws-qtd-municipios
                      or ws-mun-achado = "S"
               if ws-mun-nome(ws-mun-procura) = ws-municipio-estacao then
                   move ws-mun-procura to ws-mun
                   move "S" to ws-mun-achado
               end-if
           end-perform

           if ws-mun-achado = "N" then
               if ws-qtd-municipios >= ws-max-municipios then
                   display "Mais municipios do que a tabela comporta -"
                       " estacao " ws-est-codigo(ws-est)
                       " fora do boletim de calor"
                   go to soma-estacao-municipio-exit
               end-if
               add 1 to ws-qtd-municipios
               move ws-qtd-municipios to ws-mun
               move ws-municipio-estacao to ws-mun-nome(ws-mun)
               move 0 to ws-mun-qtd-estacoes(ws-mun)
               perform varying ws-dia from 1 by 1 until ws-dia > 31
                   move "N" to ws-mun-tem-ic(ws-mun ws-dia)
                   move 0 to ws-mun-ic-dia(ws-mun ws-dia)
                   move 0 to ws-mun-est-pico(ws-mun ws-dia)
               end-perform
           end-if

           add 1 to ws-mun-qtd-estacoes(ws-mun)
           move ws-est to ws-mun-estacao(ws-mun ws-mun-qtd-estacoes(ws-mun))
           perform varying ws-dia from 1 by 1 until ws-dia > ws-dias-no-mes
               if ws-tem-ic-dia(ws-est ws-dia) = "S" then
                   if ws-mun-tem-ic(ws-mun ws-dia) = "N"
                   or ws-ic-dia(ws-est ws-dia)
                      > ws-mun-ic-dia(ws-mun ws-dia) then
                       move "S" to ws-mun-tem-ic(ws-mun ws-dia)
                       move ws-ic-dia(ws-est ws-dia)
                           to ws-mun-ic-dia(ws-mun ws-dia)
                       move ws-est to ws-mun-est-pico(ws-mun ws-dia)
                   end-if
               end-if
           end-perform
           .
       soma-estacao-municipio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Municipio da estacao ws-cod-estacao-busca no cadastro de
      *>  estacoes (em branco sem cadastro ou com o codigo fora dele)
      *>------------------------------------------------------------------------
       busca-municipio-estacao section.

           move spaces to ws-municipio-estacao
           perform varying ws-cad-procura from 1 by 1
                   until ws-cad-procura > ws-qtd-cadastro
               if ws-cad-codigo(ws-cad-procura) = ws-cod-estacao-busca then
                   move ws-cad-municipio(ws-cad-procura)
                       to ws-municipio-estacao
               end-if
           end-perform
           .
       busca-municipio-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Bloco do municipio ws-mun no boletim: estacoes, indice de
      *>  calor e faixa de conforto de cada dia, e os avisos das
      *>  sequencias de dias no nivel de ALERTA - um dia sem indice
      *>  interrompe a sequencia (nao da para afirmar que o calor
      *>  continuou num dia que nao foi medido)
      *>------------------------------------------------------------------------
       boletim-municipio section.

           move spaces to ws-linha-boletim-calor
           perform grava-linha-boletim-calor
           move spaces to ws-linha-boletim-calor
           string "MUNICIPIO: " delimited by size
               ws-mun-nome(ws-mun) delimited by "  "
               into ws-linha-boletim-calor
           end-string
           perform grava-linha-boletim-calor

           perform varying ws-mun-ind-est from 1 by 1
                   until ws-mun-ind-est > ws-mun-qtd-estacoes(ws-mun)
               move ws-mun-estacao(ws-mun ws-mun-ind-est) to ws-est
               move ws-est-codigo(ws-est) to ws-cod-estacao-busca
               perform monta-rotulo-estacao
               move spaces to ws-linha-boletim-calor
               string "  ESTACAO " delimited by size
                   ws-rotulo-estacao delimited by "  "
                   into ws-linha-boletim-calor
               end-string
               perform grava-linha-boletim-calor
           end-perform

           move "  DIA   INDICE C  CONFORTO  UMIDADE %  ESTACAO"
               to ws-linha-boletim-calor
           perform grava-linha-boletim-calor

           perform varying ws-dia from 1 by 1 until ws-dia > ws-dias-no-mes
               if ws-mun-tem-ic(ws-mun ws-dia) = "S" then
                   move ws-mun-est-pico(ws-mun ws-dia) to ws-est
                   move ws-mun-ic-dia(ws-mun ws-dia) to ws-ic-edit
                   move ws-umidade-dia(ws-est ws-dia) to ws-umidade-ic-edit
                   move ws-mun-ic-dia(ws-mun ws-dia) to ws-seq-ic-pico
                   perform classifica-conforto
                   move spaces to ws-linha-boletim-calor
                   string "  " delimited by size
                       ws-dia delimited by size
                       "   " delimited by size
                       ws-ic-edit delimited by size
                       "   " delimited by size
                       ws-categoria-conforto delimited by size
                       "   " delimited by size
                       ws-umidade-ic-edit delimited by size
                       "        " delimited by size
                       ws-est-codigo(ws-est) delimited by size
                       into ws-linha-boletim-calor
                   end-string
                   perform grava-linha-boletim-calor
               end-if
           end-perform

           move 0 to ws-avisos-municipio
           move 0 to ws-seq-ic-dias
           perform varying ws-dia from 1 by 1 until ws-dia > ws-dias-no-mes
               if ws-mun-tem-ic(ws-mun ws-dia) = "S"
               and ws-mun-ic-dia(ws-mun ws-dia) >= ws-par-ic-alerta then
                   if ws-seq-ic-dias = 0 then
                       move ws-dia to ws-seq-ic-inicio
                       move ws-mun-ic-dia(ws-mun ws-dia) to ws-seq-ic-pico
                       move ws-dia to ws-seq-ic-dia-pico
                   end-if
                   add 1 to ws-seq-ic-dias
                   move ws-dia to ws-seq-ic-fim
                   if ws-mun-ic-dia(ws-mun ws-dia) > ws-seq-ic-pico then
                       move ws-mun-ic-dia(ws-mun ws-dia) to ws-seq-ic-pico
                       move ws-dia to ws-seq-ic-dia-pico
                   end-if
               else
                   perform encerra-sequencia-calor
               end-if
           end-perform
           perform encerra-sequencia-calor

           if ws-avisos-municipio = 0 then
               move "  SEM AVISO DE CALOR NO MES" to ws-linha-boletim-calor
               perform grava-linha-boletim-calor
           end-if
           .
       boletim-municipio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Faixa de conforto do indice em ws-seq-ic-pico pelos niveis de
      *>  arqParametros.txt
      *>------------------------------------------------------------------------
       classifica-conforto section.

           if ws-seq-ic-pico >= ws-par-ic-perigo then
               move "PERIGO" to ws-categoria-conforto
           else
           if ws-seq-ic-pico >= ws-par-ic-alerta then
               move "ALERTA" to ws-categoria-conforto
           else
           if ws-seq-ic-pico >= ws-par-ic-atencao then
               move "ATENCAO" to ws-categoria-conforto
           else
               move "NORMAL" to ws-categoria-conforto
           end-if
           end-if
           end-if
           .
       classifica-conforto-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Fecha a sequencia corrente do municipio ws-mun - com dias
      *>  seguidos suficientes ela vira aviso
      *>------------------------------------------------------------------------
       encerra-sequencia-calor section.

           if ws-seq-ic-dias > 0
           and ws-seq-ic-dias >= ws-par-dias-calor then
               perform emite-aviso-calor
           end-if
           move 0 to ws-seq-ic-dias
           .
       encerra-sequencia-calor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aviso de calor da sequencia corrente do municipio ws-mun:
      *>  nivel (PERIGO quando o pico chega ao nivel de perigo), dias,
      *>  pico com a estacao que o deu e as estacoes que ficaram no
      *>  nivel de ALERTA no periodo - e o lancamento em
      *>  arqAvisosCalor.log
      *>------------------------------------------------------------------------
       emite-aviso-calor section.

           add 1 to ws-avisos-municipio
           add 1 to ws-qtd-avisos-mes

           if ws-seq-ic-pico >= ws-par-ic-perigo then
               move "PERIGO" to ws-nivel-aviso
           else
               move "ALERTA" to ws-nivel-aviso
           end-if

           move spaces to ws-linha-boletim-calor
           string "  *** AVISO DE CALOR - NIVEL " delimited by size
               ws-nivel-aviso delimited by space
               " ***" delimited by size
               into ws-linha-boletim-calor
           end-string
           perform grava-linha-boletim-calor

           move spaces to ws-linha-boletim-calor
           string "  DO DIA " delimited by size
               ws-seq-ic-inicio delimited by size
               " AO DIA " delimited by size
               ws-seq-ic-fim delimited by size
               "/" delimited by size
               ws-mes-atual delimited by size
               "/" delimited by size
               ws-ano-atual delimited by size
               " - " delimited by size
               ws-seq-ic-dias delimited by size
               " DIA(S) SEGUIDOS" delimited by size
               into ws-linha-boletim-calor
           end-string
           perform grava-linha-boletim-calor

           move ws-mun-est-pico(ws-mun ws-seq-ic-dia-pico) to ws-seq-ic-est-pico
           move ws-est-codigo(ws-seq-ic-est-pico) to ws-cod-estacao-busca
           perform monta-rotulo-estacao
           move ws-seq-ic-pico to ws-ic-edit
           move spaces to ws-linha-boletim-calor
           string "  INDICE DE CALOR MAXIMO " delimited by size
               ws-ic-edit delimited by size
               " C NO DIA " delimited by size
               ws-seq-ic-dia-pico delimited by size
               " - ESTACAO " delimited by size
               ws-rotulo-estacao delimited by "  "
               into ws-linha-boletim-calor
           end-string
           perform grava-linha-boletim-calor

           perform varying ws-mun-ind-est from 1 by 1
                   until ws-mun-ind-est > ws-mun-qtd-estacoes(ws-mun)
               move ws-mun-estacao(ws-mun ws-mun-ind-est) to ws-est
               move 0 to ws-dias-ic-estacao
               move 0 to ws-maior-ic-estacao
               perform varying ws-ind-temp from ws-seq-ic-inicio by 1
                       until ws-ind-temp > ws-seq-ic-fim
                   if ws-tem-ic-dia(ws-est ws-ind-temp) = "S"
                   and ws-ic-dia(ws-est ws-ind-temp) >= ws-par-ic-alerta then
                       add 1 to ws-dias-ic-estacao
                       if ws-ic-dia(ws-est ws-ind-temp)
                          > ws-maior-ic-estacao then
                           move ws-ic-dia(ws-est ws-ind-temp)
                               to ws-maior-ic-estacao
                       end-if
                   end-if
               end-perform
               if ws-dias-ic-estacao > 0 then
                   move ws-est-codigo(ws-est) to ws-cod-estacao-busca
                   perform monta-rotulo-estacao
                   move ws-maior-ic-estacao to ws-ic-edit
                   move spaces to ws-linha-boletim-calor
                   string "    ESTACAO " delimited by size
                       ws-rotulo-estacao delimited by "  "
                       ": " delimited by size
                       ws-dias-ic-estacao delimited by size
                       " DIA(S) EM ALERTA, PICO " delimited by size
                       ws-ic-edit delimited by size
                       " C" delimited by size
                       into ws-linha-boletim-calor
                   end-string
                   perform grava-linha-boletim-calor
               end-if
           end-perform

           open extend arqAvisosCalor
           if ws-fs-arqAvisosCalor not = "00" then
               open output arqAvisosCalor
           end-if

           move ws-seq-ic-pico to ws-ic-edit
           move spaces to ws-linha-aviso-calor
           string ws-data-aviso delimited by size
               ";" delimited by size
               ws-hora-aviso delimited by size
               ";lote=" delimited by size
               ws-mes-atual delimited by size
               "/" delimited by size
               ws-ano-atual delimited by size
               ";municipio=" delimited by size
               ws-mun-nome(ws-mun) delimited by "  "
               ";dias=" delimited by size
               ws-seq-ic-inicio delimited by size
               "-" delimited by size
               ws-seq-ic-fim delimited by size
               ";pico=" delimited by size
               ws-ic-edit delimited by size
               ";nivel=" delimited by size
               ws-nivel-aviso delimited by space
               ";boletim=" delimited by size
               ws-nome-boletim-calor delimited by "  "
               into ws-linha-aviso-calor
           end-string

           move ws-linha-aviso-calor to fd-linha-aviso-calor
           write fd-linha-aviso-calor

           close arqAvisosCalor
           .
       emite-aviso-calor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava ws-linha-boletim-calor em arqBoletimCalor-MMAAAA.txt
      *>------------------------------------------------------------------------
       grava-linha-boletim-calor section.

           move ws-linha-boletim-calor to fd-linha-boletim-calor
           write fd-linha-boletim-calor
           .
       grava-linha-boletim-calor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Exporta as temperaturas do mes em formato csv (estacao;dia;
      *>  temperatura;media;classificacao) para arqTempsDiarias.csv -
           exit.


      *>------------------------------------------------------------------------
      *>  Identifica o operador no terminal (ate ws-max-tentativas) -
      *>  sem identificacao aceita, ws-operador fica em branco e o
      *>  programa nao segue
      *>------------------------------------------------------------------------
       identifica-operador section.

           move spaces to ws-operador
           move spaces to ws-papel-operador

           display erase
           perform varying ws-tentativas from 1 by 1
                   until ws-tentativas > ws-max-tentativas
                      or ws-operador not = spaces
                      or ws-sem-cadastro-operadores = "S"
               display "Operador: "
               accept ws-id-digitado
               display "Senha: "
               accept ws-senha-digitada
               perform confere-operador
               if ws-operador-conferido = "S" then
                   move ws-id-digitado to ws-operador
                   move ws-papel-conferido to ws-papel-operador
               else
                   if ws-sem-cadastro-operadores = "N" then
                       display "Operador ou senha invalidos"
                   end-if
               end-if
           end-perform

           if ws-operador = spaces then
               display "Identificacao recusada - programa encerrado"
           end-if
           .
       identifica-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere ws-id-digitado/ws-senha-digitada no cadastro de
      *>  operadores - ws-operador-conferido sai "S" so para operador
      *>  ativo com a senha certa, com o papel em ws-papel-conferido
      *>------------------------------------------------------------------------
       confere-operador section.

           move "N" to ws-operador-conferido
           move spaces to ws-papel-conferido

           open input arqOperadores
           if ws-fs-arqOperadores not = "00" then
               display "Cadastro de operadores arqOperadores.txt"
                   " indisponivel - inclua os operadores com"
                   " lista11ex1operadores"
               move "S" to ws-sem-cadastro-operadores
               go to confere-operador-exit
           end-if

           move "N" to ws-fim-arqOperadores
           perform until ws-fim-arqOperadores = "S"
               read arqOperadores
                   at end
                       move "S" to ws-fim-arqOperadores
                   not at end
                       if reg-oper-id = ws-id-digitado
                       and ws-id-digitado not = spaces then
                           move "S" to ws-fim-arqOperadores
                           if reg-oper-senha = ws-senha-digitada
                           and reg-oper-ativo = "S" then
                               move "S" to ws-operador-conferido
                               move reg-oper-papel to ws-papel-conferido
                           end-if
                       end-if
               end-read
           end-perform

           close arqOperadores
           .
       confere-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finaliza��o
      *>------------------------------------------------------------------------
           display ws-qtd-resumo " mes(es) processado(s), "
               ws-qtd-rejeitadas " leitura(s) rejeitada(s) na execucao"
               " - ver arqResumoProcessamento.txt"
           if ws-qtd-observacoes > 0 then
               display ws-qtd-observacoes " dia(s) gravado(s) em"
                   " arqObservacoesDiarias.dat"
           end-if
           if ws-qtd-leituras-corrigidas > 0 then
               display ws-qtd-leituras-corrigidas " leitura(s) corrigida(s)"
                   " pelo cadastro de calibracoes"
           end-if
           if ws-qtd-avisos-calor > 0 then
               display ws-qtd-avisos-calor " aviso(s) de calor emitido(s)"
                   " - ver arqAvisosCalor.log"
           end-if

      *>   o maior nivel de alerta apurado no lote noturno sai como
      *>   codigo de retorno: 0 noite limpa, 4 aviso, 8 critico - e por
