           lock mode is automatic
           file status is ws-fs-arqContagem.

      *>   Cadastro de calibracoes e trocas de instrumento (copybook
      *>   CPCALREG, mantido por lista11ex1calibracoes) - a correcao em
      *>   vigor no dia de cada estacao entra no registro agregado, com
      *>   a leitura do instrumento guardada ao lado; sem o arquivo no
      *>   diretorio nada e corrigido
           select arqCalibracoes assign to "arqCalibracoes.txt"
           organization is line sequential
           lock mode is automatic
           file status is ws-fs-arqCalibracoes.

      *>   Arquivo permanente de observacoes horarias (copybook
      *>   CPHORREG) - as leituras intradiarias aproveitadas ficam aqui
      *>   resumidas por estacao/dia/hora, em vez de se perderem na
      *>   agregacao do dia; criado na primeira coleta
           select arqHorarias assign to "arqObservacoesHorarias.dat"
           organization is indexed
           access mode is dynamic
           record key is reg-hor-chave
           file status is ws-fs-arqHorarias.

      *>   Mesmas geracoes de seguranca roladas por lista11ex1manutencao
      *>   e lista11ex1reprocessa antes de regravar arqTempsAnual.txt -
      *>   a gravacao daqui e a mesma operacao destrutiva
       fd arqContagem.
       01  fd-linha-contagem                      pic x(80).

       fd arqCalibracoes.
       01  fd-reg-calibracao.
           copy cpcalreg.

       fd arqHorarias.
       01  fd-reg-horaria.
           copy cphorreg.

       fd arqTempsG1.
       01  fd-linha-g1                            pic x(80).

                15 ws-agr-soma-umidade            pic 9(06).
                15 ws-agr-chuva                   pic 9(04)v9.

      *>   Agregacao por estacao/dia/hora das mesmas leituras, para o
      *>   arquivo de observacoes horarias: soma e contagem para as
      *>   medias da hora, menor e maior leitura e a chuva caida na hora
       01 ws-horas.
          05 ws-hor-estacao occurs 5 times.
             10 ws-hor-dia occurs 31 times.
                15 ws-hor-tab occurs 24 times.
                   20 ws-hor-qtd                  pic 9(03).
                   20 ws-hor-soma-temp            pic s9(05)v99.
                   20 ws-hor-minima               pic s9(03)v99.
                   20 ws-hor-maxima               pic s9(03)v99.
                   20 ws-hor-soma-umidade         pic 9(05).
                   20 ws-hor-chuva                pic 9(04)v9.

      *>   estacao corrente nos lacos e apoio a localizacao de estacao
       77 ws-est                                  pic 9(02).
       77 ws-est-procura                          pic 9(02).
       77 ws-estacao-achada                       pic x(01).
       77 ws-dia                                  pic 9(02).
       77 ws-ind-dia                              pic 9(02).
       77 ws-ind-hora                             pic 9(02).

       77 ws-fs-arqBruto                          pic 9(02).
       77 ws-fs-arqTemps                          pic 9(02).
       77 ws-fim-arqBruto                         pic x(01).
       77 ws-fim-copia                            pic x(01).
       77 ws-arquivo-existia                      pic x(01) value "N".
       77 ws-fs-arqHorarias                       pic 9(02).
       77 ws-hor-existia                          pic x(01).

      *>   Nome do arquivo bruto em leitura (informado pelo operador,
      *>   em branco encerra a lista) e totais da coleta
       77 ws-qtd-linhas-usadas                    pic 9(05) value 0.
       77 ws-qtd-linhas-rejeitadas                pic 9(05) value 0.
       77 ws-qtd-dias-gravados                    pic 9(03) value 0.
       77 ws-qtd-horas-gravadas                   pic 9(05) value 0.
       77 ws-seq-linha                            pic 9(05) value 0.
       77 ws-seq-linha-edit                       pic zzzz9.

      *>   Campos de apoio a gravacao do registro diario agregado
       77 ws-media-dia                            pic s9(03)v99.
       77 ws-umidade-media                        pic 9(03).
       77 ws-umidade-corrigida                    pic s9(04).
       77 ws-chuva-corrigida                      pic s9(04)v9.

      *>   Campos de apoio a gravacao da hora: temperatura ja corrigida
      *>   na unidade do lote e a mesma em Celsius, e a data da gravacao
       77 ws-temp-hora-lote                       pic s9(03)v99.
       77 ws-temp-hora-celsius                    pic s9(03)v99.
       77 ws-data-gravacao                        pic 9(08).

      *>   Cadastro de calibracoes em memoria (arqCalibracoes.txt) e a
      *>   busca da correcao em vigor: para a estacao/instrumento/data
      *>   informados vale a entrada de maior vigencia que nao passe da
      *>   data - ws-correcao-achada sai zerada quando nenhuma vale
       77 ws-fs-arqCalibracoes                    pic 9(02).
       77 ws-fim-arqCalibracoes                   pic x(01) value "N".
       77 ws-max-calibracoes                      pic 9(02) value 50.
       77 ws-qtd-calibracoes                      pic 9(02) value 0.
       01 ws-calibracoes.
          05 ws-calib-tab occurs 50 times.
             10 ws-calib-estacao                  pic x(03).
             10 ws-calib-instrumento              pic x(01).
             10 ws-calib-vigencia                 pic 9(08).
             10 ws-calib-correcao                 pic s9(02)v99.
       77 ws-calib                                pic 9(02).
       77 ws-calib-estacao-busca                  pic x(03).
       77 ws-calib-instrumento-busca              pic x(01).
       77 ws-calib-data-busca                     pic 9(08).
       77 ws-calib-vigencia-achada                pic 9(08).
       77 ws-correcao-achada                      pic s9(02)v99.
      *>   correcoes do dia em gravacao, ja na unidade do lote (a
      *>   correcao de temperatura do cadastro e em Celsius)
       77 ws-correcao-temp                        pic s9(03)v99.
       77 ws-correcao-umidade                     pic s9(02)v99.
       77 ws-correcao-chuva                       pic s9(02)v99.
       77 ws-qtd-dias-corrigidos                  pic 9(03) value 0.
       77 ws-linha-contagem                       pic x(80).
       77 ws-dia-contagem-edit                    pic z9.
       77 ws-qtd-contagem-edit                    pic zz9.
                   move 0 to ws-agr-maxima(ws-est ws-ind-dia)
                   move 0 to ws-agr-soma-umidade(ws-est ws-ind-dia)
                   move 0 to ws-agr-chuva(ws-est ws-ind-dia)
                   perform varying ws-ind-hora from 1 by 1
                           until ws-ind-hora > 24
                       move 0 to ws-hor-qtd(ws-est ws-ind-dia ws-ind-hora)
                       move 0 to ws-hor-soma-temp(ws-est ws-ind-dia ws-ind-hora)
                       move 0 to ws-hor-minima(ws-est ws-ind-dia ws-ind-hora)
                       move 0 to ws-hor-maxima(ws-est ws-ind-dia ws-ind-hora)
                       move 0 to ws-hor-soma-umidade(ws-est ws-ind-dia ws-ind-hora)
                       move 0 to ws-hor-chuva(ws-est ws-ind-dia ws-ind-hora)
                   end-perform
               end-perform
           end-perform

           accept ws-data-gravacao from date yyyymmdd

           perform carrega-calibracoes

           open output arqColetaRejeitadas

           display erase
           add fd-bru-temp to ws-agr-soma-temp(ws-est ws-dia)
           add fd-bru-umidade to ws-agr-soma-umidade(ws-est ws-dia)
           add fd-bru-chuva to ws-agr-chuva(ws-est ws-dia)

      *>   a mesma leitura entra na hora cheia dela (00 a 23 ocupam as
      *>   posicoes 1 a 24)
           compute ws-ind-hora = fd-bru-hora + 1
           if ws-hor-qtd(ws-est ws-dia ws-ind-hora) = 0 then
               move fd-bru-temp to ws-hor-minima(ws-est ws-dia ws-ind-hora)
               move fd-bru-temp to ws-hor-maxima(ws-est ws-dia ws-ind-hora)
           else
               if fd-bru-temp < ws-hor-minima(ws-est ws-dia ws-ind-hora) then
                   move fd-bru-temp to ws-hor-minima(ws-est ws-dia ws-ind-hora)
               end-if
               if fd-bru-temp > ws-hor-maxima(ws-est ws-dia ws-ind-hora) then
                   move fd-bru-temp to ws-hor-maxima(ws-est ws-dia ws-ind-hora)
               end-if
           end-if
           add 1 to ws-hor-qtd(ws-est ws-dia ws-ind-hora)
           add fd-bru-temp to ws-hor-soma-temp(ws-est ws-dia ws-ind-hora)
           add fd-bru-umidade to ws-hor-soma-umidade(ws-est ws-dia ws-ind-hora)
           add fd-bru-chuva to ws-hor-chuva(ws-est ws-dia ws-ind-hora)
           add 1 to ws-qtd-linhas-usadas
           .
       acumula-linha-bruta-exit.

           close arqColetaRejeitadas

      *>   nada gravado (nenhum arquivo bruto aberto ou nenhuma linha
      *>   aproveitada) e codigo critico - a cadeia noturna para aqui
      *>   em vez de carregar o arquivo anual antigo
           if ws-qtd-linhas-usadas = 0 then
               if ws-qtd-arquivos = 0 then
                   display "Nenhum arquivo bruto aberto -"
                       " arqTempsAnual.txt nao foi tocado"
               else
                   display "Nenhuma leitura aproveitada -"
                       " arqTempsAnual.txt nao foi tocado"
               end-if
               move 8 to return-code
               go to grava-saidas-exit
           end-if


           close arqTempsAnual
           close arqContagem

           perform grava-observacoes-horarias
           .
       grava-saidas-exit.
           exit.
           move ws-mes-atual to reg-mes
           move ws-ano-atual to reg-ano
           move ws-dia to reg-dia
           move ws-est-codigo(ws-est) to reg-estacao

      *>   leituras do dia como o instrumento as mandou - ficam no
      *>   grupo de calibracao do registro, ao lado das corrigidas
           move "S" to reg-cal-aplicada
           move ws-media-dia to reg-temp-bruta
           move ws-agr-minima(ws-est ws-dia) to reg-temp-minima-bruta
           move ws-agr-maxima(ws-est ws-dia) to reg-temp-maxima-bruta
           move ws-umidade-media to reg-umidade-bruta
      *>   a chuva do dia e a soma dos incrementos intradiarios - acima
      *>   do maximo do campo ela e limitada nele (um acumulado desses
      *>   ja esta alem do limite de 500,0 mm e a carga mensal manda o
      *>   dia para as rejeitadas de todo jeito)
           if ws-agr-chuva(ws-est ws-dia) > 999,9 then
               move 999,9 to reg-chuva-bruta
           else
               move ws-agr-chuva(ws-est ws-dia) to reg-chuva-bruta
           end-if

           perform busca-correcoes-dia

      *>   o logger tem um sensor de temperatura so - a media, a menor
      *>   e a maior leitura do dia levam a mesma correcao
           compute reg-temp = reg-temp-bruta + ws-correcao-temp
           compute reg-temp-minima =
                   reg-temp-minima-bruta + ws-correcao-temp
           compute reg-temp-maxima =
                   reg-temp-maxima-bruta + ws-correcao-temp

           compute ws-umidade-corrigida rounded =
                   reg-umidade-bruta + ws-correcao-umidade
           if ws-umidade-corrigida < 0 then
               move 0 to ws-umidade-corrigida
           end-if
           if ws-umidade-corrigida > 100 then
               move 100 to ws-umidade-corrigida
           end-if
           move ws-umidade-corrigida to reg-umidade

      *>   dia seco fica seco - a correcao do pluviometro so vale para
      *>   o dia em que ele registrou chuva
           move reg-chuva-bruta to ws-chuva-corrigida
           if reg-chuva-bruta > 0 then
               add ws-correcao-chuva to ws-chuva-corrigida
           end-if
           if ws-chuva-corrigida < 0 then
               move 0 to ws-chuva-corrigida
           end-if
           if ws-chuva-corrigida > 999,9 then
               move 999,9 to ws-chuva-corrigida
           end-if
           move ws-chuva-corrigida to reg-chuva

           if reg-temp not = reg-temp-bruta
           or reg-umidade not = reg-umidade-bruta
           or reg-chuva not = reg-chuva-bruta then
               add 1 to ws-qtd-dias-corrigidos
           end-if
           write fd-reg-temperatura
           add 1 to ws-qtd-dias-gravados
       grava-dia-agregado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava em arqObservacoesHorarias.dat as horas de cada estacao/
      *>  dia agregado - o arquivo e criado na primeira vez; um dia
      *>  coletado de novo tem as horas regravadas, e uma hora que ja
      *>  estava no arquivo mas nao veio nesta coleta e apagada, para o
      *>  dia ficar igual ao registro diario
      *>------------------------------------------------------------------------
       grava-observacoes-horarias section.

           open i-o arqHorarias
           if ws-fs-arqHorarias not = "00" then
               open output arqHorarias
               close arqHorarias
               open i-o arqHorarias
           end-if
           if ws-fs-arqHorarias not = "00" then
               display "Observacoes horarias arqObservacoesHorarias.dat"
                   " indisponiveis (file status " ws-fs-arqHorarias
                   ") - horas nao gravadas"
               go to grava-observacoes-horarias-exit
           end-if

           perform varying ws-est from 1 by 1 until ws-est > ws-qtd-estacoes
               perform varying ws-dia from 1 by 1
                       until ws-dia > ws-dias-no-mes
                   if ws-agr-qtd(ws-est ws-dia) > 0 then
                       perform busca-correcoes-dia
                       perform varying ws-ind-hora from 1 by 1
                               until ws-ind-hora > 24
                           perform grava-hora
                       end-perform
                   end-if
               end-perform
           end-perform

           close arqHorarias
           .
       grava-observacoes-horarias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava (ou regrava) a hora ws-ind-hora do dia ws-dia da estacao
      *>  ws-est: temperatura e umidade com a correcao do dia (a
      *>  temperatura convertida para Celsius num lote em Fahrenheit) e
      *>  a chuva da hora como o pluviometro mandou
      *>------------------------------------------------------------------------
       grava-hora section.

           move ws-est-codigo(ws-est) to reg-hor-estacao
           move ws-ano-atual to reg-hor-ano
           move ws-mes-atual to reg-hor-mes
           move ws-dia to reg-hor-dia
           compute reg-hor-hora = ws-ind-hora - 1
           read arqHorarias
           if ws-fs-arqHorarias = "00" then
               move "S" to ws-hor-existia
           else
               move "N" to ws-hor-existia
           end-if

           if ws-hor-qtd(ws-est ws-dia ws-ind-hora) = 0 then
               if ws-hor-existia = "S" then
                   delete arqHorarias record
               end-if
               go to grava-hora-exit
           end-if

           move ws-est-codigo(ws-est) to reg-hor-estacao
           move ws-ano-atual to reg-hor-ano
           move ws-mes-atual to reg-hor-mes
           move ws-dia to reg-hor-dia
           compute reg-hor-hora = ws-ind-hora - 1
           move ws-hor-qtd(ws-est ws-dia ws-ind-hora) to reg-hor-qtd-leituras

           compute ws-temp-hora-lote rounded =
                   ws-hor-soma-temp(ws-est ws-dia ws-ind-hora)
                   / ws-hor-qtd(ws-est ws-dia ws-ind-hora)
                   + ws-correcao-temp
           perform converte-temp-hora
           move ws-temp-hora-celsius to reg-hor-temp

           compute ws-temp-hora-lote =
                   ws-hor-minima(ws-est ws-dia ws-ind-hora) + ws-correcao-temp
           perform converte-temp-hora
           move ws-temp-hora-celsius to reg-hor-temp-minima

           compute ws-temp-hora-lote =
                   ws-hor-maxima(ws-est ws-dia ws-ind-hora) + ws-correcao-temp
           perform converte-temp-hora
           move ws-temp-hora-celsius to reg-hor-temp-maxima

           compute ws-umidade-corrigida rounded =
                   ws-hor-soma-umidade(ws-est ws-dia ws-ind-hora)
                   / ws-hor-qtd(ws-est ws-dia ws-ind-hora)
                   + ws-correcao-umidade
           if ws-umidade-corrigida < 0 then
               move 0 to ws-umidade-corrigida
           end-if
           if ws-umidade-corrigida > 100 then
               move 100 to ws-umidade-corrigida
           end-if
           move ws-umidade-corrigida to reg-hor-umidade

           if ws-hor-chuva(ws-est ws-dia ws-ind-hora) > 999,9 then
               move 999,9 to reg-hor-chuva
           else
               move ws-hor-chuva(ws-est ws-dia ws-ind-hora) to reg-hor-chuva
           end-if

           if ws-correcao-temp not = 0 or ws-correcao-umidade not = 0 then
               move "S" to reg-hor-calibrado
           else
               move "N" to reg-hor-calibrado
           end-if
           move ws-data-gravacao to reg-hor-data-gravacao

           if ws-hor-existia = "S" then
               rewrite fd-reg-horaria
           else
               write fd-reg-horaria
           end-if
           if ws-fs-arqHorarias = "00" then
               add 1 to ws-qtd-horas-gravadas
           end-if
           .
       grava-hora-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Converte ws-temp-hora-lote (unidade do lote) para Celsius em
      *>  ws-temp-hora-celsius - o arquivo horario, como o diario, e
      *>  sempre em Celsius
      *>------------------------------------------------------------------------
       converte-temp-hora section.

           if ws-unidade-leitura = "F" then
               compute ws-temp-hora-celsius rounded =
                       (ws-temp-hora-lote - 32) * 5 / 9
           else
               move ws-temp-hora-lote to ws-temp-hora-celsius
           end-if
           .
       converte-temp-hora-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Busca no cadastro as correcoes em vigor no dia ws-dia da
      *>  estacao ws-est para o termometro, o higrometro e o
      *>  pluviometro - a de temperatura, cadastrada em Celsius, sai na
      *>  unidade do lote
      *>------------------------------------------------------------------------
       busca-correcoes-dia section.

           move ws-est-codigo(ws-est) to ws-calib-estacao-busca
           compute ws-calib-data-busca =
                   ws-ano-atual * 10000 + ws-mes-atual * 100 + ws-dia

           move "T" to ws-calib-instrumento-busca
           perform localiza-correcao
           if ws-unidade-leitura = "F" then
               compute ws-correcao-temp rounded =
                       ws-correcao-achada * 9 / 5
           else
               move ws-correcao-achada to ws-correcao-temp
           end-if

           move "U" to ws-calib-instrumento-busca
           perform localiza-correcao
           move ws-correcao-achada to ws-correcao-umidade

           move "P" to ws-calib-instrumento-busca
           perform localiza-correcao
           move ws-correcao-achada to ws-correcao-chuva
           .
       busca-correcoes-dia-exit.
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
                       end-if
               end-read
           end-perform

           close arqCalibracoes
           .
       carrega-calibracoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Roda as geracoes de seguranca de arqTempsAnual.txt: a geracao
      *>  2 vira 3, a 1 vira 2 e o arquivo atual vira a geracao 1 -
           exit.

      *>------------------------------------------------------------------------
      *>  Finalizacao - coleta sem nada gravado sai com o codigo de
      *>  retorno 8 dado em grava-saidas
      *>------------------------------------------------------------------------
       finaliza section.
           display " "
                   " em arqTempsAnual.txt - contagem por dia em"
                   " arqColetaContagem.txt"
           end-if
           if ws-qtd-dias-corrigidos > 0 then
               display ws-qtd-dias-corrigidos " dia(s) corrigido(s) pelo"
                   " cadastro de calibracoes - leituras do instrumento"
                   " guardadas no registro"
           end-if
           if ws-qtd-horas-gravadas > 0 then
               display ws-qtd-horas-gravadas " hora(s) gravada(s) em"
                   " arqObservacoesHorarias.dat"
           end-if

           Stop run
           .
