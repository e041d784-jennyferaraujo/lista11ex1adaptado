           record key is reg-ctrl-chave
           file status is ws-fs-arqControle.

      *>   Arquivo permanente de observacoes diarias (copybook
      *>   CPOBSREG) mantido pela carga de lista11ex1adaptado - cada dia
      *>   gravado aqui tambem e regravado la, em Celsius, para uma
      *>   correcao nao ficar so no arquivo anual do mes
           select arqObservacoes assign to "arqObservacoesDiarias.dat"
           organization is indexed
           access mode is dynamic
           record key is reg-obs-chave
           file status is ws-fs-arqObservacoes.

      *>   Cadastro de calibracoes e trocas de instrumento (copybook
      *>   CPCALREG, mantido por lista11ex1calibracoes) - o dia regravado
      *>   no arquivo permanente leva a mesma correcao que a carga
      *>   aplicaria a leitura do lote
           select arqCalibracoes assign to "arqCalibracoes.txt"
           organization is line sequential
           lock mode is automatic
           file status is ws-fs-arqCalibracoes.

      *>   Cadastro de operadores (copybook CPOPERREG, mantido por
      *>   lista11ex1operadores) - identificacao de quem esta no
      *>   terminal e o papel dele
           select arqOperadores assign to "arqOperadores.txt"
           organization is line sequential
           lock mode is automatic
           file status is ws-fs-arqOperadores.

       i-o-control.

      *>Declaracao de variaveis
       01  fd-linha-g3                            pic x(80).

       fd arqJornal.
       01  fd-linha-jornal                        pic x(160).

       fd arqControle.
       01  fd-reg-controle.
           copy cpctrlreg.

       fd arqObservacoes.
       01  fd-reg-observacao.
           copy cpobsreg.

       fd arqCalibracoes.
       01  fd-reg-calibracao.
           copy cpcalreg.

       fd arqOperadores.
       01  fd-reg-operador.
           copy cpoperreg.

      *>----Variaveis de trabalho
       working-storage section.

                15 ws-temp-maxima-dia             pic s9(03)v99.
                15 ws-umidade-dia                 pic 9(03).
                15 ws-chuva-dia                   pic 9(03)v9.
      *>         grupo de calibracao do registro (marca de correcao
      *>         aplicada na coleta e leituras do instrumento) -
      *>         atravessa a edicao intacto e volta para o arquivo
                15 ws-calibracao-dia              pic x(23).

      *>   Retrato das leituras como vieram do arquivo, tirado na carga
      *>   e nunca mexido pela edicao - e contra ele que a gravacao
       77 ws-fs-arqControle                       pic 9(02).
       77 ws-arquivo-existia                      pic x(01) value "N".

      *>   Regravacao dos dias no arquivo permanente de observacoes
      *>   diarias - valores convertidos para Celsius quando o lote esta
      *>   em Fahrenheit, como a carga grava
       77 ws-fs-arqObservacoes                    pic 9(02).
       77 ws-obs-existia                          pic x(01).
       77 ws-obs-temp-celsius                     pic s9(03)v99.
       77 ws-obs-minima-celsius                   pic s9(03)v99.
       77 ws-obs-maxima-celsius                   pic s9(03)v99.
       77 ws-obs-umidade                          pic 9(03).
       77 ws-obs-chuva                            pic 9(03)v9.
       77 ws-qtd-observacoes                      pic 9(03).

      *>   Correcao do cadastro de calibracoes no dia regravado: o
      *>   grupo de calibracao do registro do lote, os valores brutos
      *>   em Celsius que vao para o arquivo permanente e a marca de
      *>   leitura corrigida
       01 ws-calibracao-leitura.
          05 ws-cal-aplicada-leitura              pic x(01).
          05 ws-cal-temp-bruta                    pic s9(03)v99.
          05 ws-cal-minima-bruta                  pic s9(03)v99.
          05 ws-cal-maxima-bruta                  pic s9(03)v99.
          05 ws-cal-umidade-bruta                 pic 9(03).
          05 ws-cal-chuva-bruta                   pic 9(03)v9.
       77 ws-obs-calibrado                        pic x(01).
       77 ws-obs-temp-bruta                       pic s9(03)v99.
       77 ws-obs-minima-bruta                     pic s9(03)v99.
       77 ws-obs-maxima-bruta                     pic s9(03)v99.
       77 ws-obs-umidade-bruta                    pic 9(03).
       77 ws-obs-chuva-bruta                      pic 9(03)v9.
       77 ws-umidade-corrigida                    pic s9(04).
       77 ws-chuva-corrigida                      pic s9(04)v9.

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

      *>   Trava de mes fechado: com qualquer estacao do lote fechada
      *>   ("F") no controle de meses, a regravacao so passa com a
      *>   liberacao do supervisor - quem liberou, quando e por que vao
       77 ws-valor-de                             pic x(11).
       77 ws-valor-para                           pic x(11).
       77 ws-campo-jornal                         pic x(12).
       77 ws-linha-jornal                         pic x(160).
       77 ws-qtd-jornal                           pic 9(03).

      *>   Unidade das leituras em arqTempsAnual.txt ("C" Celsius, "F"
       77 ws-umid-atual-edit                       pic zz9.
       77 ws-chuva-atual-edit                      pic zz9,9.

      *>   Operador identificado no terminal (arqOperadores.txt) - a
      *>   identificacao sai carimbada no jornal; o papel decide o que
      *>   ele pode fazer ("O" operador, "S" supervisor, "A"
      *>   administrador)
       77 ws-fs-arqOperadores                     pic 9(02).
       77 ws-fim-arqOperadores                    pic x(01).
       77 ws-operador                             pic x(08) value spaces.
       77 ws-papel-operador                       pic x(01) value spaces.
          88 ws-operador-supervisor               values "S" "A".
       77 ws-id-digitado                          pic x(08).
       77 ws-senha-digitada                       pic x(08).
       77 ws-tentativas                           pic 9(01).
       77 ws-max-tentativas                       pic 9(01) value 3.
       77 ws-operador-conferido                   pic x(01).
       77 ws-papel-conferido                      pic x(01).
       77 ws-sem-cadastro-operadores              pic x(01) value "N".

      *>----Variaveis para comunicacao entre programas
       linkage section.

       procedure division.


           perform identifica-operador.
           if ws-operador not = spaces then
               perform inicializa
               perform menu-manutencao
           end-if.
           perform finaliza.

      *>------------------------------------------------------------------------
                   move 0 to ws-temp-maxima-dia(ws-est ws-ind-temp)
                   move 0 to ws-umidade-dia(ws-est ws-ind-temp)
                   move 0 to ws-chuva-dia(ws-est ws-ind-temp)
                   move spaces to ws-calibracao-dia(ws-est ws-ind-temp)
                   move 0 to ws-temp-orig(ws-est ws-ind-temp)
                   move "N" to ws-temp-orig-flag(ws-est ws-ind-temp)
                   move "N" to ws-extras-orig-flag(ws-est ws-ind-temp)
                           move "Y" to ws-temp-carregado(ws-est reg-dia)
                           move reg-temp to ws-temp-orig(ws-est reg-dia)
                           move "Y" to ws-temp-orig-flag(ws-est reg-dia)
                           move reg-calibracao
                               to ws-calibracao-dia(ws-est reg-dia)
      *>                   medidas adicionais, quando o registro as
      *>                   trouxe (um registro so de temperatura chega
      *>                   com o grupo em branco)
                       else
                           move spaces to reg-medidas-extra
                       end-if
                       move ws-calibracao-dia(ws-est-procura ws-dia-edicao)
                           to reg-calibracao
                       write fd-reg-temperatura
                   end-if
               end-perform
               perform grava-jornal-liberacao
           end-if

           perform grava-observacoes-diarias

           display erase
           display "arqTempsAnual.txt gravado com " ws-qtd-estacoes
               " estacao(oes)"
           if ws-qtd-observacoes > 0 then
               display ws-qtd-observacoes " dia(s) regravado(s) em"
                   " arqObservacoesDiarias.dat"
           end-if
           .
       grava-arquivo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Pede a liberacao do supervisor para regravar um mes fechado -
      *>  o supervisor/administrador identificado no terminal libera
      *>  ele mesmo; com um operador no terminal, o supervisor se
      *>  identifica ali com a propria senha, e sem ela nao ha liberacao
      *>------------------------------------------------------------------------
       pede-liberacao-supervisor section.

               go to pede-liberacao-supervisor-exit
           end-if

           if ws-operador-supervisor then
               move ws-operador to ws-responsavel
           else
               display "Supervisor que libera - identificacao: "
               accept ws-id-digitado
               display "Senha: "
               accept ws-senha-digitada
               perform confere-operador
               if ws-operador-conferido not = "S"
               or (ws-papel-conferido not = "S"
                   and ws-papel-conferido not = "A") then
                   display "Liberacao exige supervisor ou administrador"
                       " com senha valida - liberacao negada"
                   move "N" to ws-liberar
                   go to pede-liberacao-supervisor-exit
               end-if
               move ws-id-digitado to ws-responsavel
           end-if
           display "Motivo da liberacao: "
           accept ws-motivo-liberacao
               ws-responsavel delimited by "  "
               ";motivo=" delimited by size
               ws-motivo-liberacao delimited by "  "
               ";oper=" delimited by size
               ws-operador delimited by space
               into ws-linha-jornal
           end-string

      *>------------------------------------------------------------------------
       grava-linha-jornal section.

      *>   o lote diz de que mes/ano era o arquivo editado - e por ele
      *>   que a conciliacao liga uma alteracao do jornal ao mes cujas
      *>   saidas ficaram defasadas; o operador identificado no
      *>   terminal fecha a linha
           move spaces to ws-linha-jornal
           string ws-data-gravacao delimited by size
               ";" delimited by size
               ws-mes-atual delimited by size
               "/" delimited by size
               ws-ano-atual delimited by size
               ";oper=" delimited by size
               ws-operador delimited by space
               into ws-linha-jornal
           end-string

       grava-linha-jornal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Regrava em arqObservacoesDiarias.dat os dias com leitura do
      *>  lote recem gravado - o arquivo permanente acompanha a correcao
      *>  sem esperar a proxima carga; sem o arquivo ele e criado, como
      *>  na carga
      *>------------------------------------------------------------------------
       grava-observacoes-diarias section.

           move 0 to ws-qtd-observacoes
           perform carrega-calibracoes
           open i-o arqObservacoes
           if ws-fs-arqObservacoes not = "00" then
               open output arqObservacoes
               close arqObservacoes
               open i-o arqObservacoes
           end-if
           if ws-fs-arqObservacoes not = "00" then
               display "Observacoes arqObservacoesDiarias.dat"
                   " indisponiveis (file status " ws-fs-arqObservacoes
                   ") - dias nao regravados"
               go to grava-observacoes-diarias-exit
           end-if

           perform varying ws-est-procura from 1 by 1
                   until ws-est-procura > ws-qtd-estacoes
               perform varying ws-dia-edicao from 1 by 1
                       until ws-dia-edicao > ws-dias-no-mes
                   if ws-dia-carregado(ws-est-procura ws-dia-edicao) then
                       perform grava-observacao-dia
                   end-if
               end-perform
           end-perform

           close arqObservacoes
           .
       grava-observacoes-diarias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava (ou regrava) o dia ws-dia-edicao da estacao
      *>  ws-est-procura no arquivo permanente - a leitura medida (nunca
      *>  estimada), em Celsius e com a correcao do cadastro de
      *>  calibracoes, como a carga gravaria; a marca de SUSPEITO da
      *>  carga so fica quando a temperatura nao mudou, senao cabe a
      *>  proxima carga refazer o controle de qualidade do dia
      *>------------------------------------------------------------------------
       grava-observacao-dia section.

           move ws-est-codigo(ws-est-procura) to reg-obs-estacao
           move ws-ano-atual to reg-obs-ano
           move ws-mes-atual to reg-obs-mes
           move ws-dia-edicao to reg-obs-dia
           read arqObservacoes
           if ws-fs-arqObservacoes = "00" then
               move "S" to ws-obs-existia
           else
               move "N" to ws-obs-existia
               move "N" to reg-obs-suspeito
           end-if

           if ws-unidade-leitura = "F" then
               compute ws-obs-temp-celsius =
                       (ws-temp(ws-est-procura ws-dia-edicao) - 32) * 5 / 9
           else
               move ws-temp(ws-est-procura ws-dia-edicao)
                   to ws-obs-temp-celsius
           end-if
           move 0 to ws-obs-minima-celsius
           move 0 to ws-obs-maxima-celsius
           move 0 to ws-obs-umidade
           move 0 to ws-obs-chuva
           if ws-dia-com-extras(ws-est-procura ws-dia-edicao) then
               if ws-unidade-leitura = "F" then
                   compute ws-obs-minima-celsius =
                           (ws-temp-minima-dia(ws-est-procura
                            ws-dia-edicao) - 32) * 5 / 9
                   compute ws-obs-maxima-celsius =
                           (ws-temp-maxima-dia(ws-est-procura
                            ws-dia-edicao) - 32) * 5 / 9
               else
                   move ws-temp-minima-dia(ws-est-procura ws-dia-edicao)
                       to ws-obs-minima-celsius
                   move ws-temp-maxima-dia(ws-est-procura ws-dia-edicao)
                       to ws-obs-maxima-celsius
               end-if
               move ws-umidade-dia(ws-est-procura ws-dia-edicao)
                   to ws-obs-umidade
               move ws-chuva-dia(ws-est-procura ws-dia-edicao)
                   to ws-obs-chuva
           end-if

           perform aplica-calibracao-dia

           if ws-obs-existia = "S"
           and reg-obs-temp not = ws-obs-temp-celsius then
               move "N" to reg-obs-suspeito
           end-if

           move ws-est-codigo(ws-est-procura) to reg-obs-estacao
           move ws-ano-atual to reg-obs-ano
           move ws-mes-atual to reg-obs-mes
           move ws-dia-edicao to reg-obs-dia
           move ws-obs-temp-celsius to reg-obs-temp
           if ws-dia-com-extras(ws-est-procura ws-dia-edicao) then
               move "S" to reg-obs-tem-extras
           else
               move "N" to reg-obs-tem-extras
           end-if
           move ws-obs-minima-celsius to reg-obs-temp-minima
           move ws-obs-maxima-celsius to reg-obs-temp-maxima
           move ws-obs-umidade to reg-obs-umidade
           move ws-obs-chuva to reg-obs-chuva
           move "N" to reg-obs-estimado
           move "M" to reg-obs-origem
           move ws-data-gravacao to reg-obs-data-gravacao
           move ws-obs-calibrado to reg-obs-calibrado
           move ws-obs-temp-bruta to reg-obs-temp-bruta
           move ws-obs-minima-bruta to reg-obs-temp-minima-bruta
           move ws-obs-maxima-bruta to reg-obs-temp-maxima-bruta
           move ws-obs-umidade-bruta to reg-obs-umidade-bruta
           move ws-obs-chuva-bruta to reg-obs-chuva-bruta

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
      *>  Aplica a leitura do dia (ja em Celsius em ws-obs-*) a correcao
      *>  do cadastro de calibracoes em vigor na data, como a carga de
      *>  lista11ex1adaptado faz ("T" na temperatura, "N" na minima/
      *>  maxima, "U" na umidade e "P" na chuva de dia chuvoso),
      *>  guardando antes os valores brutos - o registro que ja veio
      *>  corrigido da coleta (marca de calibracao "S") nao e corrigido
      *>  de novo, so tem os brutos dele lidos
      *>------------------------------------------------------------------------
       aplica-calibracao-dia section.

           move ws-calibracao-dia(ws-est-procura ws-dia-edicao)
               to ws-calibracao-leitura
           move "N" to ws-obs-calibrado
           move ws-obs-temp-celsius to ws-obs-temp-bruta
           move ws-obs-minima-celsius to ws-obs-minima-bruta
           move ws-obs-maxima-celsius to ws-obs-maxima-bruta
           move ws-obs-umidade to ws-obs-umidade-bruta
           move ws-obs-chuva to ws-obs-chuva-bruta

           if ws-cal-aplicada-leitura = "S" then
               perform le-valores-brutos-coleta
               go to aplica-calibracao-dia-exit
           end-if

           move ws-est-codigo(ws-est-procura) to ws-calib-estacao-busca
           compute ws-calib-data-busca =
                   ws-ano-atual * 10000 + ws-mes-atual * 100 + ws-dia-edicao

           move "T" to ws-calib-instrumento-busca
           perform localiza-correcao
           if ws-correcao-achada not = 0 then
               add ws-correcao-achada to ws-obs-temp-celsius
               move "S" to ws-obs-calibrado
           end-if

      *>   dia so de temperatura nao tem minima/maxima/umidade/chuva
      *>   para corrigir
           if not ws-dia-com-extras(ws-est-procura ws-dia-edicao) then
               go to aplica-calibracao-dia-exit
           end-if

           move "N" to ws-calib-instrumento-busca
           perform localiza-correcao
           if ws-correcao-achada not = 0 then
               add ws-correcao-achada to ws-obs-minima-celsius
               add ws-correcao-achada to ws-obs-maxima-celsius
               move "S" to ws-obs-calibrado
           end-if

           move "U" to ws-calib-instrumento-busca
           perform localiza-correcao
           if ws-correcao-achada not = 0 then
               compute ws-umidade-corrigida rounded =
                       ws-obs-umidade + ws-correcao-achada
               if ws-umidade-corrigida < 0 then
                   move 0 to ws-umidade-corrigida
               end-if
               if ws-umidade-corrigida > 100 then
                   move 100 to ws-umidade-corrigida
               end-if
               move ws-umidade-corrigida to ws-obs-umidade
               move "S" to ws-obs-calibrado
           end-if

      *>   dia seco fica seco - a correcao do pluviometro so vale para
      *>   o dia em que ele registrou chuva
           move "P" to ws-calib-instrumento-busca
           perform localiza-correcao
           if ws-correcao-achada not = 0 and ws-obs-chuva > 0 then
               compute ws-chuva-corrigida = ws-obs-chuva + ws-correcao-achada
               if ws-chuva-corrigida < 0 then
                   move 0 to ws-chuva-corrigida
               end-if
               move ws-chuva-corrigida to ws-obs-chuva
               move "S" to ws-obs-calibrado
           end-if
           .
       aplica-calibracao-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le os valores brutos gravados pela coleta no registro ja
      *>  corrigido (na unidade do lote, convertidos aqui para
      *>  Celsius) - um grupo ilegivel fica com os corrigidos no lugar
      *>------------------------------------------------------------------------
       le-valores-brutos-coleta section.

           if ws-cal-temp-bruta not numeric then
               go to le-valores-brutos-coleta-exit
           end-if

           if ws-unidade-leitura = "F" then
               compute ws-obs-temp-bruta rounded =
                       (ws-cal-temp-bruta - 32) * 5 / 9
           else
               move ws-cal-temp-bruta to ws-obs-temp-bruta
           end-if
           if ws-obs-temp-bruta not = ws-obs-temp-celsius then
               move "S" to ws-obs-calibrado
           end-if

           if not ws-dia-com-extras(ws-est-procura ws-dia-edicao)
           or ws-cal-minima-bruta not numeric
           or ws-cal-maxima-bruta not numeric
           or ws-cal-umidade-bruta not numeric
           or ws-cal-chuva-bruta not numeric then
               go to le-valores-brutos-coleta-exit
           end-if

           if ws-unidade-leitura = "F" then
               compute ws-obs-minima-bruta rounded =
                       (ws-cal-minima-bruta - 32) * 5 / 9
               compute ws-obs-maxima-bruta rounded =
                       (ws-cal-maxima-bruta - 32) * 5 / 9
           else
               move ws-cal-minima-bruta to ws-obs-minima-bruta
               move ws-cal-maxima-bruta to ws-obs-maxima-bruta
           end-if
           move ws-cal-umidade-bruta to ws-obs-umidade-bruta
           move ws-cal-chuva-bruta to ws-obs-chuva-bruta
           if ws-obs-umidade-bruta not = ws-obs-umidade
           or ws-obs-chuva-bruta not = ws-obs-chuva then
               move "S" to ws-obs-calibrado
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
                       end-if
               end-read
           end-perform

           close arqCalibracoes
           .
       carrega-calibracoes-exit.
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
      *>  Finalizacao
      *>------------------------------------------------------------------------
