      $set sourceformat"free"

      *>Divisao de identificacao do programa
       identification division.
       program-id. "lista11ex1calibracoes".
       author. "Jennyfer Araujo".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Divisao para configuracao do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaracao dos recursos externos
       input-output section.
       file-control.

      *>   Cadastro de calibracoes e trocas de instrumento (copybook
      *>   CPCALREG) - um registro por estacao/instrumento/data de
      *>   vigencia, com a correcao informada pela equipe de campo e a
      *>   serie do instrumento; e daqui que lista11ex1coleta e a carga
      *>   de lista11ex1adaptado tiram a correcao em vigor no dia de
      *>   cada leitura
           select arqCalibracoes assign to "arqCalibracoes.txt"
           organization is line sequential
           lock mode is automatic
           file status is ws-fs-arqCalibracoes.

      *>   Cadastro de estacoes (copybook CPESTREG) - so para conferir
      *>   o codigo digitado; sem o arquivo no diretorio todo codigo e
      *>   aceito, como na carga
           select arqEstacoes assign to "arqEstacoes.txt"
           organization is line sequential
           lock mode is automatic
           file status is ws-fs-arqEstacoes.

      *>   Cadastro de operadores (copybook CPOPERREG, mantido por
      *>   lista11ex1operadores) - identificacao de quem esta no
      *>   terminal e o papel dele
           select arqOperadores assign to "arqOperadores.txt"
           organization is line sequential
           lock mode is automatic
           file status is ws-fs-arqOperadores.

       i-o-control.

      *>Declaracao de variaveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqCalibracoes.
       01  fd-reg-calibracao.
           copy cpcalreg.

       fd arqEstacoes.
       01  fd-reg-estacao.
           copy cpestreg.

       fd arqOperadores.
       01  fd-reg-operador.
           copy cpoperreg.

      *>----Variaveis de trabalho
       working-storage section.

      *>   Cadastro carregado em memoria, mantido na ordem estacao/
      *>   instrumento/vigencia - a gravacao regrava o arquivo inteiro a
      *>   partir daqui; as entradas antigas nunca saem do cadastro
      *>   sozinhas, porque continuam valendo para as leituras antigas
      *>   que ainda forem reprocessadas
       77 ws-max-cadastro                          pic 9(02) value 50.
       77 ws-qtd-cadastro                          pic 9(02) value 0.
       01 ws-cadastro.
          05 ws-cadastro-tab occurs 50 times.
             10 ws-cad-chave.
                15 ws-cad-estacao                 pic x(03).
                15 ws-cad-instrumento             pic x(01).
                15 ws-cad-vigencia                pic 9(08).
             10 ws-cad-correcao                   pic s9(02)v99.
             10 ws-cad-serie                      pic x(15).

      *>   entrada corrente nos lacos e apoio a localizacao por chave
       77 ws-cad                                  pic 9(02).
       77 ws-cad-procura                          pic 9(02).
       77 ws-cad-destino                          pic 9(02).
       77 ws-entrada-achada                       pic x(01).
       77 ws-posicao-achada                       pic x(01).
       01 ws-chave-procurada.
          05 ws-chp-estacao                       pic x(03).
          05 ws-chp-instrumento                   pic x(01).
          05 ws-chp-vigencia                      pic 9(08).

       77 ws-fs-arqCalibracoes                    pic 9(02).
       77 ws-fim-arqCalibracoes                   pic x(01) value "N".
       77 ws-tabela-cheia                         pic x(01) value "N".

      *>   Codigos do cadastro de estacoes, para conferir a estacao
      *>   digitada (sem o cadastro a conferencia fica desligada)
       77 ws-fs-arqEstacoes                       pic 9(02).
       77 ws-fim-arqEstacoes                      pic x(01) value "N".
       77 ws-max-estacoes                         pic 9(02) value 10.
       77 ws-qtd-estacoes                         pic 9(02) value 0.
       01 ws-estacoes.
          05 ws-est-codigo occurs 10 times        pic x(03).
       77 ws-est                                  pic 9(02).
       77 ws-estacao-cadastrada                   pic x(01).

      *>   Campos do menu e da edicao de uma entrada do cadastro
       77 ws-opcao                                pic x(01).
       77 ws-sair-cadastro                        pic x(01) value "N".
       77 ws-estacao-edicao                       pic x(03).
       77 ws-instrumento-edicao                   pic x(01).
       77 ws-vigencia-edicao                      pic 9(08).
       77 ws-correcao-edicao                      pic s9(02)v99
                                                  sign leading separate.
       77 ws-serie-edicao                         pic x(15).
       77 ws-dados-validos                        pic x(01).
       77 ws-alterou-cadastro                     pic x(01) value "N".
       77 ws-confirma                             pic x(01).
       77 ws-filtro-estacao                       pic x(03).

      *>   Conferencia da data de vigencia AAAAMMDD
       77 ws-ano-vigencia                         pic 9(04).
       77 ws-mmdd-vigencia                        pic 9(04).
       77 ws-mes-atual                            pic 9(02).
       77 ws-ano-atual                            pic 9(04).
       77 ws-dia-vigencia                         pic 9(02).
       77 ws-dias-no-mes                          pic 9(02).
       77 ws-resto-4                              pic 9(02).
       77 ws-resto-100                            pic 9(02).
       77 ws-resto-400                            pic 9(03).
       77 ws-quociente-dias-no-mes                pic 9(04).

      *>   Rotulos da listagem
       77 ws-rotulo-instrumento                   pic x(12).
       77 ws-correcao-edit                        pic -9(02),99.
       77 ws-qtd-listadas                         pic 9(02).

      *>   Operador identificado no terminal (arqOperadores.txt) - a
      *>   identificacao sai carimbada no jornal; o papel decide o que
      *>   ele pode fazer ("O" operador, "S" supervisor, "A"
      *>   administrador)
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

      *>----Variaveis para comunicacao entre programas
       linkage section.


      *>----Declaracao de tela
       screen section.


      *>Declaracao do corpo do programa
       procedure division.


           perform identifica-operador.
           if ws-operador not = spaces then
               perform inicializa
               perform menu-cadastro
           end-if.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Carrega arqCalibracoes.txt para a tabela em memoria (ja na
      *>  ordem da chave, como a gravacao deixa o arquivo) e os codigos
      *>  do cadastro de estacoes - sem arqCalibracoes.txt o cadastro
      *>  comeca vazio e e criado na primeira gravacao
      *>------------------------------------------------------------------------
       inicializa section.

           move 0 to ws-qtd-cadastro
           perform varying ws-cad from 1 by 1
                   until ws-cad > ws-max-cadastro
               move spaces to ws-cad-estacao(ws-cad)
               move spaces to ws-cad-instrumento(ws-cad)
               move 0 to ws-cad-vigencia(ws-cad)
               move 0 to ws-cad-correcao(ws-cad)
               move spaces to ws-cad-serie(ws-cad)
           end-perform

           open input arqCalibracoes
           if ws-fs-arqCalibracoes = "00" then
               perform until ws-fim-arqCalibracoes = "S"
                   read arqCalibracoes
                       at end
                           move "S" to ws-fim-arqCalibracoes
                       not at end
                           if reg-cal-estacao not = spaces then
                               if ws-qtd-cadastro < ws-max-cadastro then
                                   move reg-cal-estacao to ws-estacao-edicao
                                   move reg-cal-instrumento
                                       to ws-instrumento-edicao
                                   move reg-cal-vigencia to ws-vigencia-edicao
                                   move reg-cal-correcao to ws-correcao-edicao
                                   move reg-cal-serie to ws-serie-edicao
                                   perform insere-na-tabela
                               else
      *>                        mais entradas no arquivo do que a tabela
      *>                        comporta - a regravacao perderia as
      *>                        excedentes, entao a manutencao inteira e
      *>                        recusada sem mexer no arquivo
                                   move "S" to ws-tabela-cheia
                                   move "S" to ws-fim-arqCalibracoes
                               end-if
                           end-if
                   end-read
               end-perform

               close arqCalibracoes
           else
               display erase
               display "arqCalibracoes.txt nao encontrado - cadastro novo,"
                   " criado na primeira gravacao"
           end-if

           move 0 to ws-qtd-estacoes
           open input arqEstacoes
           if ws-fs-arqEstacoes = "00" then
               perform until ws-fim-arqEstacoes = "S"
                   read arqEstacoes
                       at end
                           move "S" to ws-fim-arqEstacoes
                       not at end
                           if reg-est-codigo not = spaces
                           and ws-qtd-estacoes < ws-max-estacoes then
                               add 1 to ws-qtd-estacoes
                               move reg-est-codigo
                                   to ws-est-codigo(ws-qtd-estacoes)
                           end-if
                   end-read
               end-perform
               close arqEstacoes
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Menu do cadastro de calibracoes
      *>------------------------------------------------------------------------
       menu-cadastro section.

           if ws-tabela-cheia = "S" then
               display erase
               display "arqCalibracoes.txt traz mais entradas do que a"
                   " tabela comporta (" ws-max-cadastro ") - a gravacao"
                   " perderia as excedentes; nada foi alterado"
               move "S" to ws-sair-cadastro
           end-if

           perform until ws-sair-cadastro = "S"
               display erase
               display "Cadastro de calibracoes e trocas de instrumento - "
                   ws-qtd-cadastro " entrada(s)"
               display "1 - Listar as entradas"
               display "2 - Incluir uma calibracao/troca de instrumento"
               display "3 - Alterar correcao/serie de uma entrada"
               display "4 - Excluir uma entrada lancada por engano"
               display "5 - Gravar e sair"
               display "6 - Sair sem gravar"
               display "Opcao: "
               accept ws-opcao

               evaluate ws-opcao
                   when "1"
                       perform lista-calibracoes
                   when "2"
                       perform inclui-calibracao
                   when "3"
                       perform altera-calibracao
                   when "4"
                       perform exclui-calibracao
                   when "5"
                       perform grava-cadastro
                       move "S" to ws-sair-cadastro
                   when "6"
                       if ws-alterou-cadastro = "S" then
                           display "Ha alteracao(oes) nao gravada(s) -"
                               " sair mesmo assim? (S/N) "
                           accept ws-confirma
                           if ws-confirma = "S" or ws-confirma = "s" then
                               move "S" to ws-sair-cadastro
                           end-if
                       else
                           move "S" to ws-sair-cadastro
                       end-if
                   when other
                       display "Opcao invalida"
               end-evaluate
           end-perform
           .
       menu-cadastro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista as entradas do cadastro - de uma estacao so, ou de
      *>  todas com o codigo em branco
      *>------------------------------------------------------------------------
       lista-calibracoes section.

           display "Estacao a listar (branco = todas): "
           move spaces to ws-filtro-estacao
           accept ws-filtro-estacao

           display erase
           move 0 to ws-qtd-listadas
           perform varying ws-cad from 1 by 1
                   until ws-cad > ws-qtd-cadastro
               if ws-filtro-estacao = spaces
               or ws-filtro-estacao = ws-cad-estacao(ws-cad) then
                   move ws-cad-instrumento(ws-cad) to ws-instrumento-edicao
                   perform monta-rotulo-instrumento
                   move ws-cad-correcao(ws-cad) to ws-correcao-edit
                   display ws-cad-estacao(ws-cad) " - "
                       ws-rotulo-instrumento " - desde "
                       ws-cad-vigencia(ws-cad) " - correcao "
                       ws-correcao-edit " - serie "
                       ws-cad-serie(ws-cad)
                   add 1 to ws-qtd-listadas
               end-if
           end-perform
           if ws-qtd-listadas = 0 then
               display "Nenhuma entrada no cadastro"
           end-if
           display "ENTER para voltar ao menu"
           accept ws-confirma
           .
       lista-calibracoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Inclui uma calibracao ou troca de instrumento - a chave
      *>  estacao/instrumento/vigencia nao pode repetir uma ja
      *>  cadastrada (duas correcoes no mesmo dia seriam ambiguas)
      *>------------------------------------------------------------------------
       inclui-calibracao section.

           if ws-qtd-cadastro >= ws-max-cadastro then
               display "Cadastro cheio (" ws-max-cadastro
                   " entradas) - nao ha posicao livre"
               go to inclui-calibracao-exit
           end-if

           perform aceita-chave-calibracao
           if ws-dados-validos = "N" then
               go to inclui-calibracao-exit
           end-if

           perform localiza-no-cadastro
           if ws-entrada-achada = "S" then
               display "Ja ha entrada para " ws-estacao-edicao " "
                   ws-instrumento-edicao " em " ws-vigencia-edicao
                   " - use a alteracao"
               go to inclui-calibracao-exit
           end-if

           perform aceita-dados-calibracao
           if ws-dados-validos = "N" then
               go to inclui-calibracao-exit
           end-if

           perform insere-na-tabela
           move "S" to ws-alterou-cadastro

           display "Entrada incluida: " ws-estacao-edicao " "
               ws-instrumento-edicao " desde " ws-vigencia-edicao
           .
       inclui-calibracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Altera a correcao e a serie de uma entrada ja cadastrada - a
      *>  chave nao muda (uma vigencia errada se corrige excluindo e
      *>  incluindo de novo)
      *>------------------------------------------------------------------------
       altera-calibracao section.

           perform aceita-chave-calibracao
           if ws-dados-validos = "N" then
               go to altera-calibracao-exit
           end-if

           perform localiza-no-cadastro
           if ws-entrada-achada = "N" then
               display "Nao ha entrada para " ws-estacao-edicao " "
                   ws-instrumento-edicao " em " ws-vigencia-edicao
               go to altera-calibracao-exit
           end-if

           move ws-cad-correcao(ws-cad) to ws-correcao-edit
           display "Dados atuais: correcao " ws-correcao-edit
               " - serie " ws-cad-serie(ws-cad)

           perform aceita-dados-calibracao
           if ws-dados-validos = "N" then
               go to altera-calibracao-exit
           end-if

           move ws-correcao-edicao to ws-cad-correcao(ws-cad)
           move ws-serie-edicao to ws-cad-serie(ws-cad)
           move "S" to ws-alterou-cadastro

           display "Entrada alterada"
           .
       altera-calibracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Exclui uma entrada lancada por engano - as posicoes seguintes
      *>  sobem uma casa, mantendo a ordem da chave
      *>------------------------------------------------------------------------
       exclui-calibracao section.

           perform aceita-chave-calibracao
           if ws-dados-validos = "N" then
               go to exclui-calibracao-exit
           end-if

           perform localiza-no-cadastro
           if ws-entrada-achada = "N" then
               display "Nao ha entrada para " ws-estacao-edicao " "
                   ws-instrumento-edicao " em " ws-vigencia-edicao
               go to exclui-calibracao-exit
           end-if

           display "Excluir a entrada (serie " ws-cad-serie(ws-cad)
               ")? (S/N) "
           accept ws-confirma
           if ws-confirma not = "S" and ws-confirma not = "s" then
               go to exclui-calibracao-exit
           end-if

           perform varying ws-cad-procura from ws-cad by 1
                   until ws-cad-procura >= ws-qtd-cadastro
               move ws-cadastro-tab(ws-cad-procura + 1)
                   to ws-cadastro-tab(ws-cad-procura)
           end-perform
           subtract 1 from ws-qtd-cadastro
           move "S" to ws-alterou-cadastro

           display "Entrada excluida"
           .
       exclui-calibracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aceita e valida a chave de uma entrada: estacao (conferida
      *>  contra o cadastro de estacoes, quando ele existe), instrumento
      *>  e a data de vigencia AAAAMMDD - ws-dados-validos sai "N"
      *>  quando algum dado nao serve
      *>------------------------------------------------------------------------
       aceita-chave-calibracao section.

           move "S" to ws-dados-validos

           display "Estacao (3 caracteres): "
           move spaces to ws-estacao-edicao
           accept ws-estacao-edicao
           if ws-estacao-edicao = spaces then
               display "Estacao em branco - operacao cancelada"
               move "N" to ws-dados-validos
               go to aceita-chave-calibracao-exit
           end-if

           if ws-qtd-estacoes > 0 then
               move "N" to ws-estacao-cadastrada
               perform varying ws-est from 1 by 1
                       until ws-est > ws-qtd-estacoes
                   if ws-est-codigo(ws-est) = ws-estacao-edicao then
                       move "S" to ws-estacao-cadastrada
                   end-if
               end-perform
               if ws-estacao-cadastrada = "N" then
                   display "Estacao " ws-estacao-edicao " nao esta em"
                       " arqEstacoes.txt - operacao cancelada"
                   move "N" to ws-dados-validos
                   go to aceita-chave-calibracao-exit
               end-if
           end-if

           display "Instrumento (T termometro, N minima/maxima,"
               " U higrometro, P pluviometro): "
           move spaces to ws-instrumento-edicao
           accept ws-instrumento-edicao
           evaluate ws-instrumento-edicao
               when "t" move "T" to ws-instrumento-edicao
               when "n" move "N" to ws-instrumento-edicao
               when "u" move "U" to ws-instrumento-edicao
               when "p" move "P" to ws-instrumento-edicao
           end-evaluate
           if ws-instrumento-edicao not = "T"
           and ws-instrumento-edicao not = "N"
           and ws-instrumento-edicao not = "U"
           and ws-instrumento-edicao not = "P" then
               display "Instrumento invalido - operacao cancelada"
               move "N" to ws-dados-validos
               go to aceita-chave-calibracao-exit
           end-if

           display "Vigencia a partir de (AAAAMMDD): "
           move 0 to ws-vigencia-edicao
           accept ws-vigencia-edicao
           perform valida-vigencia
           if ws-dados-validos = "N" then
               display "Data de vigencia invalida - operacao cancelada"
               go to aceita-chave-calibracao-exit
           end-if

           move ws-estacao-edicao to ws-chp-estacao
           move ws-instrumento-edicao to ws-chp-instrumento
           move ws-vigencia-edicao to ws-chp-vigencia
           .
       aceita-chave-calibracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aceita a correcao (+NNNN, 2 decimais implicitos, na unidade
      *>  do instrumento) e a serie do instrumento - uma troca sem
      *>  correcao entra com +0000, so para registrar a serie nova
      *>------------------------------------------------------------------------
       aceita-dados-calibracao section.

           move "S" to ws-dados-validos

           perform monta-rotulo-instrumento
           display "Correcao para " ws-rotulo-instrumento
               " (+NNNN, ex. -0050 = -0,50): "
           move 0 to ws-correcao-edicao
           accept ws-correcao-edicao
           if ws-correcao-edicao not numeric then
               display "Correcao ilegivel - operacao cancelada"
               move "N" to ws-dados-validos
               go to aceita-dados-calibracao-exit
           end-if

           display "Numero de serie do instrumento: "
           move spaces to ws-serie-edicao
           accept ws-serie-edicao
           if ws-serie-edicao = spaces then
               display "Serie em branco - operacao cancelada"
               move "N" to ws-dados-validos
           end-if
           .
       aceita-dados-calibracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Valida a data de vigencia em ws-vigencia-edicao (ano com 4
      *>  digitos, mes de 1 a 12 e dia existente no mes) - resultado em
      *>  ws-dados-validos
      *>------------------------------------------------------------------------
       valida-vigencia section.

           move "S" to ws-dados-validos
           divide ws-vigencia-edicao by 10000 giving ws-ano-vigencia
               remainder ws-mmdd-vigencia
           divide ws-mmdd-vigencia by 100 giving ws-mes-atual
               remainder ws-dia-vigencia

           if ws-ano-vigencia < 1900
           or ws-mes-atual < 1 or ws-mes-atual > 12 then
               move "N" to ws-dados-validos
               go to valida-vigencia-exit
           end-if

           move ws-ano-vigencia to ws-ano-atual
           perform calcula-dias-no-mes
           if ws-dia-vigencia < 1 or ws-dia-vigencia > ws-dias-no-mes then
               move "N" to ws-dados-validos
           end-if
           .
       valida-vigencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Determina quantos dias tem o mes/ano informado em
      *>  ws-mes-atual/ws-ano-atual (fevereiro leva em conta ano bissexto)
      *>------------------------------------------------------------------------
       calcula-dias-no-mes section.

           evaluate ws-mes-atual
               when 1 when 3 when 5 when 7 when 8 when 10 when 12
                   move 31 to ws-dias-no-mes
               when 4 when 6 when 9 when 11
                   move 30 to ws-dias-no-mes
               when 2
                   divide ws-ano-atual by 4
                       giving ws-quociente-dias-no-mes remainder ws-resto-4
                   divide ws-ano-atual by 100
                       giving ws-quociente-dias-no-mes remainder ws-resto-100
                   divide ws-ano-atual by 400
                       giving ws-quociente-dias-no-mes remainder ws-resto-400

                   if ws-resto-4 = 0
                   and (ws-resto-100 not = 0 or ws-resto-400 = 0) then
                       move 29 to ws-dias-no-mes
                   else
                       move 28 to ws-dias-no-mes
                   end-if
               when other
                   move 30 to ws-dias-no-mes
           end-evaluate
           .
       calcula-dias-no-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Localiza no cadastro a entrada da chave ws-chave-procurada -
      *>  ws-cad fica apontando para a posicao achada
      *>------------------------------------------------------------------------
       localiza-no-cadastro section.

           move "N" to ws-entrada-achada
           perform varying ws-cad-procura from 1 by 1
                   until ws-cad-procura > ws-qtd-cadastro
                      or ws-entrada-achada = "S"
               if ws-cad-chave(ws-cad-procura) = ws-chave-procurada then
                   move ws-cad-procura to ws-cad
                   move "S" to ws-entrada-achada
               end-if
           end-perform
           .
       localiza-no-cadastro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Insere a entrada dos campos de edicao na posicao da ordem da
      *>  chave, descendo uma casa as posicoes de chave maior - o
      *>  arquivo regravado sai ordenado por estacao/instrumento/
      *>  vigencia, que e como a listagem e a equipe de campo o leem
      *>------------------------------------------------------------------------
       insere-na-tabela section.

           move ws-estacao-edicao to ws-chp-estacao
           move ws-instrumento-edicao to ws-chp-instrumento
           move ws-vigencia-edicao to ws-chp-vigencia

           add 1 to ws-qtd-cadastro
           move ws-qtd-cadastro to ws-cad-destino
           move "N" to ws-posicao-achada
           perform until ws-posicao-achada = "S"
               if ws-cad-destino = 1 then
                   move "S" to ws-posicao-achada
               else
                   if ws-cad-chave(ws-cad-destino - 1)
                      not > ws-chave-procurada then
                       move "S" to ws-posicao-achada
                   else
                       move ws-cadastro-tab(ws-cad-destino - 1)
                           to ws-cadastro-tab(ws-cad-destino)
                       subtract 1 from ws-cad-destino
                   end-if
               end-if
           end-perform

           move ws-estacao-edicao to ws-cad-estacao(ws-cad-destino)
           move ws-instrumento-edicao to ws-cad-instrumento(ws-cad-destino)
           move ws-vigencia-edicao to ws-cad-vigencia(ws-cad-destino)
           move ws-correcao-edicao to ws-cad-correcao(ws-cad-destino)
           move ws-serie-edicao to ws-cad-serie(ws-cad-destino)
           .
       insere-na-tabela-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Monta em ws-rotulo-instrumento o nome do instrumento em
      *>  ws-instrumento-edicao
      *>------------------------------------------------------------------------
       monta-rotulo-instrumento section.

           evaluate ws-instrumento-edicao
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
           .
       monta-rotulo-instrumento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Regrava arqCalibracoes.txt com o cadastro em memoria
      *>  (copybook CPCALREG) - o arquivo e criado na primeira gravacao
      *>------------------------------------------------------------------------
       grava-cadastro section.

           open output arqCalibracoes

           perform varying ws-cad from 1 by 1
                   until ws-cad > ws-qtd-cadastro
               move ws-cad-estacao(ws-cad) to reg-cal-estacao
               move ws-cad-instrumento(ws-cad) to reg-cal-instrumento
               move ws-cad-vigencia(ws-cad) to reg-cal-vigencia
               move ws-cad-correcao(ws-cad) to reg-cal-correcao
               move ws-cad-serie(ws-cad) to reg-cal-serie
               write fd-reg-calibracao
           end-perform

           close arqCalibracoes
           move "N" to ws-alterou-cadastro

           display "arqCalibracoes.txt gravado com " ws-qtd-cadastro
               " entrada(s)"
           .
       grava-cadastro-exit.
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
       finaliza section.
           display "Fim da manutencao do cadastro de calibracoes."

           Stop run
           .
       finaliza-exit.
           exit.
