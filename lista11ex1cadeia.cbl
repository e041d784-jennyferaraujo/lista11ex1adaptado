      $set sourceformat"free"

      *>Divisao de identificacao do programa
       identification division.
       program-id. "lista11ex1cadeia".
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

      *>   Mesmo arquivo de parametros dos demais programas - so o modo
      *>   interessa aqui: a cadeia so roda com "B" (lote), senao a
      *>   carga e as normais parariam esperando resposta no terminal
           select arqParametros assign to "arqParametros.txt"
           organization is line sequential
           lock mode is automatic
           file status is ws-fs-arqParam.

      *>   Entradas da cadeia, em posicoes fixas: tipo na posicao 1 e o
      *>   valor a partir da 2 - "C" arquivo bruto de logger para a
      *>   coleta, "J" arquivo mensal de estacao convencional para a
      *>   juncao, "X" prefixo do comando que executa os programas
      *>   (padrao "./"); e daqui que saem as respostas aos nomes de
      *>   arquivo que a coleta e a juncao pedem no terminal
           select arqEntradas assign to "arqCadeiaEntradas.txt"
           organization is line sequential
           lock mode is automatic
           file status is ws-fs-arqEntradas.

      *>   Respostas de terminal da etapa em execucao - gravadas antes
      *>   de cada etapa e redirecionadas para a entrada padrao dela
           select arqRespostas assign to "arqCadeiaRespostas.txt"
           organization is line sequential
           lock mode is automatic
           file status is ws-fs-arqRespostas.

      *>   Situacao da ultima execucao (um registro): data/hora, etapa e
      *>   estado - "E" etapa em execucao (a cadeia caiu no meio dela),
      *>   "F" etapa terminou com codigo critico, "C" cadeia concluida;
      *>   com "E" ou "F" a proxima execucao recomeca da etapa gravada
           select arqSituacao assign to "arqCadeiaSituacao.txt"
           organization is line sequential
           lock mode is automatic
           file status is ws-fs-arqSituacao.

      *>   Log das execucoes da cadeia: uma linha por etapa com inicio,
      *>   fim, codigo de retorno e situacao (acumula entre execucoes)
           select arqLogCadeia assign to "arqCadeia.log"
           organization is line sequential
           lock mode is automatic
           file status is ws-fs-arqLogCadeia.

      *>   Resumo da manha: o que rodou, o que foi pulado e por que -
      *>   regravado a cada execucao
           select arqResumo assign to "arqResumoCadeia.txt"
           organization is line sequential
           lock mode is automatic
           file status is ws-fs-arqResumo.

       i-o-control.

      *>Declaracao de variaveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqParametros.
       01  fd-parametros.
           05 fd-param-modo                       pic x(01).
           05 fd-param-unidade                    pic x(01).

       fd arqEntradas.
       01  fd-reg-entrada.
           05 fd-ent-tipo                         pic x(01).
           05 fd-ent-valor                        pic x(60).

       fd arqRespostas.
       01  fd-linha-resposta                      pic x(60).

       fd arqSituacao.
       01  fd-reg-situacao.
           05 fd-sit-data                         pic 9(08).
           05 fd-sit-hora                         pic 9(08).
           05 fd-sit-etapa                        pic 9(01).
           05 fd-sit-estado                       pic x(01).
           05 fd-sit-retorno                      pic 9(03).

       fd arqLogCadeia.
       01  fd-linha-log                           pic x(160).

       fd arqResumo.
       01  fd-linha-resumo                        pic x(100).

      *>----Variaveis de trabalho
       working-storage section.

       77 ws-fs-arqParam                          pic 9(02).
       77 ws-fs-arqEntradas                       pic 9(02).
       77 ws-fim-arqEntradas                      pic x(01).
       77 ws-fs-arqRespostas                      pic 9(02).
       77 ws-fs-arqSituacao                       pic 9(02).
       77 ws-fs-arqLogCadeia                      pic 9(02).
       77 ws-fs-arqResumo                         pic 9(02).

       77 ws-modo-execucao                        pic x(01) value "I".
       77 ws-data-execucao                        pic 9(08).
       77 ws-hora-execucao                        pic 9(08).

      *>   Etapas da cadeia, na ordem de execucao - o programa, o nome
      *>   curto do resumo e o resultado de cada uma nesta execucao
       01 ws-etapas-valores.
          05 filler                               pic x(26)
             value "lista11ex1coleta  COLETA  ".
          05 filler                               pic x(26)
             value "lista11ex1junta   JUNTA   ".
          05 filler                               pic x(26)
             value "lista11ex1adaptadoADAPTADO".
          05 filler                               pic x(26)
             value "lista11ex1normais NORMAIS ".
          05 filler                               pic x(26)
             value "lista11ex1arquiva ARQUIVA ".
       01 ws-etapas-tabela redefines ws-etapas-valores.
          05 ws-etapa-def occurs 5 times.
             10 ws-etapa-programa                 pic x(18).
             10 ws-etapa-nome                     pic x(08).
       77 ws-qtd-etapas                           pic 9(01) value 5.

       01 ws-resultados.
          05 ws-resultado occurs 5 times.
      *>      "RODOU", "PULADA", "NAO RODOU" (cadeia interrompida antes)
             10 ws-res-situacao                   pic x(09).
             10 ws-res-inicio                     pic 9(08).
             10 ws-res-fim                        pic 9(08).
             10 ws-res-retorno                    pic 9(03).
             10 ws-res-motivo                     pic x(60).

       77 ws-etapa                                pic 9(01).
       77 ws-etapa-inicio                         pic 9(01) value 1.
       77 ws-data-situacao                        pic 9(08) value 0.
       77 ws-cadeia-interrompida                  pic x(01) value "N".
       77 ws-etapa-interrompida                   pic 9(01) value 0.
       77 ws-cadeia-iniciada                      pic x(01) value "N".
       77 ws-motivo-nao-iniciada                  pic x(60).

      *>   Entradas da cadeia em memoria
       77 ws-prefixo-comando                      pic x(20) value "./".
       77 ws-max-arquivos                         pic 9(02) value 30.
       77 ws-qtd-brutos                           pic 9(02) value 0.
       01 ws-brutos.
          05 ws-bruto occurs 30 times             pic x(60).
       77 ws-qtd-mensais                          pic 9(02) value 0.
       01 ws-mensais.
          05 ws-mensal occurs 30 times            pic x(60).
       77 ws-ind-arquivo                          pic 9(02).

      *>   Execucao da etapa: o comando montado e o codigo que o
      *>   programa devolveu - 0 normal, ate 7 aviso, 8 ou mais critico
      *>   (a mesma escala do RETURN-CODE da carga)
       77 ws-comando                              pic x(200).
       77 ws-retorno-etapa                        pic 9(03).
       77 ws-retorno-sistema                      pic 9(09).
       77 ws-nivel-critico                        pic 9(03) value 8.
       77 ws-maior-retorno                        pic 9(03) value 0.
       77 ws-etapa-aplicavel                      pic x(01).
       77 ws-estado-situacao                      pic x(01).

      *>   Fim de mes: o arquivamento so roda no ultimo dia do mes
       77 ws-mes-atual                            pic 9(02).
       77 ws-ano-atual                            pic 9(04).
       77 ws-dia-atual                            pic 9(02).
       77 ws-dias-no-mes                          pic 9(02).
       77 ws-resto-4                              pic 9(02).
       77 ws-resto-100                            pic 9(02).
       77 ws-resto-400                            pic 9(03).
       77 ws-quociente-dias-no-mes                pic 9(04).

      *>   Linhas de log e resumo
       77 ws-linha-log                            pic x(160).
       77 ws-linha-resumo                         pic x(100).
       77 ws-retorno-edit                         pic zz9.

      *>----Variaveis para comunicacao entre programas
       linkage section.


      *>----Declaracao de tela
       screen section.


      *>Declaracao do corpo do programa
       procedure division.


           perform inicializa.
           if ws-cadeia-iniciada = "S" then
               perform executa-cadeia
           end-if.
           perform gera-resumo.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Confere o modo de lote, carrega as entradas da cadeia e a
      *>  situacao da ultima execucao - uma cadeia que parou numa etapa
      *>  recomeca dela
      *>------------------------------------------------------------------------
       inicializa section.

           accept ws-data-execucao from date yyyymmdd
           accept ws-hora-execucao from time

           perform varying ws-etapa from 1 by 1 until ws-etapa > ws-qtd-etapas
               move "NAO RODOU" to ws-res-situacao(ws-etapa)
               move 0 to ws-res-inicio(ws-etapa)
               move 0 to ws-res-fim(ws-etapa)
               move 0 to ws-res-retorno(ws-etapa)
               move spaces to ws-res-motivo(ws-etapa)
           end-perform

           move "I" to ws-modo-execucao
           open input arqParametros
           if ws-fs-arqParam = "00" then
               read arqParametros
                   at end
                       move "I" to ws-modo-execucao
                   not at end
                       move fd-param-modo to ws-modo-execucao
               end-read
               close arqParametros
           end-if
           if ws-modo-execucao not = "B" and ws-modo-execucao not = "b" then
               move "ARQPARAMETROS.TXT FORA DO MODO LOTE (B)"
                   to ws-motivo-nao-iniciada
               move ws-nivel-critico to ws-maior-retorno
               go to inicializa-exit
           end-if

           perform carrega-entradas

           move 1 to ws-etapa-inicio
           open input arqSituacao
           if ws-fs-arqSituacao = "00" then
               read arqSituacao
                   at end
                       continue
                   not at end
                       if (fd-sit-estado = "E" or fd-sit-estado = "F")
                       and fd-sit-etapa >= 1
                       and fd-sit-etapa <= ws-qtd-etapas then
                           move fd-sit-etapa to ws-etapa-inicio
                           move fd-sit-data to ws-data-situacao
                       end-if
               end-read
               close arqSituacao
           end-if

           open extend arqLogCadeia
           if ws-fs-arqLogCadeia not = "00" then
               open output arqLogCadeia
           end-if

           move "S" to ws-cadeia-iniciada
           display "Cadeia noturna iniciada em " ws-data-execucao " "
               ws-hora-execucao
           if ws-etapa-inicio > 1 then
               display "Recomeco da etapa " ws-etapa-inicio " ("
                   ws-etapa-nome(ws-etapa-inicio) "), interrompida na"
                   " execucao de " ws-data-situacao
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega arqCadeiaEntradas.txt: arquivos brutos da coleta,
      *>  arquivos mensais da juncao e o prefixo de comando - sem o
      *>  arquivo, a coleta e a juncao sao puladas
      *>------------------------------------------------------------------------
       carrega-entradas section.

           move 0 to ws-qtd-brutos
           move 0 to ws-qtd-mensais
           open input arqEntradas
           if ws-fs-arqEntradas not = "00" then
               go to carrega-entradas-exit
           end-if

           move "N" to ws-fim-arqEntradas
           perform until ws-fim-arqEntradas = "S"
               read arqEntradas
                   at end
                       move "S" to ws-fim-arqEntradas
                   not at end
                       evaluate fd-ent-tipo
                           when "C" when "c"
                               if fd-ent-valor not = spaces
                               and ws-qtd-brutos < ws-max-arquivos then
                                   add 1 to ws-qtd-brutos
                                   move fd-ent-valor
                                       to ws-bruto(ws-qtd-brutos)
                               end-if
                           when "J" when "j"
                               if fd-ent-valor not = spaces
                               and ws-qtd-mensais < ws-max-arquivos then
                                   add 1 to ws-qtd-mensais
                                   move fd-ent-valor
                                       to ws-mensal(ws-qtd-mensais)
                               end-if
                           when "X" when "x"
                               move fd-ent-valor to ws-prefixo-comando
                           when other
                               continue
                       end-evaluate
               end-read
           end-perform

           close arqEntradas
           .
       carrega-entradas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Executa as etapas em ordem ate o fim ou ate uma etapa terminar
      *>  com codigo critico - a situacao gravada ao fim diz de onde a
      *>  proxima execucao comeca
      *>------------------------------------------------------------------------
       executa-cadeia section.

           perform varying ws-etapa from 1 by 1
                   until ws-etapa > ws-qtd-etapas
                      or ws-cadeia-interrompida = "S"
               perform executa-etapa
           end-perform

           if ws-cadeia-interrompida = "N" then
               move 0 to ws-etapa
               move "C" to ws-estado-situacao
               move 0 to ws-retorno-etapa
               perform grava-situacao
           end-if

           close arqLogCadeia
           .
       executa-cadeia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Executa (ou pula, com o motivo) a etapa ws-etapa
      *>------------------------------------------------------------------------
       executa-etapa section.

           if ws-etapa < ws-etapa-inicio then
               move "PULADA" to ws-res-situacao(ws-etapa)
               move spaces to ws-res-motivo(ws-etapa)
               string "CONCLUIDA NA EXECUCAO DE " delimited by size
                   ws-data-situacao delimited by size
                   into ws-res-motivo(ws-etapa)
               end-string
               perform registra-log-etapa
               go to executa-etapa-exit
           end-if

           perform confere-etapa-aplicavel
           if ws-etapa-aplicavel = "N" then
               move "PULADA" to ws-res-situacao(ws-etapa)
               perform registra-log-etapa
               go to executa-etapa-exit
           end-if

           perform grava-respostas

           move spaces to ws-comando
           string ws-prefixo-comando delimited by space
               ws-etapa-programa(ws-etapa) delimited by space
               " < arqCadeiaRespostas.txt" delimited by size
               into ws-comando
           end-string

      *>   a etapa fica marcada "em execucao" antes de comecar - se a
      *>   propria cadeia cair no meio dela, a proxima execucao sabe
      *>   de onde recomecar
           move "E" to ws-estado-situacao
           move 0 to ws-retorno-etapa
           perform grava-situacao

           display "Etapa " ws-etapa " - " ws-etapa-nome(ws-etapa)
           accept ws-res-inicio(ws-etapa) from time
           move 0 to return-code
           call "SYSTEM" using ws-comando
           move return-code to ws-retorno-sistema
           move 0 to return-code
      *>   no Unix o SYSTEM devolve o status de espera do processo, com
      *>   o codigo de saida do programa no segundo byte
           if ws-retorno-sistema > 255 then
               divide ws-retorno-sistema by 256 giving ws-retorno-sistema
           end-if
           move ws-retorno-sistema to ws-retorno-etapa
           accept ws-res-fim(ws-etapa) from time

           move "RODOU" to ws-res-situacao(ws-etapa)
           move ws-retorno-etapa to ws-res-retorno(ws-etapa)
           if ws-retorno-etapa > ws-maior-retorno then
               move ws-retorno-etapa to ws-maior-retorno
           end-if

           evaluate true
               when ws-retorno-etapa = 0
                   move "NORMAL" to ws-res-motivo(ws-etapa)
               when ws-retorno-etapa < ws-nivel-critico
                   move "AVISO - VER ARQEXCECOES.TXT" to ws-res-motivo(ws-etapa)
               when other
                   move "CRITICO - CADEIA INTERROMPIDA"
                       to ws-res-motivo(ws-etapa)
                   move "S" to ws-cadeia-interrompida
                   move ws-etapa to ws-etapa-interrompida
           end-evaluate

           if ws-cadeia-interrompida = "S" then
               move "F" to ws-estado-situacao
               perform grava-situacao
           end-if

           perform registra-log-etapa
           .
       executa-etapa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Decide se a etapa ws-etapa tem o que fazer nesta execucao -
      *>  com "N", o motivo vai para o resumo
      *>------------------------------------------------------------------------
       confere-etapa-aplicavel section.

           move "S" to ws-etapa-aplicavel
           evaluate ws-etapa
               when 1
                   if ws-qtd-brutos = 0 then
                       move "N" to ws-etapa-aplicavel
                       move "SEM ARQUIVO BRUTO EM ARQCADEIAENTRADAS.TXT"
                           to ws-res-motivo(ws-etapa)
                   end-if
               when 2
                   if ws-qtd-mensais = 0 then
                       move "N" to ws-etapa-aplicavel
                       move "SEM ARQUIVO MENSAL EM ARQCADEIAENTRADAS.TXT"
                           to ws-res-motivo(ws-etapa)
                   end-if
               when 5
                   perform confere-fim-de-mes
                   if ws-dia-atual not = ws-dias-no-mes then
                       move "N" to ws-etapa-aplicavel
                       move "NAO E O ULTIMO DIA DO MES"
                           to ws-res-motivo(ws-etapa)
                   end-if
               when other
                   continue
           end-evaluate
           .
       confere-etapa-aplicavel-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava as respostas de terminal da etapa: os nomes de arquivo
      *>  que a coleta e a juncao pedem, com a linha em branco que
      *>  encerra a lista - na juncao, o anual que a coleta acabou de
      *>  gravar vem primeiro, para os loggers entrarem junto com as
      *>  estacoes convencionais; as demais etapas recebem so a linha
      *>  em branco
      *>------------------------------------------------------------------------
       grava-respostas section.

           open output arqRespostas
           evaluate ws-etapa
               when 1
                   perform varying ws-ind-arquivo from 1 by 1
                           until ws-ind-arquivo > ws-qtd-brutos
                       move ws-bruto(ws-ind-arquivo) to fd-linha-resposta
                       write fd-linha-resposta
                   end-perform
               when 2
                   if ws-qtd-brutos > 0 then
                       move "arqTempsAnual.txt" to fd-linha-resposta
                       write fd-linha-resposta
                   end-if
                   perform varying ws-ind-arquivo from 1 by 1
                           until ws-ind-arquivo > ws-qtd-mensais
                       move ws-mensal(ws-ind-arquivo) to fd-linha-resposta
                       write fd-linha-resposta
                   end-perform
               when other
                   continue
           end-evaluate
           move spaces to fd-linha-resposta
           write fd-linha-resposta
           close arqRespostas
           .
       grava-respostas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Regrava arqCadeiaSituacao.txt com a etapa ws-etapa e o estado
      *>  em ws-estado-situacao
      *>------------------------------------------------------------------------
       grava-situacao section.

           open output arqSituacao
           move ws-data-execucao to fd-sit-data
           move ws-hora-execucao to fd-sit-hora
           move ws-etapa to fd-sit-etapa
           move ws-estado-situacao to fd-sit-estado
           move ws-retorno-etapa to fd-sit-retorno
           write fd-reg-situacao
           close arqSituacao
           .
       grava-situacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acrescenta ao log da cadeia a linha da etapa ws-etapa
      *>------------------------------------------------------------------------
       registra-log-etapa section.

           move spaces to ws-linha-log
           string ws-data-execucao delimited by size
               ";" delimited by size
               ws-hora-execucao delimited by size
               ";etapa=" delimited by size
               ws-etapa delimited by size
               ";" delimited by size
               ws-etapa-nome(ws-etapa) delimited by space
               ";situacao=" delimited by size
               ws-res-situacao(ws-etapa) delimited by "  "
               ";inicio=" delimited by size
               ws-res-inicio(ws-etapa) delimited by size
               ";fim=" delimited by size
               ws-res-fim(ws-etapa) delimited by size
               ";rc=" delimited by size
               ws-res-retorno(ws-etapa) delimited by size
               ";" delimited by size
               ws-res-motivo(ws-etapa) delimited by "  "
               into ws-linha-log
           end-string
           move ws-linha-log to fd-linha-log
           write fd-linha-log
           .
       registra-log-etapa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava o resumo da manha: uma linha por etapa e a conclusao da
      *>  cadeia
      *>------------------------------------------------------------------------
       gera-resumo section.

           open output arqResumo
           move spaces to ws-linha-resumo
           string "RESUMO DA CADEIA NOTURNA - EXECUCAO DE " delimited by size
               ws-data-execucao delimited by size
               " " delimited by size
               ws-hora-execucao(1:2) delimited by size
               ":" delimited by size
               ws-hora-execucao(3:2) delimited by size
               into ws-linha-resumo
           end-string
           perform grava-linha-resumo
           move spaces to ws-linha-resumo
           perform grava-linha-resumo

           if ws-cadeia-iniciada = "N" then
               move spaces to ws-linha-resumo
               string "CADEIA NAO INICIADA - " delimited by size
                   ws-motivo-nao-iniciada delimited by "  "
                   into ws-linha-resumo
               end-string
               perform grava-linha-resumo
               close arqResumo
               go to gera-resumo-exit
           end-if

           move "ETAPA             SITUACAO  INICIO   FIM       RC  MOTIVO"
               to ws-linha-resumo
           perform grava-linha-resumo

           perform varying ws-etapa from 1 by 1 until ws-etapa > ws-qtd-etapas
               if ws-res-situacao(ws-etapa) = "NAO RODOU" then
                   move spaces to ws-res-motivo(ws-etapa)
                   string "CADEIA INTERROMPIDA NA ETAPA " delimited by size
                       ws-etapa-interrompida delimited by size
                       into ws-res-motivo(ws-etapa)
                   end-string
               end-if
               move ws-res-retorno(ws-etapa) to ws-retorno-edit
               move spaces to ws-linha-resumo
               if ws-res-situacao(ws-etapa) = "RODOU" then
                   string ws-etapa delimited by size
                       " " delimited by size
                       ws-etapa-nome(ws-etapa) delimited by size
                       "        " delimited by size
                       ws-res-situacao(ws-etapa) delimited by size
                       " " delimited by size
                       ws-res-inicio(ws-etapa)(1:2) delimited by size
                       ":" delimited by size
                       ws-res-inicio(ws-etapa)(3:2) delimited by size
                       ":" delimited by size
                       ws-res-inicio(ws-etapa)(5:2) delimited by size
                       " " delimited by size
                       ws-res-fim(ws-etapa)(1:2) delimited by size
                       ":" delimited by size
                       ws-res-fim(ws-etapa)(3:2) delimited by size
                       ":" delimited by size
                       ws-res-fim(ws-etapa)(5:2) delimited by size
                       " " delimited by size
                       ws-retorno-edit delimited by size
                       "  " delimited by size
                       ws-res-motivo(ws-etapa) delimited by "  "
                       into ws-linha-resumo
                   end-string
               else
                   string ws-etapa delimited by size
                       " " delimited by size
                       ws-etapa-nome(ws-etapa) delimited by size
                       "        " delimited by size
                       ws-res-situacao(ws-etapa) delimited by size
                       "                         " delimited by size
                       ws-res-motivo(ws-etapa) delimited by "  "
                       into ws-linha-resumo
                   end-string
               end-if
               perform grava-linha-resumo
           end-perform

           move spaces to ws-linha-resumo
           perform grava-linha-resumo
           move spaces to ws-linha-resumo
           if ws-cadeia-interrompida = "S" then
               string "CADEIA INTERROMPIDA NA ETAPA " delimited by size
                   ws-etapa-interrompida delimited by size
                   " (" delimited by size
                   ws-etapa-nome(ws-etapa-interrompida) delimited by space
                   ") - A PROXIMA EXECUCAO RECOMECA DELA" delimited by size
                   into ws-linha-resumo
               end-string
           else
               move "CADEIA CONCLUIDA" to ws-linha-resumo
           end-if
           perform grava-linha-resumo

           close arqResumo
           .
       gera-resumo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava ws-linha-resumo em arqResumoCadeia.txt e no terminal
      *>------------------------------------------------------------------------
       grava-linha-resumo section.

           move ws-linha-resumo to fd-linha-resumo
           write fd-linha-resumo
           display ws-linha-resumo
           .
       grava-linha-resumo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Separa dia, mes e ano da data da execucao e calcula quantos
      *>  dias o mes tem
      *>------------------------------------------------------------------------
       confere-fim-de-mes section.

           move ws-data-execucao(1:4) to ws-ano-atual
           move ws-data-execucao(5:2) to ws-mes-atual
           move ws-data-execucao(7:2) to ws-dia-atual
           perform calcula-dias-no-mes
           .
       confere-fim-de-mes-exit.
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
      *>  Finalizacao - o RETURN-CODE da cadeia e o maior codigo das
      *>  etapas (8 quando nem comecou), para o escalonador
      *>------------------------------------------------------------------------
       finaliza section.

           move ws-maior-retorno to return-code
           Stop run
           .
       finaliza-exit.
           exit.
