      $set sourceformat"free"

      *>Divisao de identificacao do programa
       identification division.
       program-id. "lista11ex1perfil".
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

      *>   Arquivo permanente de observacoes horarias (copybook
      *>   CPHORREG), gravado pela coleta dos loggers - uma hora por
      *>   estacao/dia, ja em Celsius
           select arqHorarias assign to "arqObservacoesHorarias.dat"
           organization is indexed
           access mode is dynamic
           record key is reg-hor-chave
           file status is ws-fs-arqHorarias.

      *>   Parametros de execucao - so o modo: no lote ("B") o perfil
      *>   sai do mes corrente, sem perguntar nada
           select arqParametros assign to "arqParametros.txt"
           organization is line sequential
           lock mode is automatic
           file status is ws-fs-arqParam.

      *>   Cadastro de estacoes (copybook CPESTREG) - nome do site no
      *>   cabecalho de cada estacao do relatorio
           select arqEstacoes assign to "arqEstacoes.txt"
           organization is line sequential
           lock mode is automatic
           file status is ws-fs-arqEstacoes.

      *>   Relatorio do perfil diurno do mes - um arquivo por mes
      *>   (arqPerfilDiurno-MMAAAA.txt)
           select arqPerfil assign to dynamic ws-nome-perfil
           organization is line sequential
           lock mode is automatic
           file status is ws-fs-arqPerfil.

       i-o-control.

      *>Declaracao de variaveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqHorarias.
       01  fd-reg-horaria.
           copy cphorreg.

       fd arqParametros.
       01  fd-parametros.
           05 fd-param-modo                       pic x(01).
           05 fd-param-unidade                    pic x(01).

       fd arqEstacoes.
       01  fd-reg-estacao.
           copy cpestreg.

       fd arqPerfil.
       01  fd-linha-perfil                        pic x(80).

      *>----Variaveis de trabalho
       working-storage section.

      *>   Mes/ano do perfil
       77 ws-modo-execucao                        pic x(01) value "I".
       77 ws-ano-perfil                           pic 9(04).
       77 ws-mes-perfil                           pic 9(02).
       77 ws-ano-digitado                         pic 9(04).
       77 ws-mes-digitado                         pic 9(02).
       77 ws-data-execucao                        pic 9(08).
       77 ws-aaaamm-execucao                      pic 9(06).
       77 ws-periodo-valido                       pic x(01).

      *>   Acumuladores por estacao/hora do dia (00 a 23 nas posicoes
      *>   1 a 24): horas com registro, soma das temperaturas e das
      *>   umidades medias da hora, chuva caida na hora e horas com
      *>   chuva, e em quantos dias a minima e a maxima do dia cairam
      *>   naquela hora
       77 ws-max-estacoes                         pic 9(02) value 10.
       77 ws-qtd-estacoes                         pic 9(02) value 0.
       01 ws-estacoes.
          05 ws-estacao occurs 10 times.
             10 ws-est-codigo                     pic x(03).
             10 ws-est-nome                       pic x(20).
             10 ws-est-dias                       pic 9(02).
             10 ws-est-dias-completos             pic 9(02).
             10 ws-est-chuva                      pic 9(05)v9.
             10 ws-est-hora-tab occurs 24 times.
                15 ws-per-qtd                     pic 9(03).
                15 ws-per-soma-temp               pic s9(05)v99.
                15 ws-per-soma-umidade            pic 9(05).
                15 ws-per-chuva                   pic 9(04)v9.
                15 ws-per-horas-chuva             pic 9(03).
                15 ws-per-qtd-minima              pic 9(02).
                15 ws-per-qtd-maxima              pic 9(02).

      *>   estacao/hora correntes e apoio a localizacao de estacao
       77 ws-est                                  pic 9(02).
       77 ws-est-procura                          pic 9(02).
       77 ws-estacao-achada                       pic x(01).
       77 ws-ind-hora                             pic 9(02).

      *>   Dia em leitura: as horas chegam em ordem de chave, e a troca
      *>   de estacao/dia fecha o dia anterior - a hora da minima e da
      *>   maxima do dia so conta quando o dia tem horas suficientes
      *>   para a menor e a maior leitura serem de fato as do dia
       77 ws-dia-aberto                           pic x(01) value "N".
       77 ws-dia-est                              pic 9(02).
       77 ws-dia-codigo                           pic x(03).
       77 ws-dia-numero                           pic 9(02).
       77 ws-dia-qtd-horas                        pic 9(02).
       77 ws-dia-minima                           pic s9(03)v99.
       77 ws-dia-hora-minima                      pic 9(02).
       77 ws-dia-maxima                           pic s9(03)v99.
       77 ws-dia-hora-maxima                      pic 9(02).
       77 ws-min-horas-dia-completo               pic 9(02) value 18.

       77 ws-fs-arqHorarias                       pic 9(02).
       77 ws-fim-arqHorarias                      pic x(01) value "N".
       77 ws-fs-arqParam                          pic 9(02).
       77 ws-fs-arqEstacoes                       pic 9(02).
       77 ws-fim-arqEstacoes                      pic x(01) value "N".
       77 ws-fs-arqPerfil                         pic 9(02).

      *>   Hora usual da minima/maxima (a de mais dias no mes, a mais
      *>   cedo no empate) e chuva por periodo do dia
       77 ws-hora-usual-minima                    pic 9(02).
       77 ws-dias-hora-minima                     pic 9(02).
       77 ws-hora-usual-maxima                    pic 9(02).
       77 ws-dias-hora-maxima                     pic 9(02).
       77 ws-periodo-dia                          pic 9(01).
       77 ws-hora-de                              pic 9(02).
       77 ws-hora-ate                             pic 9(02).
       77 ws-rotulo-periodo                       pic x(22).
       77 ws-chuva-periodo                        pic 9(05)v9.
       77 ws-percentual-chuva                     pic 9(03).

      *>   Linhas do relatorio
       77 ws-nome-perfil                          pic x(40).
       77 ws-linha-perfil                         pic x(80).
       77 ws-cabecalho-colunas                    pic x(80) value
          "HORA  DIAS     TMED   UMID     CHUVA  H.CHUVA     D.MIN    D.MAX".
       77 ws-hora-edit                            pic 9(02).
       77 ws-dias-edit                            pic zz9.
       77 ws-temp-edit                            pic --9,9.
       77 ws-umidade-edit                         pic zz9.
       77 ws-chuva-edit                           pic zzz9,9.
       77 ws-horas-chuva-edit                     pic zz9.
       77 ws-qtd-minima-edit                      pic zz9.
       77 ws-qtd-maxima-edit                      pic zz9.
       77 ws-chuva-periodo-edit                   pic zzzz9,9.
       77 ws-percentual-edit                      pic zz9.
       77 ws-dias-mes-edit                        pic z9.
       77 ws-dias-usual-edit                      pic z9.
       77 ws-media-temp-hora                      pic s9(03)v99.
       77 ws-media-umidade-hora                   pic 9(03).

      *>   Totais
       77 ws-qtd-lidos                            pic 9(06) value 0.
       77 ws-qtd-aproveitados                     pic 9(06) value 0.

      *>----Variaveis para comunicacao entre programas
       linkage section.


      *>----Declaracao de tela
       screen section.


      *>Declaracao do corpo do programa
       procedure division.


           perform inicializa.
           if ws-periodo-valido = "S" then
               perform varre-horas
               perform gera-relatorio
           end-if.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Le o modo de arqParametros.txt e define o mes do perfil (no
      *>  lote, o mes corrente; no terminal, o mes/ano informado) e
      *>  zera os acumuladores
      *>------------------------------------------------------------------------
       inicializa section.

           move 0 to ws-qtd-estacoes
           perform varying ws-est from 1 by 1 until ws-est > ws-max-estacoes
               move spaces to ws-est-codigo(ws-est)
               move spaces to ws-est-nome(ws-est)
               move 0 to ws-est-dias(ws-est)
               move 0 to ws-est-dias-completos(ws-est)
               move 0 to ws-est-chuva(ws-est)
               perform varying ws-ind-hora from 1 by 1 until ws-ind-hora > 24
                   move 0 to ws-per-qtd(ws-est ws-ind-hora)
                   move 0 to ws-per-soma-temp(ws-est ws-ind-hora)
                   move 0 to ws-per-soma-umidade(ws-est ws-ind-hora)
                   move 0 to ws-per-chuva(ws-est ws-ind-hora)
                   move 0 to ws-per-horas-chuva(ws-est ws-ind-hora)
                   move 0 to ws-per-qtd-minima(ws-est ws-ind-hora)
                   move 0 to ws-per-qtd-maxima(ws-est ws-ind-hora)
               end-perform
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

           accept ws-data-execucao from date yyyymmdd
           divide ws-data-execucao by 10000 giving ws-ano-perfil
           divide ws-data-execucao by 100 giving ws-aaaamm-execucao
           compute ws-mes-perfil = function mod(ws-aaaamm-execucao, 100)

           if ws-modo-execucao not = "B" and ws-modo-execucao not = "b" then
               display erase
               display "Perfil diurno do mes"
               display "Mes (1 a 12, zero = " ws-mes-perfil "): "
               move 0 to ws-mes-digitado
               accept ws-mes-digitado
               if ws-mes-digitado not = 0 then
                   move ws-mes-digitado to ws-mes-perfil
               end-if
               display "Ano (AAAA, zero = " ws-ano-perfil "): "
               move 0 to ws-ano-digitado
               accept ws-ano-digitado
               if ws-ano-digitado not = 0 then
                   move ws-ano-digitado to ws-ano-perfil
               end-if
           end-if

           move "S" to ws-periodo-valido
           if ws-ano-perfil < 1900
           or ws-mes-perfil < 1 or ws-mes-perfil > 12 then
               display "Mes invalido (" ws-mes-perfil "/" ws-ano-perfil
                   ") - perfil nao gerado"
               move "N" to ws-periodo-valido
               go to inicializa-exit
           end-if

           move spaces to ws-nome-perfil
           string "arqPerfilDiurno-" delimited by size
               ws-mes-perfil delimited by size
               ws-ano-perfil delimited by size
               ".txt" delimited by size
               into ws-nome-perfil
           end-string
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Percorre arqObservacoesHorarias.dat e acumula cada hora do
      *>  mes/ano do perfil na estacao dela
      *>------------------------------------------------------------------------
       varre-horas section.

           open input arqHorarias
           if ws-fs-arqHorarias not = "00" then
               display "arqObservacoesHorarias.dat nao encontrado ou sem"
                   " acesso - nada a varrer"
               go to varre-horas-exit
           end-if

           move "N" to ws-dia-aberto
           move "N" to ws-fim-arqHorarias
           perform until ws-fim-arqHorarias = "S"
               read arqHorarias next
               if ws-fs-arqHorarias not = "00" then
                   move "S" to ws-fim-arqHorarias
               else
                   add 1 to ws-qtd-lidos
                   if reg-hor-ano = ws-ano-perfil
                   and reg-hor-mes = ws-mes-perfil
                   and reg-hor-hora <= 23 then
                       perform acumula-hora
                   end-if
               end-if
           end-perform

           if ws-dia-aberto = "S" then
               perform fecha-dia
           end-if

           close arqHorarias
           .
       varre-horas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acumula a hora recem lida no perfil da estacao e acompanha a
      *>  menor e a maior leitura do dia em andamento
      *>------------------------------------------------------------------------
       acumula-hora section.

           if ws-dia-aberto = "S" then
               if reg-hor-estacao not = ws-dia-codigo
               or reg-hor-dia not = ws-dia-numero then
                   perform fecha-dia
               end-if
           end-if

           perform localiza-estacao
           if ws-estacao-achada = "N" then
               go to acumula-hora-exit
           end-if

           add 1 to ws-qtd-aproveitados
           compute ws-ind-hora = reg-hor-hora + 1
           add 1 to ws-per-qtd(ws-est ws-ind-hora)
           add reg-hor-temp to ws-per-soma-temp(ws-est ws-ind-hora)
           add reg-hor-umidade to ws-per-soma-umidade(ws-est ws-ind-hora)
           add reg-hor-chuva to ws-per-chuva(ws-est ws-ind-hora)
           add reg-hor-chuva to ws-est-chuva(ws-est)
           if reg-hor-chuva > 0 then
               add 1 to ws-per-horas-chuva(ws-est ws-ind-hora)
           end-if

           if ws-dia-aberto = "N" then
               move "S" to ws-dia-aberto
               move ws-est to ws-dia-est
               move reg-hor-estacao to ws-dia-codigo
               move reg-hor-dia to ws-dia-numero
               move 0 to ws-dia-qtd-horas
               move reg-hor-temp-minima to ws-dia-minima
               move reg-hor-hora to ws-dia-hora-minima
               move reg-hor-temp-maxima to ws-dia-maxima
               move reg-hor-hora to ws-dia-hora-maxima
           end-if

           add 1 to ws-dia-qtd-horas
           if reg-hor-temp-minima < ws-dia-minima then
               move reg-hor-temp-minima to ws-dia-minima
               move reg-hor-hora to ws-dia-hora-minima
           end-if
           if reg-hor-temp-maxima > ws-dia-maxima then
               move reg-hor-temp-maxima to ws-dia-maxima
               move reg-hor-hora to ws-dia-hora-maxima
           end-if
           .
       acumula-hora-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Fecha o dia em andamento: conta o dia na estacao e, se o dia
      *>  tem horas suficientes, a hora da minima e a da maxima dele
      *>------------------------------------------------------------------------
       fecha-dia section.

           add 1 to ws-est-dias(ws-dia-est)
           if ws-dia-qtd-horas >= ws-min-horas-dia-completo then
               add 1 to ws-est-dias-completos(ws-dia-est)
               compute ws-ind-hora = ws-dia-hora-minima + 1
               add 1 to ws-per-qtd-minima(ws-dia-est ws-ind-hora)
               compute ws-ind-hora = ws-dia-hora-maxima + 1
               add 1 to ws-per-qtd-maxima(ws-dia-est ws-ind-hora)
           end-if
           move "N" to ws-dia-aberto
           .
       fecha-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Localiza (ou abre) a posicao da estacao da hora recem lida na
      *>  tabela, ja com o nome do site quando o cadastro o tem
      *>------------------------------------------------------------------------
       localiza-estacao section.

           move "N" to ws-estacao-achada
           perform varying ws-est-procura from 1 by 1
                   until ws-est-procura > ws-qtd-estacoes
                      or ws-estacao-achada = "S"
               if ws-est-codigo(ws-est-procura) = reg-hor-estacao then
                   move ws-est-procura to ws-est
                   move "S" to ws-estacao-achada
               end-if
           end-perform

           if ws-estacao-achada = "N" then
               if ws-qtd-estacoes < ws-max-estacoes then
                   add 1 to ws-qtd-estacoes
                   move ws-qtd-estacoes to ws-est
                   move reg-hor-estacao to ws-est-codigo(ws-est)
                   perform busca-nome-estacao
                   move "S" to ws-estacao-achada
               else
                   display "Mais estacoes nas observacoes horarias do que"
                       " a tabela comporta - estacao " reg-hor-estacao
                       " ignorada"
               end-if
           end-if
           .
       localiza-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Busca em arqEstacoes.txt o nome do site da estacao ws-est -
      *>  sem cadastro, o relatorio sai so com o codigo
      *>------------------------------------------------------------------------
       busca-nome-estacao section.

           open input arqEstacoes
           if ws-fs-arqEstacoes not = "00" then
               go to busca-nome-estacao-exit
           end-if

           move "N" to ws-fim-arqEstacoes
           perform until ws-fim-arqEstacoes = "S"
               read arqEstacoes
                   at end
                       move "S" to ws-fim-arqEstacoes
                   not at end
                       if reg-est-codigo = ws-est-codigo(ws-est) then
                           move reg-est-nome to ws-est-nome(ws-est)
                           move "S" to ws-fim-arqEstacoes
                       end-if
               end-read
           end-perform

           close arqEstacoes
           .
       busca-nome-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava o relatorio: um bloco por estacao com a linha de cada
      *>  hora do dia, a hora usual da minima e da maxima e a chuva por
      *>  periodo do dia
      *>------------------------------------------------------------------------
       gera-relatorio section.

           if ws-qtd-estacoes = 0 then
               display "Nenhuma observacao horaria de " ws-mes-perfil "/"
                   ws-ano-perfil " - perfil nao gerado"
               go to gera-relatorio-exit
           end-if

           open output arqPerfil

           move spaces to ws-linha-perfil
           string "PERFIL DIURNO - " delimited by size
               ws-mes-perfil delimited by size
               "/" delimited by size
               ws-ano-perfil delimited by size
               " - TEMPERATURA EM CELSIUS, UMIDADE EM %, CHUVA EM MM"
               delimited by size
               into ws-linha-perfil
           end-string
           perform grava-linha-perfil
           move "D.MIN/D.MAX: DIAS COM A MINIMA/MAXIMA NA HORA (DIAS COM 18 HORAS OU MAIS)"
               to ws-linha-perfil
           perform grava-linha-perfil

           perform varying ws-est from 1 by 1 until ws-est > ws-qtd-estacoes
               perform relatorio-estacao
           end-perform

           close arqPerfil
           .
       gera-relatorio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Bloco da estacao ws-est
      *>------------------------------------------------------------------------
       relatorio-estacao section.

           move spaces to ws-linha-perfil
           perform grava-linha-perfil
           move ws-est-dias(ws-est) to ws-dias-mes-edit
           move spaces to ws-linha-perfil
           string "ESTACAO " delimited by size
               ws-est-codigo(ws-est) delimited by size
               " - " delimited by size
               ws-est-nome(ws-est) delimited by "  "
               " - " delimited by size
               ws-dias-mes-edit delimited by size
               " DIA(S) COM LEITURAS HORARIAS" delimited by size
               into ws-linha-perfil
           end-string
           perform grava-linha-perfil
           move ws-cabecalho-colunas to ws-linha-perfil
           perform grava-linha-perfil

           move 0 to ws-hora-usual-minima
           move 0 to ws-dias-hora-minima
           move 0 to ws-hora-usual-maxima
           move 0 to ws-dias-hora-maxima

           perform varying ws-ind-hora from 1 by 1 until ws-ind-hora > 24
               perform linha-hora
           end-perform

           move spaces to ws-linha-perfil
           perform grava-linha-perfil
           if ws-est-dias-completos(ws-est) = 0 then
               move "HORA USUAL DA MINIMA/MAXIMA: NENHUM DIA COM 18 HORAS OU MAIS"
                   to ws-linha-perfil
               perform grava-linha-perfil
           else
               move ws-est-dias-completos(ws-est) to ws-dias-mes-edit
               move ws-hora-usual-minima to ws-hora-edit
               move ws-dias-hora-minima to ws-dias-usual-edit
               move spaces to ws-linha-perfil
               string "HORA USUAL DA MINIMA: " delimited by size
                   ws-hora-edit delimited by size
                   "H (" delimited by size
                   ws-dias-usual-edit delimited by size
                   " DE " delimited by size
                   ws-dias-mes-edit delimited by size
                   " DIAS)" delimited by size
                   into ws-linha-perfil
               end-string
               perform grava-linha-perfil
               move ws-hora-usual-maxima to ws-hora-edit
               move ws-dias-hora-maxima to ws-dias-usual-edit
               move spaces to ws-linha-perfil
               string "HORA USUAL DA MAXIMA: " delimited by size
                   ws-hora-edit delimited by size
                   "H (" delimited by size
                   ws-dias-usual-edit delimited by size
                   " DE " delimited by size
                   ws-dias-mes-edit delimited by size
                   " DIAS)" delimited by size
                   into ws-linha-perfil
               end-string
               perform grava-linha-perfil
           end-if

           move "CHUVA POR PERIODO DO DIA:" to ws-linha-perfil
           perform grava-linha-perfil
           perform varying ws-periodo-dia from 1 by 1 until ws-periodo-dia > 4
               perform linha-periodo-dia
           end-perform
           .
       relatorio-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha da hora ws-ind-hora da estacao ws-est - e a apuracao da
      *>  hora usual da minima/maxima (a de mais dias; no empate fica a
      *>  mais cedo)
      *>------------------------------------------------------------------------
       linha-hora section.

           if ws-per-qtd-minima(ws-est ws-ind-hora) > ws-dias-hora-minima then
               move ws-per-qtd-minima(ws-est ws-ind-hora) to ws-dias-hora-minima
               compute ws-hora-usual-minima = ws-ind-hora - 1
           end-if
           if ws-per-qtd-maxima(ws-est ws-ind-hora) > ws-dias-hora-maxima then
               move ws-per-qtd-maxima(ws-est ws-ind-hora) to ws-dias-hora-maxima
               compute ws-hora-usual-maxima = ws-ind-hora - 1
           end-if

           compute ws-hora-edit = ws-ind-hora - 1
           move ws-per-qtd(ws-est ws-ind-hora) to ws-dias-edit

           if ws-per-qtd(ws-est ws-ind-hora) = 0 then
               move spaces to ws-linha-perfil
               string "  " delimited by size
                   ws-hora-edit delimited by size
                   "   " delimited by size
                   ws-dias-edit delimited by size
                   "    SEM LEITURAS NESTA HORA" delimited by size
                   into ws-linha-perfil
               end-string
               perform grava-linha-perfil
               go to linha-hora-exit
           end-if

           compute ws-media-temp-hora rounded =
                   ws-per-soma-temp(ws-est ws-ind-hora)
                   / ws-per-qtd(ws-est ws-ind-hora)
           compute ws-media-umidade-hora rounded =
                   ws-per-soma-umidade(ws-est ws-ind-hora)
                   / ws-per-qtd(ws-est ws-ind-hora)
           move ws-media-temp-hora to ws-temp-edit
           move ws-media-umidade-hora to ws-umidade-edit
           move ws-per-chuva(ws-est ws-ind-hora) to ws-chuva-edit
           move ws-per-horas-chuva(ws-est ws-ind-hora) to ws-horas-chuva-edit
           move ws-per-qtd-minima(ws-est ws-ind-hora) to ws-qtd-minima-edit
           move ws-per-qtd-maxima(ws-est ws-ind-hora) to ws-qtd-maxima-edit

           move spaces to ws-linha-perfil
           string "  " delimited by size
               ws-hora-edit delimited by size
               "   " delimited by size
               ws-dias-edit delimited by size
               "    " delimited by size
               ws-temp-edit delimited by size
               "    " delimited by size
               ws-umidade-edit delimited by size
               "    " delimited by size
               ws-chuva-edit delimited by size
               "      " delimited by size
               ws-horas-chuva-edit delimited by size
               "       " delimited by size
               ws-qtd-minima-edit delimited by size
               "      " delimited by size
               ws-qtd-maxima-edit delimited by size
               into ws-linha-perfil
           end-string
           perform grava-linha-perfil
           .
       linha-hora-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha da chuva do periodo ws-periodo-dia (madrugada, manha,
      *>  tarde, noite - seis horas cada) com o percentual do mes
      *>------------------------------------------------------------------------
       linha-periodo-dia section.

           evaluate ws-periodo-dia
               when 1
                   move "  MADRUGADA (00-05H)" to ws-rotulo-periodo
               when 2
                   move "  MANHA     (06-11H)" to ws-rotulo-periodo
               when 3
                   move "  TARDE     (12-17H)" to ws-rotulo-periodo
               when other
                   move "  NOITE     (18-23H)" to ws-rotulo-periodo
           end-evaluate
           compute ws-hora-de = (ws-periodo-dia - 1) * 6 + 1
           compute ws-hora-ate = ws-hora-de + 5

           move 0 to ws-chuva-periodo
           perform varying ws-ind-hora from ws-hora-de by 1
                   until ws-ind-hora > ws-hora-ate
               add ws-per-chuva(ws-est ws-ind-hora) to ws-chuva-periodo
           end-perform

           if ws-est-chuva(ws-est) > 0 then
               compute ws-percentual-chuva rounded =
                       ws-chuva-periodo * 100 / ws-est-chuva(ws-est)
           else
               move 0 to ws-percentual-chuva
           end-if

           move ws-chuva-periodo to ws-chuva-periodo-edit
           move ws-percentual-chuva to ws-percentual-edit
           move spaces to ws-linha-perfil
           string ws-rotulo-periodo delimited by size
               ws-chuva-periodo-edit delimited by size
               " MM  " delimited by size
               ws-percentual-edit delimited by size
               "% DA CHUVA DO MES" delimited by size
               into ws-linha-perfil
           end-string
           perform grava-linha-perfil
           .
       linha-periodo-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a linha montada em ws-linha-perfil no relatorio
      *>------------------------------------------------------------------------
       grava-linha-perfil section.

           move ws-linha-perfil to fd-linha-perfil
           write fd-linha-perfil
           .
       grava-linha-perfil-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalizacao
      *>------------------------------------------------------------------------
       finaliza section.
           display " "
           display "Perfil diurno: " ws-qtd-lidos " hora(s) lida(s), "
               ws-qtd-aproveitados " do mes, " ws-qtd-estacoes
               " estacao(oes)"
           if ws-qtd-estacoes > 0 then
               display "Gerado " ws-nome-perfil
           end-if

           Stop run
           .
       finaliza-exit.
           exit.
