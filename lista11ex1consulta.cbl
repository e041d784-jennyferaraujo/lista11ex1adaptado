      $set sourceformat"free"

      *>Divisao de identificacao do programa
       identification division.
       program-id. "lista11ex1consulta".
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

      *>   Historico de medias mensais (copybook CPHISTREG) - so lido,
      *>   pela chave estacao/mes/ano
           select arqHistorico assign to "arqHistoricoTemp.dat"
           organization is indexed
           access mode is dynamic
           record key is reg-hist-chave
           file status is ws-fs-arqHist.

      *>   Normais climatologicas por estacao/mes (copybook CPNORMREG),
      *>   geradas por lista11ex1normais - so lidas
           select arqNormais assign to "arqNormais.dat"
           organization is indexed
           access mode is dynamic
           record key is reg-norm-chave
           file status is ws-fs-arqNormais.

      *>   Recordes historicos por dia e por mes do calendario
      *>   (copybook CPRECREG) - so lidos: o recorde "caiu" no periodo
      *>   consultado quando o ano gravado nele e o ano do periodo
           select arqRecordes assign to "arqRecordes.dat"
           organization is indexed
           access mode is dynamic
           record key is reg-rec-chave
           file status is ws-fs-arqRecordes.

      *>   Controle de fechamento de meses (copybook CPCTRLREG) - so
      *>   lido, para mostrar a situacao do periodo
           select arqControle assign to "arqControleMeses.dat"
           organization is indexed
           access mode is dynamic
           record key is reg-ctrl-chave
           file status is ws-fs-arqControle.

      *>   Cadastro de estacoes (copybook CPESTREG) - nome do site
           select arqEstacoes assign to "arqEstacoes.txt"
           organization is line sequential
           lock mode is automatic
           file status is ws-fs-arqEstacoes.

      *>   Cadastro de operadores (copybook CPOPERREG) - identificacao
      *>   na entrada do programa
           select arqOperadores assign to "arqOperadores.txt"
           organization is line sequential
           lock mode is automatic
           file status is ws-fs-arqOperadores.

      *>   Mesmo log de auditoria das consultas do menu interativo de
      *>   lista11ex1adaptado - cada periodo exibido aqui deixa uma linha
           select arqConsultas assign to "arqConsultas.log"
           organization is line sequential
           lock mode is automatic
           file status is ws-fs-arqConsultas.

       i-o-control.

      *>Declaracao de variaveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqHistorico.
       01  fd-reg-historico.
           copy cphistreg.

       fd arqNormais.
       01  fd-reg-normal.
           copy cpnormreg.

       fd arqRecordes.
       01  fd-reg-recorde.
           copy cprecreg.

       fd arqControle.
       01  fd-reg-controle.
           copy cpctrlreg.

       fd arqEstacoes.
       01  fd-reg-estacao.
           copy cpestreg.

       fd arqOperadores.
       01  fd-reg-operador.
           copy cpoperreg.

       fd arqConsultas.
       01  fd-linha-consulta                      pic x(160).

      *>----Variaveis de trabalho
       working-storage section.

       77 ws-fs-arqHist                           pic 9(02).
       77 ws-fs-arqNormais                        pic 9(02).
       77 ws-fs-arqRecordes                       pic 9(02).
       77 ws-fs-arqControle                       pic 9(02).
       77 ws-fs-arqEstacoes                       pic 9(02).
       77 ws-fim-arqEstacoes                      pic x(01).
       77 ws-fs-arqConsultas                      pic 9(02).

      *>   Arquivos permanentes disponiveis nesta execucao - um arquivo
      *>   que nao abre so deixa a parte dele da tela em branco
       77 ws-historico-aberto                     pic x(01) value "N".
       77 ws-normais-aberto                       pic x(01) value "N".
       77 ws-recordes-aberto                      pic x(01) value "N".
       77 ws-controle-aberto                      pic x(01) value "N".

      *>   Cadastro de estacoes em memoria (codigo e nome)
       77 ws-max-cadastro                         pic 9(02) value 10.
       77 ws-qtd-cadastro                         pic 9(02) value 0.
       01 ws-cadastro.
          05 ws-cadastro-tab occurs 10 times.
             10 ws-cad-codigo                     pic x(03).
             10 ws-cad-nome                       pic x(20).
       77 ws-cad-procura                          pic 9(02).
       77 ws-nome-estacao                         pic x(20).
       77 ws-estacao-achada                       pic x(01).

      *>   Periodo em consulta e navegacao: "P"/"A" mes seguinte/
      *>   anterior, "+"/"-" mesmo mes no ano seguinte/anterior, "N"
      *>   outra estacao/periodo, "S" sair
       77 ws-estacao-consulta                     pic x(03).
       77 ws-mes-consulta                         pic 9(02).
       77 ws-ano-consulta                         pic 9(04).
       77 ws-periodo-valido                       pic x(01).
       77 ws-opcao                                pic x(01).
       77 ws-sair                                 pic x(01) value "N".
       77 ws-nova-consulta                        pic x(01).

      *>   Dias do mes em consulta (para varrer os recordes diarios)
       77 ws-mes-atual                            pic 9(02).
       77 ws-ano-atual                            pic 9(04).
       77 ws-dias-no-mes                          pic 9(02).
       77 ws-resto-4                              pic 9(02).
       77 ws-resto-100                            pic 9(02).
       77 ws-resto-400                            pic 9(03).
       77 ws-quociente-dias-no-mes                pic 9(04).
       77 ws-dia                                  pic 9(02).

      *>   Tela do periodo
       77 ws-tem-media                            pic x(01).
       77 ws-media-mes                            pic s9(02)v99.
       77 ws-diferenca-normal                     pic s9(02)v99.
       77 ws-media-edit                           pic -z9,99.
       77 ws-normal-edit                          pic -z9,99.
       77 ws-diferenca-edit                       pic +z9,99.
       77 ws-recorde-edit                         pic -zz9,99.
       77 ws-rotulo-situacao                      pic x(30).
       77 ws-qtd-recordes                         pic 9(02).

      *>   Log de auditoria (data/hora, estacao e periodo consultados,
      *>   media exibida e operador)
       77 ws-data-consulta                        pic 9(08).
       77 ws-hora-consulta                        pic 9(08).
       77 ws-media-log                            pic x(07).
       77 ws-linha-consulta                       pic x(160).
       77 ws-qtd-consultas                        pic 9(04) value 0.

      *>   Operador identificado no terminal (arqOperadores.txt) - a
      *>   consulta e so leitura, qualquer papel ativo pode usar; a
      *>   identificacao sai carimbada em cada linha de arqConsultas.log
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
               perform consulta
           end-if.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Abre os arquivos permanentes so para leitura, o log de
      *>  consultas para acrescentar linhas e carrega o cadastro de
      *>  estacoes
      *>------------------------------------------------------------------------
       inicializa section.

           open input arqHistorico
           if ws-fs-arqHist = "00" then
               move "S" to ws-historico-aberto
           else
               display "Historico arqHistoricoTemp.dat indisponivel"
                   " (file status " ws-fs-arqHist ")"
           end-if

           open input arqNormais
           if ws-fs-arqNormais = "00" then
               move "S" to ws-normais-aberto
           else
               display "Normais arqNormais.dat indisponiveis"
                   " (file status " ws-fs-arqNormais ")"
           end-if

           open input arqRecordes
           if ws-fs-arqRecordes = "00" then
               move "S" to ws-recordes-aberto
           else
               display "Recordes arqRecordes.dat indisponiveis"
                   " (file status " ws-fs-arqRecordes ")"
           end-if

           open input arqControle
           if ws-fs-arqControle = "00" then
               move "S" to ws-controle-aberto
           else
               display "Controle arqControleMeses.dat indisponivel"
                   " (file status " ws-fs-arqControle ")"
           end-if

           open extend arqConsultas
           if ws-fs-arqConsultas not = "00" then
               open output arqConsultas
           end-if

           perform carrega-cadastro-estacoes
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Pede estacao e periodo e navega pelos meses/anos ate o
      *>  operador sair
      *>------------------------------------------------------------------------
       consulta section.

           move "N" to ws-sair
           perform until ws-sair = "S"
               perform pede-periodo
               if ws-periodo-valido = "S" then
                   move "N" to ws-nova-consulta
                   perform until ws-nova-consulta = "S" or ws-sair = "S"
                       perform mostra-periodo
                       perform navega
                   end-perform
               end-if
           end-perform
           .
       consulta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aceita estacao, mes e ano - estacao em branco encerra; com o
      *>  cadastro no diretorio, so estacao cadastrada e aceita
      *>------------------------------------------------------------------------
       pede-periodo section.

           move "N" to ws-periodo-valido
           display erase
           display "Consulta ao historico - estacao, normais, recordes e"
               " situacao do periodo"
           if ws-qtd-cadastro > 0 then
               display "Estacoes cadastradas:"
               perform varying ws-cad-procura from 1 by 1
                       until ws-cad-procura > ws-qtd-cadastro
                   display "  " ws-cad-codigo(ws-cad-procura) " - "
                       ws-cad-nome(ws-cad-procura)
               end-perform
           end-if

           move spaces to ws-estacao-consulta
           display "Estacao (branco = sair): "
           accept ws-estacao-consulta
           if ws-estacao-consulta = spaces then
               move "S" to ws-sair
               go to pede-periodo-exit
           end-if

           perform busca-nome-estacao
           if ws-qtd-cadastro > 0 and ws-estacao-achada = "N" then
               display "Estacao " ws-estacao-consulta " nao cadastrada"
                   " em arqEstacoes.txt - tecle ENTER"
               accept ws-opcao
               go to pede-periodo-exit
           end-if

           move 0 to ws-mes-consulta
           move 0 to ws-ano-consulta
           display "Mes (1 a 12): "
           accept ws-mes-consulta
           display "Ano (AAAA): "
           accept ws-ano-consulta
           if ws-mes-consulta < 1 or ws-mes-consulta > 12
           or ws-ano-consulta < 1900 then
               display "Periodo invalido - tecle ENTER"
               accept ws-opcao
               go to pede-periodo-exit
           end-if

           move "S" to ws-periodo-valido
           .
       pede-periodo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Monta a tela do periodo: media do historico contra a normal,
      *>  situacao no controle de fechamento e recordes que cairam no
      *>  mes - e registra a consulta no log
      *>------------------------------------------------------------------------
       mostra-periodo section.

           display erase
           display "Estacao " ws-estacao-consulta " - " ws-nome-estacao
               "   Periodo " ws-mes-consulta "/" ws-ano-consulta
           display " "

      *>   media do mes no historico
           move "N" to ws-tem-media
           if ws-historico-aberto = "S" then
               move ws-estacao-consulta to reg-hist-estacao
               move ws-mes-consulta to reg-hist-mes
               move ws-ano-consulta to reg-hist-ano
               read arqHistorico
               if ws-fs-arqHist = "00" then
                   move "S" to ws-tem-media
                   move reg-hist-media to ws-media-mes
               end-if
           end-if
           if ws-tem-media = "S" then
               move ws-media-mes to ws-media-edit
               display "Media do mes (historico): " ws-media-edit " C"
           else
               display "Media do mes (historico): sem registro"
           end-if

      *>   normal do mes e afastamento
           if ws-normais-aberto = "S" then
               move ws-estacao-consulta to reg-norm-estacao
               move ws-mes-consulta to reg-norm-mes
               read arqNormais
               if ws-fs-arqNormais = "00" then
                   move reg-norm-media to ws-normal-edit
                   display "Normal do mes:             " ws-normal-edit " C"
                       " (" reg-norm-qtd-anos " ano(s))"
                   if ws-tem-media = "S" then
                       compute ws-diferenca-normal =
                               ws-media-mes - reg-norm-media
                       move ws-diferenca-normal to ws-diferenca-edit
                       evaluate true
                           when ws-diferenca-normal > 0
                               display "Afastamento da normal:     "
                                   ws-diferenca-edit " C (acima da normal)"
                           when ws-diferenca-normal < 0
                               display "Afastamento da normal:     "
                                   ws-diferenca-edit " C (abaixo da normal)"
                           when other
                               display "Afastamento da normal:     "
                                   ws-diferenca-edit " C (na normal)"
                       end-evaluate
                       if reg-norm-ano-mais-quente = ws-ano-consulta then
                           display "  Mes mais quente da serie das normais"
                       end-if
                       if reg-norm-ano-mais-frio = ws-ano-consulta then
                           display "  Mes mais frio da serie das normais"
                       end-if
                   end-if
               else
                   display "Normal do mes: sem normal calculada"
               end-if
           else
               display "Normal do mes: arquivo de normais indisponivel"
           end-if

      *>   situacao do periodo no controle de fechamento
           move "SEM REGISTRO NO CONTROLE" to ws-rotulo-situacao
           if ws-controle-aberto = "S" then
               move ws-estacao-consulta to reg-ctrl-estacao
               move ws-mes-consulta to reg-ctrl-mes
               move ws-ano-consulta to reg-ctrl-ano
               read arqControle
               if ws-fs-arqControle = "00" then
                   evaluate reg-ctrl-status
                       when "A"
                           move "A - ABERTO (SEM CARGA)" to ws-rotulo-situacao
                       when "C"
                           move "C - CARREGADO" to ws-rotulo-situacao
                       when "F"
                           move "F - FECHADO (PUBLICADO)" to ws-rotulo-situacao
                       when other
                           move reg-ctrl-status to ws-rotulo-situacao
                   end-evaluate
               end-if
           else
               move "CONTROLE INDISPONIVEL" to ws-rotulo-situacao
           end-if
           display "Situacao do periodo:       " ws-rotulo-situacao
           display " "

           perform mostra-recordes
           perform registra-consulta
           .
       mostra-periodo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista os recordes que cairam no periodo: o recorde do mes do
      *>  calendario e os de cada dia do mes cujo ano gravado e o ano
      *>  consultado
      *>------------------------------------------------------------------------
       mostra-recordes section.

           if ws-recordes-aberto = "N" then
               display "Recordes: arquivo de recordes indisponivel"
               go to mostra-recordes-exit
           end-if

           move 0 to ws-qtd-recordes
           display "Recordes que cairam no periodo:"

           move ws-estacao-consulta to reg-rec-estacao
           move "M" to reg-rec-tipo
           move ws-mes-consulta to reg-rec-mes
           move 0 to reg-rec-dia
           read arqRecordes
           if ws-fs-arqRecordes = "00" then
               if reg-rec-ano-minima = ws-ano-consulta then
                   add 1 to ws-qtd-recordes
                   move reg-rec-minima to ws-recorde-edit
                   display "  Menor leitura ja registrada no mes: "
                       ws-recorde-edit " C"
               end-if
               if reg-rec-ano-maxima = ws-ano-consulta then
                   add 1 to ws-qtd-recordes
                   move reg-rec-maxima to ws-recorde-edit
                   display "  Maior leitura ja registrada no mes: "
                       ws-recorde-edit " C"
               end-if
           end-if

           move ws-mes-consulta to ws-mes-atual
           move ws-ano-consulta to ws-ano-atual
           perform calcula-dias-no-mes
           perform varying ws-dia from 1 by 1 until ws-dia > ws-dias-no-mes
               move ws-estacao-consulta to reg-rec-estacao
               move "D" to reg-rec-tipo
               move ws-mes-consulta to reg-rec-mes
               move ws-dia to reg-rec-dia
               read arqRecordes
               if ws-fs-arqRecordes = "00" then
                   if reg-rec-ano-minima = ws-ano-consulta then
                       add 1 to ws-qtd-recordes
                       move reg-rec-minima to ws-recorde-edit
                       display "  Dia " ws-dia ": recorde de minima "
                           ws-recorde-edit " C"
                   end-if
                   if reg-rec-ano-maxima = ws-ano-consulta then
                       add 1 to ws-qtd-recordes
                       move reg-rec-maxima to ws-recorde-edit
                       display "  Dia " ws-dia ": recorde de maxima "
                           ws-recorde-edit " C"
                   end-if
               end-if
           end-perform

           if ws-qtd-recordes = 0 then
               display "  nenhum"
           end-if
           .
       mostra-recordes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aceita a navegacao e move o periodo - mes seguinte/anterior
      *>  vira o ano quando passa de dezembro/janeiro
      *>------------------------------------------------------------------------
       navega section.

           display " "
           display "P proximo mes  A mes anterior  + proximo ano"
               "  - ano anterior  N nova consulta  S sair"
           move space to ws-opcao
           accept ws-opcao

           evaluate ws-opcao
               when "P" when "p"
                   if ws-mes-consulta = 12 then
                       move 1 to ws-mes-consulta
                       add 1 to ws-ano-consulta
                   else
                       add 1 to ws-mes-consulta
                   end-if
               when "A" when "a"
                   if ws-mes-consulta = 1 then
                       move 12 to ws-mes-consulta
                       subtract 1 from ws-ano-consulta
                   else
                       subtract 1 from ws-mes-consulta
                   end-if
               when "+"
                   add 1 to ws-ano-consulta
               when "-"
                   if ws-ano-consulta > 1900 then
                       subtract 1 from ws-ano-consulta
                   end-if
               when "N" when "n"
                   move "S" to ws-nova-consulta
               when "S" when "s"
                   move "S" to ws-sair
               when other
                   continue
           end-evaluate
           .
       navega-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava em arqConsultas.log a linha de auditoria do periodo
      *>  exibido
      *>------------------------------------------------------------------------
       registra-consulta section.

           accept ws-data-consulta from date yyyymmdd
           accept ws-hora-consulta from time

           if ws-tem-media = "S" then
               move ws-media-edit to ws-media-log
           else
               move "SEM" to ws-media-log
           end-if

           move spaces to ws-linha-consulta
           string ws-data-consulta delimited by size
               ";" delimited by size
               ws-hora-consulta delimited by size
               ";est=" delimited by size
               ws-estacao-consulta delimited by size
               ";historico=" delimited by size
               ws-mes-consulta delimited by size
               "/" delimited by size
               ws-ano-consulta delimited by size
               ";media=" delimited by size
               ws-media-log delimited by size
               ";" delimited by size
               ws-rotulo-situacao delimited by "  "
               ";oper=" delimited by size
               ws-operador delimited by space
               into ws-linha-consulta
           end-string

           move ws-linha-consulta to fd-linha-consulta
           write fd-linha-consulta
           add 1 to ws-qtd-consultas
           .
       registra-consulta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega codigo e nome das estacoes de arqEstacoes.txt - o
      *>  arquivo e opcional: sem ele qualquer codigo e aceito e a tela
      *>  sai sem o nome
      *>------------------------------------------------------------------------
       carrega-cadastro-estacoes section.

           move 0 to ws-qtd-cadastro
           move "N" to ws-fim-arqEstacoes
           open input arqEstacoes
           if ws-fs-arqEstacoes not = "00" then
               go to carrega-cadastro-estacoes-exit
           end-if

           perform until ws-fim-arqEstacoes = "S"
               read arqEstacoes
                   at end
                       move "S" to ws-fim-arqEstacoes
                   not at end
                       if reg-est-codigo not = spaces
                       and ws-qtd-cadastro < ws-max-cadastro then
                           add 1 to ws-qtd-cadastro
                           move reg-est-codigo
                               to ws-cad-codigo(ws-qtd-cadastro)
                           move reg-est-nome
                               to ws-cad-nome(ws-qtd-cadastro)
                       end-if
               end-read
           end-perform

           close arqEstacoes
           .
       carrega-cadastro-estacoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Busca o nome da estacao ws-estacao-consulta no cadastro em
      *>  memoria
      *>------------------------------------------------------------------------
       busca-nome-estacao section.

           move spaces to ws-nome-estacao
           move "N" to ws-estacao-achada
           perform varying ws-cad-procura from 1 by 1
                   until ws-cad-procura > ws-qtd-cadastro
                      or ws-estacao-achada = "S"
               if ws-cad-codigo(ws-cad-procura) = ws-estacao-consulta then
                   move ws-cad-nome(ws-cad-procura) to ws-nome-estacao
                   move "S" to ws-estacao-achada
               end-if
           end-perform
           .
       busca-nome-estacao-exit.
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
           if ws-operador not = spaces then
               if ws-historico-aberto = "S" then
                   close arqHistorico
               end-if
               if ws-normais-aberto = "S" then
                   close arqNormais
               end-if
               if ws-recordes-aberto = "S" then
                   close arqRecordes
               end-if
               if ws-controle-aberto = "S" then
                   close arqControle
               end-if
               close arqConsultas
               display " "
               display "Consulta encerrada: " ws-qtd-consultas
                   " periodo(s) consultado(s)"
           end-if

           Stop run
           .
       finaliza-exit.
           exit.
