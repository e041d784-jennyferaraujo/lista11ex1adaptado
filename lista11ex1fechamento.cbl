      *>   Controle de fechamento de meses (copybook CPCTRLREG) - um
      *>   registro por estacao/mes/ano com a situacao do periodo; a
      *>   carga marca "C" (carregado) e este programa faz o fechamento
      *>   explicito ("F") e a reabertura, ambos so por supervisor ou
      *>   administrador identificado no terminal
           select arqControle assign to "arqControleMeses.dat"
           organization is indexed
           access mode is dynamic
           record key is reg-ctrl-chave
           file status is ws-fs-arqControle.

      *>   Mesmo jornal da manutencao - todo fechamento e toda reabertura
      *>   de mes entram aqui com quem fez, quando e (na reabertura) por
      *>   que, para a disputa de dados ter resposta
           select arqJornal assign to "arqJornalManutencao.txt"
           organization is line sequential
           lock mode is automatic
           file status is ws-fs-arqJornal.

      *>   Cadastro de operadores (copybook CPOPERREG, mantido por
      *>   lista11ex1operadores) - identificacao de quem esta no
      *>   terminal e o papel dele
           select arqOperadores assign to "arqOperadores.txt"
           organization is line sequential
           lock mode is automatic
           file status is ws-fs-arqOperadores.

       i-o-control.

      *>Declaracao de variaveis
           copy cpctrlreg.

       fd arqJornal.
       01  fd-linha-jornal                        pic x(160).

       fd arqOperadores.
       01  fd-reg-operador.
           copy cpoperreg.

      *>----Variaveis de trabalho
       working-storage section.
       77 ws-qtd-alterados                        pic 9(03).
       77 ws-rotulo-status                        pic x(10).

      *>   Linha do jornal do fechamento/reabertura - a acao, a situacao
      *>   antes e depois e o responsavel, que e o proprio supervisor
      *>   identificado no terminal (o motivo so na reabertura)
       77 ws-acao-jornal                          pic x(12).
       77 ws-situacao-de                          pic x(12).
       77 ws-situacao-para                        pic x(12).
       77 ws-responsavel                          pic x(20).
       77 ws-motivo                               pic x(30).
       77 ws-data-jornal                          pic 9(08).
       77 ws-hora-jornal                          pic 9(08).
       77 ws-linha-jornal                         pic x(160).

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

      *>------------------------------------------------------------------------
      *>  Abre (ou cria) o arquivo de controle de meses para
      *>  atualizacao - mesmo padrao de criacao de REGISTRA-HISTORICO -
      *>  e identifica o operador no terminal
      *>------------------------------------------------------------------------
       inicializa section.

               display "Controle arqControleMeses.dat indisponivel"
                   " (file status " ws-fs-arqControle ")"
               move "S" to ws-sair-fechamento
               go to inicializa-exit
           end-if

           perform identifica-operador
           if ws-operador = spaces then
               move "S" to ws-sair-fechamento
           end-if
           .
       inicializa-exit.

           perform until ws-sair-fechamento = "S"
               display erase
               display "Controle de fechamento de meses - operador "
                   ws-operador
               display "1 - Listar a situacao dos meses"
               display "2 - Fechar um mes de uma estacao"
               display "3 - Reabrir um mes fechado (liberacao do"
      *>------------------------------------------------------------------------
       fecha-mes section.

           if not ws-operador-supervisor then
               display "Fechar um mes exige supervisor ou administrador"
               go to fecha-mes-exit
           end-if

           perform pergunta-chave
           if ws-mes-pedido < 1 or ws-mes-pedido > 12 then
               display "Mes invalido"
           if ws-fs-arqControle = "00" then
               if reg-ctrl-status = "F" then
                   display "Mes ja fechado"
                   go to fecha-mes-exit
               else
                   perform monta-rotulo-status
                   move ws-rotulo-status to ws-situacao-de
                   move "F" to reg-ctrl-status
                   rewrite fd-reg-controle
                   display "Mes " ws-mes-pedido "/" ws-ano-pedido
               move ws-ano-pedido to reg-ctrl-ano
               move "F" to reg-ctrl-status
               write fd-reg-controle
               move "SEM REGISTRO" to ws-situacao-de
               display "Mes " ws-mes-pedido "/" ws-ano-pedido
                   " da estacao " ws-cod-estacao " fechado (sem registro"
                   " anterior no controle)"
           end-if

           if ws-fs-arqControle not = "00" then
               display "Erro ao gravar o controle (file status "
                   ws-fs-arqControle ") - mes nao fechado"
               go to fecha-mes-exit
           end-if

           move "FECHAMENTO" to ws-acao-jornal
           move "FECHADO" to ws-situacao-para
           move ws-operador to ws-responsavel
           move spaces to ws-motivo
           perform grava-jornal-controle
           .
       fecha-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Reabre (status "A") um mes fechado - exige a liberacao do
      *>  supervisor identificado no terminal, lancada em
      *>  arqJornalManutencao.txt com quem, quando e por que
      *>------------------------------------------------------------------------
       reabre-mes section.

           if not ws-operador-supervisor then
               display "Reabrir um mes fechado exige supervisor ou"
                   " administrador"
               go to reabre-mes-exit
           end-if

           perform pergunta-chave

           read arqControle
               go to reabre-mes-exit
           end-if

           move ws-operador to ws-responsavel
           display "Motivo da reabertura: "
           accept ws-motivo

           move "A" to reg-ctrl-status
           rewrite fd-reg-controle

           move "REABERTURA" to ws-acao-jornal
           move "FECHADO" to ws-situacao-de
           move "ABERTO" to ws-situacao-para
           perform grava-jornal-controle

           display "Mes " ws-mes-pedido "/" ws-ano-pedido " da estacao "
               ws-cod-estacao " reaberto - liberacao lancada no jornal"
           exit.

      *>------------------------------------------------------------------------
      *>  Lanca o fechamento ou a reabertura (ws-acao-jornal) no jornal
      *>  de manutencao, no mesmo formato de campos do jornal de
      *>  alteracoes (data/hora, estacao, lote, de/para), mais o
      *>  responsavel, o motivo da liberacao e o operador identificado
      *>  no terminal
      *>------------------------------------------------------------------------
       grava-jornal-controle section.

           accept ws-data-jornal from date yyyymmdd
           accept ws-hora-jornal from time
               ws-mes-pedido delimited by size
               "/" delimited by size
               ws-ano-pedido delimited by size
               ";campo=" delimited by size
               ws-acao-jornal delimited by "  "
               ";de=" delimited by size
               ws-situacao-de delimited by "  "
               ";para=" delimited by size
               ws-situacao-para delimited by "  "
               ";resp=" delimited by size
               ws-responsavel delimited by "  "
               ";motivo=" delimited by size
               ws-motivo delimited by "  "
               ";oper=" delimited by size
               ws-operador delimited by space
               into ws-linha-jornal
           end-string


           close arqJornal
           .
       grava-jornal-controle-exit.
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
