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
       01  fd-reg-estacao.
           copy cpestreg.

       fd arqOperadores.
       01  fd-reg-operador.
           copy cpoperreg.

      *>----Variaveis de trabalho
       working-storage section.

      *>   Rotulo da situacao da estacao exibido na listagem
       77 ws-situacao-estacao                     pic x(22).

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

       procedure division.


           perform identifica-operador.
           if ws-operador not = spaces then
               perform inicializa
               perform menu-cadastro
           end-if.
           perform finaliza.

      *>------------------------------------------------------------------------
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
