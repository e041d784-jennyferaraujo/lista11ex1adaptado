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
      *>         medidas adicionais do registro original, preservadas
      *>         tal como vieram na regravacao do arquivo - um dia
      *>         corrigido por aqui entra so com a temperatura (em
      *>         branco), como um registro de geracao anterior; o
      *>         grupo de calibracao segue a mesma regra (o dia
      *>         corrigido chega sem correcao aplicada, e a carga
      *>         aplica a que estiver em vigor)
                15 ws-medidas-extra-dia           pic x(17).
                15 ws-calibracao-dia              pic x(23).

      *>   estacao corrente e apoio a localizacao/criacao de estacoes
       77 ws-est                                  pic 9(02).
       77 ws-motivo-liberacao                      pic x(30).
       77 ws-data-jornal                           pic 9(08).
       77 ws-hora-jornal                           pic 9(08).
       77 ws-linha-jornal                          pic x(160).
       77 ws-fim-arqTemps                         pic x(01) value "N".
       77 ws-fim-arqRejeit                        pic x(01) value "N".
       77 ws-mes-definido                         pic x(01) value "N".
       77 ws-qtd-descartadas                      pic 9(03) value 0.
       77 ws-qtd-mantidas                         pic 9(03) value 0.

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
               perform revisa-rejeitadas
           end-if.
           perform finaliza.

      *>------------------------------------------------------------------------
                   move 0 to ws-temp(ws-est ws-ind-temp)
                   move "N" to ws-temp-carregado(ws-est ws-ind-temp)
                   move spaces to ws-medidas-extra-dia(ws-est ws-ind-temp)
                   move spaces to ws-calibracao-dia(ws-est ws-ind-temp)
               end-perform
           end-perform

                               move "Y" to ws-temp-carregado(ws-est reg-dia)
                               move reg-medidas-extra
                                   to ws-medidas-extra-dia(ws-est reg-dia)
                               move reg-calibracao
                                   to ws-calibracao-dia(ws-est reg-dia)
                           end-if
                       end-if

           move ws-temp-edicao to ws-temp(ws-est ws-dia-edicao)
           move "Y" to ws-temp-carregado(ws-est ws-dia-edicao)
           move spaces to ws-medidas-extra-dia(ws-est ws-dia-edicao)
           move spaces to ws-calibracao-dia(ws-est ws-dia-edicao)
           move "C" to ws-rej-decisao(ws-ind-rejeitada)
           add 1 to ws-qtd-corrigidas


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

                       move ws-est-codigo(ws-est-procura) to reg-estacao
                       move ws-medidas-extra-dia(ws-est-procura ws-dia)
                           to reg-medidas-extra
                       move ws-calibracao-dia(ws-est-procura ws-dia)
                           to reg-calibracao
                       write fd-reg-temperatura
                   end-if
               end-perform
       grava-linha-fechada-exit.
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
