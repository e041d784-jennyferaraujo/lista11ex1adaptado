           lock mode is automatic
           file status is ws-fs-arqParam.

      *>   Cadastro de operadores (copybook CPOPERREG, mantido por
      *>   lista11ex1operadores) - identificacao de quem esta no
      *>   terminal e o papel dele
           select arqOperadores assign to "arqOperadores.txt"
           organization is line sequential
           lock mode is automatic
           file status is ws-fs-arqOperadores.

       i-o-control.

      *>Declaracao de variaveis
           05 fd-param-qc-limite redefines fd-param-qc-limite-x
                                                  pic s9(02)v99
                                                  sign leading separate.
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

      *>   Linha de limiares por estacao ("E" + codigo) - campo em
      *>   branco herda o global; mesmo layout lido pela carga
                                                  pic s9(02)v99
                                                  sign leading separate.

       fd arqOperadores.
       01  fd-reg-operador.
           copy cpoperreg.

      *>----Variaveis de trabalho
       working-storage section.

       77 ws-glo-min-dias                         pic 9(02) value 20.
       77 ws-glo-deriva-max                       pic s9(02)v99 value 3,00.
       77 ws-glo-qc-limite                        pic s9(02)v99 value 5,00.
       77 ws-glo-ic-atencao                       pic s9(02)v99 value 27,00.
       77 ws-glo-ic-alerta                        pic s9(02)v99 value 32,00.
       77 ws-glo-ic-perigo                        pic s9(02)v99 value 41,00.
       77 ws-glo-dias-calor                       pic 9(02) value 2.

      *>   Limiares por estacao em edicao - a flag de cada campo diz se
      *>   a estacao tem valor proprio ou herda o global
       77 ws-valor-edit                           pic -9(02),99.
       77 ws-valor-edit-2                         pic -9(02),99.

      *>   Operador identificado no terminal (arqOperadores.txt) - a
      *>   identificacao sai carimbada no jornal; o papel decide o que
      *>   ele pode fazer ("O" operador, "S" supervisor, "A"
      *>   administrador)
       77 ws-fs-arqOperadores                     pic 9(02).
       77 ws-fim-arqOperadores                    pic x(01).
       77 ws-operador                             pic x(08) value spaces.
       77 ws-papel-operador                       pic x(01) value spaces.
          88 ws-operador-administrador            value "A".
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
               perform menu-parametros
           end-if.
           perform finaliza.

      *>------------------------------------------------------------------------
                   if fd-param-qc-limite-x not = spaces then
                       move fd-param-qc-limite to ws-glo-qc-limite
                   end-if
                   if fd-param-ic-atencao-x not = spaces then
                       move fd-param-ic-atencao to ws-glo-ic-atencao
                   end-if
                   if fd-param-ic-alerta-x not = spaces then
                       move fd-param-ic-alerta to ws-glo-ic-alerta
                   end-if
                   if fd-param-ic-perigo-x not = spaces then
                       move fd-param-ic-perigo to ws-glo-ic-perigo
                   end-if
                   if fd-param-dias-calor-x not = spaces then
                       move fd-param-dias-calor to ws-glo-dias-calor
                   end-if
           end-read

           move "N" to ws-fim-arqParam

           perform until ws-sair-parametros = "S"
               display erase
               display "Manutencao de parametros (arqParametros.txt) -"
                   " operador " ws-operador
               if not ws-operador-administrador then
                   display "(so a exibicao - alterar os parametros exige"
                       " administrador)"
               end-if
               display "1 - Exibir os valores atuais e o significado"
               display "2 - Alterar os parametros globais"
               display "3 - Incluir/alterar limiares de uma estacao"
                   when "1"
                       perform exibe-parametros
                   when "2"
                       if ws-operador-administrador then
                           perform altera-globais
                       else
                           perform recusa-alteracao
                       end-if
                   when "3"
                       if ws-operador-administrador then
                           perform edita-limiares-estacao
                       else
                           perform recusa-alteracao
                       end-if
                   when "4"
                       if ws-operador-administrador then
                           perform remove-limiares-estacao
                       else
                           perform recusa-alteracao
                       end-if
                   when "5"
                       if ws-operador-administrador then
                           perform grava-parametros
                           move "S" to ws-sair-parametros
                       else
                           perform recusa-alteracao
                       end-if
                   when "6"
                       if ws-alterou = "S" then
                           display "Ha alteracao(oes) nao gravada(s) -"
       menu-parametros-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Recusa uma opcao de alteracao a quem nao e administrador
      *>------------------------------------------------------------------------
       recusa-alteracao section.

           display "Alterar os parametros exige administrador -"
               " operador " ws-operador " so exibe"
           display "ENTER para voltar ao menu"
           accept ws-confirma
           .
       recusa-alteracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Mostra os valores atuais com o significado de cada parametro
      *>------------------------------------------------------------------------
           move ws-glo-qc-limite to ws-valor-edit
           display "  Limiar do controle de qualidade entre estacoes: "
               ws-valor-edit " C"
           move ws-glo-ic-atencao to ws-valor-edit
           display "  Indice de calor - nivel de ATENCAO: " ws-valor-edit
               " C"
           move ws-glo-ic-alerta to ws-valor-edit
           display "  Indice de calor - nivel de ALERTA: " ws-valor-edit
               " C"
           move ws-glo-ic-perigo to ws-valor-edit
           display "  Indice de calor - nivel de PERIGO: " ws-valor-edit
               " C"
           display "  Dias seguidos no nivel de ALERTA para o aviso de"
               " calor: " ws-glo-dias-calor

           if ws-qtd-par-estacao > 0 then
               display " "
               end-if
           end-perform

      *>   niveis do indice de calor do boletim da defesa civil - a
      *>   ordem ATENCAO < ALERTA < PERIGO e conferida a cada nivel
           move "N" to ws-confirma
           perform until ws-confirma = "S"
               move ws-glo-ic-atencao to ws-valor-edit
               display "Indice de calor - nivel de ATENCAO, positivo"
                   " (atual " ws-valor-edit "): "
               accept ws-valor-edicao
               if ws-valor-edicao > 0 then
                   move ws-valor-edicao to ws-glo-ic-atencao
                   move "S" to ws-confirma
               else
                   display "Nivel de atencao tem que ser positivo -"
                       " digite novamente"
               end-if
           end-perform

           move "N" to ws-confirma
           perform until ws-confirma = "S"
               move ws-glo-ic-alerta to ws-valor-edit
               display "Indice de calor - nivel de ALERTA, acima do de"
                   " atencao (atual " ws-valor-edit "): "
               accept ws-valor-edicao
               if ws-valor-edicao > ws-glo-ic-atencao then
                   move ws-valor-edicao to ws-glo-ic-alerta
                   move "S" to ws-confirma
               else
                   display "Nivel de alerta tem que ficar acima do de"
                       " atencao - digite novamente"
               end-if
           end-perform

           move "N" to ws-confirma
           perform until ws-confirma = "S"
               move ws-glo-ic-perigo to ws-valor-edit
               display "Indice de calor - nivel de PERIGO, acima do de"
                   " alerta (atual " ws-valor-edit "): "
               accept ws-valor-edicao
               if ws-valor-edicao > ws-glo-ic-alerta then
                   move ws-valor-edicao to ws-glo-ic-perigo
                   move "S" to ws-confirma
               else
                   display "Nivel de perigo tem que ficar acima do de"
                       " alerta - digite novamente"
               end-if
           end-perform

           move "N" to ws-confirma
           perform until ws-confirma = "S"
               display "Dias seguidos no nivel de ALERTA para o aviso de"
                   " calor (1-31, atual " ws-glo-dias-calor "): "
               accept ws-min-dias-edicao
               if ws-min-dias-edicao >= 1
               and ws-min-dias-edicao <= 31 then
                   move ws-min-dias-edicao to ws-glo-dias-calor
                   move "S" to ws-confirma
               else
                   display "Dias seguidos fora de 1 a 31 - digite"
                       " novamente"
               end-if
           end-perform

           move "S" to ws-alterou
           display "Parametros globais alterados (lembre de gravar)"
           .
           move ws-glo-min-dias to fd-param-min-dias
           move ws-glo-deriva-max to fd-param-deriva-max
           move ws-glo-qc-limite to fd-param-qc-limite
           move ws-glo-ic-atencao to fd-param-ic-atencao
           move ws-glo-ic-alerta to fd-param-ic-alerta
           move ws-glo-ic-perigo to fd-param-ic-perigo
           move ws-glo-dias-calor to fd-param-dias-calor
           write fd-parametros

           perform varying ws-par-ind from 1 by 1
       grava-linha-estacao-exit.
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
