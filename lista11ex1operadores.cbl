      $set sourceformat"free"

      *>Divisao de identificacao do programa
       identification division.
       program-id. "lista11ex1operadores".
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

      *>   Cadastro de operadores (copybook CPOPERREG) - um registro por
      *>   identificacao, com senha, nome, papel e situacao; e contra
      *>   este arquivo que os programas interativos identificam quem
      *>   esta no terminal e o que ele pode fazer
           select arqOperadores assign to "arqOperadores.txt"
           organization is line sequential
           lock mode is automatic
           file status is ws-fs-arqOperadores.

       i-o-control.

      *>Declaracao de variaveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqOperadores.
       01  fd-reg-operador.
           copy cpoperreg.

      *>----Variaveis de trabalho
       working-storage section.

      *>   Cadastro carregado em memoria - a gravacao regrava o arquivo
      *>   inteiro a partir daqui (operador bloqueado continua no
      *>   cadastro, como o site encerrado no cadastro de estacoes)
       77 ws-max-operadores                       pic 9(02) value 20.
       77 ws-qtd-operadores                       pic 9(02) value 0.
       01 ws-operadores.
          05 ws-operador-tab occurs 20 times.
             10 ws-opr-id                         pic x(08).
             10 ws-opr-senha                      pic x(08).
             10 ws-opr-nome                       pic x(20).
             10 ws-opr-papel                      pic x(01).
             10 ws-opr-ativo                      pic x(01).

      *>   operador corrente nos lacos e apoio a localizacao por
      *>   identificacao
       77 ws-opr                                  pic 9(02).
       77 ws-opr-procura                          pic 9(02).
       77 ws-id-procurado                         pic x(08).
       77 ws-operador-achado                      pic x(01).
       77 ws-qtd-administradores                  pic 9(02).

       77 ws-fs-arqOperadores                     pic 9(02).
       77 ws-fim-arqOperadores                    pic x(01) value "N".
       77 ws-tabela-cheia                         pic x(01) value "N".

      *>   Operador identificado no terminal - so o administrador mexe
      *>   no cadastro; os demais so trocam a propria senha. Sem nenhum
      *>   administrador ativo no cadastro (instalacao nova), a entrada
      *>   e livre ate o primeiro ser incluido e gravado
       77 ws-operador                             pic x(08) value spaces.
       77 ws-papel-operador                       pic x(01) value spaces.
          88 ws-operador-administrador            value "A".
       77 ws-id-digitado                          pic x(08).
       77 ws-senha-digitada                       pic x(08).
       77 ws-tentativas                           pic 9(01).
       77 ws-max-tentativas                       pic 9(01) value 3.

      *>   Campos do menu e da edicao de um registro do cadastro
       77 ws-opcao                                pic x(01).
       77 ws-sair-cadastro                        pic x(01) value "N".
       77 ws-id-edicao                            pic x(08).
       77 ws-senha-edicao                         pic x(08).
       77 ws-senha-confirma                       pic x(08).
       77 ws-nome-edicao                          pic x(20).
       77 ws-papel-edicao                         pic x(01).
       77 ws-dados-validos                        pic x(01).
       77 ws-alterou-cadastro                     pic x(01) value "N".
       77 ws-confirma                             pic x(01).

      *>   Rotulos exibidos na listagem
       77 ws-rotulo-papel                         pic x(13).
       77 ws-rotulo-situacao                      pic x(09).

      *>----Variaveis para comunicacao entre programas
       linkage section.


      *>----Declaracao de tela
       screen section.


      *>Declaracao do corpo do programa
       procedure division.


           perform inicializa.
           perform identifica-operador.
           perform menu-cadastro.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Carrega arqOperadores.txt para a tabela em memoria - se o
      *>  arquivo ainda nao existir, o cadastro comeca vazio e e criado
      *>  na primeira gravacao
      *>------------------------------------------------------------------------
       inicializa section.

           move 0 to ws-qtd-operadores
           perform varying ws-opr from 1 by 1
                   until ws-opr > ws-max-operadores
               move spaces to ws-opr-id(ws-opr)
               move spaces to ws-opr-senha(ws-opr)
               move spaces to ws-opr-nome(ws-opr)
               move spaces to ws-opr-papel(ws-opr)
               move spaces to ws-opr-ativo(ws-opr)
           end-perform

           open input arqOperadores
           if ws-fs-arqOperadores = "00" then
               perform until ws-fim-arqOperadores = "S"
                   read arqOperadores
                       at end
                           move "S" to ws-fim-arqOperadores
                       not at end
                           if reg-oper-id not = spaces then
                               if ws-qtd-operadores < ws-max-operadores then
                                   add 1 to ws-qtd-operadores
                                   move reg-oper-id
                                       to ws-opr-id(ws-qtd-operadores)
                                   move reg-oper-senha
                                       to ws-opr-senha(ws-qtd-operadores)
                                   move reg-oper-nome
                                       to ws-opr-nome(ws-qtd-operadores)
                                   move reg-oper-papel
                                       to ws-opr-papel(ws-qtd-operadores)
                                   move reg-oper-ativo
                                       to ws-opr-ativo(ws-qtd-operadores)
                               else
      *>                        mais operadores no arquivo do que a
      *>                        tabela comporta - a regravacao perderia
      *>                        os excedentes, entao a manutencao
      *>                        inteira e recusada sem mexer no arquivo
                                   move "S" to ws-tabela-cheia
                                   move "S" to ws-fim-arqOperadores
                               end-if
                           end-if
                   end-read
               end-perform

               close arqOperadores
           else
               display erase
               display "arqOperadores.txt nao encontrado - cadastro novo,"
                   " criado na primeira gravacao"
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Identifica o operador no terminal (ate ws-max-tentativas) -
      *>  sem administrador ativo no cadastro a entrada e livre, como
      *>  administrador, para a instalacao poder incluir o primeiro
      *>------------------------------------------------------------------------
       identifica-operador section.

           if ws-tabela-cheia = "S" then
               go to identifica-operador-exit
           end-if

           perform conta-administradores
           if ws-qtd-administradores = 0 then
               display "Nenhum administrador ativo no cadastro - inclua"
                   " o primeiro e grave antes de sair"
               move "A" to ws-papel-operador
               go to identifica-operador-exit
           end-if

           perform varying ws-tentativas from 1 by 1
                   until ws-tentativas > ws-max-tentativas
                      or ws-operador not = spaces
               display "Operador: "
               accept ws-id-digitado
               display "Senha: "
               accept ws-senha-digitada
               move ws-id-digitado to ws-id-procurado
               perform localiza-no-cadastro
               if ws-operador-achado = "S"
               and ws-opr-ativo(ws-opr) = "S"
               and ws-opr-senha(ws-opr) = ws-senha-digitada then
                   move ws-opr-id(ws-opr) to ws-operador
                   move ws-opr-papel(ws-opr) to ws-papel-operador
               else
                   display "Operador ou senha invalidos"
               end-if
           end-perform

           if ws-operador = spaces then
               display "Identificacao recusada - cadastro nao liberado"
               move "S" to ws-sair-cadastro
           end-if
           .
       identifica-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conta os administradores ativos da tabela em memoria
      *>------------------------------------------------------------------------
       conta-administradores section.

           move 0 to ws-qtd-administradores
           perform varying ws-opr-procura from 1 by 1
                   until ws-opr-procura > ws-qtd-operadores
               if ws-opr-papel(ws-opr-procura) = "A"
               and ws-opr-ativo(ws-opr-procura) = "S" then
                   add 1 to ws-qtd-administradores
               end-if
           end-perform
           .
       conta-administradores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Menu do cadastro de operadores - quem nao e administrador so
      *>  ve a troca da propria senha
      *>------------------------------------------------------------------------
       menu-cadastro section.

           if ws-tabela-cheia = "S" then
               display erase
               display "arqOperadores.txt traz mais operadores do que a"
                   " tabela comporta (" ws-max-operadores ") - a"
                   " gravacao perderia os excedentes; nada foi alterado"
               move "S" to ws-sair-cadastro
           end-if

           perform until ws-sair-cadastro = "S"
               display erase
               if ws-operador-administrador then
                   display "Cadastro de operadores - "
                       ws-qtd-operadores " operador(es)"
                   display "1 - Listar os operadores"
                   display "2 - Incluir um operador"
                   display "3 - Alterar nome/papel de um operador"
                   display "4 - Trocar a senha de um operador"
                   display "5 - Bloquear/desbloquear um operador"
                   display "6 - Gravar e sair"
                   display "7 - Sair sem gravar"
               else
                   display "Cadastro de operadores - operador "
                       ws-operador
                   display "4 - Trocar a propria senha"
                   display "6 - Gravar e sair"
                   display "7 - Sair sem gravar"
               end-if
               display "Opcao: "
               accept ws-opcao

               if not ws-operador-administrador
               and ws-opcao not = "4" and ws-opcao not = "6"
               and ws-opcao not = "7" then
                   move "X" to ws-opcao
               end-if

               evaluate ws-opcao
                   when "1"
                       perform lista-operadores
                   when "2"
                       perform inclui-operador
                   when "3"
                       perform altera-operador
                   when "4"
                       perform troca-senha
                   when "5"
                       perform bloqueia-desbloqueia-operador
                   when "6"
                       perform grava-cadastro
                   when "7"
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
      *>  Lista os operadores do cadastro com papel e situacao (a senha
      *>  nunca aparece)
      *>------------------------------------------------------------------------
       lista-operadores section.

           display erase
           if ws-qtd-operadores = 0 then
               display "Nenhum operador no cadastro"
           else
               perform varying ws-opr from 1 by 1
                       until ws-opr > ws-qtd-operadores
                   evaluate ws-opr-papel(ws-opr)
                       when "O"
                           move "OPERADOR" to ws-rotulo-papel
                       when "S"
                           move "SUPERVISOR" to ws-rotulo-papel
                       when "A"
                           move "ADMINISTRADOR" to ws-rotulo-papel
                       when other
                           move "?" to ws-rotulo-papel
                   end-evaluate
                   if ws-opr-ativo(ws-opr) = "S" then
                       move "ATIVO" to ws-rotulo-situacao
                   else
                       move "BLOQUEADO" to ws-rotulo-situacao
                   end-if
                   display ws-opr-id(ws-opr) " - " ws-opr-nome(ws-opr)
                       " - " ws-rotulo-papel " - " ws-rotulo-situacao
               end-perform
           end-if
           display "ENTER para voltar ao menu"
           accept ws-confirma
           .
       lista-operadores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Inclui um operador novo - a identificacao nao pode repetir
      *>  uma ja cadastrada, nem mesmo de operador bloqueado (o jornal
      *>  antigo continua apontando para ela)
      *>------------------------------------------------------------------------
       inclui-operador section.

           if ws-qtd-operadores >= ws-max-operadores then
               display "Cadastro cheio (" ws-max-operadores
                   " operadores) - nao ha posicao livre"
               go to inclui-operador-exit
           end-if

           display "Identificacao do operador novo (ate 8 caracteres): "
           accept ws-id-edicao
           if ws-id-edicao = spaces then
               display "Identificacao em branco - inclusao cancelada"
               go to inclui-operador-exit
           end-if

           move ws-id-edicao to ws-id-procurado
           perform localiza-no-cadastro
           if ws-operador-achado = "S" then
               display "Identificacao " ws-id-edicao " ja cadastrada ("
                   ws-opr-nome(ws-opr) ")"
               go to inclui-operador-exit
           end-if

           perform aceita-dados-operador
           if ws-dados-validos = "N" then
               go to inclui-operador-exit
           end-if

           perform aceita-senha
           if ws-dados-validos = "N" then
               go to inclui-operador-exit
           end-if

           add 1 to ws-qtd-operadores
           move ws-qtd-operadores to ws-opr
           move ws-id-edicao to ws-opr-id(ws-opr)
           move ws-senha-edicao to ws-opr-senha(ws-opr)
           move ws-nome-edicao to ws-opr-nome(ws-opr)
           move ws-papel-edicao to ws-opr-papel(ws-opr)
           move "S" to ws-opr-ativo(ws-opr)
           move "S" to ws-alterou-cadastro

           display "Operador " ws-id-edicao " incluido no cadastro"
           .
       inclui-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Altera nome e papel de um operador ja cadastrado - a
      *>  identificacao nao muda (e ela que esta no jornal)
      *>------------------------------------------------------------------------
       altera-operador section.

           display "Identificacao do operador a alterar: "
           accept ws-id-edicao
           move ws-id-edicao to ws-id-procurado
           perform localiza-no-cadastro
           if ws-operador-achado = "N" then
               display "Operador " ws-id-edicao " nao esta no cadastro"
               go to altera-operador-exit
           end-if

           display "Dados atuais: " ws-opr-nome(ws-opr) " - papel "
               ws-opr-papel(ws-opr)

           perform aceita-dados-operador
           if ws-dados-validos = "N" then
               go to altera-operador-exit
           end-if

           move ws-nome-edicao to ws-opr-nome(ws-opr)
           move ws-papel-edicao to ws-opr-papel(ws-opr)
           move "S" to ws-alterou-cadastro

           display "Operador " ws-id-edicao " alterado"
           .
       altera-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Troca a senha de um operador - o administrador troca a de
      *>  qualquer um; os demais so a propria
      *>------------------------------------------------------------------------
       troca-senha section.

           if ws-operador-administrador then
               display "Identificacao do operador: "
               accept ws-id-edicao
           else
               move ws-operador to ws-id-edicao
           end-if

           move ws-id-edicao to ws-id-procurado
           perform localiza-no-cadastro
           if ws-operador-achado = "N" then
               display "Operador " ws-id-edicao " nao esta no cadastro"
               go to troca-senha-exit
           end-if

           perform aceita-senha
           if ws-dados-validos = "N" then
               go to troca-senha-exit
           end-if

           move ws-senha-edicao to ws-opr-senha(ws-opr)
           move "S" to ws-alterou-cadastro

           display "Senha do operador " ws-id-edicao " trocada"
           .
       troca-senha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Bloqueia um operador ativo ou desbloqueia um bloqueado - o
      *>  operador identificado no terminal nao bloqueia a si mesmo
      *>------------------------------------------------------------------------
       bloqueia-desbloqueia-operador section.

           display "Identificacao do operador a bloquear/desbloquear: "
           accept ws-id-edicao
           move ws-id-edicao to ws-id-procurado
           perform localiza-no-cadastro
           if ws-operador-achado = "N" then
               display "Operador " ws-id-edicao " nao esta no cadastro"
               go to bloqueia-desbloqueia-operador-exit
           end-if

           if ws-opr-ativo(ws-opr) = "S" then
               if ws-opr-id(ws-opr) = ws-operador then
                   display "O operador identificado no terminal nao pode"
                       " bloquear a si mesmo"
                   go to bloqueia-desbloqueia-operador-exit
               end-if
               display "Operador " ws-id-edicao " ativo - bloquear? (S/N) "
               accept ws-confirma
               if ws-confirma = "S" or ws-confirma = "s" then
                   move "N" to ws-opr-ativo(ws-opr)
                   move "S" to ws-alterou-cadastro
                   display "Operador " ws-id-edicao " bloqueado"
               end-if
           else
               display "Operador " ws-id-edicao " bloqueado -"
                   " desbloquear? (S/N) "
               accept ws-confirma
               if ws-confirma = "S" or ws-confirma = "s" then
                   move "S" to ws-opr-ativo(ws-opr)
                   move "S" to ws-alterou-cadastro
                   display "Operador " ws-id-edicao " desbloqueado"
               end-if
           end-if
           .
       bloqueia-desbloqueia-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aceita e valida nome e papel (O/S/A) na inclusao/alteracao -
      *>  ws-dados-validos sai "N" quando algum dado nao serve
      *>------------------------------------------------------------------------
       aceita-dados-operador section.

           move "S" to ws-dados-validos

           display "Nome do operador: "
           accept ws-nome-edicao
           if ws-nome-edicao = spaces then
               display "Nome em branco - operacao cancelada"
               move "N" to ws-dados-validos
               go to aceita-dados-operador-exit
           end-if

           display "Papel (O - operador, S - supervisor,"
               " A - administrador): "
           accept ws-papel-edicao
           evaluate ws-papel-edicao
               when "o"
                   move "O" to ws-papel-edicao
               when "s"
                   move "S" to ws-papel-edicao
               when "a"
                   move "A" to ws-papel-edicao
           end-evaluate
           if ws-papel-edicao not = "O" and ws-papel-edicao not = "S"
           and ws-papel-edicao not = "A" then
               display "Papel invalido - operacao cancelada"
               move "N" to ws-dados-validos
           end-if
           .
       aceita-dados-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aceita a senha nova duas vezes - ws-dados-validos sai "N" se
      *>  vier em branco ou as duas digitacoes nao conferirem
      *>------------------------------------------------------------------------
       aceita-senha section.

           move "S" to ws-dados-validos

           display "Senha nova (ate 8 caracteres): "
           accept ws-senha-edicao
           display "Repita a senha nova: "
           accept ws-senha-confirma

           if ws-senha-edicao = spaces then
               display "Senha em branco - operacao cancelada"
               move "N" to ws-dados-validos
               go to aceita-senha-exit
           end-if
           if ws-senha-edicao not = ws-senha-confirma then
               display "As senhas nao conferem - operacao cancelada"
               move "N" to ws-dados-validos
           end-if
           .
       aceita-senha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Localiza no cadastro o operador com a identificacao
      *>  ws-id-procurado - ws-opr fica apontando para a posicao achada
      *>------------------------------------------------------------------------
       localiza-no-cadastro section.

           move "N" to ws-operador-achado
           perform varying ws-opr-procura from 1 by 1
                   until ws-opr-procura > ws-qtd-operadores
                      or ws-operador-achado = "S"
               if ws-opr-id(ws-opr-procura) = ws-id-procurado then
                   move ws-opr-procura to ws-opr
                   move "S" to ws-operador-achado
               end-if
           end-perform
           .
       localiza-no-cadastro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Regrava arqOperadores.txt com o cadastro em memoria (copybook
      *>  CPOPERREG) - recusada se nao sobrar nenhum administrador
      *>  ativo, para a instalacao nao ficar sem quem mantenha o
      *>  cadastro
      *>------------------------------------------------------------------------
       grava-cadastro section.

           perform conta-administradores
           if ws-qtd-administradores = 0 then
               display "Nenhum administrador ativo no cadastro -"
                   " gravacao recusada"
               go to grava-cadastro-exit
           end-if

           open output arqOperadores

           perform varying ws-opr from 1 by 1
                   until ws-opr > ws-qtd-operadores
               move ws-opr-id(ws-opr) to reg-oper-id
               move ws-opr-senha(ws-opr) to reg-oper-senha
               move ws-opr-nome(ws-opr) to reg-oper-nome
               move ws-opr-papel(ws-opr) to reg-oper-papel
               move ws-opr-ativo(ws-opr) to reg-oper-ativo
               write fd-reg-operador
           end-perform

           close arqOperadores
           move "N" to ws-alterou-cadastro
           move "S" to ws-sair-cadastro

           display "arqOperadores.txt gravado com " ws-qtd-operadores
               " operador(es)"
           .
       grava-cadastro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalizacao
      *>------------------------------------------------------------------------
       finaliza section.
           display "Fim da manutencao do cadastro de operadores."

           Stop run
           .
       finaliza-exit.
           exit.
