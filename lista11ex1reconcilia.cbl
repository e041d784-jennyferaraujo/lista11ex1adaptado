           lock mode is automatic
           file status is ws-fs-arqEstacoes.

      *>   Arquivo permanente de observacoes diarias (copybook
      *>   CPOBSREG) - fonte alternativa das leituras para conciliar
      *>   um periodo que ja saiu de arqTempsAnual.txt
           select arqObservacoes assign to "arqObservacoesDiarias.dat"
           organization is indexed
           access mode is dynamic
           record key is reg-obs-chave
           file status is ws-fs-arqObservacoes.

      *>   Cadastro de operadores (copybook CPOPERREG, mantido por
      *>   lista11ex1operadores) - identificacao de quem esta no
      *>   terminal e o papel dele
           select arqOperadores assign to "arqOperadores.txt"
           organization is line sequential
           lock mode is automatic
           file status is ws-fs-arqOperadores.

       i-o-control.

      *>Declaracao de variaveis
       01  fd-linha-geracao                       pic x(100).

       fd arqJornal.
       01  fd-linha-jornal                        pic x(160).

       fd arqEstacoes.
       01  fd-reg-estacao.
           copy cpestreg.

       fd arqObservacoes.
       01  fd-reg-observacao.
           copy cpobsreg.

       fd arqOperadores.
       01  fd-reg-operador.
           copy cpoperreg.

      *>----Variaveis de trabalho
       working-storage section.

       77 ws-fim-arqTemps                         pic x(01) value "N".
       77 ws-fim-arqHistorico                     pic x(01) value "N".
       77 ws-tabela-estourou                      pic x(01) value "N".
       77 ws-fs-arqObservacoes                    pic 9(02).
       77 ws-fim-arqObservacoes                   pic x(01) value "N".

      *>   Fonte das leituras informada pelo operador: "A" o
      *>   arqTempsAnual.txt (padrao), "D" o arquivo de observacoes
      *>   diarias no periodo AAAAMM inicial/final (final zerado = sem
      *>   limite) - ali as leituras ja estao em Celsius e o dia
      *>   ESTIMADO fica fora, como fica da media gravada no historico
       77 ws-fonte-leituras                       pic x(01) value "A".
       77 ws-periodo-de                           pic 9(06) value 0.
       77 ws-periodo-ate                          pic 9(06) value 0.
       77 ws-aaaamm-registro                      pic 9(06).

      *>   leitura aceita a acumular no grupo, de qualquer das fontes
       77 ws-dia-leitura                          pic 9(02).
       77 ws-extras-leitura                       pic x(17).

      *>   Unidade das leituras em arqTempsAnual.txt - o historico e
      *>   sempre em Celsius, entao uma leitura em Fahrenheit e
       77 ws-cad-procura                          pic 9(02).
       77 ws-nome-estacao                         pic x(20).

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
               perform carrega-leituras
               perform concilia
               perform concilia-dias
           end-if.
           perform finaliza.

      *>------------------------------------------------------------------------
           accept ws-aplicar
           display "Regerar na hora o csv de um mes defasado? (S/N) "
           accept ws-regerar
           display "Fonte das leituras: A - arqTempsAnual.txt (padrao),"
               " D - observacoes diarias de um periodo: "
           accept ws-fonte-leituras
           if ws-fonte-leituras = "d" then
               move "D" to ws-fonte-leituras
           end-if
           if ws-fonte-leituras = "D" then
               display "Periodo inicial (AAAAMM): "
               accept ws-periodo-de
               display "Periodo final (AAAAMM, zero = sem limite): "
               accept ws-periodo-ate
               if ws-periodo-ate = 0 then
                   move 999999 to ws-periodo-ate
               end-if
      *>        o arquivo de observacoes ja e gravado em Celsius
               move "C" to ws-unidade-leitura
           else
               move "A" to ws-fonte-leituras
           end-if

      *>   cadastro de estacoes (opcional) - so para a coluna NOME do
      *>   csv regerado sair igual a da carga
      *>------------------------------------------------------------------------
       carrega-leituras section.

           if ws-fonte-leituras = "D" then
               perform carrega-observacoes
               go to carrega-leituras-medias
           end-if

           move "N" to ws-fim-arqTemps
           open input arqTempsAnual
           if ws-fs-arqTemps not = "00" then
           if ws-fs-arqTemps = "10" or ws-fs-arqTemps = "00" then
               close arqTempsAnual
           end-if
           .
       carrega-leituras-medias.

      *>   medias recalculadas de cada grupo
           perform varying ws-ind-grupo from 1 by 1
               move reg-estacao to ws-cod-estacao-reg
           end-if

           move reg-dia to ws-dia-leitura
           move reg-medidas-extra to ws-extras-leitura
           perform acumula-no-grupo
           .
       acumula-leitura-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Percorre arqObservacoesDiarias.dat e acumula nos grupos cada
      *>  dia medido do periodo pedido - o arquivo so guarda dias que a
      *>  carga aceitou, ja em Celsius; dia ESTIMADO fica fora
      *>------------------------------------------------------------------------
       carrega-observacoes section.

           open input arqObservacoes
           if ws-fs-arqObservacoes not = "00" then
               display "arqObservacoesDiarias.dat nao encontrado ou sem"
                   " acesso - nada a conciliar"
               go to carrega-observacoes-exit
           end-if

           move "N" to ws-fim-arqObservacoes
           perform until ws-fim-arqObservacoes = "S"
               read arqObservacoes next
               if ws-fs-arqObservacoes not = "00" then
                   move "S" to ws-fim-arqObservacoes
               else
                   compute ws-aaaamm-registro =
                           reg-obs-ano * 100 + reg-obs-mes
                   if ws-aaaamm-registro >= ws-periodo-de
                   and ws-aaaamm-registro <= ws-periodo-ate
                   and reg-obs-estimado not = "S" then
                       move reg-obs-estacao to ws-cod-estacao-reg
                       move reg-obs-mes to ws-mes-atual
                       move reg-obs-ano to ws-ano-atual
                       move reg-obs-dia to ws-dia-leitura
                       move reg-obs-temp to ws-temp-convertida
                       if reg-obs-tem-extras = "S" then
                           move reg-obs-medidas-extra to ws-extras-leitura
                       else
                           move spaces to ws-extras-leitura
                       end-if
                       perform acumula-no-grupo
                       if ws-tabela-estourou = "S" then
                           move "S" to ws-fim-arqObservacoes
                       end-if
                   end-if
               end-if
           end-perform

           close arqObservacoes
           .
       carrega-observacoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acumula a leitura aceita (ws-cod-estacao-reg, ws-mes-atual,
      *>  ws-ano-atual, ws-dia-leitura, ws-temp-convertida e
      *>  ws-extras-leitura) no grupo estacao/mes/ano dela
      *>------------------------------------------------------------------------
       acumula-no-grupo section.

           move "N" to ws-grupo-achado
           perform varying ws-ind-grupo from 1 by 1
                   until ws-ind-grupo > ws-qtd-grupos
                      or ws-grupo-achado = "S"
               if ws-gru-estacao(ws-ind-grupo) = ws-cod-estacao-reg
               and ws-gru-mes(ws-ind-grupo) = ws-mes-atual
               and ws-gru-ano(ws-ind-grupo) = ws-ano-atual then
                   move "S" to ws-grupo-achado
                   subtract 1 from ws-ind-grupo
               end-if
                   add 1 to ws-qtd-grupos
                   move ws-qtd-grupos to ws-ind-grupo
                   move ws-cod-estacao-reg to ws-gru-estacao(ws-ind-grupo)
                   move ws-mes-atual to ws-gru-mes(ws-ind-grupo)
                   move ws-ano-atual to ws-gru-ano(ws-ind-grupo)
                   move 0 to ws-gru-soma(ws-ind-grupo)
                   move 0 to ws-gru-dias(ws-ind-grupo)
                   move "N" to ws-gru-defasado(ws-ind-grupo)
                       " comporta - conciliacao interrompida"
                   move "S" to ws-tabela-estourou
                   move "S" to ws-fim-arqTemps
                   go to acumula-no-grupo-exit
               end-if
           end-if


      *>   detalhe dia a dia para a conciliacao em nivel de dia e para
      *>   o csv regerado - um dia repetido no arquivo fica com o
      *>   ultimo valor, como na carga (que guarda pela posicao do dia)
           move ws-temp-convertida
               to ws-gru-temp-dia(ws-ind-grupo ws-dia-leitura)
           move "S" to ws-gru-dia-presente(ws-ind-grupo ws-dia-leitura)
           move ws-extras-leitura
               to ws-gru-extras-dia(ws-ind-grupo ws-dia-leitura)
           .
       acumula-no-grupo-exit.
           exit.

      *>------------------------------------------------------------------------
                    ws-campo-jornal-tab(10)
           end-unstring

      *>   o fechamento do mes so muda a situacao no controle, nao os
      *>   dados - nao explica defasagem nenhuma
           perform varying ws-ind-campo from 1 by 1
                   until ws-ind-campo > 10
               if ws-campo-jornal-tab(ws-ind-campo) = "campo=FECHAMENTO" then
                   go to avalia-linha-jornal-exit
               end-if
           end-perform

           perform varying ws-ind-campo from 1 by 1
                   until ws-ind-campo > 10
               if ws-campo-jornal-tab(ws-ind-campo)(1:12)
       grava-linha-reconciliacao-exit.
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
           if ws-tabela-estourou = "N" and ws-operador not = spaces then
               display ws-qtd-discrepantes " discrepancia(s), "
                   ws-qtd-sem-historico " grupo(s) sem registro no"
                   " historico - ver arqReconciliacao.txt"
