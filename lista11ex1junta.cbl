               close arqRelJuncao
               display "Mais de " ws-max-registros " registros nas"
                   " entradas - juncao recusada, nada foi gravado"
      *>       codigo critico - a cadeia noturna para aqui em vez de
      *>       carregar o arquivo anual antigo
               move 8 to return-code
               go to grava-saida-exit
           end-if

               perform grava-linha-juncao
               close arqRelJuncao
               display "Nenhum registro nas entradas - nada foi gravado"
               move 8 to return-code
               go to grava-saida-exit
           end-if

           exit.

      *>------------------------------------------------------------------------
      *>  Finalizacao - juncao recusada ou sem registro sai com o codigo
      *>  de retorno 8 dado em grava-saida
      *>------------------------------------------------------------------------
       finaliza section.
           if ws-tabela-estourou = "N" and ws-qtd-registros > 0 then
