           record key is reg-norm-chave
           file status is ws-fs-arqNormais.

      *>   Parametros de execucao - so o modo: no lote ("B") a varredura
      *>   usa o historico sem perguntar nada ao terminal
           select arqParametros assign to "arqParametros.txt"
           organization is line sequential
           lock mode is automatic
           file status is ws-fs-arqParam.

      *>   Arquivo permanente de observacoes diarias (copybook
      *>   CPOBSREG) - fonte alternativa das normais, recalculando a
      *>   media de cada mes direto dos dias gravados pela carga
           select arqObservacoes assign to "arqObservacoesDiarias.dat"
           organization is indexed
           access mode is dynamic
           record key is reg-obs-chave
           file status is ws-fs-arqObservacoes.

       i-o-control.

      *>Declaracao de variaveis
       01  fd-reg-normal.
           copy cpnormreg.

       fd arqParametros.
       01  fd-parametros.
           05 fd-param-modo                       pic x(01).
           05 fd-param-unidade                    pic x(01).

       fd arqObservacoes.
       01  fd-reg-observacao.
           copy cpobsreg.

      *>----Variaveis de trabalho
       working-storage section.

       77 ws-fs-arqHist                           pic 9(02).
       77 ws-fs-arqNormais                        pic 9(02).
       77 ws-fim-arqHistorico                     pic x(01) value "N".
       77 ws-fs-arqParam                          pic 9(02).
       77 ws-fs-arqObservacoes                    pic 9(02).
       77 ws-fim-arqObservacoes                   pic x(01) value "N".

      *>   Fonte das medias mensais: "H" arqHistoricoTemp.dat (padrao,
      *>   unica no lote), "D" arquivo de observacoes diarias entre os
      *>   anos informados (ano final zerado = sem limite)
       77 ws-modo-execucao                        pic x(01) value "I".
       77 ws-fonte-medias                         pic x(01) value "H".
       77 ws-ano-de                               pic 9(04) value 0.
       77 ws-ano-ate                              pic 9(04) value 0.

      *>   Mes corrente da varredura do arquivo de observacoes (a chave
      *>   estacao/ano/mes/dia deixa os dias de um mes em sequencia) -
      *>   soma e dias medidos; o mes so entra na normal com o minimo
      *>   de dias medidos exigido pela carga para gravar o historico
       01 ws-obs-mes-corrente.
          05 ws-obs-estacao                       pic x(03).
          05 ws-obs-ano                           pic 9(04).
          05 ws-obs-mes                           pic 9(02).
       77 ws-obs-soma                             pic s9(05)v99.
       77 ws-obs-dias                             pic 9(02).
       77 ws-min-dias-mes                         pic 9(02) value 20.

      *>   media mensal corrente, de qualquer das fontes
       77 ws-ano                                  pic 9(04).
       77 ws-media-mes                            pic s9(02)v99.

      *>   Totais da varredura
       77 ws-qtd-lidos                            pic 9(05) value 0.


           perform inicializa.
           if ws-fonte-medias = "D" then
               perform varre-observacoes
           else
               perform varre-historico
           end-if
           perform grava-normais.
           perform finaliza.

                   move 0 to ws-acu-media-fria(ws-est ws-mes)
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

           move "H" to ws-fonte-medias
           if ws-modo-execucao = "B" or ws-modo-execucao = "b" then
               go to inicializa-exit
           end-if

           display erase
           display "Normais climatologicas"
           display "Fonte das medias: H - arqHistoricoTemp.dat (padrao),"
               " D - observacoes diarias: "
           accept ws-fonte-medias
           if ws-fonte-medias = "d" then
               move "D" to ws-fonte-medias
           end-if
           if ws-fonte-medias not = "D" then
               move "H" to ws-fonte-medias
               go to inicializa-exit
           end-if

           display "Ano inicial (AAAA): "
           accept ws-ano-de
           display "Ano final (AAAA, zero = sem limite): "
           accept ws-ano-ate
           if ws-ano-ate = 0 then
               move 9999 to ws-ano-ate
           end-if
           .
       inicializa-exit.
           exit.
               else
                   add 1 to ws-qtd-lidos
                   if reg-hist-mes >= 1 and reg-hist-mes <= 12 then
                       move reg-hist-estacao to ws-cod-estacao-hist
                       move reg-hist-mes to ws-mes
                       move reg-hist-ano to ws-ano
                       move reg-hist-media to ws-media-mes
                       perform acumula-registro-historico
                   end-if
               end-if
           exit.

      *>------------------------------------------------------------------------
      *>  Percorre arqObservacoesDiarias.dat inteiro e, a cada quebra
      *>  de estacao/ano/mes, leva a media do mes que terminou aos
      *>  acumuladores - dia ESTIMADO nao entra na media
      *>------------------------------------------------------------------------
       varre-observacoes section.

           open input arqObservacoes
           if ws-fs-arqObservacoes not = "00" then
               display "arqObservacoesDiarias.dat nao encontrado ou sem"
                   " acesso - nada a varrer"
               go to varre-observacoes-exit
           end-if

           move spaces to ws-obs-mes-corrente
           move 0 to ws-obs-soma
           move 0 to ws-obs-dias

           move "N" to ws-fim-arqObservacoes
           perform until ws-fim-arqObservacoes = "S"
               read arqObservacoes next
               if ws-fs-arqObservacoes not = "00" then
                   move "S" to ws-fim-arqObservacoes
               else
                   if reg-obs-ano >= ws-ano-de and reg-obs-ano <= ws-ano-ate
                   and reg-obs-mes >= 1 and reg-obs-mes <= 12
                   and reg-obs-estimado not = "S" then
                       add 1 to ws-qtd-lidos
                       if reg-obs-chave(1:9) not = ws-obs-mes-corrente then
                           perform fecha-mes-observacoes
                           move reg-obs-estacao to ws-obs-estacao
                           move reg-obs-ano to ws-obs-ano
                           move reg-obs-mes to ws-obs-mes
                       end-if
                       add reg-obs-temp to ws-obs-soma
                       add 1 to ws-obs-dias
                   end-if
               end-if
           end-perform
           perform fecha-mes-observacoes

           close arqObservacoes
           .
       varre-observacoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Fecha o mes corrente da varredura do arquivo de observacoes:
      *>  com dias medidos suficientes, a media vira um ano do
      *>  estacao/mes; em seguida zera a soma para o proximo mes
      *>------------------------------------------------------------------------
       fecha-mes-observacoes section.

           if ws-obs-dias >= ws-min-dias-mes then
               move ws-obs-estacao to ws-cod-estacao-hist
               move ws-obs-mes to ws-mes
               move ws-obs-ano to ws-ano
               compute ws-media-mes rounded = ws-obs-soma / ws-obs-dias
               perform acumula-registro-historico
           else
               if ws-obs-dias > 0 then
                   display "Estacao " ws-obs-estacao " " ws-obs-mes "/"
                       ws-obs-ano ": so " ws-obs-dias " dia(s) medido(s)"
                       " - mes fora da normal"
               end-if
           end-if

           move 0 to ws-obs-soma
           move 0 to ws-obs-dias
           .
       fecha-mes-observacoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acumula a media mensal corrente (ws-cod-estacao-hist, ws-mes,
      *>  ws-ano, ws-media-mes) no estacao/mes dela
      *>------------------------------------------------------------------------
       acumula-registro-historico section.

           move "N" to ws-estacao-achada
           perform varying ws-est-procura from 1 by 1
               end-if
           end-if

           add ws-media-mes to ws-acu-soma(ws-est ws-mes)
           add 1 to ws-acu-qtd-anos(ws-est ws-mes)

           if ws-acu-qtd-anos(ws-est ws-mes) = 1 then
               move ws-ano to ws-acu-ano-quente(ws-est ws-mes)
               move ws-media-mes to ws-acu-media-quente(ws-est ws-mes)
               move ws-ano to ws-acu-ano-frio(ws-est ws-mes)
               move ws-media-mes to ws-acu-media-fria(ws-est ws-mes)
           else
               if ws-media-mes > ws-acu-media-quente(ws-est ws-mes) then
                   move ws-ano to ws-acu-ano-quente(ws-est ws-mes)
                   move ws-media-mes
                       to ws-acu-media-quente(ws-est ws-mes)
               end-if
               if ws-media-mes < ws-acu-media-fria(ws-est ws-mes) then
                   move ws-ano to ws-acu-ano-frio(ws-est ws-mes)
                   move ws-media-mes
                       to ws-acu-media-fria(ws-est ws-mes)
               end-if
           end-if
      *>  Finalizacao
      *>------------------------------------------------------------------------
       finaliza section.
           display ws-qtd-lidos " registro(s) lido(s) da fonte, "
               ws-qtd-normais " normal(is) gravada(s) em arqNormais.dat"

           Stop run
