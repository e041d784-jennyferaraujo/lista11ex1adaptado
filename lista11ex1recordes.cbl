
      *>   Mesmo arquivo anual dos demais programas (copybook CPTEMPREG) -
      *>   a carga inicial dos recordes le o arquivo que estiver no
      *>   diretorio (as chaves ja semeadas so mudam se forem batidas);
      *>   os anos antigos saem do arquivo de observacoes diarias
           select arqTempsAnual assign to "arqTempsAnual.txt"
           organization is line sequential
           lock mode is automatic
           lock mode is automatic
           file status is ws-fs-arqParam.

      *>   Arquivo permanente de observacoes diarias (copybook
      *>   CPOBSREG) mantido pela carga de lista11ex1adaptado - a
      *>   semeadura de um periodo antigo le direto daqui, sem precisar
      *>   repor o arquivo mensal guardado no lugar de arqTempsAnual.txt
           select arqObservacoes assign to "arqObservacoesDiarias.dat"
           organization is indexed
           access mode is dynamic
           record key is reg-obs-chave
           file status is ws-fs-arqObservacoes.

       i-o-control.

      *>Declaracao de variaveis
           05 fd-param-modo                       pic x(01).
           05 fd-param-unidade                    pic x(01).

       fd arqObservacoes.
       01  fd-reg-observacao.
           copy cpobsreg.

      *>----Variaveis de trabalho
       working-storage section.

       77 ws-fs-arqRecordes                       pic 9(02).
       77 ws-fs-arqParam                          pic 9(02).
       77 ws-fim-arqTemps                         pic x(01) value "N".
       77 ws-fs-arqObservacoes                    pic 9(02).
       77 ws-fim-arqObservacoes                   pic x(01) value "N".

      *>   Fonte das leituras informada pelo operador: "A" o
      *>   arqTempsAnual.txt do diretorio (padrao, unica no lote), "D" o
      *>   arquivo de observacoes diarias no periodo AAAAMM inicial/
      *>   final (final zerado = sem limite) - dia ESTIMADO nunca vira
      *>   recorde
       77 ws-modo-execucao                        pic x(01) value "I".
       77 ws-fonte-leituras                       pic x(01) value "A".
       77 ws-periodo-de                           pic 9(06) value 0.
       77 ws-periodo-ate                          pic 9(06) value 0.
       77 ws-aaaamm-registro                      pic 9(06).

      *>   estacao e mes do registro corrente, de qualquer das fontes
       77 ws-cod-estacao-reg                      pic x(03).

      *>   Unidade das leituras e conversao para Celsius, como na carga
       77 ws-unidade-leitura                      pic x(01) value "C".
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Le o modo e a unidade de arqParametros.txt e abre (ou cria)
      *>  arqRecordes.dat para atualizacao - a semeadura NAO recria o
      *>  arquivo: rodadas sucessivas com arquivos mensais antigos vao
      *>  acumulando, e um recorde ja semeado so muda se for batido
       inicializa section.

           move "C" to ws-unidade-leitura
           move "I" to ws-modo-execucao
           open input arqParametros
           if ws-fs-arqParam = "00" then
               read arqParametros
                   at end
                       move "C" to ws-unidade-leitura
                       move "I" to ws-modo-execucao
                   not at end
                       move fd-param-modo to ws-modo-execucao
                       if fd-param-unidade = "F" or fd-param-unidade = "f" then
                           move "F" to ws-unidade-leitura
                       end-if
               display "Recordes arqRecordes.dat indisponiveis"
                   " (file status " ws-fs-arqRecordes ") - nada a fazer"
               move "S" to ws-fim-arqTemps
               go to inicializa-exit
           end-if

      *>   no lote a semeadura e sempre do arquivo anual, sem perguntas
           move "A" to ws-fonte-leituras
           if ws-modo-execucao = "B" or ws-modo-execucao = "b" then
               go to inicializa-exit
           end-if

           display erase
           display "Semeadura dos recordes historicos"
           display "Fonte das leituras: A - arqTempsAnual.txt (padrao),"
               " D - observacoes diarias de um periodo: "
           accept ws-fonte-leituras
           if ws-fonte-leituras = "d" then
               move "D" to ws-fonte-leituras
           end-if
           if ws-fonte-leituras not = "D" then
               move "A" to ws-fonte-leituras
               go to inicializa-exit
           end-if

           display "Periodo inicial (AAAAMM): "
           accept ws-periodo-de
           display "Periodo final (AAAAMM, zero = sem limite): "
           accept ws-periodo-ate
           if ws-periodo-ate = 0 then
               move 999999 to ws-periodo-ate
           end-if
           .
       inicializa-exit.
               go to semeia-recordes-fecha
           end-if

           if ws-fonte-leituras = "D" then
               perform semeia-observacoes
               go to semeia-recordes-fecha
           end-if

           open input arqTempsAnual
           if ws-fs-arqTemps not = "00" then
               display "arqTempsAnual.txt nao encontrado ou sem acesso -"

           add 1 to ws-qtd-aproveitados

           if reg-estacao = spaces then
               move "001" to ws-cod-estacao-reg
           else
               move reg-estacao to ws-cod-estacao-reg
           end-if

           move "D" to reg-rec-tipo
           move reg-dia to reg-rec-dia
           perform semeia-um-recorde
       semeia-um-registro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Percorre arqObservacoesDiarias.dat inteiro e dobra nos
      *>  recordes cada dia medido do periodo pedido - o arquivo ja
      *>  esta em Celsius e so guarda dias que a carga aceitou; dia
      *>  ESTIMADO fica de fora (valor interpolado nao e recorde)
      *>------------------------------------------------------------------------
       semeia-observacoes section.

           open input arqObservacoes
           if ws-fs-arqObservacoes not = "00" then
               display "arqObservacoesDiarias.dat nao encontrado ou sem"
                   " acesso - nada a semear"
               go to semeia-observacoes-exit
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
                   and ws-aaaamm-registro <= ws-periodo-ate then
                       add 1 to ws-qtd-lidos
                       perform semeia-uma-observacao
                   end-if
               end-if
           end-perform

           close arqObservacoes
           .
       semeia-observacoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Dobra o dia recem lido do arquivo de observacoes nos recordes
      *>  do dia e do mes do calendario da estacao
      *>------------------------------------------------------------------------
       semeia-uma-observacao section.

           if reg-obs-estimado = "S" then
               go to semeia-uma-observacao-exit
           end-if

           move reg-obs-mes to ws-mes-atual
           move reg-obs-ano to ws-ano-atual
           move reg-obs-estacao to ws-cod-estacao-reg

           move reg-obs-temp to ws-rec-candidata-min
           move reg-obs-temp to ws-rec-candidata-max
           if reg-obs-tem-extras = "S" then
               if reg-obs-temp-minima < ws-rec-candidata-min then
                   move reg-obs-temp-minima to ws-rec-candidata-min
               end-if
               if reg-obs-temp-maxima > ws-rec-candidata-max then
                   move reg-obs-temp-maxima to ws-rec-candidata-max
               end-if
           end-if

           add 1 to ws-qtd-aproveitados

           move "D" to reg-rec-tipo
           move reg-obs-dia to reg-rec-dia
           perform semeia-um-recorde

           move "M" to reg-rec-tipo
           move 0 to reg-rec-dia
           perform semeia-um-recorde
           .
       semeia-uma-observacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Semeia ou atualiza o recorde do tipo ja em reg-rec-tipo para
      *>  a estacao/mes/dia do registro corrente - sem anuncio: a
      *>------------------------------------------------------------------------
       semeia-um-recorde section.

           move ws-cod-estacao-reg to reg-rec-estacao
           move ws-mes-atual to reg-rec-mes

           read arqRecordes
           if ws-fs-arqRecordes not = "00" then
