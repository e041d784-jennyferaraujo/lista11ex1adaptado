      $set sourceformat"free"

      *>Divisao de identificacao do programa
       identification division.
       program-id. "lista11ex1retorno".
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

      *>   Log de envios mantido pela carga (REGISTRA-ENVIO de
      *>   lista11ex1adaptado) - uma linha por arqTransmissao-MMAAAA.txt
      *>   gerado: data;hora;arquivo=...;detalhes=NNNN;hash=-9999999,99
           select arqEnvios assign to "arqEnvios.log"
           organization is line sequential
           lock mode is automatic
           file status is ws-fs-arqEnvios.

      *>   Arquivo de retorno devolvido pelo escritorio regional - uma
      *>   linha por arquivo de transmissao recebido la, com o periodo,
      *>   aceito/rejeitado, a contagem de detalhes e o hash que a
      *>   recepcao de la refez e o motivo da rejeicao
           select arqRetorno assign to "arqRetornoRegional.txt"
           organization is line sequential
           lock mode is automatic
           file status is ws-fs-arqRetorno.

      *>   Situacao de cada transmissao (copybook CPENVREG) - indexado
      *>   por ano/mes/data/hora do envio; um envio novo do log entra
      *>   aqui como pendente e o retorno conciliado o marca aceito ou
      *>   rejeitado
           select arqSituacao assign to "arqSituacaoEnvios.dat"
           organization is indexed
           access mode is dynamic
           record key is reg-env-chave
           file status is ws-fs-arqSituacao.

      *>   Relatorio de pendencias: meses enviados ha mais de N dias
      *>   sem retorno, meses rejeitados a regerar e reenviar, e
      *>   retornos que nao bateram com nenhum envio
           select arqPendencias assign to "arqPendenciasEnvio.txt"
           organization is line sequential
           lock mode is automatic
           file status is ws-fs-arqPendencias.

      *>   Parametros de execucao - so o modo: no lote ("B") o prazo de
      *>   espera pelo retorno fica no padrao, sem perguntar ao terminal
           select arqParametros assign to "arqParametros.txt"
           organization is line sequential
           lock mode is automatic
           file status is ws-fs-arqParam.

       i-o-control.

      *>Declaracao de variaveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqEnvios.
       01  fd-linha-envio                         pic x(100).

      *>   Layout fixo do retorno do escritorio regional - linha tipo
      *>   "A" (as demais sao ignoradas); situacao "A" aceito, "R"
      *>   rejeitado; contagem e hash no mesmo formato do trailer da
      *>   transmissao
       fd arqRetorno.
       01  fd-reg-retorno.
           05 fd-ret-tipo                         pic x(01).
           05 fd-ret-remetente                    pic x(10).
           05 fd-ret-mes                          pic 9(02).
           05 fd-ret-ano                          pic 9(04).
           05 fd-ret-situacao                     pic x(01).
           05 fd-ret-qtd                          pic 9(04).
           05 fd-ret-hash                         pic s9(07)v99
                                                  sign leading separate.
           05 fd-ret-data-recepcao                pic 9(08).
           05 fd-ret-motivo                       pic x(40).

       fd arqSituacao.
       01  fd-reg-situacao.
           copy cpenvreg.

       fd arqPendencias.
       01  fd-linha-pendencia                     pic x(100).

       fd arqParametros.
       01  fd-parametros.
           05 fd-param-modo                       pic x(01).
           05 fd-param-unidade                    pic x(01).

      *>----Variaveis de trabalho
       working-storage section.

       77 ws-fs-arqEnvios                         pic 9(02).
       77 ws-fs-arqRetorno                        pic 9(02).
       77 ws-fs-arqSituacao                       pic 9(02).
       77 ws-fs-arqPendencias                     pic 9(02).
       77 ws-fs-arqParam                          pic 9(02).
       77 ws-fim-arqEnvios                        pic x(01).
       77 ws-fim-arqRetorno                       pic x(01).
       77 ws-fim-arqSituacao                      pic x(01).
       77 ws-situacao-disponivel                  pic x(01) value "N".

      *>   Modo de execucao e prazo de espera pelo retorno, em dias -
      *>   um envio pendente ha mais tempo que isso vai para o
      *>   relatorio de pendencias
       77 ws-modo-execucao                        pic x(01) value "I".
       77 ws-dias-espera                          pic 9(03) value 7.
       77 ws-dias-espera-digitado                 pic 9(03).
       77 ws-data-hoje                            pic 9(08).
       77 ws-dias-decorridos                      pic s9(05).

      *>   Campos da linha de arqEnvios.log
       77 ws-env-campo-data                       pic x(08).
       77 ws-env-campo-hora                       pic x(08).
       77 ws-env-campo-arquivo                    pic x(40).
       77 ws-env-campo-detalhes                   pic x(20).
       77 ws-env-campo-hash                       pic x(20).
       77 ws-env-mes-x                            pic x(02).
       77 ws-env-ano-x                            pic x(04).
       77 ws-env-qtd-x                            pic x(04).

      *>   Conciliacao de um retorno com os envios do mesmo periodo -
      *>   o envio escolhido e o mais recente com a mesma contagem e o
      *>   mesmo hash que ja tinha saido quando o escritorio recebeu;
      *>   numa rejeicao sem envio identico, o mais recente que ja
      *>   tinha saido (a contagem ou o hash refeitos la nao bateram)
       77 ws-envio-achado                         pic x(01).
       77 ws-envio-anterior-achado                pic x(01).
       01 ws-chave-anterior.
          05 ws-ant-ano                           pic 9(04).
          05 ws-ant-mes                           pic 9(02).
          05 ws-ant-data-envio                    pic 9(08).
          05 ws-ant-hora-envio                    pic 9(08).
       01 ws-chave-escolhida.
          05 ws-esc-ano                           pic 9(04).
          05 ws-esc-mes                           pic 9(02).
          05 ws-esc-data-envio                    pic 9(08).
          05 ws-esc-hora-envio                    pic 9(08).
       77 ws-fim-periodo                          pic x(01).

      *>   Quebra por ano/mes na varredura da situacao - o ultimo envio
      *>   do periodo e o que vale
       01 ws-periodo-corrente.
          05 ws-per-ano                           pic 9(04).
          05 ws-per-mes                           pic 9(02).
       77 ws-tem-periodo                          pic x(01).
       01 ws-ultimo-envio.
          05 ws-ult-data-envio                    pic 9(08).
          05 ws-ult-hora-envio                    pic 9(08).
          05 ws-ult-arquivo                       pic x(30).
          05 ws-ult-situacao                      pic x(01).
          05 ws-ult-data-retorno                  pic 9(08).
          05 ws-ult-motivo                        pic x(40).
          05 ws-ult-qtd-detalhes                  pic 9(04).
          05 ws-ult-hash                          pic s9(07)v99.
          05 ws-ult-qtd-retorno                   pic 9(04).
          05 ws-ult-hash-retorno                  pic s9(07)v99.

      *>   Totais
       77 ws-qtd-envios-novos                     pic 9(04) value 0.
       77 ws-qtd-retornos-lidos                   pic 9(04) value 0.
       77 ws-qtd-aceitos                          pic 9(04) value 0.
       77 ws-qtd-rejeitados                       pic 9(04) value 0.
       77 ws-qtd-sem-envio                        pic 9(04) value 0.
       77 ws-qtd-pendentes                        pic 9(04) value 0.
       77 ws-qtd-reenviar                         pic 9(04) value 0.

      *>   Campos editados do relatorio
       77 ws-hash-edit                            pic -9(07),99.
       77 ws-hash-retorno-edit                    pic -9(07),99.
       77 ws-dias-edit                            pic zzzz9.
       77 ws-linha-pendencia                      pic x(100).

      *>----Variaveis para comunicacao entre programas
       linkage section.


      *>----Declaracao de tela
       screen section.


      *>Declaracao do corpo do programa
       procedure division.


           perform inicializa.
           perform sincroniza-envios.
           perform processa-retornos.
           perform gera-pendencias.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Le o modo de arqParametros.txt, pergunta o prazo de espera
      *>  (fora do lote) e abre (ou cria) arqSituacaoEnvios.dat - mesmo
      *>  padrao de criacao de REGISTRA-HISTORICO
      *>------------------------------------------------------------------------
       inicializa section.

           accept ws-data-hoje from date yyyymmdd

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

           if ws-modo-execucao not = "B" and ws-modo-execucao not = "b" then
               display erase
               display "Retornos do escritorio regional e pendencias de"
                   " transmissao"
               display "Dias de espera pelo retorno antes de cobrar"
                   " (0 = " ws-dias-espera "): "
               accept ws-dias-espera-digitado
               if ws-dias-espera-digitado > 0 then
                   move ws-dias-espera-digitado to ws-dias-espera
               end-if
           end-if

           open i-o arqSituacao
           if ws-fs-arqSituacao not = "00" then
               open output arqSituacao
               close arqSituacao
               open i-o arqSituacao
           end-if
           if ws-fs-arqSituacao = "00" then
               move "S" to ws-situacao-disponivel
           else
               display "Situacao arqSituacaoEnvios.dat indisponivel"
                   " (file status " ws-fs-arqSituacao ") - nada a fazer"
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Leva para arqSituacaoEnvios.dat, como pendente, cada envio de
      *>  arqEnvios.log que ainda nao estiver la - o log e relido
      *>  inteiro a cada rodada e a chave data/hora evita duplicata
      *>------------------------------------------------------------------------
       sincroniza-envios section.

           if ws-situacao-disponivel = "N" then
               go to sincroniza-envios-exit
           end-if

           open input arqEnvios
           if ws-fs-arqEnvios not = "00" then
               display "arqEnvios.log nao encontrado - nenhum envio a"
                   " acompanhar"
               go to sincroniza-envios-exit
           end-if

           move "N" to ws-fim-arqEnvios
           perform until ws-fim-arqEnvios = "S"
               read arqEnvios
                   at end
                       move "S" to ws-fim-arqEnvios
                   not at end
                       perform registra-envio-situacao
               end-read
           end-perform

           close arqEnvios
           .
       sincroniza-envios-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Desmonta a linha corrente de arqEnvios.log e grava o envio
      *>  como pendente se a chave ainda nao existir - linha fora do
      *>  formato e ignorada
      *>------------------------------------------------------------------------
       registra-envio-situacao section.

           move spaces to ws-env-campo-data ws-env-campo-hora
               ws-env-campo-arquivo ws-env-campo-detalhes
               ws-env-campo-hash
           unstring fd-linha-envio delimited by ";"
               into ws-env-campo-data
                    ws-env-campo-hora
                    ws-env-campo-arquivo
                    ws-env-campo-detalhes
                    ws-env-campo-hash
           end-unstring

           if ws-env-campo-data not numeric
           or ws-env-campo-hora not numeric
           or ws-env-campo-arquivo(1:23) not = "arquivo=arqTransmissao-"
           or ws-env-campo-detalhes(1:9) not = "detalhes="
           or ws-env-campo-hash(1:5) not = "hash=" then
               go to registra-envio-situacao-exit
           end-if

           move ws-env-campo-arquivo(24:2) to ws-env-mes-x
           move ws-env-campo-arquivo(26:4) to ws-env-ano-x
           move ws-env-campo-detalhes(10:4) to ws-env-qtd-x
           if ws-env-mes-x not numeric or ws-env-ano-x not numeric
           or ws-env-qtd-x not numeric then
               go to registra-envio-situacao-exit
           end-if

           move ws-env-ano-x to reg-env-ano
           move ws-env-mes-x to reg-env-mes
           move ws-env-campo-data to reg-env-data-envio
           move ws-env-campo-hora to reg-env-hora-envio
           read arqSituacao
           if ws-fs-arqSituacao = "00" then
               go to registra-envio-situacao-exit
           end-if

           move ws-env-ano-x to reg-env-ano
           move ws-env-mes-x to reg-env-mes
           move ws-env-campo-data to reg-env-data-envio
           move ws-env-campo-hora to reg-env-hora-envio
           move ws-env-campo-arquivo(9:30) to reg-env-arquivo
           move ws-env-qtd-x to reg-env-qtd-detalhes
           compute reg-env-hash = function numval(ws-env-campo-hash(6:15))
           move "P" to reg-env-situacao
           move 0 to reg-env-data-retorno
           move spaces to reg-env-motivo
           move 0 to reg-env-qtd-retorno
           move 0 to reg-env-hash-retorno
           write fd-reg-situacao
           if ws-fs-arqSituacao = "00" then
               add 1 to ws-qtd-envios-novos
           end-if
           .
       registra-envio-situacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le arqRetornoRegional.txt e concilia cada retorno com o envio
      *>  correspondente - o arquivo pode ser relido sem prejuizo (o
      *>  mesmo retorno cai sempre no mesmo envio)
      *>------------------------------------------------------------------------
       processa-retornos section.

           if ws-situacao-disponivel = "N" then
               go to processa-retornos-exit
           end-if

           open output arqPendencias

           move spaces to ws-linha-pendencia
           string "PENDENCIAS DE TRANSMISSAO AO ESCRITORIO REGIONAL - "
               delimited by size
               ws-data-hoje delimited by size
               " - ESPERA DE " delimited by size
               ws-dias-espera delimited by size
               " DIA(S)" delimited by size
               into ws-linha-pendencia
           end-string
           perform grava-linha-pendencia

           open input arqRetorno
           if ws-fs-arqRetorno not = "00" then
               display "arqRetornoRegional.txt nao encontrado - nenhum"
                   " retorno a conciliar"
               go to processa-retornos-exit
           end-if

           move "N" to ws-fim-arqRetorno
           perform until ws-fim-arqRetorno = "S"
               read arqRetorno
                   at end
                       move "S" to ws-fim-arqRetorno
                   not at end
                       if fd-ret-tipo = "A" then
                           add 1 to ws-qtd-retornos-lidos
                           perform aplica-retorno
                       end-if
               end-read
           end-perform

           close arqRetorno
           .
       processa-retornos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Concilia o retorno corrente: entre os envios do mesmo ano/mes
      *>  com a mesma contagem de detalhes e o mesmo hash, feitos ate a
      *>  data de recepcao do escritorio, fica o mais recente; o envio
      *>  escolhido e marcado aceito ou rejeitado. Uma rejeicao por
      *>  contagem ou hash divergente nunca bate com o envio - nela
      *>  fica o envio mais recente do periodo feito ate a recepcao.
      *>  Retorno sem envio correspondente vai para o relatorio
      *>------------------------------------------------------------------------
       aplica-retorno section.

           if fd-ret-mes not numeric or fd-ret-ano not numeric
           or fd-ret-qtd not numeric or fd-ret-hash not numeric
           or (fd-ret-situacao not = "A" and fd-ret-situacao not = "R")
           then
               move spaces to ws-linha-pendencia
               string "RETORNO FORA DO LAYOUT IGNORADO: " delimited by size
                   fd-reg-retorno delimited by size
                   into ws-linha-pendencia
               end-string
               perform grava-linha-pendencia
               go to aplica-retorno-exit
           end-if

           move "N" to ws-envio-achado
           move "N" to ws-envio-anterior-achado
           move fd-ret-ano to reg-env-ano
           move fd-ret-mes to reg-env-mes
           move 0 to reg-env-data-envio
           move 0 to reg-env-hora-envio
           start arqSituacao key >= reg-env-chave
           if ws-fs-arqSituacao not = "00" then
               move "S" to ws-fim-periodo
           else
               move "N" to ws-fim-periodo
           end-if

           perform until ws-fim-periodo = "S"
               read arqSituacao next
               if ws-fs-arqSituacao not = "00"
               or reg-env-ano not = fd-ret-ano
               or reg-env-mes not = fd-ret-mes then
                   move "S" to ws-fim-periodo
               else
                   if fd-ret-data-recepcao not numeric
                   or fd-ret-data-recepcao = 0
                   or reg-env-data-envio <= fd-ret-data-recepcao then
                       move "S" to ws-envio-anterior-achado
                       move reg-env-chave to ws-chave-anterior
                       if reg-env-qtd-detalhes = fd-ret-qtd
                       and reg-env-hash = fd-ret-hash then
                           move "S" to ws-envio-achado
                           move reg-env-chave to ws-chave-escolhida
                       end-if
                   end-if
               end-if
           end-perform

           if ws-envio-achado = "N"
           and fd-ret-situacao = "R"
           and ws-envio-anterior-achado = "S" then
               move "S" to ws-envio-achado
               move ws-chave-anterior to ws-chave-escolhida
           end-if

           if ws-envio-achado = "N" then
               add 1 to ws-qtd-sem-envio
               move fd-ret-hash to ws-hash-edit
               move spaces to ws-linha-pendencia
               string "RETORNO SEM ENVIO CORRESPONDENTE: " delimited by size
                   fd-ret-mes delimited by size
                   "/" delimited by size
                   fd-ret-ano delimited by size
                   " DETALHES " delimited by size
                   fd-ret-qtd delimited by size
                   " HASH " delimited by size
                   ws-hash-edit delimited by size
                   into ws-linha-pendencia
               end-string
               perform grava-linha-pendencia
               go to aplica-retorno-exit
           end-if

           move ws-chave-escolhida to reg-env-chave
           read arqSituacao
           if ws-fs-arqSituacao not = "00" then
               go to aplica-retorno-exit
           end-if

           move fd-ret-situacao to reg-env-situacao
           move fd-ret-qtd to reg-env-qtd-retorno
           move fd-ret-hash to reg-env-hash-retorno
           if fd-ret-data-recepcao numeric then
               move fd-ret-data-recepcao to reg-env-data-retorno
           else
               move ws-data-hoje to reg-env-data-retorno
           end-if
           if fd-ret-situacao = "R" then
               move fd-ret-motivo to reg-env-motivo
               add 1 to ws-qtd-rejeitados
           else
               move spaces to reg-env-motivo
               add 1 to ws-qtd-aceitos
           end-if
           rewrite fd-reg-situacao
           .
       aplica-retorno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Varre arqSituacaoEnvios.dat em ordem de ano/mes/envio e, a
      *>  cada quebra de periodo, avalia o ultimo envio do mes: pendente
      *>  alem do prazo, ou rejeitado (regerar e reenviar)
      *>------------------------------------------------------------------------
       gera-pendencias section.

           if ws-situacao-disponivel = "N" then
               go to gera-pendencias-exit
           end-if

           move "N" to ws-tem-periodo
           move low-values to reg-env-chave
           start arqSituacao key >= reg-env-chave
           if ws-fs-arqSituacao not = "00" then
               move "S" to ws-fim-arqSituacao
           else
               move "N" to ws-fim-arqSituacao
           end-if

           perform until ws-fim-arqSituacao = "S"
               read arqSituacao next
               if ws-fs-arqSituacao not = "00" then
                   move "S" to ws-fim-arqSituacao
               else
                   if ws-tem-periodo = "S"
                   and (reg-env-ano not = ws-per-ano
                        or reg-env-mes not = ws-per-mes) then
                       perform avalia-periodo
                   end-if
                   move "S" to ws-tem-periodo
                   move reg-env-ano to ws-per-ano
                   move reg-env-mes to ws-per-mes
                   move reg-env-data-envio to ws-ult-data-envio
                   move reg-env-hora-envio to ws-ult-hora-envio
                   move reg-env-arquivo to ws-ult-arquivo
                   move reg-env-situacao to ws-ult-situacao
                   move reg-env-data-retorno to ws-ult-data-retorno
                   move reg-env-motivo to ws-ult-motivo
                   move reg-env-qtd-detalhes to ws-ult-qtd-detalhes
                   move reg-env-hash to ws-ult-hash
                   move reg-env-qtd-retorno to ws-ult-qtd-retorno
                   move reg-env-hash-retorno to ws-ult-hash-retorno
               end-if
           end-perform
           if ws-tem-periodo = "S" then
               perform avalia-periodo
           end-if

           if ws-qtd-pendentes = 0 and ws-qtd-reenviar = 0 then
               move "NENHUM MES PENDENTE OU A REENVIAR" to ws-linha-pendencia
               perform grava-linha-pendencia
           end-if

           close arqPendencias
           .
       gera-pendencias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Avalia o ultimo envio do periodo ws-per-mes/ws-per-ano
      *>------------------------------------------------------------------------
       avalia-periodo section.

           evaluate ws-ult-situacao
               when "P"
                   compute ws-dias-decorridos =
                           function integer-of-date(ws-data-hoje)
                           - function integer-of-date(ws-ult-data-envio)
                   if ws-dias-decorridos > ws-dias-espera then
                       add 1 to ws-qtd-pendentes
                       move ws-dias-decorridos to ws-dias-edit
                       move spaces to ws-linha-pendencia
                       string "PENDENTE " delimited by size
                           ws-per-mes delimited by size
                           "/" delimited by size
                           ws-per-ano delimited by size
                           ": " delimited by size
                           ws-ult-arquivo delimited by "  "
                           " ENVIADO EM " delimited by size
                           ws-ult-data-envio delimited by size
                           " SEM RETORNO HA " delimited by size
                           ws-dias-edit delimited by size
                           " DIA(S)" delimited by size
                           into ws-linha-pendencia
                       end-string
                       perform grava-linha-pendencia
                   end-if
               when "R"
                   add 1 to ws-qtd-reenviar
                   move spaces to ws-linha-pendencia
                   string "REENVIAR " delimited by size
                       ws-per-mes delimited by size
                       "/" delimited by size
                       ws-per-ano delimited by size
                       ": " delimited by size
                       ws-ult-arquivo delimited by "  "
                       " REJEITADO EM " delimited by size
                       ws-ult-data-retorno delimited by size
                       " - REGERAR E REENVIAR" delimited by size
                       into ws-linha-pendencia
                   end-string
                   perform grava-linha-pendencia
                   move spaces to ws-linha-pendencia
                   string "    MOTIVO: " delimited by size
                       ws-ult-motivo delimited by size
                       into ws-linha-pendencia
                   end-string
                   perform grava-linha-pendencia
                   move ws-ult-hash-retorno to ws-hash-retorno-edit
                   move ws-ult-hash to ws-hash-edit
                   move spaces to ws-linha-pendencia
                   string "    ESCRITORIO: DETALHES " delimited by size
                       ws-ult-qtd-retorno delimited by size
                       " HASH " delimited by size
                       ws-hash-retorno-edit delimited by size
                       " - ENVIADO: DETALHES " delimited by size
                       ws-ult-qtd-detalhes delimited by size
                       " HASH " delimited by size
                       ws-hash-edit delimited by size
                       into ws-linha-pendencia
                   end-string
                   perform grava-linha-pendencia
           end-evaluate
           .
       avalia-periodo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava ws-linha-pendencia no relatorio de pendencias
      *>------------------------------------------------------------------------
       grava-linha-pendencia section.

           move ws-linha-pendencia to fd-linha-pendencia
           write fd-linha-pendencia
           .
       grava-linha-pendencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalizacao - return-code 4 quando ha mes pendente, a
      *>  reenviar ou retorno sem envio, para o lote noturno apontar
      *>------------------------------------------------------------------------
       finaliza section.
           if ws-situacao-disponivel = "S" then
               close arqSituacao
           end-if

           display ws-qtd-envios-novos " envio(s) novo(s) acompanhado(s), "
               ws-qtd-retornos-lidos " retorno(s) lido(s): "
               ws-qtd-aceitos " aceito(s), " ws-qtd-rejeitados
               " rejeitado(s), " ws-qtd-sem-envio " sem envio"
           display ws-qtd-pendentes " mes(es) pendente(s) alem do prazo, "
               ws-qtd-reenviar " a reenviar - ver arqPendenciasEnvio.txt"

           if ws-qtd-pendentes > 0 or ws-qtd-reenviar > 0
           or ws-qtd-sem-envio > 0 then
               move 4 to return-code
           else
               move 0 to return-code
           end-if

           Stop run
           .
       finaliza-exit.
           exit.
