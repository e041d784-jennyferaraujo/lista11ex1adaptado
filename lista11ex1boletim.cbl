      $set sourceformat"free"

      *>Divisao de identificacao do programa
       identification division.
       program-id. "lista11ex1boletim".
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

      *>   Parametros de execucao - so o modo: no lote ("B") o boletim
      *>   sai do mes anterior ao corrente, sem perguntar nada
           select arqParametros assign to "arqParametros.txt"
           organization is line sequential
           lock mode is automatic
           file status is ws-fs-arqParam.

      *>   Controle de fechamento de meses (copybook CPCTRLREG) - so
      *>   lido: o boletim publico so sai quando todas as estacoes do
      *>   mes estao "F" (fechado), para nunca publicar numero que
      *>   ainda pode mudar
           select arqControle assign to "arqControleMeses.dat"
           organization is indexed
           access mode is dynamic
           record key is reg-ctrl-chave
           file status is ws-fs-arqControle.

      *>   Arquivo permanente de observacoes diarias (copybook
      *>   CPOBSREG) - os dias do mes de cada estacao, ja em Celsius,
      *>   corrigidos e com as marcas de ESTIMADO/SUSPEITO; so leitura
           select arqObservacoes assign to "arqObservacoesDiarias.dat"
           organization is indexed
           access mode is dynamic
           record key is reg-obs-chave
           file status is ws-fs-arqObservacoes.

      *>   Normais climatologicas por estacao/mes (copybook CPNORMREG),
      *>   geradas por lista11ex1normais - so lidas
           select arqNormais assign to "arqNormais.dat"
           organization is indexed
           access mode is dynamic
           record key is reg-norm-chave
           file status is ws-fs-arqNormais.

      *>   Recordes historicos por dia e por mes do calendario
      *>   (copybook CPRECREG) - so lidos: o recorde foi batido no mes
      *>   do boletim quando o ano gravado nele e o ano do boletim e a
      *>   estacao ja tem historico daquele mes em ano anterior
           select arqRecordes assign to "arqRecordes.dat"
           organization is indexed
           access mode is dynamic
           record key is reg-rec-chave
           file status is ws-fs-arqRecordes.

      *>   Historico de medias mensais (copybook CPHISTREG) mantido por
      *>   lista11ex1adaptado - so lido, para saber se a estacao ja
      *>   tinha o mes do boletim em algum ano anterior
           select arqHistorico assign to "arqHistoricoTemp.dat"
           organization is indexed
           access mode is dynamic
           record key is reg-hist-chave
           file status is ws-fs-arqHist.

      *>   Cadastro de estacoes (copybook CPESTREG) - nome, municipio e
      *>   altitude de cada estacao
           select arqEstacoes assign to "arqEstacoes.txt"
           organization is line sequential
           lock mode is automatic
           file status is ws-fs-arqEstacoes.

      *>   Boletim climatologico mensal impresso em 132 colunas, com
      *>   cabecalho e numero em cada pagina - distribuido a prefeitura,
      *>   ao jornal e as escolas; um arquivo por mes
      *>   (arqBoletimMensal-MMAAAA.txt)
           select arqBoletim assign to dynamic ws-nome-boletim
           organization is line sequential
           lock mode is automatic
           file status is ws-fs-arqBoletim.

       i-o-control.

      *>Declaracao de variaveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqParametros.
       01  fd-parametros.
           05 fd-param-modo                       pic x(01).
           05 fd-param-unidade                    pic x(01).

       fd arqControle.
       01  fd-reg-controle.
           copy cpctrlreg.

       fd arqObservacoes.
       01  fd-reg-observacao.
           copy cpobsreg.

       fd arqNormais.
       01  fd-reg-normal.
           copy cpnormreg.

       fd arqRecordes.
       01  fd-reg-recorde.
           copy cprecreg.

       fd arqHistorico.
       01  fd-reg-hist-idx.
           copy cphistreg.

       fd arqEstacoes.
       01  fd-reg-estacao.
           copy cpestreg.

       fd arqBoletim.
       01  fd-linha-boletim                       pic x(132).

      *>----Variaveis de trabalho
       working-storage section.

       77 ws-fs-arqParam                          pic 9(02).
       77 ws-fs-arqControle                       pic 9(02).
       77 ws-fim-arqControle                      pic x(01).
       77 ws-fs-arqObservacoes                    pic 9(02).
       77 ws-fim-arqObservacoes                   pic x(01).
       77 ws-fs-arqNormais                        pic 9(02).
       77 ws-fs-arqRecordes                       pic 9(02).
       77 ws-fs-arqHist                           pic 9(02).
       77 ws-historico-anterior                   pic x(01).
       77 ws-fs-arqEstacoes                       pic 9(02).
       77 ws-fim-arqEstacoes                      pic x(01).
       77 ws-fs-arqBoletim                        pic 9(02).

      *>   Mes do boletim - no lote, o mes anterior ao da execucao
       77 ws-modo-execucao                        pic x(01) value "I".
       77 ws-mes-boletim                          pic 9(02).
       77 ws-ano-boletim                          pic 9(04).
       77 ws-pode-publicar                        pic x(01) value "N".
       01 ws-data-execucao.
          05 ws-exec-ano                          pic 9(04).
          05 ws-exec-mes                          pic 9(02).
          05 ws-exec-dia                          pic 9(02).

      *>   Nomes dos meses para o cabecalho
       01 ws-nomes-meses-valores.
          05 filler                               pic x(09) value "JANEIRO".
          05 filler                               pic x(09) value "FEVEREIRO".
          05 filler                               pic x(09) value "MARCO".
          05 filler                               pic x(09) value "ABRIL".
          05 filler                               pic x(09) value "MAIO".
          05 filler                               pic x(09) value "JUNHO".
          05 filler                               pic x(09) value "JULHO".
          05 filler                               pic x(09) value "AGOSTO".
          05 filler                               pic x(09) value "SETEMBRO".
          05 filler                               pic x(09) value "OUTUBRO".
          05 filler                               pic x(09) value "NOVEMBRO".
          05 filler                               pic x(09) value "DEZEMBRO".
       01 ws-nomes-meses redefines ws-nomes-meses-valores.
          05 ws-nome-mes occurs 12 times          pic x(09).

      *>   Cadastro de estacoes em memoria
       77 ws-max-cadastro                         pic 9(02) value 10.
       77 ws-qtd-cadastro                         pic 9(02) value 0.
       01 ws-cadastro.
          05 ws-cadastro-tab occurs 10 times.
             10 ws-cad-codigo                     pic x(03).
             10 ws-cad-nome                       pic x(20).
             10 ws-cad-municipio                  pic x(20).
             10 ws-cad-altitude                   pic 9(04).
       77 ws-cad                                  pic 9(02).

      *>   Estacoes do mes (registros do controle de fechamento) com os
      *>   dias do mes e a apuracao de cada uma - so dia real (nao
      *>   ESTIMADO) entra na media, nos extremos e na chuva
       77 ws-max-estacoes                         pic 9(02) value 10.
       77 ws-qtd-estacoes                         pic 9(02) value 0.
       77 ws-qtd-nao-fechadas                     pic 9(02) value 0.
       01 ws-estacoes.
          05 ws-estacao occurs 10 times.
             10 ws-est-codigo                     pic x(03).
             10 ws-est-status                     pic x(01).
             10 ws-est-nome                       pic x(20).
             10 ws-est-municipio                  pic x(20).
             10 ws-est-altitude                   pic 9(04).
             10 ws-est-dias                       pic 9(02).
             10 ws-est-estimados                  pic 9(02).
             10 ws-est-suspeitos                  pic 9(02).
             10 ws-est-soma-temp                  pic s9(04)v99.
             10 ws-est-media                      pic s9(03)v99.
             10 ws-est-tem-normal                 pic x(01).
             10 ws-est-normal                     pic s9(02)v99.
             10 ws-est-anos-normal                pic 9(02).
             10 ws-est-tem-extremos               pic x(01).
             10 ws-est-minima                     pic s9(03)v99.
             10 ws-est-dia-minima                 pic 9(02).
             10 ws-est-maxima                     pic s9(03)v99.
             10 ws-est-dia-maxima                 pic 9(02).
             10 ws-est-dias-extras                pic 9(02).
             10 ws-est-soma-amplitude             pic s9(04)v99.
             10 ws-est-chuva                      pic 9(04)v9.
             10 ws-est-dias-chuva                 pic 9(02).
             10 ws-est-maior-chuva                pic 9(03)v9.
             10 ws-est-dia-maior-chuva            pic 9(02).
             10 ws-est-recordes                   pic 9(02).
      *>      recordes do mes do calendario batidos no mes do boletim
             10 ws-est-rec-mes-minima             pic x(01).
             10 ws-est-rec-mes-min-valor          pic s9(03)v99.
             10 ws-est-rec-mes-maxima             pic x(01).
             10 ws-est-rec-mes-max-valor          pic s9(03)v99.
             10 ws-est-dia-tab occurs 31 times.
                15 ws-dia-tem                     pic x(01).
                15 ws-dia-temp                    pic s9(03)v99.
                15 ws-dia-tem-extras              pic x(01).
                15 ws-dia-minima                  pic s9(03)v99.
                15 ws-dia-maxima                  pic s9(03)v99.
                15 ws-dia-umidade                 pic 9(03).
                15 ws-dia-chuva                   pic 9(03)v9.
                15 ws-dia-estimado                pic x(01).
                15 ws-dia-suspeito                pic x(01).
                15 ws-dia-rec-minima              pic x(01).
                15 ws-dia-rec-maxima              pic x(01).
       77 ws-est                                  pic 9(02).
       77 ws-dia                                  pic 9(02).

      *>   Dias do mes do boletim
       77 ws-dias-no-mes                          pic 9(02).
       77 ws-mes-atual                            pic 9(02).
       77 ws-ano-atual                            pic 9(04).
       77 ws-resto-4                              pic 9(02).
       77 ws-resto-100                            pic 9(02).
       77 ws-resto-400                            pic 9(03).
       77 ws-quociente-dias-no-mes                pic 9(04).

      *>   Resumo da rede
       77 ws-rede-soma-medias                     pic s9(05)v99.
       77 ws-rede-qtd-medias                      pic 9(02).
       77 ws-rede-media                           pic s9(03)v99.
       77 ws-rede-soma-chuva                      pic 9(06)v9.
       77 ws-rede-qtd-chuva                       pic 9(02).
       77 ws-rede-chuva                           pic 9(04)v9.
       77 ws-rede-tem-extremos                    pic x(01).
       77 ws-rede-minima                          pic s9(03)v99.
       77 ws-rede-est-minima                      pic 9(02).
       77 ws-rede-maxima                          pic s9(03)v99.
       77 ws-rede-est-maxima                      pic 9(02).

      *>   Paginacao: 60 linhas por pagina, cabecalho de 4 linhas com o
      *>   titulo da secao corrente (repetido com CONTINUACAO quando a
      *>   secao passa de uma pagina)
       77 ws-max-linhas                           pic 9(02) value 60.
       77 ws-linhas-pagina                        pic 9(02) value 99.
       77 ws-pagina                               pic 9(03) value 0.
       77 ws-titulo-secao                         pic x(80).
       77 ws-secao-continua                       pic x(01).
       77 ws-linha-boletim                        pic x(132).
       77 ws-traco                                pic x(132) value all "-".
       77 ws-nome-boletim                         pic x(40).
       77 ws-linhas-reservar                      pic 9(02).

      *>   Campos editados
       77 ws-temp-edit                            pic --9,99.
       77 ws-temp-edit-2                          pic --9,99.
       77 ws-afastamento-edit                     pic ++9,99.
       77 ws-amplitude-edit                       pic z9,99.
       77 ws-afastamento                          pic s9(03)v99.
       77 ws-chuva-edit                           pic zzz9,9.
       77 ws-chuva-dia-edit                       pic zz9,9.
       77 ws-amplitude                            pic s9(03)v99.
       77 ws-amplitude-media                      pic s9(03)v99.
       77 ws-rotulo-afastamento                   pic x(20).
       77 ws-observacao-dia                       pic x(60).
       77 ws-texto-observacao                     pic x(20).

      *>   Cabecalho da pagina
       01 ws-cabecalho-1.
          05 filler                               pic x(01) value space.
          05 filler                               pic x(52) value
             "SERVICO MUNICIPAL DE METEOROLOGIA - REDE DE ESTACOES".
          05 filler                               pic x(62) value spaces.
          05 filler                               pic x(07) value "PAGINA ".
          05 ws-cab-pagina                        pic zz9.
          05 filler                               pic x(07) value spaces.
       01 ws-cabecalho-2.
          05 filler                               pic x(01) value space.
          05 ws-cab-periodo                       pic x(50).
          05 filler                               pic x(60) value spaces.
          05 filler                               pic x(11) value "EMITIDO EM ".
          05 ws-cab-dia                           pic 9(02).
          05 filler                               pic x(01) value "/".
          05 ws-cab-mes                           pic 9(02).
          05 filler                               pic x(01) value "/".
          05 ws-cab-ano-emissao                   pic 9(04).

      *>   Linha da tabela de estacoes do resumo da rede
       77 ws-cabecalho-rede-1                     pic x(132) value
          " ESTACAO                    MUNICIPIO           ALTIT. DIAS  MEDIA NORMAL AFAST.  MINIMA DIA  MAXIMA DIA  CHUVA D.C. EST SUSP REC".
       01 ws-linha-rede.
          05 filler                               pic x(01) value space.
          05 lr-estacao                           pic x(26).
          05 filler                               pic x(01) value space.
          05 lr-municipio                         pic x(20).
          05 filler                               pic x(02) value spaces.
          05 lr-altitude                          pic zzz9.
          05 filler                               pic x(03) value spaces.
          05 lr-dias                              pic z9.
          05 filler                               pic x(01) value space.
          05 lr-media                             pic --9,99.
          05 lr-media-x redefines lr-media        pic x(06).
          05 filler                               pic x(01) value space.
          05 lr-normal                            pic --9,99.
          05 lr-normal-x redefines lr-normal      pic x(06).
          05 filler                               pic x(01) value space.
          05 lr-afastamento                       pic ++9,99.
          05 lr-afastamento-x redefines lr-afastamento pic x(06).
          05 filler                               pic x(02) value spaces.
          05 lr-minima                            pic --9,99.
          05 lr-minima-x redefines lr-minima      pic x(06).
          05 filler                               pic x(02) value spaces.
          05 lr-dia-minima                        pic z9.
          05 lr-dia-minima-x redefines lr-dia-minima pic x(02).
          05 filler                               pic x(02) value spaces.
          05 lr-maxima                            pic --9,99.
          05 lr-maxima-x redefines lr-maxima      pic x(06).
          05 filler                               pic x(02) value spaces.
          05 lr-dia-maxima                        pic z9.
          05 lr-dia-maxima-x redefines lr-dia-maxima pic x(02).
          05 filler                               pic x(01) value space.
          05 lr-chuva                             pic zzz9,9.
          05 filler                               pic x(03) value spaces.
          05 lr-dias-chuva                        pic z9.
          05 filler                               pic x(02) value spaces.
          05 lr-estimados                         pic z9.
          05 filler                               pic x(03) value spaces.
          05 lr-suspeitos                         pic z9.
          05 filler                               pic x(02) value spaces.
          05 lr-recordes                          pic z9.

      *>   Linha da tabela diaria da pagina da estacao
       77 ws-cabecalho-dias-1                     pic x(132) value
          " DIA   TEMP.   MINIMA  MAXIMA  AMPLIT.  UMIDADE  CHUVA MM  OBSERVACAO".
       77 ws-cabecalho-dias-2                     pic x(132) value
          "        (C)     (C)     (C)     (C)      (%)".
       01 ws-linha-dia.
          05 filler                               pic x(02) value spaces.
          05 ld-dia                               pic z9.
          05 filler                               pic x(02) value spaces.
          05 ld-temp                              pic --9,99.
          05 ld-temp-x redefines ld-temp          pic x(06).
          05 filler                               pic x(02) value spaces.
          05 ld-minima                            pic --9,99.
          05 ld-minima-x redefines ld-minima      pic x(06).
          05 filler                               pic x(02) value spaces.
          05 ld-maxima                            pic --9,99.
          05 ld-maxima-x redefines ld-maxima      pic x(06).
          05 filler                               pic x(02) value spaces.
          05 ld-amplitude                         pic --9,99.
          05 ld-amplitude-x redefines ld-amplitude pic x(06).
          05 filler                               pic x(06) value spaces.
          05 ld-umidade                           pic zz9.
          05 ld-umidade-x redefines ld-umidade    pic x(03).
          05 filler                               pic x(04) value spaces.
          05 ld-chuva                             pic zz9,9.
          05 ld-chuva-x redefines ld-chuva        pic x(05).
          05 filler                               pic x(05) value spaces.
          05 ld-observacao                        pic x(60).

      *>----Variaveis para comunicacao entre programas
       linkage section.


      *>----Declaracao de tela
       screen section.


      *>Declaracao do corpo do programa
       procedure division.


           perform inicializa.
           if ws-pode-publicar = "S" then
               perform confere-fechamento
           end-if.
           if ws-pode-publicar = "S" then
               perform varying ws-est from 1 by 1
                       until ws-est > ws-qtd-estacoes
                   perform carrega-estacao
               end-perform
               perform gera-boletim
           end-if.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Le o modo de arqParametros.txt e define o mes do boletim (no
      *>  lote: o mes anterior ao corrente; no terminal: mes e ano
      *>  informados) e carrega o cadastro de estacoes
      *>------------------------------------------------------------------------
       inicializa section.

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

           accept ws-data-execucao from date yyyymmdd

           if ws-exec-mes = 1 then
               move 12 to ws-mes-boletim
               compute ws-ano-boletim = ws-exec-ano - 1
           else
               compute ws-mes-boletim = ws-exec-mes - 1
               move ws-exec-ano to ws-ano-boletim
           end-if

           if ws-modo-execucao not = "B" and ws-modo-execucao not = "b" then
               display erase
               display "Boletim climatologico mensal (132 colunas)"
               display "Mes (1 a 12, zero = " ws-mes-boletim "): "
               move 0 to ws-mes-atual
               accept ws-mes-atual
               if ws-mes-atual not = 0 then
                   move ws-mes-atual to ws-mes-boletim
               end-if
               display "Ano (AAAA, zero = " ws-ano-boletim "): "
               move 0 to ws-ano-atual
               accept ws-ano-atual
               if ws-ano-atual not = 0 then
                   move ws-ano-atual to ws-ano-boletim
               end-if
           end-if

           if ws-mes-boletim < 1 or ws-mes-boletim > 12
           or ws-ano-boletim < 1900 then
               display "Periodo invalido (" ws-mes-boletim "/"
                   ws-ano-boletim ") - boletim nao gerado"
               go to inicializa-exit
           end-if

           move ws-mes-boletim to ws-mes-atual
           move ws-ano-boletim to ws-ano-atual
           perform calcula-dias-no-mes

           move spaces to ws-nome-boletim
           string "arqBoletimMensal-" delimited by size
               ws-mes-boletim delimited by size
               ws-ano-boletim delimited by size
               ".txt" delimited by size
               into ws-nome-boletim
           end-string

           perform carrega-cadastro-estacoes
           move "S" to ws-pode-publicar
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Varre o controle de fechamento atras das estacoes do mes - o
      *>  boletim so sai se houver alguma e todas estiverem "F"; uma
      *>  estacao ainda aberta ou so carregada segura a publicacao, e
      *>  sai listada para o operador
      *>------------------------------------------------------------------------
       confere-fechamento section.

           move "N" to ws-pode-publicar
           move 0 to ws-qtd-estacoes
           move 0 to ws-qtd-nao-fechadas

           open input arqControle
           if ws-fs-arqControle not = "00" then
               display "arqControleMeses.dat nao encontrado ou sem"
                   " acesso - boletim nao gerado"
               go to confere-fechamento-exit
           end-if

           move "N" to ws-fim-arqControle
           perform until ws-fim-arqControle = "S"
               read arqControle next
               if ws-fs-arqControle not = "00" then
                   move "S" to ws-fim-arqControle
               else
                   if reg-ctrl-mes = ws-mes-boletim
                   and reg-ctrl-ano = ws-ano-boletim then
                       perform guarda-estacao-controle
                   end-if
               end-if
           end-perform

           close arqControle

           if ws-qtd-estacoes = 0 then
               display "Nenhuma estacao no controle de fechamento para "
                   ws-mes-boletim "/" ws-ano-boletim
                   " - boletim nao gerado"
               go to confere-fechamento-exit
           end-if

           if ws-qtd-nao-fechadas > 0 then
               display "Mes " ws-mes-boletim "/" ws-ano-boletim
                   " ainda nao fechado - boletim nao gerado:"
               perform varying ws-est from 1 by 1
                       until ws-est > ws-qtd-estacoes
                   if ws-est-status(ws-est) not = "F" then
                       display "  estacao " ws-est-codigo(ws-est)
                           " situacao " ws-est-status(ws-est)
                   end-if
               end-perform
               go to confere-fechamento-exit
           end-if

           move "S" to ws-pode-publicar
           .
       confere-fechamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Guarda a estacao do registro de controle recem lido, com o
      *>  cadastro dela, e zera a apuracao
      *>------------------------------------------------------------------------
       guarda-estacao-controle section.

           if ws-qtd-estacoes >= ws-max-estacoes then
               display "Mais estacoes no mes do que a tabela comporta -"
                   " estacao " reg-ctrl-estacao " fora do boletim"
               go to guarda-estacao-controle-exit
           end-if

           add 1 to ws-qtd-estacoes
           move ws-qtd-estacoes to ws-est
           move reg-ctrl-estacao to ws-est-codigo(ws-est)
           move reg-ctrl-status to ws-est-status(ws-est)
           if reg-ctrl-status not = "F" then
               add 1 to ws-qtd-nao-fechadas
           end-if

           move spaces to ws-est-nome(ws-est)
           move spaces to ws-est-municipio(ws-est)
           move 0 to ws-est-altitude(ws-est)
           perform varying ws-cad from 1 by 1 until ws-cad > ws-qtd-cadastro
               if ws-cad-codigo(ws-cad) = reg-ctrl-estacao then
                   move ws-cad-nome(ws-cad) to ws-est-nome(ws-est)
                   move ws-cad-municipio(ws-cad) to ws-est-municipio(ws-est)
                   move ws-cad-altitude(ws-cad) to ws-est-altitude(ws-est)
               end-if
           end-perform

           move 0 to ws-est-dias(ws-est)
           move 0 to ws-est-estimados(ws-est)
           move 0 to ws-est-suspeitos(ws-est)
           move 0 to ws-est-soma-temp(ws-est)
           move 0 to ws-est-media(ws-est)
           move "N" to ws-est-tem-normal(ws-est)
           move 0 to ws-est-normal(ws-est)
           move 0 to ws-est-anos-normal(ws-est)
           move "N" to ws-est-tem-extremos(ws-est)
           move 0 to ws-est-minima(ws-est)
           move 0 to ws-est-dia-minima(ws-est)
           move 0 to ws-est-maxima(ws-est)
           move 0 to ws-est-dia-maxima(ws-est)
           move 0 to ws-est-dias-extras(ws-est)
           move 0 to ws-est-soma-amplitude(ws-est)
           move 0 to ws-est-chuva(ws-est)
           move 0 to ws-est-dias-chuva(ws-est)
           move 0 to ws-est-maior-chuva(ws-est)
           move 0 to ws-est-dia-maior-chuva(ws-est)
           move 0 to ws-est-recordes(ws-est)
           move "N" to ws-est-rec-mes-minima(ws-est)
           move 0 to ws-est-rec-mes-min-valor(ws-est)
           move "N" to ws-est-rec-mes-maxima(ws-est)
           move 0 to ws-est-rec-mes-max-valor(ws-est)
           perform varying ws-dia from 1 by 1 until ws-dia > 31
               move "N" to ws-dia-tem(ws-est ws-dia)
               move 0 to ws-dia-temp(ws-est ws-dia)
               move "N" to ws-dia-tem-extras(ws-est ws-dia)
               move 0 to ws-dia-minima(ws-est ws-dia)
               move 0 to ws-dia-maxima(ws-est ws-dia)
               move 0 to ws-dia-umidade(ws-est ws-dia)
               move 0 to ws-dia-chuva(ws-est ws-dia)
               move "N" to ws-dia-estimado(ws-est ws-dia)
               move "N" to ws-dia-suspeito(ws-est ws-dia)
               move "N" to ws-dia-rec-minima(ws-est ws-dia)
               move "N" to ws-dia-rec-maxima(ws-est ws-dia)
           end-perform
           .
       guarda-estacao-controle-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega os dias do mes da estacao ws-est de
      *>  arqObservacoesDiarias.dat e apura media, extremos e chuva;
      *>  busca a normal do mes e os recordes batidos no mes
      *>------------------------------------------------------------------------
       carrega-estacao section.

           open input arqObservacoes
           if ws-fs-arqObservacoes = "00" then
               move ws-est-codigo(ws-est) to reg-obs-estacao
               move ws-ano-boletim to reg-obs-ano
               move ws-mes-boletim to reg-obs-mes
               move 1 to reg-obs-dia
               start arqObservacoes key >= reg-obs-chave
               if ws-fs-arqObservacoes = "00" then
                   move "N" to ws-fim-arqObservacoes
                   perform until ws-fim-arqObservacoes = "S"
                       read arqObservacoes next
                       if ws-fs-arqObservacoes not = "00"
                       or reg-obs-estacao not = ws-est-codigo(ws-est)
                       or reg-obs-ano not = ws-ano-boletim
                       or reg-obs-mes not = ws-mes-boletim then
                           move "S" to ws-fim-arqObservacoes
                       else
                           if reg-obs-dia >= 1
                           and reg-obs-dia <= ws-dias-no-mes then
                               perform guarda-dia
                           end-if
                       end-if
                   end-perform
               end-if
               close arqObservacoes
           end-if

           if ws-est-dias(ws-est) > 0 then
               compute ws-est-media(ws-est) rounded =
                       ws-est-soma-temp(ws-est) / ws-est-dias(ws-est)
           end-if

           perform busca-normal
           perform busca-recordes
           .
       carrega-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Guarda o dia recem lido na tabela da estacao ws-est - dia
      *>  ESTIMADO aparece na tabela diaria mas fica fora da media, dos
      *>  extremos e da chuva
      *>------------------------------------------------------------------------
       guarda-dia section.

           move reg-obs-dia to ws-dia
           move "S" to ws-dia-tem(ws-est ws-dia)
           move reg-obs-temp to ws-dia-temp(ws-est ws-dia)
           move reg-obs-tem-extras to ws-dia-tem-extras(ws-est ws-dia)
           move reg-obs-temp-minima to ws-dia-minima(ws-est ws-dia)
           move reg-obs-temp-maxima to ws-dia-maxima(ws-est ws-dia)
           move reg-obs-umidade to ws-dia-umidade(ws-est ws-dia)
           move reg-obs-chuva to ws-dia-chuva(ws-est ws-dia)
           move reg-obs-estimado to ws-dia-estimado(ws-est ws-dia)
           move reg-obs-suspeito to ws-dia-suspeito(ws-est ws-dia)

           if reg-obs-suspeito = "S" then
               add 1 to ws-est-suspeitos(ws-est)
           end-if
           if reg-obs-estimado = "S" then
               add 1 to ws-est-estimados(ws-est)
               go to guarda-dia-exit
           end-if

           add 1 to ws-est-dias(ws-est)
           add reg-obs-temp to ws-est-soma-temp(ws-est)

           if reg-obs-tem-extras not = "S" then
               go to guarda-dia-exit
           end-if

           add 1 to ws-est-dias-extras(ws-est)
           compute ws-amplitude = reg-obs-temp-maxima - reg-obs-temp-minima
           add ws-amplitude to ws-est-soma-amplitude(ws-est)
           if ws-est-tem-extremos(ws-est) = "N" then
               move "S" to ws-est-tem-extremos(ws-est)
               move reg-obs-temp-minima to ws-est-minima(ws-est)
               move ws-dia to ws-est-dia-minima(ws-est)
               move reg-obs-temp-maxima to ws-est-maxima(ws-est)
               move ws-dia to ws-est-dia-maxima(ws-est)
           end-if
           if reg-obs-temp-minima < ws-est-minima(ws-est) then
               move reg-obs-temp-minima to ws-est-minima(ws-est)
               move ws-dia to ws-est-dia-minima(ws-est)
           end-if
           if reg-obs-temp-maxima > ws-est-maxima(ws-est) then
               move reg-obs-temp-maxima to ws-est-maxima(ws-est)
               move ws-dia to ws-est-dia-maxima(ws-est)
           end-if

           add reg-obs-chuva to ws-est-chuva(ws-est)
           if reg-obs-chuva > 0 then
               add 1 to ws-est-dias-chuva(ws-est)
           end-if
           if reg-obs-chuva > ws-est-maior-chuva(ws-est) then
               move reg-obs-chuva to ws-est-maior-chuva(ws-est)
               move ws-dia to ws-est-dia-maior-chuva(ws-est)
           end-if
           .
       guarda-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Normal do mes da estacao ws-est em arqNormais.dat
      *>------------------------------------------------------------------------
       busca-normal section.

           open input arqNormais
           if ws-fs-arqNormais not = "00" then
               go to busca-normal-exit
           end-if

           move ws-est-codigo(ws-est) to reg-norm-estacao
           move ws-mes-boletim to reg-norm-mes
           read arqNormais
           if ws-fs-arqNormais = "00" then
               move "S" to ws-est-tem-normal(ws-est)
               move reg-norm-media to ws-est-normal(ws-est)
               move reg-norm-qtd-anos to ws-est-anos-normal(ws-est)
           end-if

           close arqNormais
           .
       busca-normal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Recordes batidos no mes do boletim pela estacao ws-est: o do
      *>  mes do calendario e os de cada dia do mes cujo ano gravado e
      *>  o ano do boletim - SO quando a estacao tem historico do mes
      *>  em ano anterior ao do boletim: a primeira observacao de um
      *>  dia/mes cria o recorde com o ano dela (adaptado e a semeadura
      *>  dos recordes) sem ter batido nada, e no primeiro ano de uma
      *>  estacao nova ou logo apos semear do arquivo anual corrente
      *>  todo dia apareceria como recorde
      *>------------------------------------------------------------------------
       busca-recordes section.

           perform verifica-historico-anterior
           if ws-historico-anterior not = "S" then
               go to busca-recordes-exit
           end-if

           open input arqRecordes
           if ws-fs-arqRecordes not = "00" then
               go to busca-recordes-exit
           end-if

           move ws-est-codigo(ws-est) to reg-rec-estacao
           move "M" to reg-rec-tipo
           move ws-mes-boletim to reg-rec-mes
           move 0 to reg-rec-dia
           read arqRecordes
           if ws-fs-arqRecordes = "00" then
               if reg-rec-ano-minima = ws-ano-boletim then
                   add 1 to ws-est-recordes(ws-est)
                   move "S" to ws-est-rec-mes-minima(ws-est)
                   move reg-rec-minima to ws-est-rec-mes-min-valor(ws-est)
               end-if
               if reg-rec-ano-maxima = ws-ano-boletim then
                   add 1 to ws-est-recordes(ws-est)
                   move "S" to ws-est-rec-mes-maxima(ws-est)
                   move reg-rec-maxima to ws-est-rec-mes-max-valor(ws-est)
               end-if
           end-if

           perform varying ws-dia from 1 by 1 until ws-dia > ws-dias-no-mes
               move ws-est-codigo(ws-est) to reg-rec-estacao
               move "D" to reg-rec-tipo
               move ws-mes-boletim to reg-rec-mes
               move ws-dia to reg-rec-dia
               read arqRecordes
               if ws-fs-arqRecordes = "00" then
                   if reg-rec-ano-minima = ws-ano-boletim then
                       add 1 to ws-est-recordes(ws-est)
                       move "S" to ws-dia-rec-minima(ws-est ws-dia)
                   end-if
                   if reg-rec-ano-maxima = ws-ano-boletim then
                       add 1 to ws-est-recordes(ws-est)
                       move "S" to ws-dia-rec-maxima(ws-est ws-dia)
                   end-if
               end-if
           end-perform

           close arqRecordes
           .
       busca-recordes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Ve em arqHistoricoTemp.dat se a estacao ws-est tem o mes do
      *>  boletim em algum ano anterior ao do boletim - o primeiro
      *>  registro a partir de estacao/mes/0000 e o ano mais antigo;
      *>  sem o arquivo, nao ha como provar historico e fica "N"
      *>------------------------------------------------------------------------
       verifica-historico-anterior section.

           move "N" to ws-historico-anterior
           open input arqHistorico
           if ws-fs-arqHist not = "00" then
               go to verifica-historico-anterior-exit
           end-if

           move ws-est-codigo(ws-est) to reg-hist-estacao
           move ws-mes-boletim to reg-hist-mes
           move 0 to reg-hist-ano
           start arqHistorico key >= reg-hist-chave
           if ws-fs-arqHist = "00" then
               read arqHistorico next
               if ws-fs-arqHist = "00"
               and reg-hist-estacao = ws-est-codigo(ws-est)
               and reg-hist-mes = ws-mes-boletim
               and reg-hist-ano < ws-ano-boletim then
                   move "S" to ws-historico-anterior
               end-if
           end-if

           close arqHistorico
           .
       verifica-historico-anterior-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava arqBoletimMensal-MMAAAA.txt: a pagina de resumo da rede
      *>  e uma pagina (ou mais) por estacao
      *>------------------------------------------------------------------------
       gera-boletim section.

           open output arqBoletim
           move 0 to ws-pagina

           perform resumo-rede

           perform varying ws-est from 1 by 1 until ws-est > ws-qtd-estacoes
               perform pagina-estacao
           end-perform

           close arqBoletim
           .
       gera-boletim-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Pagina de resumo da rede: uma linha por estacao com media,
      *>  normal, extremos, chuva e as contagens do mes, e os numeros
      *>  da rede inteira
      *>------------------------------------------------------------------------
       resumo-rede section.

           move "RESUMO DA REDE" to ws-titulo-secao
           perform nova-pagina

           move ws-cabecalho-rede-1 to ws-linha-boletim
           perform grava-linha-boletim
           move ws-traco to ws-linha-boletim
           perform grava-linha-boletim

           move 0 to ws-rede-soma-medias
           move 0 to ws-rede-qtd-medias
           move 0 to ws-rede-soma-chuva
           move 0 to ws-rede-qtd-chuva
           move "N" to ws-rede-tem-extremos

           perform varying ws-est from 1 by 1 until ws-est > ws-qtd-estacoes
               perform linha-rede-estacao
           end-perform

           move ws-traco to ws-linha-boletim
           perform grava-linha-boletim

           move spaces to ws-linha-boletim
           if ws-rede-qtd-medias > 0 then
               compute ws-rede-media rounded =
                       ws-rede-soma-medias / ws-rede-qtd-medias
               move ws-rede-media to ws-temp-edit
               string " MEDIA DA REDE (MEDIA DAS ESTACOES): " delimited by size
                   ws-temp-edit delimited by size
                   " C" delimited by size
                   into ws-linha-boletim
               end-string
           else
               move " MEDIA DA REDE: SEM DADOS NO MES" to ws-linha-boletim
           end-if
           perform grava-linha-boletim

           if ws-rede-tem-extremos = "S" then
               move ws-rede-minima to ws-temp-edit
               move ws-rede-maxima to ws-temp-edit-2
               move spaces to ws-linha-boletim
               string " MENOR MINIMA DA REDE: " delimited by size
                   ws-temp-edit delimited by size
                   " C NA ESTACAO " delimited by size
                   ws-est-codigo(ws-rede-est-minima) delimited by size
                   ", DIA " delimited by size
                   ws-est-dia-minima(ws-rede-est-minima) delimited by size
                   "     MAIOR MAXIMA DA REDE: " delimited by size
                   ws-temp-edit-2 delimited by size
                   " C NA ESTACAO " delimited by size
                   ws-est-codigo(ws-rede-est-maxima) delimited by size
                   ", DIA " delimited by size
                   ws-est-dia-maxima(ws-rede-est-maxima) delimited by size
                   into ws-linha-boletim
               end-string
               perform grava-linha-boletim
           end-if

           if ws-rede-qtd-chuva > 0 then
               compute ws-rede-chuva rounded =
                       ws-rede-soma-chuva / ws-rede-qtd-chuva
               move ws-rede-chuva to ws-chuva-edit
               move spaces to ws-linha-boletim
               string " CHUVA MEDIA DA REDE NO MES: " delimited by size
                   ws-chuva-edit delimited by size
                   " MM" delimited by size
                   into ws-linha-boletim
               end-string
               perform grava-linha-boletim
           end-if

           move spaces to ws-linha-boletim
           perform grava-linha-boletim
           move " TEMPERATURAS EM C E CHUVA EM MM; AFAST. = MEDIA DO MES MENOS A NORMAL CLIMATOLOGICA; D.C. = DIAS COM CHUVA;"
               to ws-linha-boletim
           perform grava-linha-boletim
           move " EST = DIAS ESTIMADOS POR INTERPOLACAO; SUSP = DIAS SUSPEITOS NO CONTROLE DE QUALIDADE; REC = RECORDES BATIDOS NO MES."
               to ws-linha-boletim
           perform grava-linha-boletim
           move " MEDIA, EXTREMOS E CHUVA SO COM OS DIAS MEDIDOS - OS DIAS ESTIMADOS FICAM DE FORA."
               to ws-linha-boletim
           perform grava-linha-boletim
           .
       resumo-rede-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha da estacao ws-est no resumo da rede e acumulo dos
      *>  numeros da rede
      *>------------------------------------------------------------------------
       linha-rede-estacao section.

           move spaces to lr-estacao
           string ws-est-codigo(ws-est) delimited by size
               " - " delimited by size
               ws-est-nome(ws-est) delimited by "  "
               into lr-estacao
           end-string
           move ws-est-municipio(ws-est) to lr-municipio
           move ws-est-altitude(ws-est) to lr-altitude
           move ws-est-dias(ws-est) to lr-dias

           if ws-est-dias(ws-est) > 0 then
               move ws-est-media(ws-est) to lr-media
               add ws-est-media(ws-est) to ws-rede-soma-medias
               add 1 to ws-rede-qtd-medias
           else
               move "    - " to lr-media-x
           end-if

           if ws-est-tem-normal(ws-est) = "S" then
               move ws-est-normal(ws-est) to lr-normal
           else
               move "    - " to lr-normal-x
           end-if

           if ws-est-tem-normal(ws-est) = "S" and ws-est-dias(ws-est) > 0 then
               compute ws-afastamento =
                       ws-est-media(ws-est) - ws-est-normal(ws-est)
               move ws-afastamento to lr-afastamento
           else
               move "    - " to lr-afastamento-x
           end-if

           if ws-est-tem-extremos(ws-est) = "S" then
               move ws-est-minima(ws-est) to lr-minima
               move ws-est-dia-minima(ws-est) to lr-dia-minima
               move ws-est-maxima(ws-est) to lr-maxima
               move ws-est-dia-maxima(ws-est) to lr-dia-maxima
               if ws-rede-tem-extremos = "N"
               or ws-est-minima(ws-est) < ws-rede-minima then
                   move ws-est-minima(ws-est) to ws-rede-minima
                   move ws-est to ws-rede-est-minima
               end-if
               if ws-rede-tem-extremos = "N"
               or ws-est-maxima(ws-est) > ws-rede-maxima then
                   move ws-est-maxima(ws-est) to ws-rede-maxima
                   move ws-est to ws-rede-est-maxima
               end-if
               move "S" to ws-rede-tem-extremos
               add ws-est-chuva(ws-est) to ws-rede-soma-chuva
               add 1 to ws-rede-qtd-chuva
           else
               move "    - " to lr-minima-x
               move " -" to lr-dia-minima-x
               move "    - " to lr-maxima-x
               move " -" to lr-dia-maxima-x
           end-if

           move ws-est-chuva(ws-est) to lr-chuva
           move ws-est-dias-chuva(ws-est) to lr-dias-chuva
           move ws-est-estimados(ws-est) to lr-estimados
           move ws-est-suspeitos(ws-est) to lr-suspeitos
           move ws-est-recordes(ws-est) to lr-recordes

           move ws-linha-rede to ws-linha-boletim
           perform grava-linha-boletim
           .
       linha-rede-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Pagina da estacao ws-est: identificacao, tabela diaria, media
      *>  contra a normal, extremos, chuva, recordes batidos no mes e a
      *>  nota dos dias estimados/suspeitos
      *>------------------------------------------------------------------------
       pagina-estacao section.

           move spaces to ws-titulo-secao
           string "ESTACAO " delimited by size
               ws-est-codigo(ws-est) delimited by size
               " - " delimited by size
               ws-est-nome(ws-est) delimited by "  "
               into ws-titulo-secao
           end-string
           perform nova-pagina

           move spaces to ws-linha-boletim
           if ws-est-nome(ws-est) = spaces then
               string " ESTACAO " delimited by size
                   ws-est-codigo(ws-est) delimited by size
                   " (FORA DO CADASTRO DE ESTACOES)" delimited by size
                   into ws-linha-boletim
               end-string
           else
               string " ESTACAO " delimited by size
                   ws-est-codigo(ws-est) delimited by size
                   " - " delimited by size
                   ws-est-nome(ws-est) delimited by "  "
                   "     MUNICIPIO: " delimited by size
                   ws-est-municipio(ws-est) delimited by "  "
                   "     ALTITUDE: " delimited by size
                   ws-est-altitude(ws-est) delimited by size
                   " M" delimited by size
                   into ws-linha-boletim
               end-string
           end-if
           perform grava-linha-boletim
           move spaces to ws-linha-boletim
           perform grava-linha-boletim

           move ws-cabecalho-dias-1 to ws-linha-boletim
           perform grava-linha-boletim
           move ws-cabecalho-dias-2 to ws-linha-boletim
           perform grava-linha-boletim

           perform varying ws-dia from 1 by 1 until ws-dia > ws-dias-no-mes
               perform linha-dia-estacao
           end-perform

           move spaces to ws-linha-boletim
           perform grava-linha-boletim
           perform resumo-estacao
           perform recordes-estacao

      *>   nota de rodape: quantos dias do mes nao sao leitura plena
           move spaces to ws-linha-boletim
           perform grava-linha-boletim
           move spaces to ws-linha-boletim
           string " NOTA: " delimited by size
               ws-est-estimados(ws-est) delimited by size
               " DIA(S) ESTIMADO(S) POR INTERPOLACAO DOS VIZINHOS, FORA DA"
                   delimited by size
               " MEDIA, DOS EXTREMOS E DA CHUVA;" delimited by size
               into ws-linha-boletim
           end-string
           perform grava-linha-boletim
           move spaces to ws-linha-boletim
           string "       " delimited by size
               ws-est-suspeitos(ws-est) delimited by size
               " DIA(S) SUSPEITO(S) NO CONTROLE DE QUALIDADE ENTRE ESTACOES,"
                   delimited by size
               " MANTIDO(S) NOS NUMEROS DO MES." delimited by size
               into ws-linha-boletim
           end-string
           perform grava-linha-boletim
           .
       pagina-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha do dia ws-dia na tabela diaria da estacao ws-est
      *>------------------------------------------------------------------------
       linha-dia-estacao section.

           move ws-dia to ld-dia
           move spaces to ld-temp-x
           move spaces to ld-minima-x
           move spaces to ld-maxima-x
           move spaces to ld-amplitude-x
           move spaces to ld-umidade-x
           move spaces to ld-chuva-x
           move spaces to ws-observacao-dia

           if ws-dia-tem(ws-est ws-dia) = "N" then
               move "    - " to ld-temp-x
               move "SEM LEITURA" to ws-observacao-dia
           else
               move ws-dia-temp(ws-est ws-dia) to ld-temp
               if ws-dia-tem-extras(ws-est ws-dia) = "S" then
                   move ws-dia-minima(ws-est ws-dia) to ld-minima
                   move ws-dia-maxima(ws-est ws-dia) to ld-maxima
                   compute ws-amplitude = ws-dia-maxima(ws-est ws-dia)
                           - ws-dia-minima(ws-est ws-dia)
                   move ws-amplitude to ld-amplitude
                   move ws-dia-umidade(ws-est ws-dia) to ld-umidade
                   move ws-dia-chuva(ws-est ws-dia) to ld-chuva
               end-if
               if ws-dia-estimado(ws-est ws-dia) = "S" then
                   move "ESTIMADO" to ws-observacao-dia
               end-if
               if ws-dia-suspeito(ws-est ws-dia) = "S" then
                   move "SUSPEITO" to ws-texto-observacao
                   perform acrescenta-observacao
               end-if
               if ws-dia-rec-minima(ws-est ws-dia) = "S" then
                   move "RECORDE DE MINIMA" to ws-texto-observacao
                   perform acrescenta-observacao
               end-if
               if ws-dia-rec-maxima(ws-est ws-dia) = "S" then
                   move "RECORDE DE MAXIMA" to ws-texto-observacao
                   perform acrescenta-observacao
               end-if
           end-if

           move ws-observacao-dia to ld-observacao
           move ws-linha-dia to ws-linha-boletim
           perform grava-linha-boletim
           .
       linha-dia-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Junta ws-texto-observacao as marcas ja postas no dia, separadas
      *>  por " / "
      *>------------------------------------------------------------------------
       acrescenta-observacao section.

           if ws-observacao-dia = spaces then
               move ws-texto-observacao to ws-observacao-dia
               go to acrescenta-observacao-exit
           end-if

           move ws-observacao-dia to ld-observacao
           move spaces to ws-observacao-dia
           string ld-observacao delimited by "  "
               " / " delimited by size
               ws-texto-observacao delimited by "  "
               into ws-observacao-dia
           end-string
           .
       acrescenta-observacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Media do mes contra a normal, extremos e chuva da estacao
      *>  ws-est
      *>------------------------------------------------------------------------
       resumo-estacao section.

           move spaces to ws-linha-boletim
           if ws-est-dias(ws-est) = 0 then
               string " MEDIA DO MES: SEM DIAS MEDIDOS" delimited by size
                   into ws-linha-boletim
               end-string
           else
               move ws-est-media(ws-est) to ws-temp-edit
               if ws-est-tem-normal(ws-est) = "S" then
                   move ws-est-normal(ws-est) to ws-temp-edit-2
                   compute ws-afastamento =
                           ws-est-media(ws-est) - ws-est-normal(ws-est)
                   move ws-afastamento to ws-afastamento-edit
                   evaluate true
                       when ws-afastamento > 0
                           move "ACIMA DA NORMAL" to ws-rotulo-afastamento
                       when ws-afastamento < 0
                           move "ABAIXO DA NORMAL" to ws-rotulo-afastamento
                       when other
                           move "NA NORMAL" to ws-rotulo-afastamento
                   end-evaluate
                   string " MEDIA DO MES: " delimited by size
                       ws-temp-edit delimited by size
                       " C (" delimited by size
                       ws-est-dias(ws-est) delimited by size
                       " DIAS MEDIDOS)     NORMAL CLIMATOLOGICA: "
                           delimited by size
                       ws-temp-edit-2 delimited by size
                       " C (" delimited by size
                       ws-est-anos-normal(ws-est) delimited by size
                       " ANOS)     AFASTAMENTO: " delimited by size
                       ws-afastamento-edit delimited by size
                       " C - " delimited by size
                       ws-rotulo-afastamento delimited by "  "
                       into ws-linha-boletim
                   end-string
               else
                   string " MEDIA DO MES: " delimited by size
                       ws-temp-edit delimited by size
                       " C (" delimited by size
                       ws-est-dias(ws-est) delimited by size
                       " DIAS MEDIDOS)     NORMAL CLIMATOLOGICA: AINDA NAO"
                           delimited by size
                       " CALCULADA PARA A ESTACAO" delimited by size
                       into ws-linha-boletim
                   end-string
               end-if
           end-if
           perform grava-linha-boletim

           move spaces to ws-linha-boletim
           if ws-est-tem-extremos(ws-est) = "S" then
               move ws-est-minima(ws-est) to ws-temp-edit
               move ws-est-maxima(ws-est) to ws-temp-edit-2
               compute ws-amplitude-media rounded =
                   ws-est-soma-amplitude(ws-est) / ws-est-dias-extras(ws-est)
               move ws-amplitude-media to ws-amplitude-edit
               string " MENOR MINIMA: " delimited by size
                   ws-temp-edit delimited by size
                   " C NO DIA " delimited by size
                   ws-est-dia-minima(ws-est) delimited by size
                   "     MAIOR MAXIMA: " delimited by size
                   ws-temp-edit-2 delimited by size
                   " C NO DIA " delimited by size
                   ws-est-dia-maxima(ws-est) delimited by size
                   "     AMPLITUDE TERMICA MEDIA: " delimited by size
                   ws-amplitude-edit delimited by size
                   " C" delimited by size
                   into ws-linha-boletim
               end-string
               perform grava-linha-boletim

               move ws-est-chuva(ws-est) to ws-chuva-edit
               move spaces to ws-linha-boletim
               if ws-est-dias-chuva(ws-est) > 0 then
                   move ws-est-maior-chuva(ws-est) to ws-chuva-dia-edit
                   string " CHUVA TOTAL NO MES: " delimited by size
                       ws-chuva-edit delimited by size
                       " MM EM " delimited by size
                       ws-est-dias-chuva(ws-est) delimited by size
                       " DIA(S) DE CHUVA     MAIOR CHUVA DIARIA: "
                           delimited by size
                       ws-chuva-dia-edit delimited by size
                       " MM NO DIA " delimited by size
                       ws-est-dia-maior-chuva(ws-est) delimited by size
                       into ws-linha-boletim
                   end-string
               else
                   string " CHUVA TOTAL NO MES: " delimited by size
                       ws-chuva-edit delimited by size
                       " MM - NENHUM DIA DE CHUVA" delimited by size
                       into ws-linha-boletim
                   end-string
               end-if
           else
               move " MINIMA, MAXIMA E CHUVA: A ESTACAO NAO TEM ESSAS MEDIDAS NO MES"
                   to ws-linha-boletim
           end-if
           perform grava-linha-boletim
           .
       resumo-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Recordes historicos batidos no mes pela estacao ws-est - o
      *>  bloco inteiro fica na mesma pagina
      *>------------------------------------------------------------------------
       recordes-estacao section.

           compute ws-linhas-reservar = ws-est-recordes(ws-est) + 2
           if ws-linhas-pagina + ws-linhas-reservar > ws-max-linhas then
               move ws-max-linhas to ws-linhas-pagina
           end-if

           move spaces to ws-linha-boletim
           perform grava-linha-boletim
           if ws-est-recordes(ws-est) = 0 then
               move " RECORDES HISTORICOS: NENHUM RECORDE BATIDO NO MES"
                   to ws-linha-boletim
               perform grava-linha-boletim
               go to recordes-estacao-exit
           end-if

           move " RECORDES HISTORICOS BATIDOS NO MES:" to ws-linha-boletim
           perform grava-linha-boletim

           if ws-est-rec-mes-minima(ws-est) = "S" then
               move ws-est-rec-mes-min-valor(ws-est) to ws-temp-edit
               move spaces to ws-linha-boletim
               string "   MENOR TEMPERATURA JA REGISTRADA EM " delimited by size
                   ws-nome-mes(ws-mes-boletim) delimited by " "
                   ": " delimited by size
                   ws-temp-edit delimited by size
                   " C" delimited by size
                   into ws-linha-boletim
               end-string
               perform grava-linha-boletim
           end-if
           if ws-est-rec-mes-maxima(ws-est) = "S" then
               move ws-est-rec-mes-max-valor(ws-est) to ws-temp-edit
               move spaces to ws-linha-boletim
               string "   MAIOR TEMPERATURA JA REGISTRADA EM " delimited by size
                   ws-nome-mes(ws-mes-boletim) delimited by " "
                   ": " delimited by size
                   ws-temp-edit delimited by size
                   " C" delimited by size
                   into ws-linha-boletim
               end-string
               perform grava-linha-boletim
           end-if

           perform varying ws-dia from 1 by 1 until ws-dia > ws-dias-no-mes
               if ws-dia-rec-minima(ws-est ws-dia) = "S" then
                   move ws-dia-temp(ws-est ws-dia) to ws-temp-edit
                   if ws-dia-tem-extras(ws-est ws-dia) = "S" then
                       move ws-dia-minima(ws-est ws-dia) to ws-temp-edit
                   end-if
                   move spaces to ws-linha-boletim
                   string "   DIA " delimited by size
                       ws-dia delimited by size
                       ": RECORDE DE MINIMA PARA A DATA:" delimited by size
                       ws-temp-edit delimited by size
                       " C" delimited by size
                       into ws-linha-boletim
                   end-string
                   perform grava-linha-boletim
               end-if
               if ws-dia-rec-maxima(ws-est ws-dia) = "S" then
                   move ws-dia-temp(ws-est ws-dia) to ws-temp-edit
                   if ws-dia-tem-extras(ws-est ws-dia) = "S" then
                       move ws-dia-maxima(ws-est ws-dia) to ws-temp-edit
                   end-if
                   move spaces to ws-linha-boletim
                   string "   DIA " delimited by size
                       ws-dia delimited by size
                       ": RECORDE DE MAXIMA PARA A DATA:" delimited by size
                       ws-temp-edit delimited by size
                       " C" delimited by size
                       into ws-linha-boletim
                   end-string
                   perform grava-linha-boletim
               end-if
           end-perform
           .
       recordes-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Forca a quebra de pagina na proxima linha gravada - cada
      *>  secao (resumo da rede, cada estacao) comeca numa pagina nova
      *>------------------------------------------------------------------------
       nova-pagina section.

           move "N" to ws-secao-continua
           move ws-max-linhas to ws-linhas-pagina
           .
       nova-pagina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava ws-linha-boletim - com a pagina cheia, salta para a
      *>  pagina seguinte com o cabecalho antes
      *>------------------------------------------------------------------------
       grava-linha-boletim section.

           if ws-linhas-pagina >= ws-max-linhas then
               perform cabecalho-pagina
           end-if

           move ws-linha-boletim to fd-linha-boletim
           write fd-linha-boletim after advancing 1 line
           add 1 to ws-linhas-pagina
           .
       grava-linha-boletim-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Cabecalho de pagina: servico e numero da pagina, mes do
      *>  boletim e data de emissao, titulo da secao (com CONTINUACAO
      *>  a partir da segunda pagina da mesma secao) e um traco
      *>------------------------------------------------------------------------
       cabecalho-pagina section.

           add 1 to ws-pagina
           move ws-pagina to ws-cab-pagina
           move ws-cabecalho-1 to fd-linha-boletim
           write fd-linha-boletim after advancing page

           move spaces to ws-cab-periodo
           string "BOLETIM CLIMATOLOGICO MENSAL - " delimited by size
               ws-nome-mes(ws-mes-boletim) delimited by " "
               " DE " delimited by size
               ws-ano-boletim delimited by size
               into ws-cab-periodo
           end-string
           move ws-exec-dia to ws-cab-dia
           move ws-exec-mes to ws-cab-mes
           move ws-exec-ano to ws-cab-ano-emissao
           move ws-cabecalho-2 to fd-linha-boletim
           write fd-linha-boletim after advancing 1 line

           move spaces to fd-linha-boletim
           if ws-secao-continua = "S" then
               string " " delimited by size
                   ws-titulo-secao delimited by "  "
                   " (CONTINUACAO)" delimited by size
                   into fd-linha-boletim
               end-string
           else
               string " " delimited by size
                   ws-titulo-secao delimited by "  "
                   into fd-linha-boletim
               end-string
           end-if
           write fd-linha-boletim after advancing 1 line

           move ws-traco to fd-linha-boletim
           write fd-linha-boletim after advancing 1 line

           move 4 to ws-linhas-pagina
           move "S" to ws-secao-continua
           .
       cabecalho-pagina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega codigo, nome, municipio e altitude das estacoes de
      *>  arqEstacoes.txt - sem o arquivo o boletim sai so com o codigo
      *>------------------------------------------------------------------------
       carrega-cadastro-estacoes section.

           move 0 to ws-qtd-cadastro
           open input arqEstacoes
           if ws-fs-arqEstacoes not = "00" then
               go to carrega-cadastro-estacoes-exit
           end-if

           move "N" to ws-fim-arqEstacoes
           perform until ws-fim-arqEstacoes = "S"
               read arqEstacoes
                   at end
                       move "S" to ws-fim-arqEstacoes
                   not at end
                       if reg-est-codigo not = spaces
                       and ws-qtd-cadastro < ws-max-cadastro then
                           add 1 to ws-qtd-cadastro
                           move reg-est-codigo
                               to ws-cad-codigo(ws-qtd-cadastro)
                           move reg-est-nome
                               to ws-cad-nome(ws-qtd-cadastro)
                           move reg-est-municipio
                               to ws-cad-municipio(ws-qtd-cadastro)
                           move reg-est-altitude
                               to ws-cad-altitude(ws-qtd-cadastro)
                       end-if
               end-read
           end-perform

           close arqEstacoes
           .
       carrega-cadastro-estacoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Determina quantos dias tem o mes/ano informado em
      *>  ws-mes-atual/ws-ano-atual (fevereiro leva em conta ano bissexto)
      *>------------------------------------------------------------------------
       calcula-dias-no-mes section.

           evaluate ws-mes-atual
               when 1 when 3 when 5 when 7 when 8 when 10 when 12
                   move 31 to ws-dias-no-mes
               when 4 when 6 when 9 when 11
                   move 30 to ws-dias-no-mes
               when 2
                   divide ws-ano-atual by 4
                       giving ws-quociente-dias-no-mes remainder ws-resto-4
                   divide ws-ano-atual by 100
                       giving ws-quociente-dias-no-mes remainder ws-resto-100
                   divide ws-ano-atual by 400
                       giving ws-quociente-dias-no-mes remainder ws-resto-400

                   if ws-resto-4 = 0
                   and (ws-resto-100 not = 0 or ws-resto-400 = 0) then
                       move 29 to ws-dias-no-mes
                   else
                       move 28 to ws-dias-no-mes
                   end-if
               when other
                   move 30 to ws-dias-no-mes
           end-evaluate
           .
       calcula-dias-no-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalizacao - mes ainda nao fechado (ou sem estacoes no
      *>  controle) sai como codigo de retorno 4
      *>------------------------------------------------------------------------
       finaliza section.
           display " "
           if ws-pode-publicar = "S" then
               display "Boletim mensal " ws-mes-boletim "/" ws-ano-boletim
                   " gerado em " ws-nome-boletim " - " ws-qtd-estacoes
                   " estacao(oes), " ws-pagina " pagina(s)"
           else
               display "Boletim mensal nao gerado"
               move 4 to return-code
           end-if

           Stop run
           .
       finaliza-exit.
           exit.
