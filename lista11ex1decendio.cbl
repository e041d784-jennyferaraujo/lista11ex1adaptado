      $set sourceformat"free"

      *>Divisao de identificacao do programa
       identification division.
       program-id. "lista11ex1decendio".
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

      *>   Arquivo permanente de observacoes diarias (copybook
      *>   CPOBSREG) - fonte do boletim: os dias ja em Celsius, ja
      *>   corrigidos pelo cadastro de calibracoes e com as marcas de
      *>   ESTIMADO/SUSPEITO
           select arqObservacoes assign to "arqObservacoesDiarias.dat"
           organization is indexed
           access mode is dynamic
           record key is reg-obs-chave
           file status is ws-fs-arqObservacoes.

      *>   Parametros de execucao - so o modo: no lote ("B") o boletim
      *>   sai do ano corrente ate o mes corrente, sem perguntar nada
           select arqParametros assign to "arqParametros.txt"
           organization is line sequential
           lock mode is automatic
           file status is ws-fs-arqParam.

      *>   Cadastro de estacoes (copybook CPESTREG) - nome do site no
      *>   cabecalho de cada estacao do boletim
           select arqEstacoes assign to "arqEstacoes.txt"
           organization is line sequential
           lock mode is automatic
           file status is ws-fs-arqEstacoes.

      *>   Boletim decendial impresso - um arquivo por ano processado
      *>   (arqBoletimDecendial-AAAA.txt)
           select arqBoletim assign to dynamic ws-nome-boletim
           organization is line sequential
           lock mode is automatic
           file status is ws-fs-arqBoletim.

      *>   Arquivo de layout fixo enviado as cooperativas e a extensao
      *>   rural - header, um detalhe por estacao/decendio e trailer
      *>   com contagem e hash, como o arquivo de transmissao ao
      *>   escritorio regional (arqDecendios-AAAA.txt)
           select arqDecendios assign to dynamic ws-nome-decendios
           organization is line sequential
           lock mode is automatic
           file status is ws-fs-arqDecendios.

       i-o-control.

      *>Declaracao de variaveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqObservacoes.
       01  fd-reg-observacao.
           copy cpobsreg.

       fd arqParametros.
       01  fd-parametros.
           05 fd-param-modo                       pic x(01).
           05 fd-param-unidade                    pic x(01).

       fd arqEstacoes.
       01  fd-reg-estacao.
           copy cpestreg.

       fd arqBoletim.
       01  fd-linha-boletim                       pic x(80).

       fd arqDecendios.
       01  fd-linha-decendio                      pic x(80).

      *>----Variaveis de trabalho
       working-storage section.

      *>   Periodo do boletim: um ano, do mes inicial ao final - o
      *>   balanco hidrico comeca no primeiro decendio com o solo na
      *>   capacidade de agua disponivel (CAD) e segue decendio a
      *>   decendio ate o ultimo
       77 ws-modo-execucao                        pic x(01) value "I".
       77 ws-ano-boletim                          pic 9(04).
       77 ws-mes-de                               pic 9(02) value 1.
       77 ws-mes-ate                              pic 9(02) value 12.
       77 ws-data-execucao                        pic 9(08).
       77 ws-aaaamm-execucao                      pic 9(06).
       77 ws-hora-execucao                        pic 9(08).
       77 ws-periodo-valido                       pic x(01).
       77 ws-dec-de                               pic 9(02).
       77 ws-dec-ate                              pic 9(02).

      *>   Capacidade de agua disponivel no solo (mm) - o armazenamento
      *>   nunca passa dela (a sobra e EXCEDENTE) nem fica abaixo de
      *>   zero; abaixo da metade dela o decendio e SECO (a fracao de
      *>   agua facilmente disponivel das culturas)
       77 ws-cad                                  pic 9(03)v9 value 100,0.
       77 ws-cad-digitada                         pic 9(03)v9.
       77 ws-limite-seco                          pic 9(03)v99.

      *>   Radiacao extraterrestre no meio de cada decendio (mm/dia de
      *>   evaporacao equivalente) para a latitude da rede, 23 graus e
      *>   30 minutos sul - entra na estimativa de Hargreaves da
      *>   evapotranspiracao potencial
       01 ws-radiacao-valores.
          05 filler                               pic x(36)
             value "174173171167163158153146139130122115".
          05 filler                               pic x(36)
             value "107101096092090090092095099105112119".
          05 filler                               pic x(36)
             value "128136143150156162166170172174175175".
       01 ws-radiacao-tabela redefines ws-radiacao-valores.
          05 ws-radiacao occurs 36 times          pic 9(02)v9.

      *>   Acumuladores por estacao/decendio do ano (36 decendios):
      *>   dias com registro (fora os ESTIMADOS), dias com minima/
      *>   maxima, soma das temperaturas, menor minima e maior maxima,
      *>   chuva e evapotranspiracao dos dias com minima/maxima
       77 ws-max-estacoes                         pic 9(02) value 10.
       77 ws-qtd-estacoes                         pic 9(02) value 0.
       01 ws-estacoes.
          05 ws-estacao occurs 10 times.
             10 ws-est-codigo                     pic x(03).
             10 ws-est-nome                       pic x(20).
             10 ws-est-dec-tab occurs 36 times.
                15 ws-dec-dias                    pic 9(02).
                15 ws-dec-dias-extras             pic 9(02).
                15 ws-dec-dias-estimados          pic 9(02).
                15 ws-dec-dias-suspeitos          pic 9(02).
                15 ws-dec-soma-temp               pic s9(04)v99.
                15 ws-dec-minima                  pic s9(03)v99.
                15 ws-dec-maxima                  pic s9(03)v99.
                15 ws-dec-chuva                   pic 9(04)v9.
                15 ws-dec-soma-etp                pic 9(03)v99.

      *>   estacao/decendio correntes e apoio a localizacao de estacao
       77 ws-est                                  pic 9(02).
       77 ws-est-procura                          pic 9(02).
       77 ws-estacao-achada                       pic x(01).
       77 ws-dec                                  pic 9(02).
       77 ws-dec-do-mes                           pic 9(01).
       77 ws-mes-dec                              pic 9(02).

       77 ws-fs-arqObservacoes                    pic 9(02).
       77 ws-fim-arqObservacoes                   pic x(01) value "N".
       77 ws-fs-arqParam                          pic 9(02).
       77 ws-fs-arqEstacoes                       pic 9(02).
       77 ws-fim-arqEstacoes                      pic x(01) value "N".
       77 ws-fs-arqBoletim                        pic 9(02).
       77 ws-fs-arqDecendios                      pic 9(02).

      *>   Evapotranspiracao potencial do dia pela equacao de
      *>   Hargreaves: 0,0023 x Ra x (Tmedia + 17,8) x raiz(Tmax - Tmin)
       77 ws-temp-media-dia                       pic s9(03)v99.
       77 ws-amplitude-dia                        pic s9(03)v99.
       77 ws-etp-dia                              pic 9(02)v99.

      *>   Calculo do decendio corrente e balanco hidrico da estacao
       77 ws-dias-no-mes                          pic 9(02).
       77 ws-mes-atual                            pic 9(02).
       77 ws-ano-atual                            pic 9(04).
       77 ws-resto-4                              pic 9(02).
       77 ws-resto-100                            pic 9(02).
       77 ws-resto-400                            pic 9(03).
       77 ws-quociente-dias-no-mes                pic 9(04).
       77 ws-dias-periodo                         pic 9(02).
       77 ws-dia-inicio                           pic 9(02).
       77 ws-dia-fim                              pic 9(02).
       77 ws-media-dec                            pic s9(03)v99.
       77 ws-etp-dec                              pic 9(03)v9.
       77 ws-saldo-dec                            pic s9(04)v9.
       77 ws-saldo-acumulado                      pic s9(05)v9.
       77 ws-armazenamento                        pic s9(04)v9.
       77 ws-excedente                            pic 9(04)v9.
       77 ws-situacao-dec                         pic x(01).
       77 ws-rotulo-situacao                      pic x(09).
      *>   o balanco da estacao comeca no primeiro decendio do periodo
      *>   com minima/maxima - os anteriores (estacao ainda sem dados
      *>   no ano) nao saem no boletim nem no arquivo
       77 ws-balanco-iniciado                     pic x(01).

      *>   Linhas do boletim impresso
       77 ws-nome-boletim                         pic x(40).
       77 ws-nome-decendios                       pic x(40).
       77 ws-linha-boletim                        pic x(80).
       77 ws-cabecalho-colunas                    pic x(80) value
          "MM/D DIAS  DD  TMED  TMIN  TMAX  CHUVA   ETP   P-ETP  ACUMUL.   ARM SITUACAO".
       77 ws-periodo-edit                         pic x(05).
       77 ws-dias-edit                            pic z9.
       77 ws-media-edit                           pic --9,9.
       77 ws-minima-edit                          pic --9,9.
       77 ws-maxima-edit                          pic --9,9.
       77 ws-chuva-edit                           pic zzz9,9.
       77 ws-etp-edit                             pic zz9,9.
       77 ws-saldo-edit                           pic ----9,9.
       77 ws-acumulado-edit                       pic -----9,9.
       77 ws-armazenamento-edit                   pic zz9,9.
       77 ws-cad-edit                             pic zz9,9.
       77 ws-nota-dias                            pic x(40).

      *>   Arquivo de layout fixo: header com remetente, data/hora da
      *>   geracao, ano, meses e CAD do balanco; detalhe por estacao/
      *>   decendio; trailer com a contagem de detalhes e o hash (soma
      *>   da chuva e da evapotranspiracao de todos os detalhes) - sinal
      *>   separado a esquerda nos campos com sinal, como no arquivo de
      *>   transmissao
       77 ws-id-remetente                         pic x(10)
                                                  value "LISTA11EX1".
       01 ws-dec-header.
          05 filler                               pic x(01) value "H".
          05 ws-dh-remetente                      pic x(10).
          05 ws-dh-data                           pic 9(08).
          05 ws-dh-hora                           pic 9(08).
          05 ws-dh-ano                            pic 9(04).
          05 ws-dh-mes-de                         pic 9(02).
          05 ws-dh-mes-ate                        pic 9(02).
          05 ws-dh-cad                            pic 9(03)v9.
       01 ws-dec-detalhe.
          05 filler                               pic x(01) value "D".
          05 ws-dd-estacao                        pic x(03).
          05 ws-dd-ano                            pic 9(04).
          05 ws-dd-mes                            pic 9(02).
          05 ws-dd-decendio                       pic 9(01).
          05 ws-dd-dias-periodo                   pic 9(02).
          05 ws-dd-dias-observados                pic 9(02).
          05 ws-dd-media                          pic s9(03)v99
                                                  sign leading separate.
          05 ws-dd-minima                         pic s9(03)v99
                                                  sign leading separate.
          05 ws-dd-maxima                         pic s9(03)v99
                                                  sign leading separate.
          05 ws-dd-chuva                          pic 9(04)v9.
          05 ws-dd-etp                            pic 9(03)v9.
          05 ws-dd-saldo                          pic s9(04)v9
                                                  sign leading separate.
          05 ws-dd-saldo-acumulado                pic s9(05)v9
                                                  sign leading separate.
          05 ws-dd-armazenamento                  pic 9(03)v9.
          05 ws-dd-excedente                      pic 9(04)v9.
      *>      "S" seco, "A" adequado, "E" excedente, "N" decendio sem
      *>      dados (o balanco atravessa o decendio sem mudar)
          05 ws-dd-situacao                       pic x(01).
       01 ws-dec-trailer.
          05 filler                               pic x(01) value "T".
          05 ws-dt-qtd                            pic 9(04).
          05 ws-dt-hash                           pic s9(07)v99
                                                  sign leading separate.
       77 ws-hash-total                           pic s9(07)v99.
       77 ws-qtd-detalhes                         pic 9(04).

      *>   Totais
       77 ws-qtd-lidos                            pic 9(06) value 0.
       77 ws-qtd-aproveitados                     pic 9(06) value 0.

      *>----Variaveis para comunicacao entre programas
       linkage section.


      *>----Declaracao de tela
       screen section.


      *>Declaracao do corpo do programa
       procedure division.


           perform inicializa.
           if ws-periodo-valido = "S" then
               perform varre-observacoes
               perform gera-boletim
           end-if.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Le o modo de arqParametros.txt e define o periodo do boletim
      *>  (no lote: ano corrente, de janeiro ao mes corrente; no
      *>  terminal: ano, meses e CAD informados), zera os acumuladores
      *>  e carrega os nomes das estacoes
      *>------------------------------------------------------------------------
       inicializa section.

           move 0 to ws-qtd-estacoes
           perform varying ws-est from 1 by 1 until ws-est > ws-max-estacoes
               move spaces to ws-est-codigo(ws-est)
               move spaces to ws-est-nome(ws-est)
               perform varying ws-dec from 1 by 1 until ws-dec > 36
                   move 0 to ws-dec-dias(ws-est ws-dec)
                   move 0 to ws-dec-dias-extras(ws-est ws-dec)
                   move 0 to ws-dec-dias-estimados(ws-est ws-dec)
                   move 0 to ws-dec-dias-suspeitos(ws-est ws-dec)
                   move 0 to ws-dec-soma-temp(ws-est ws-dec)
                   move 0 to ws-dec-minima(ws-est ws-dec)
                   move 0 to ws-dec-maxima(ws-est ws-dec)
                   move 0 to ws-dec-chuva(ws-est ws-dec)
                   move 0 to ws-dec-soma-etp(ws-est ws-dec)
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

           accept ws-data-execucao from date yyyymmdd
           accept ws-hora-execucao from time
           divide ws-data-execucao by 10000 giving ws-ano-boletim
           move 1 to ws-mes-de
           divide ws-data-execucao by 100 giving ws-aaaamm-execucao
           compute ws-mes-ate = function mod(ws-aaaamm-execucao, 100)

           if ws-modo-execucao not = "B" and ws-modo-execucao not = "b" then
               display erase
               display "Boletim decendial agrometeorologico"
               display "Ano (AAAA, zero = " ws-ano-boletim "): "
               move 0 to ws-ano-atual
               accept ws-ano-atual
               if ws-ano-atual not = 0 then
                   move ws-ano-atual to ws-ano-boletim
                   move 12 to ws-mes-ate
               end-if
               display "Mes inicial (1 a 12): "
               accept ws-mes-de
               display "Mes final (1 a 12): "
               accept ws-mes-ate
               display "Capacidade de agua disponivel do solo em mm"
                   " (zero = 100,0): "
               move 0 to ws-cad-digitada
               accept ws-cad-digitada
               if ws-cad-digitada > 0 then
                   move ws-cad-digitada to ws-cad
               end-if
           end-if

           move "S" to ws-periodo-valido
           if ws-ano-boletim < 1900
           or ws-mes-de < 1 or ws-mes-de > 12
           or ws-mes-ate < 1 or ws-mes-ate > 12
           or ws-mes-ate < ws-mes-de then
               display "Periodo invalido (" ws-mes-de " a " ws-mes-ate
                   "/" ws-ano-boletim ") - boletim nao gerado"
               move "N" to ws-periodo-valido
               go to inicializa-exit
           end-if

           compute ws-dec-de = (ws-mes-de - 1) * 3 + 1
           compute ws-dec-ate = ws-mes-ate * 3
           compute ws-limite-seco = ws-cad / 2

           move spaces to ws-nome-boletim
           string "arqBoletimDecendial-" delimited by size
               ws-ano-boletim delimited by size
               ".txt" delimited by size
               into ws-nome-boletim
           end-string
           move spaces to ws-nome-decendios
           string "arqDecendios-" delimited by size
               ws-ano-boletim delimited by size
               ".txt" delimited by size
               into ws-nome-decendios
           end-string
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Percorre arqObservacoesDiarias.dat e acumula cada dia do ano/
      *>  meses do boletim no decendio da sua estacao - dia ESTIMADO so
      *>  e contado, nunca entra nas medias, na chuva ou na
      *>  evapotranspiracao
      *>------------------------------------------------------------------------
       varre-observacoes section.

           open input arqObservacoes
           if ws-fs-arqObservacoes not = "00" then
               display "arqObservacoesDiarias.dat nao encontrado ou sem"
                   " acesso - nada a varrer"
               go to varre-observacoes-exit
           end-if

           move "N" to ws-fim-arqObservacoes
           perform until ws-fim-arqObservacoes = "S"
               read arqObservacoes next
               if ws-fs-arqObservacoes not = "00" then
                   move "S" to ws-fim-arqObservacoes
               else
                   add 1 to ws-qtd-lidos
                   if reg-obs-ano = ws-ano-boletim
                   and reg-obs-mes >= ws-mes-de
                   and reg-obs-mes <= ws-mes-ate
                   and reg-obs-dia >= 1 and reg-obs-dia <= 31 then
                       perform acumula-dia
                   end-if
               end-if
           end-perform

           close arqObservacoes
           .
       varre-observacoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acumula o dia recem lido no decendio da estacao dele: 1 a 10,
      *>  11 a 20 e 21 ao fim do mes
      *>------------------------------------------------------------------------
       acumula-dia section.

           perform localiza-estacao
           if ws-estacao-achada = "N" then
               go to acumula-dia-exit
           end-if

           evaluate true
               when reg-obs-dia <= 10
                   move 1 to ws-dec-do-mes
               when reg-obs-dia <= 20
                   move 2 to ws-dec-do-mes
               when other
                   move 3 to ws-dec-do-mes
           end-evaluate
           compute ws-dec = (reg-obs-mes - 1) * 3 + ws-dec-do-mes

           if reg-obs-estimado = "S" then
               add 1 to ws-dec-dias-estimados(ws-est ws-dec)
               go to acumula-dia-exit
           end-if

           add 1 to ws-qtd-aproveitados
           add 1 to ws-dec-dias(ws-est ws-dec)
           if reg-obs-suspeito = "S" then
               add 1 to ws-dec-dias-suspeitos(ws-est ws-dec)
           end-if
           add reg-obs-temp to ws-dec-soma-temp(ws-est ws-dec)

      *>   sem minima/maxima do logger, a temperatura do dia faz as
      *>   vezes de minima e maxima no extremo do decendio
           if ws-dec-dias(ws-est ws-dec) = 1 then
               move reg-obs-temp to ws-dec-minima(ws-est ws-dec)
               move reg-obs-temp to ws-dec-maxima(ws-est ws-dec)
           end-if
           if reg-obs-tem-extras = "S" then
               if reg-obs-temp-minima < ws-dec-minima(ws-est ws-dec) then
                   move reg-obs-temp-minima to ws-dec-minima(ws-est ws-dec)
               end-if
               if reg-obs-temp-maxima > ws-dec-maxima(ws-est ws-dec) then
                   move reg-obs-temp-maxima to ws-dec-maxima(ws-est ws-dec)
               end-if
           else
               if reg-obs-temp < ws-dec-minima(ws-est ws-dec) then
                   move reg-obs-temp to ws-dec-minima(ws-est ws-dec)
               end-if
               if reg-obs-temp > ws-dec-maxima(ws-est ws-dec) then
                   move reg-obs-temp to ws-dec-maxima(ws-est ws-dec)
               end-if
           end-if

      *>   chuva e evapotranspiracao so existem nos dias com as medidas
      *>   adicionais do logger
           if reg-obs-tem-extras not = "S" then
               go to acumula-dia-exit
           end-if

           add 1 to ws-dec-dias-extras(ws-est ws-dec)
           add reg-obs-chuva to ws-dec-chuva(ws-est ws-dec)

           compute ws-temp-media-dia =
                   (reg-obs-temp-minima + reg-obs-temp-maxima) / 2
           compute ws-amplitude-dia =
                   reg-obs-temp-maxima - reg-obs-temp-minima
           if ws-amplitude-dia < 0 then
               move 0 to ws-amplitude-dia
           end-if
           compute ws-etp-dia rounded =
                   0,0023 * ws-radiacao(ws-dec)
                   * (ws-temp-media-dia + 17,8)
                   * function sqrt(ws-amplitude-dia)
           add ws-etp-dia to ws-dec-soma-etp(ws-est ws-dec)
           .
       acumula-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Localiza (ou abre) a posicao da estacao do dia recem lido na
      *>  tabela, ja com o nome do site quando o cadastro o tem
      *>------------------------------------------------------------------------
       localiza-estacao section.

           move "N" to ws-estacao-achada
           perform varying ws-est-procura from 1 by 1
                   until ws-est-procura > ws-qtd-estacoes
                      or ws-estacao-achada = "S"
               if ws-est-codigo(ws-est-procura) = reg-obs-estacao then
                   move ws-est-procura to ws-est
                   move "S" to ws-estacao-achada
               end-if
           end-perform

           if ws-estacao-achada = "N" then
               if ws-qtd-estacoes < ws-max-estacoes then
                   add 1 to ws-qtd-estacoes
                   move ws-qtd-estacoes to ws-est
                   move reg-obs-estacao to ws-est-codigo(ws-est)
                   perform busca-nome-estacao
                   move "S" to ws-estacao-achada
               else
                   display "Mais estacoes nas observacoes do que a"
                       " tabela comporta - estacao " reg-obs-estacao
                       " ignorada"
               end-if
           end-if
           .
       localiza-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Busca em arqEstacoes.txt o nome do site da estacao ws-est -
      *>  sem cadastro, o boletim sai so com o codigo
      *>------------------------------------------------------------------------
       busca-nome-estacao section.

           open input arqEstacoes
           if ws-fs-arqEstacoes not = "00" then
               go to busca-nome-estacao-exit
           end-if

           move "N" to ws-fim-arqEstacoes
           perform until ws-fim-arqEstacoes = "S"
               read arqEstacoes
                   at end
                       move "S" to ws-fim-arqEstacoes
                   not at end
                       if reg-est-codigo = ws-est-codigo(ws-est) then
                           move reg-est-nome to ws-est-nome(ws-est)
                           move "S" to ws-fim-arqEstacoes
                       end-if
               end-read
           end-perform

           close arqEstacoes
           .
       busca-nome-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava o boletim impresso e o arquivo de layout fixo - um
      *>  bloco por estacao, com os decendios do periodo em ordem
      *>------------------------------------------------------------------------
       gera-boletim section.

           if ws-qtd-estacoes = 0 then
               display "Nenhuma observacao de " ws-mes-de " a " ws-mes-ate
                   "/" ws-ano-boletim " - boletim nao gerado"
               go to gera-boletim-exit
           end-if

           open output arqBoletim
           open output arqDecendios

           move ws-id-remetente to ws-dh-remetente
           move ws-data-execucao to ws-dh-data
           move ws-hora-execucao to ws-dh-hora
           move ws-ano-boletim to ws-dh-ano
           move ws-mes-de to ws-dh-mes-de
           move ws-mes-ate to ws-dh-mes-ate
           move ws-cad to ws-dh-cad
           move ws-dec-header to fd-linha-decendio
           write fd-linha-decendio

           move 0 to ws-qtd-detalhes
           move 0 to ws-hash-total

           move ws-cad to ws-cad-edit
           move spaces to ws-linha-boletim
           string "BOLETIM DECENDIAL AGROMETEOROLOGICO - " delimited by size
               ws-mes-de delimited by size
               " A " delimited by size
               ws-mes-ate delimited by size
               "/" delimited by size
               ws-ano-boletim delimited by size
               " - CAD " delimited by size
               ws-cad-edit delimited by size
               " MM" delimited by size
               into ws-linha-boletim
           end-string
           perform grava-linha-boletim
           move "ETP: HARGREAVES. BALANCO INICIADO NA CAD NO 1O DECENDIO COM DADOS."
               to ws-linha-boletim
           perform grava-linha-boletim

           perform varying ws-est from 1 by 1 until ws-est > ws-qtd-estacoes
               perform boletim-estacao
           end-perform

           move ws-qtd-detalhes to ws-dt-qtd
           move ws-hash-total to ws-dt-hash
           move ws-dec-trailer to fd-linha-decendio
           write fd-linha-decendio

           close arqBoletim
           close arqDecendios
           .
       gera-boletim-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Bloco da estacao ws-est: cabecalho e uma linha por decendio
      *>  do periodo, com o balanco hidrico levado de um decendio para
      *>  o seguinte
      *>------------------------------------------------------------------------
       boletim-estacao section.

           move spaces to ws-linha-boletim
           perform grava-linha-boletim
           move spaces to ws-linha-boletim
           string "ESTACAO " delimited by size
               ws-est-codigo(ws-est) delimited by size
               " - " delimited by size
               ws-est-nome(ws-est) delimited by "  "
               into ws-linha-boletim
           end-string
           perform grava-linha-boletim
           move ws-cabecalho-colunas to ws-linha-boletim
           perform grava-linha-boletim

           move ws-cad to ws-armazenamento
           move 0 to ws-saldo-acumulado
           move "N" to ws-balanco-iniciado

           perform varying ws-dec from ws-dec-de by 1
                   until ws-dec > ws-dec-ate
               perform calcula-decendio
           end-perform

           if ws-balanco-iniciado = "N" then
               move "     SEM MINIMA/MAXIMA NO PERIODO - SEM BALANCO HIDRICO"
                   to ws-linha-boletim
               perform grava-linha-boletim
           end-if
           .
       boletim-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Fecha o decendio ws-dec da estacao ws-est: media, extremos,
      *>  chuva e evapotranspiracao do periodo (a media diaria dos dias
      *>  com minima/maxima vezes os dias do decendio), saldo, balanco
      *>  hidrico e situacao - decendio sem minima/maxima nao tem
      *>  evapotranspiracao, e o balanco passa por ele sem mudar
      *>------------------------------------------------------------------------
       calcula-decendio section.

           if ws-balanco-iniciado = "N" then
               if ws-dec-dias-extras(ws-est ws-dec) = 0 then
                   go to calcula-decendio-exit
               end-if
               move "S" to ws-balanco-iniciado
           end-if

           divide ws-dec by 3 giving ws-mes-dec remainder ws-dec-do-mes
           if ws-dec-do-mes = 0 then
               move 3 to ws-dec-do-mes
           else
               add 1 to ws-mes-dec
           end-if
           move ws-mes-dec to ws-mes-atual
           move ws-ano-boletim to ws-ano-atual
           perform calcula-dias-no-mes

           evaluate ws-dec-do-mes
               when 1
                   move 1 to ws-dia-inicio
                   move 10 to ws-dia-fim
               when 2
                   move 11 to ws-dia-inicio
                   move 20 to ws-dia-fim
               when other
                   move 21 to ws-dia-inicio
                   move ws-dias-no-mes to ws-dia-fim
           end-evaluate
           compute ws-dias-periodo = ws-dia-fim - ws-dia-inicio + 1

           move spaces to ws-periodo-edit
           string ws-dia-inicio delimited by size
               "-" delimited by size
               ws-dia-fim delimited by size
               into ws-periodo-edit
           end-string

           move ws-est-codigo(ws-est) to ws-dd-estacao
           move ws-ano-boletim to ws-dd-ano
           move ws-mes-dec to ws-dd-mes
           move ws-dec-do-mes to ws-dd-decendio
           move ws-dias-periodo to ws-dd-dias-periodo
           move ws-dec-dias(ws-est ws-dec) to ws-dd-dias-observados
           move ws-dec-dias(ws-est ws-dec) to ws-dias-edit

           if ws-dec-dias-extras(ws-est ws-dec) = 0 then
               perform decendio-sem-dados
               go to calcula-decendio-exit
           end-if

           compute ws-media-dec rounded =
                   ws-dec-soma-temp(ws-est ws-dec) / ws-dec-dias(ws-est ws-dec)
           compute ws-etp-dec rounded =
                   ws-dec-soma-etp(ws-est ws-dec)
                   / ws-dec-dias-extras(ws-est ws-dec) * ws-dias-periodo
           compute ws-saldo-dec = ws-dec-chuva(ws-est ws-dec) - ws-etp-dec
           add ws-saldo-dec to ws-saldo-acumulado

           move 0 to ws-excedente
           add ws-saldo-dec to ws-armazenamento
           if ws-armazenamento > ws-cad then
               compute ws-excedente = ws-armazenamento - ws-cad
               move ws-cad to ws-armazenamento
           end-if
           if ws-armazenamento < 0 then
               move 0 to ws-armazenamento
           end-if

           evaluate true
               when ws-excedente > 0
                   move "E" to ws-situacao-dec
                   move "EXCEDENTE" to ws-rotulo-situacao
               when ws-armazenamento < ws-limite-seco
                   move "S" to ws-situacao-dec
                   move "SECO" to ws-rotulo-situacao
               when other
                   move "A" to ws-situacao-dec
                   move "ADEQUADO" to ws-rotulo-situacao
           end-evaluate

           move ws-media-dec to ws-dd-media
           move ws-dec-minima(ws-est ws-dec) to ws-dd-minima
           move ws-dec-maxima(ws-est ws-dec) to ws-dd-maxima
           move ws-dec-chuva(ws-est ws-dec) to ws-dd-chuva
           move ws-etp-dec to ws-dd-etp
           move ws-saldo-dec to ws-dd-saldo
           move ws-saldo-acumulado to ws-dd-saldo-acumulado
           move ws-armazenamento to ws-dd-armazenamento
           move ws-excedente to ws-dd-excedente
           move ws-situacao-dec to ws-dd-situacao
           perform grava-detalhe-decendio

           move ws-media-dec to ws-media-edit
           move ws-dec-minima(ws-est ws-dec) to ws-minima-edit
           move ws-dec-maxima(ws-est ws-dec) to ws-maxima-edit
           move ws-dec-chuva(ws-est ws-dec) to ws-chuva-edit
           move ws-etp-dec to ws-etp-edit
           move ws-saldo-dec to ws-saldo-edit
           move ws-saldo-acumulado to ws-acumulado-edit
           move ws-armazenamento to ws-armazenamento-edit

           move spaces to ws-linha-boletim
           string ws-mes-dec delimited by size
               "/" delimited by size
               ws-dec-do-mes delimited by size
               " " delimited by size
               ws-periodo-edit delimited by size
               " " delimited by size
               ws-dias-edit delimited by size
               " " delimited by size
               ws-media-edit delimited by size
               " " delimited by size
               ws-minima-edit delimited by size
               " " delimited by size
               ws-maxima-edit delimited by size
               " " delimited by size
               ws-chuva-edit delimited by size
               " " delimited by size
               ws-etp-edit delimited by size
               " " delimited by size
               ws-saldo-edit delimited by size
               " " delimited by size
               ws-acumulado-edit delimited by size
               " " delimited by size
               ws-armazenamento-edit delimited by size
               " " delimited by size
               ws-rotulo-situacao delimited by size
               into ws-linha-boletim
           end-string
           perform grava-linha-boletim

      *>   decendio incompleto, ou com dias estimados/suspeitos, sai
      *>   com a nota logo abaixo - a cooperativa precisa saber quando
      *>   o numero e parcial
           if ws-dec-dias-extras(ws-est ws-dec) < ws-dias-periodo
           or ws-dec-dias-estimados(ws-est ws-dec) > 0
           or ws-dec-dias-suspeitos(ws-est ws-dec) > 0 then
               move spaces to ws-linha-boletim
               string "     NOTA: " delimited by size
                   ws-dec-dias-extras(ws-est ws-dec) delimited by size
                   " DIA(S) COM MIN/MAX E CHUVA, " delimited by size
                   ws-dec-dias-estimados(ws-est ws-dec) delimited by size
                   " ESTIMADO(S), " delimited by size
                   ws-dec-dias-suspeitos(ws-est ws-dec) delimited by size
                   " SUSPEITO(S)" delimited by size
                   into ws-linha-boletim
               end-string
               perform grava-linha-boletim
           end-if
           .
       calcula-decendio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Decendio sem nenhum dia com minima/maxima: sem
      *>  evapotranspiracao nao ha balanco - a linha sai marcada SEM
      *>  DADOS e o armazenamento segue igual para o proximo decendio
      *>------------------------------------------------------------------------
       decendio-sem-dados section.

           move 0 to ws-dd-media
           move 0 to ws-dd-minima
           move 0 to ws-dd-maxima
           move 0 to ws-dd-chuva
           move 0 to ws-dd-etp
           move 0 to ws-dd-saldo
           move ws-saldo-acumulado to ws-dd-saldo-acumulado
           move ws-armazenamento to ws-dd-armazenamento
           move 0 to ws-dd-excedente
           move "N" to ws-dd-situacao
           perform grava-detalhe-decendio

           move ws-armazenamento to ws-armazenamento-edit
           move spaces to ws-linha-boletim
           string ws-mes-dec delimited by size
               "/" delimited by size
               ws-dec-do-mes delimited by size
               " " delimited by size
               ws-periodo-edit delimited by size
               " " delimited by size
               ws-dias-edit delimited by size
               "  SEM MINIMA/MAXIMA NO DECENDIO - BALANCO MANTIDO EM "
               delimited by size
               ws-armazenamento-edit delimited by size
               into ws-linha-boletim
           end-string
           perform grava-linha-boletim
           .
       decendio-sem-dados-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava o detalhe do decendio no arquivo de layout fixo - a
      *>  chuva e a evapotranspiracao entram no hash do trailer
      *>------------------------------------------------------------------------
       grava-detalhe-decendio section.

           move ws-dec-detalhe to fd-linha-decendio
           write fd-linha-decendio
           add 1 to ws-qtd-detalhes
           add ws-dd-chuva to ws-hash-total
           add ws-dd-etp to ws-hash-total
           .
       grava-detalhe-decendio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a linha montada em ws-linha-boletim no boletim impresso
      *>------------------------------------------------------------------------
       grava-linha-boletim section.

           move ws-linha-boletim to fd-linha-boletim
           write fd-linha-boletim
           .
       grava-linha-boletim-exit.
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
      *>  Finalizacao
      *>------------------------------------------------------------------------
       finaliza section.
           display " "
           display "Boletim decendial: " ws-qtd-lidos " observacao(oes)"
               " lida(s), " ws-qtd-aproveitados " aproveitada(s), "
               ws-qtd-estacoes " estacao(oes)"
           if ws-qtd-detalhes > 0 then
               display "Gerados " ws-nome-boletim " e " ws-nome-decendios
                   " (" ws-qtd-detalhes " decendio(s))"
           end-if

           Stop run
           .
       finaliza-exit.
           exit.
