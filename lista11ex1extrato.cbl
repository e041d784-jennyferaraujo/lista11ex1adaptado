      $set sourceformat"free"

      *>Divisao de identificacao do programa
       identification division.
       program-id. "lista11ex1extrato".
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

      *>   Pedidos de dados de fora (pesquisadores, peritos de seguro,
      *>   advogados) a atender nesta execucao - um pedido por linha,
      *>   no layout fixo do FD abaixo: quem pede, para que, periodo,
      *>   formato da entrega, medidas e ate 10 estacoes
           select arqPedidos assign to "arqPedidosDados.txt"
           organization is line sequential
           lock mode is automatic
           file status is ws-fs-arqPedidos.

      *>   Arquivo permanente de observacoes diarias (copybook
      *>   CPOBSREG) - fonte do extrato: os dias ja em Celsius, ja
      *>   corrigidos pelo cadastro de calibracoes e com as marcas de
      *>   ESTIMADO/SUSPEITO; so leitura
           select arqObservacoes assign to "arqObservacoesDiarias.dat"
           organization is indexed
           access mode is dynamic
           record key is reg-obs-chave
           file status is ws-fs-arqObservacoes.

      *>   Cadastro de estacoes (copybook CPESTREG) - nome, municipio
      *>   e altitude de cada estacao na capa
           select arqEstacoes assign to "arqEstacoes.txt"
           organization is line sequential
           lock mode is automatic
           file status is ws-fs-arqEstacoes.

      *>   Registro de pedidos: uma linha por pedido recebido, atendido
      *>   ou recusado, com o numero, quem pediu, o que foi pedido e os
      *>   arquivos entregues - e a resposta para "que dados sairam
      *>   daqui, para quem e quando?"
           select arqRegistro assign to "arqRegistroPedidos.txt"
           organization is line sequential
           lock mode is automatic
           file status is ws-fs-arqRegistro.

      *>   Arquivo de dados entregue - layout fixo (header, um detalhe
      *>   por estacao/dia e trailer com contagem e hash, como a
      *>   transmissao ao escritorio regional) ou csv separado por ;
      *>   (arqExtrato-NNNNNN.txt / arqExtrato-NNNNNN.csv)
           select arqEntrega assign to dynamic ws-nome-entrega
           organization is line sequential
           lock mode is automatic
           file status is ws-fs-arqEntrega.

      *>   Capa do extrato (arqExtratoCapa-NNNNNN.txt): pedido,
      *>   estacoes, cobertura de cada uma, dias estimados/suspeitos,
      *>   unidades e layout do arquivo de dados
           select arqCapa assign to dynamic ws-nome-capa
           organization is line sequential
           lock mode is automatic
           file status is ws-fs-arqCapa.

       i-o-control.

      *>Declaracao de variaveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqPedidos.
       01  fd-pedido.
           05 fd-ped-requerente                   pic x(30).
           05 fd-ped-finalidade                   pic x(30).
      *>   periodo pedido, AAAAMMDD a AAAAMMDD
           05 fd-ped-data-de                      pic 9(08).
           05 fd-ped-data-ate                     pic 9(08).
      *>   "F" layout fixo (padrao, em branco), "C" csv
           05 fd-ped-formato                      pic x(01).
      *>   "S" inclui a medida: temperatura do dia, minima, maxima,
      *>   umidade e chuva - todas em branco valem como todas pedidas
           05 fd-ped-medidas.
              10 fd-ped-med-temp                  pic x(01).
              10 fd-ped-med-minima                pic x(01).
              10 fd-ped-med-maxima                pic x(01).
              10 fd-ped-med-umidade               pic x(01).
              10 fd-ped-med-chuva                 pic x(01).
           05 fd-ped-estacoes.
              10 fd-ped-estacao occurs 10 times   pic x(03).

       fd arqObservacoes.
       01  fd-reg-observacao.
           copy cpobsreg.

       fd arqEstacoes.
       01  fd-reg-estacao.
           copy cpestreg.

       fd arqRegistro.
       01  fd-linha-registro                      pic x(250).
       01  fd-reg-registro.
           05 fd-reg-numero                       pic 9(06).
           05 filler                              pic x(244).

       fd arqEntrega.
       01  fd-linha-entrega                       pic x(80).

       fd arqCapa.
       01  fd-linha-capa                          pic x(80).

      *>----Variaveis de trabalho
       working-storage section.

       77 ws-fs-arqPedidos                        pic 9(02).
       77 ws-fim-arqPedidos                       pic x(01) value "N".
       77 ws-fs-arqObservacoes                    pic 9(02).
       77 ws-fim-arqObservacoes                   pic x(01).
       77 ws-observacoes-disponivel               pic x(01) value "N".
       77 ws-fs-arqEstacoes                       pic 9(02).
       77 ws-fim-arqEstacoes                      pic x(01).
       77 ws-fs-arqRegistro                       pic 9(02).
       77 ws-fim-arqRegistro                      pic x(01).
       77 ws-fs-arqEntrega                        pic 9(02).
       77 ws-fs-arqCapa                           pic 9(02).

      *>   Data/hora da execucao - a mesma em todos os pedidos dela
       01 ws-data-execucao.
          05 ws-exec-ano                          pic 9(04).
          05 ws-exec-mes                          pic 9(02).
          05 ws-exec-dia                          pic 9(02).
       01 ws-hora-execucao.
          05 ws-exec-hora                         pic 9(02).
          05 ws-exec-minuto                       pic 9(02).
          05 filler                               pic 9(04).

      *>   Pedido corrente: numero (o ultimo do registro + 1), periodo
      *>   decomposto para a chave de arqObservacoesDiarias.dat,
      *>   medidas pedidas e estacoes sem repeticao
       77 ws-ult-numero                           pic 9(06) value 0.
       77 ws-num-pedido                           pic 9(06).
       01 ws-ped-data-de.
          05 ws-de-ano                            pic 9(04).
          05 ws-de-mes                            pic 9(02).
          05 ws-de-dia                            pic 9(02).
       01 ws-ped-data-de-n redefines ws-ped-data-de pic 9(08).
       01 ws-ped-data-ate.
          05 ws-ate-ano                           pic 9(04).
          05 ws-ate-mes                           pic 9(02).
          05 ws-ate-dia                           pic 9(02).
       01 ws-ped-data-ate-n redefines ws-ped-data-ate pic 9(08).
       77 ws-ped-formato                          pic x(01).
          88 ws-formato-csv                       value "C".
       77 ws-med-temp                             pic x(01).
       77 ws-med-minima                           pic x(01).
       77 ws-med-maxima                           pic x(01).
       77 ws-med-umidade                          pic x(01).
       77 ws-med-chuva                            pic x(01).
      *>   medidas pedidas no registro: a letra da medida pedida ou "-"
       01 ws-rotulo-medidas.
          05 ws-rot-temp                          pic x(01).
          05 ws-rot-minima                        pic x(01).
          05 ws-rot-maxima                        pic x(01).
          05 ws-rot-umidade                       pic x(01).
          05 ws-rot-chuva                         pic x(01).
       77 ws-dias-periodo                         pic 9(05).
       77 ws-pedido-valido                        pic x(01).
       77 ws-motivo-recusa                        pic x(40).
       77 ws-situacao-pedido                      pic x(01).

      *>   Estacoes do pedido com a apuracao de cada uma para a capa:
      *>   dias com dado, estimados, suspeitos, sem as medidas do
      *>   logger e o primeiro/ultimo dia com dado
       77 ws-qtd-estacoes                         pic 9(02).
       01 ws-estacoes.
          05 ws-estacao occurs 10 times.
             10 ws-est-codigo                     pic x(03).
             10 ws-est-dias                       pic 9(05).
             10 ws-est-estimados                  pic 9(05).
             10 ws-est-suspeitos                  pic 9(05).
             10 ws-est-sem-extras                 pic 9(05).
             10 ws-est-primeiro                   pic 9(08).
             10 ws-est-ultimo                     pic 9(08).
       77 ws-est                                  pic 9(02).
       77 ws-est-procura                          pic 9(02).
       77 ws-estacao-repetida                     pic x(01).
       77 ws-ind-pedido                           pic 9(02).
      *>   lista das estacoes para a linha do registro ("001,002,...")
       01 ws-lista-estacoes.
          05 ws-lista-est occurs 10 times.
             10 ws-lista-cod                      pic x(03).
             10 ws-lista-sep                      pic x(01).

      *>   Dia lido de arqObservacoesDiarias.dat
       77 ws-data-obs                             pic 9(08).

      *>   Cadastro da estacao corrente para a capa
       77 ws-cad-achado                           pic x(01).
       77 ws-cad-nome                             pic x(20).
       77 ws-cad-municipio                        pic x(20).
       77 ws-cad-altitude                         pic 9(04).

      *>   Calculo de dias do mes para a validacao do periodo
       77 ws-dias-no-mes                          pic 9(02).
       77 ws-mes-atual                            pic 9(02).
       77 ws-ano-atual                            pic 9(04).
       77 ws-resto-4                              pic 9(02).
       77 ws-resto-100                            pic 9(02).
       77 ws-resto-400                            pic 9(03).
       77 ws-quociente-dias-no-mes                pic 9(04).

      *>   Arquivo de dados em layout fixo: header com remetente,
      *>   numero do pedido, data/hora da geracao e periodo; detalhe
      *>   por estacao/dia com as medidas (medida nao pedida, ou que o
      *>   dia nao tem, sai em branco) e as marcas de qualidade;
      *>   trailer com a contagem de detalhes e o hash (soma com sinal
      *>   das temperaturas entregues) - sinal separado a esquerda
       77 ws-id-remetente                         pic x(10)
                                                  value "LISTA11EX1".
       01 ws-ext-header.
          05 filler                               pic x(01) value "H".
          05 ws-eh-remetente                      pic x(10).
          05 ws-eh-pedido                         pic 9(06).
          05 ws-eh-data                           pic 9(08).
          05 ws-eh-hora                           pic 9(08).
          05 ws-eh-data-de                        pic 9(08).
          05 ws-eh-data-ate                       pic 9(08).
          05 ws-eh-medidas                        pic x(05).
       01 ws-ext-detalhe.
          05 filler                               pic x(01) value "D".
          05 ws-ed-estacao                        pic x(03).
          05 ws-ed-data                           pic 9(08).
          05 ws-ed-temp                           pic s9(03)v99
                                                  sign leading separate.
          05 ws-ed-temp-x redefines ws-ed-temp    pic x(06).
          05 ws-ed-minima                         pic s9(03)v99
                                                  sign leading separate.
          05 ws-ed-minima-x redefines ws-ed-minima pic x(06).
          05 ws-ed-maxima                         pic s9(03)v99
                                                  sign leading separate.
          05 ws-ed-maxima-x redefines ws-ed-maxima pic x(06).
          05 ws-ed-umidade                        pic 9(03).
          05 ws-ed-umidade-x redefines ws-ed-umidade pic x(03).
          05 ws-ed-chuva                          pic 9(03)v9.
          05 ws-ed-chuva-x redefines ws-ed-chuva  pic x(04).
          05 ws-ed-estimado                       pic x(01).
          05 ws-ed-suspeito                       pic x(01).
       01 ws-ext-trailer.
          05 filler                               pic x(01) value "T".
          05 ws-et-qtd                            pic 9(07).
          05 ws-et-hash                           pic s9(09)v99
                                                  sign leading separate.
       77 ws-hash-total                           pic s9(09)v99.
       77 ws-qtd-detalhes                         pic 9(07).

      *>   Linha do csv - so as colunas das medidas pedidas
       77 ws-linha-entrega                        pic x(80).
       77 ws-col-temp                             pic x(08).
       77 ws-col-minima                           pic x(08).
       77 ws-col-maxima                           pic x(08).
       77 ws-col-umidade                          pic x(05).
       77 ws-col-chuva                            pic x(07).
       77 ws-ptr-csv                              pic 9(03).
       77 ws-temp-csv-edit                        pic -9(02),99.
       77 ws-umidade-csv-edit                     pic zz9.
       77 ws-chuva-csv-edit                       pic zz9,9.

      *>   Capa e registro
       77 ws-nome-entrega                         pic x(40).
       77 ws-nome-capa                            pic x(40).
       77 ws-linha-capa                           pic x(80).
       77 ws-linha-registro                       pic x(250).
       77 ws-rotulo-formato                       pic x(12).
       77 ws-data-edit                            pic x(10).
       77 ws-data-edit-2                          pic x(10).
       01 ws-data-trabalho.
          05 ws-dt-ano                            pic 9(04).
          05 ws-dt-mes                            pic 9(02).
          05 ws-dt-dia                            pic 9(02).
       01 ws-data-trabalho-n redefines ws-data-trabalho pic 9(08).
       77 ws-cobertura                            pic 9(03)v9.
       77 ws-cobertura-edit                       pic zz9,9.
       77 ws-hash-edit                            pic -(09)9,99.

      *>   Totais da execucao
       77 ws-qtd-pedidos                          pic 9(04) value 0.
       77 ws-qtd-atendidos                        pic 9(04) value 0.
       77 ws-qtd-recusados                        pic 9(04) value 0.

      *>----Variaveis para comunicacao entre programas
       linkage section.


      *>----Declaracao de tela
       screen section.


      *>Declaracao do corpo do programa
       procedure division.


           perform inicializa.
           if ws-fs-arqPedidos = "00" then
               perform processa-pedidos
           end-if.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Acha o ultimo numero de pedido do registro, abre o arquivo
      *>  de observacoes e o de pedidos da execucao
      *>------------------------------------------------------------------------
       inicializa section.

           accept ws-data-execucao from date yyyymmdd
           accept ws-hora-execucao from time

           open input arqRegistro
           if ws-fs-arqRegistro = "00" then
               move "N" to ws-fim-arqRegistro
               perform until ws-fim-arqRegistro = "S"
                   read arqRegistro
                       at end
                           move "S" to ws-fim-arqRegistro
                       not at end
                           if fd-reg-numero is numeric
                           and fd-reg-numero > ws-ult-numero then
                               move fd-reg-numero to ws-ult-numero
                           end-if
                   end-read
               end-perform
               close arqRegistro
           end-if

           open input arqObservacoes
           if ws-fs-arqObservacoes = "00" then
               move "S" to ws-observacoes-disponivel
           else
               display "arqObservacoesDiarias.dat nao encontrado ou sem"
                   " acesso - os pedidos serao recusados"
           end-if

           open input arqPedidos
           if ws-fs-arqPedidos not = "00" then
               display "arqPedidosDados.txt nao encontrado - nenhum"
                   " pedido a atender"
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Atende cada pedido de arqPedidosDados.txt (linha em branco e
      *>  ignorada)
      *>------------------------------------------------------------------------
       processa-pedidos section.

           move "N" to ws-fim-arqPedidos
           perform until ws-fim-arqPedidos = "S"
               read arqPedidos
                   at end
                       move "S" to ws-fim-arqPedidos
                   not at end
                       if fd-pedido not = spaces then
                           perform atende-pedido
                       end-if
               end-read
           end-perform

           close arqPedidos
           .
       processa-pedidos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Pedido recem lido: numera, valida, extrai os dias de cada
      *>  estacao para o arquivo de dados, gera a capa e lanca o pedido
      *>  no registro - o pedido recusado tambem e lancado, com o
      *>  motivo, e nao gera arquivo nenhum
      *>------------------------------------------------------------------------
       atende-pedido section.

           add 1 to ws-qtd-pedidos
           add 1 to ws-ult-numero
           move ws-ult-numero to ws-num-pedido
           move spaces to ws-nome-entrega
           move spaces to ws-nome-capa
           move 0 to ws-qtd-detalhes
           move 0 to ws-hash-total

           perform valida-pedido
           if ws-pedido-valido = "N" then
               add 1 to ws-qtd-recusados
               move "R" to ws-situacao-pedido
               perform registra-pedido
               display "Pedido " ws-num-pedido " de " fd-ped-requerente
                   " recusado: " ws-motivo-recusa
               go to atende-pedido-exit
           end-if

           perform monta-nomes-pedido

           open output arqEntrega
           perform grava-cabecalho-entrega

           perform varying ws-est from 1 by 1 until ws-est > ws-qtd-estacoes
               perform extrai-estacao
           end-perform

           if not ws-formato-csv then
               move ws-qtd-detalhes to ws-et-qtd
               move ws-hash-total to ws-et-hash
               move ws-ext-trailer to fd-linha-entrega
               write fd-linha-entrega
           end-if
           close arqEntrega

           perform gera-capa

           add 1 to ws-qtd-atendidos
           move "E" to ws-situacao-pedido
           perform registra-pedido
           display "Pedido " ws-num-pedido " de " fd-ped-requerente
               " atendido: " ws-qtd-detalhes " dia(s) em " ws-nome-entrega
           .
       atende-pedido-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere o pedido e monta o pedido corrente: quem pede,
      *>  periodo valido e em ordem, formato, ao menos uma estacao -
      *>  estacao repetida na lista conta uma vez so
      *>------------------------------------------------------------------------
       valida-pedido section.

           move "S" to ws-pedido-valido
           move spaces to ws-motivo-recusa

           move fd-ped-data-de to ws-ped-data-de-n
           move fd-ped-data-ate to ws-ped-data-ate-n

           move fd-ped-formato to ws-ped-formato
           if ws-ped-formato = "c" then
               move "C" to ws-ped-formato
           end-if
           if ws-ped-formato = spaces or ws-ped-formato = "f" then
               move "F" to ws-ped-formato
           end-if

           move "N" to ws-med-temp
           move "N" to ws-med-minima
           move "N" to ws-med-maxima
           move "N" to ws-med-umidade
           move "N" to ws-med-chuva
           if fd-ped-medidas = spaces then
               move "S" to ws-med-temp
               move "S" to ws-med-minima
               move "S" to ws-med-maxima
               move "S" to ws-med-umidade
               move "S" to ws-med-chuva
           else
               if fd-ped-med-temp = "S" or fd-ped-med-temp = "s" then
                   move "S" to ws-med-temp
               end-if
               if fd-ped-med-minima = "S" or fd-ped-med-minima = "s" then
                   move "S" to ws-med-minima
               end-if
               if fd-ped-med-maxima = "S" or fd-ped-med-maxima = "s" then
                   move "S" to ws-med-maxima
               end-if
               if fd-ped-med-umidade = "S" or fd-ped-med-umidade = "s" then
                   move "S" to ws-med-umidade
               end-if
               if fd-ped-med-chuva = "S" or fd-ped-med-chuva = "s" then
                   move "S" to ws-med-chuva
               end-if
           end-if
           move "-----" to ws-rotulo-medidas
           if ws-med-temp = "S" then
               move "T" to ws-rot-temp
           end-if
           if ws-med-minima = "S" then
               move "N" to ws-rot-minima
           end-if
           if ws-med-maxima = "S" then
               move "X" to ws-rot-maxima
           end-if
           if ws-med-umidade = "S" then
               move "U" to ws-rot-umidade
           end-if
           if ws-med-chuva = "S" then
               move "C" to ws-rot-chuva
           end-if

           move 0 to ws-qtd-estacoes
           move spaces to ws-lista-estacoes
           perform varying ws-ind-pedido from 1 by 1
                   until ws-ind-pedido > 10
               if fd-ped-estacao(ws-ind-pedido) not = spaces then
                   perform guarda-estacao-pedido
               end-if
           end-perform

           if fd-ped-requerente = spaces then
               move "requerente em branco" to ws-motivo-recusa
               move "N" to ws-pedido-valido
               go to valida-pedido-exit
           end-if

           if ws-observacoes-disponivel = "N" then
               move "arquivo de observacoes indisponivel"
                   to ws-motivo-recusa
               move "N" to ws-pedido-valido
               go to valida-pedido-exit
           end-if

           if ws-ped-formato not = "F" and ws-ped-formato not = "C" then
               move "formato invalido (F ou C)" to ws-motivo-recusa
               move "N" to ws-pedido-valido
               go to valida-pedido-exit
           end-if

           if ws-rotulo-medidas = "-----" then
               move "nenhuma medida pedida" to ws-motivo-recusa
               move "N" to ws-pedido-valido
               go to valida-pedido-exit
           end-if

           if ws-qtd-estacoes = 0 then
               move "nenhuma estacao pedida" to ws-motivo-recusa
               move "N" to ws-pedido-valido
               go to valida-pedido-exit
           end-if

           if fd-ped-data-de is not numeric
           or fd-ped-data-ate is not numeric then
               move "periodo invalido" to ws-motivo-recusa
               move "N" to ws-pedido-valido
               go to valida-pedido-exit
           end-if

           move ws-de-mes to ws-mes-atual
           move ws-de-ano to ws-ano-atual
           perform calcula-dias-no-mes
           if ws-de-ano < 1900 or ws-de-mes < 1 or ws-de-mes > 12
           or ws-de-dia < 1 or ws-de-dia > ws-dias-no-mes then
               move "data inicial invalida" to ws-motivo-recusa
               move "N" to ws-pedido-valido
               go to valida-pedido-exit
           end-if

           move ws-ate-mes to ws-mes-atual
           move ws-ate-ano to ws-ano-atual
           perform calcula-dias-no-mes
           if ws-ate-ano < 1900 or ws-ate-mes < 1 or ws-ate-mes > 12
           or ws-ate-dia < 1 or ws-ate-dia > ws-dias-no-mes then
               move "data final invalida" to ws-motivo-recusa
               move "N" to ws-pedido-valido
               go to valida-pedido-exit
           end-if

           if ws-ped-data-ate-n < ws-ped-data-de-n then
               move "data final antes da inicial" to ws-motivo-recusa
               move "N" to ws-pedido-valido
               go to valida-pedido-exit
           end-if

           compute ws-dias-periodo =
                   function integer-of-date(ws-ped-data-ate-n)
                   - function integer-of-date(ws-ped-data-de-n) + 1
           .
       valida-pedido-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Guarda a estacao ws-ind-pedido do pedido na tabela, se ainda
      *>  nao estiver nela, zerando a apuracao dela
      *>------------------------------------------------------------------------
       guarda-estacao-pedido section.

           move "N" to ws-estacao-repetida
           perform varying ws-est-procura from 1 by 1
                   until ws-est-procura > ws-qtd-estacoes
               if ws-est-codigo(ws-est-procura)
                  = fd-ped-estacao(ws-ind-pedido) then
                   move "S" to ws-estacao-repetida
               end-if
           end-perform
           if ws-estacao-repetida = "S" then
               go to guarda-estacao-pedido-exit
           end-if

           add 1 to ws-qtd-estacoes
           move fd-ped-estacao(ws-ind-pedido) to ws-est-codigo(ws-qtd-estacoes)
           move 0 to ws-est-dias(ws-qtd-estacoes)
           move 0 to ws-est-estimados(ws-qtd-estacoes)
           move 0 to ws-est-suspeitos(ws-qtd-estacoes)
           move 0 to ws-est-sem-extras(ws-qtd-estacoes)
           move 0 to ws-est-primeiro(ws-qtd-estacoes)
           move 0 to ws-est-ultimo(ws-qtd-estacoes)

           move fd-ped-estacao(ws-ind-pedido) to ws-lista-cod(ws-qtd-estacoes)
           if ws-qtd-estacoes > 1 then
               move "," to ws-lista-sep(ws-qtd-estacoes - 1)
           end-if
           .
       guarda-estacao-pedido-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Nomes dos arquivos do pedido pelo numero dele
      *>------------------------------------------------------------------------
       monta-nomes-pedido section.

           move spaces to ws-nome-entrega
           if ws-formato-csv then
               string "arqExtrato-" delimited by size
                   ws-num-pedido delimited by size
                   ".csv" delimited by size
                   into ws-nome-entrega
               end-string
               move "CSV" to ws-rotulo-formato
           else
               string "arqExtrato-" delimited by size
                   ws-num-pedido delimited by size
                   ".txt" delimited by size
                   into ws-nome-entrega
               end-string
               move "LAYOUT FIXO" to ws-rotulo-formato
           end-if

           move spaces to ws-nome-capa
           string "arqExtratoCapa-" delimited by size
               ws-num-pedido delimited by size
               ".txt" delimited by size
               into ws-nome-capa
           end-string
           .
       monta-nomes-pedido-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Primeira linha do arquivo de dados: header do layout fixo ou
      *>  a linha de nomes das colunas do csv
      *>------------------------------------------------------------------------
       grava-cabecalho-entrega section.

           if not ws-formato-csv then
               move ws-id-remetente to ws-eh-remetente
               move ws-num-pedido to ws-eh-pedido
               move ws-data-execucao to ws-eh-data
               move ws-hora-execucao to ws-eh-hora
               move ws-ped-data-de-n to ws-eh-data-de
               move ws-ped-data-ate-n to ws-eh-data-ate
               move ws-rotulo-medidas to ws-eh-medidas
               move ws-ext-header to fd-linha-entrega
               write fd-linha-entrega
               go to grava-cabecalho-entrega-exit
           end-if

           move spaces to ws-col-temp
           move spaces to ws-col-minima
           move spaces to ws-col-maxima
           move spaces to ws-col-umidade
           move spaces to ws-col-chuva
           if ws-med-temp = "S" then
               move ";temp" to ws-col-temp
           end-if
           if ws-med-minima = "S" then
               move ";minima" to ws-col-minima
           end-if
           if ws-med-maxima = "S" then
               move ";maxima" to ws-col-maxima
           end-if
           if ws-med-umidade = "S" then
               move ";umid" to ws-col-umidade
           end-if
           if ws-med-chuva = "S" then
               move ";chuva" to ws-col-chuva
           end-if

           move spaces to ws-linha-entrega
           string "estacao;data" delimited by size
               ws-col-temp delimited by space
               ws-col-minima delimited by space
               ws-col-maxima delimited by space
               ws-col-umidade delimited by space
               ws-col-chuva delimited by space
               ";estimado;suspeito" delimited by size
               into ws-linha-entrega
           end-string
           move ws-linha-entrega to fd-linha-entrega
           write fd-linha-entrega
           .
       grava-cabecalho-entrega-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Posiciona arqObservacoesDiarias.dat no primeiro dia do
      *>  periodo da estacao ws-est e grava cada dia ate o fim do
      *>  periodo (ou da estacao)
      *>------------------------------------------------------------------------
       extrai-estacao section.

           move ws-est-codigo(ws-est) to reg-obs-estacao
           move ws-de-ano to reg-obs-ano
           move ws-de-mes to reg-obs-mes
           move ws-de-dia to reg-obs-dia
           start arqObservacoes key >= reg-obs-chave
           if ws-fs-arqObservacoes not = "00" then
               go to extrai-estacao-exit
           end-if

           move "N" to ws-fim-arqObservacoes
           perform until ws-fim-arqObservacoes = "S"
               read arqObservacoes next
               if ws-fs-arqObservacoes not = "00" then
                   move "S" to ws-fim-arqObservacoes
               else
                   compute ws-data-obs = reg-obs-ano * 10000
                           + reg-obs-mes * 100 + reg-obs-dia
                   if reg-obs-estacao not = ws-est-codigo(ws-est)
                   or ws-data-obs > ws-ped-data-ate-n then
                       move "S" to ws-fim-arqObservacoes
                   else
                       perform grava-dia-entrega
                   end-if
               end-if
           end-perform
           .
       extrai-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava o dia recem lido no arquivo de dados e o conta na
      *>  apuracao da estacao - medida nao pedida, ou que o dia nao
      *>  trouxe (registro so de temperatura), sai em branco
      *>------------------------------------------------------------------------
       grava-dia-entrega section.

           add 1 to ws-est-dias(ws-est)
           if ws-est-primeiro(ws-est) = 0 then
               move ws-data-obs to ws-est-primeiro(ws-est)
           end-if
           move ws-data-obs to ws-est-ultimo(ws-est)
           if reg-obs-estimado = "S" then
               add 1 to ws-est-estimados(ws-est)
           end-if
           if reg-obs-suspeito = "S" then
               add 1 to ws-est-suspeitos(ws-est)
           end-if
           if reg-obs-tem-extras not = "S" then
               add 1 to ws-est-sem-extras(ws-est)
           end-if
           add 1 to ws-qtd-detalhes

           if ws-formato-csv then
               perform grava-linha-csv
               go to grava-dia-entrega-exit
           end-if

           move reg-obs-estacao to ws-ed-estacao
           move ws-data-obs to ws-ed-data
           move spaces to ws-ed-temp-x
           move spaces to ws-ed-minima-x
           move spaces to ws-ed-maxima-x
           move spaces to ws-ed-umidade-x
           move spaces to ws-ed-chuva-x
           if ws-med-temp = "S" then
               move reg-obs-temp to ws-ed-temp
               add reg-obs-temp to ws-hash-total
           end-if
           if reg-obs-tem-extras = "S" then
               if ws-med-minima = "S" then
                   move reg-obs-temp-minima to ws-ed-minima
                   add reg-obs-temp-minima to ws-hash-total
               end-if
               if ws-med-maxima = "S" then
                   move reg-obs-temp-maxima to ws-ed-maxima
                   add reg-obs-temp-maxima to ws-hash-total
               end-if
               if ws-med-umidade = "S" then
                   move reg-obs-umidade to ws-ed-umidade
               end-if
               if ws-med-chuva = "S" then
                   move reg-obs-chuva to ws-ed-chuva
               end-if
           end-if
           move "N" to ws-ed-estimado
           if reg-obs-estimado = "S" then
               move "S" to ws-ed-estimado
           end-if
           move "N" to ws-ed-suspeito
           if reg-obs-suspeito = "S" then
               move "S" to ws-ed-suspeito
           end-if

           move ws-ext-detalhe to fd-linha-entrega
           write fd-linha-entrega
           .
       grava-dia-entrega-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha csv do dia recem lido - ; como separador de campo, como
      *>  nos demais csv (DECIMAL-POINT IS COMMA poe a virgula decimal
      *>  dentro dos valores)
      *>------------------------------------------------------------------------
       grava-linha-csv section.

           move spaces to ws-linha-entrega
           move 1 to ws-ptr-csv
           string reg-obs-estacao delimited by size
               ";" delimited by size
               ws-data-obs delimited by size
               into ws-linha-entrega with pointer ws-ptr-csv
           end-string

      *>   coluna pedida sempre sai (vazia quando o dia nao trouxe a
      *>   medida), coluna nao pedida nao existe no arquivo
           if ws-med-temp = "S" then
               move reg-obs-temp to ws-temp-csv-edit
               string ";" delimited by size
                   ws-temp-csv-edit delimited by size
                   into ws-linha-entrega with pointer ws-ptr-csv
               end-string
           end-if
           if ws-med-minima = "S" then
               string ";" delimited by size
                   into ws-linha-entrega with pointer ws-ptr-csv
               end-string
               if reg-obs-tem-extras = "S" then
                   move reg-obs-temp-minima to ws-temp-csv-edit
                   string ws-temp-csv-edit delimited by size
                       into ws-linha-entrega with pointer ws-ptr-csv
                   end-string
               end-if
           end-if
           if ws-med-maxima = "S" then
               string ";" delimited by size
                   into ws-linha-entrega with pointer ws-ptr-csv
               end-string
               if reg-obs-tem-extras = "S" then
                   move reg-obs-temp-maxima to ws-temp-csv-edit
                   string ws-temp-csv-edit delimited by size
                       into ws-linha-entrega with pointer ws-ptr-csv
                   end-string
               end-if
           end-if
           if ws-med-umidade = "S" then
               string ";" delimited by size
                   into ws-linha-entrega with pointer ws-ptr-csv
               end-string
               if reg-obs-tem-extras = "S" then
                   move reg-obs-umidade to ws-umidade-csv-edit
                   string ws-umidade-csv-edit delimited by size
                       into ws-linha-entrega with pointer ws-ptr-csv
                   end-string
               end-if
           end-if
           if ws-med-chuva = "S" then
               string ";" delimited by size
                   into ws-linha-entrega with pointer ws-ptr-csv
               end-string
               if reg-obs-tem-extras = "S" then
                   move reg-obs-chuva to ws-chuva-csv-edit
                   string ws-chuva-csv-edit delimited by size
                       into ws-linha-entrega with pointer ws-ptr-csv
                   end-string
               end-if
           end-if

           string ";" delimited by size
               reg-obs-estimado delimited by size
               ";" delimited by size
               reg-obs-suspeito delimited by size
               into ws-linha-entrega with pointer ws-ptr-csv
           end-string
           move ws-linha-entrega to fd-linha-entrega
           write fd-linha-entrega
           .
       grava-linha-csv-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Capa do extrato: pedido, periodo, arquivo e formato, medidas
      *>  com as unidades, cada estacao com o cadastro e a cobertura no
      *>  periodo, e o layout do arquivo de dados
      *>------------------------------------------------------------------------
       gera-capa section.

           open output arqCapa

           move spaces to ws-linha-capa
           string "CAPA DO EXTRATO DE DADOS - PEDIDO " delimited by size
               ws-num-pedido delimited by size
               into ws-linha-capa
           end-string
           perform grava-linha-capa

           move ws-data-execucao to ws-data-trabalho-n
           perform edita-data
           move spaces to ws-linha-capa
           string "GERADO EM " delimited by size
               ws-data-edit delimited by size
               " AS " delimited by size
               ws-exec-hora delimited by size
               ":" delimited by size
               ws-exec-minuto delimited by size
               into ws-linha-capa
           end-string
           perform grava-linha-capa

           move spaces to ws-linha-capa
           perform grava-linha-capa
           move spaces to ws-linha-capa
           string "REQUERENTE: " delimited by size
               fd-ped-requerente delimited by size
               into ws-linha-capa
           end-string
           perform grava-linha-capa
           move spaces to ws-linha-capa
           string "FINALIDADE: " delimited by size
               fd-ped-finalidade delimited by size
               into ws-linha-capa
           end-string
           perform grava-linha-capa

           move ws-ped-data-de-n to ws-data-trabalho-n
           perform edita-data
           move ws-data-edit to ws-data-edit-2
           move ws-ped-data-ate-n to ws-data-trabalho-n
           perform edita-data
           move spaces to ws-linha-capa
           string "PERIODO: " delimited by size
               ws-data-edit-2 delimited by size
               " A " delimited by size
               ws-data-edit delimited by size
               " (" delimited by size
               ws-dias-periodo delimited by size
               " DIAS)" delimited by size
               into ws-linha-capa
           end-string
           perform grava-linha-capa

           move spaces to ws-linha-capa
           string "ARQUIVO DE DADOS: " delimited by size
               ws-nome-entrega delimited by "  "
               " (" delimited by size
               ws-rotulo-formato delimited by "  "
               ", " delimited by size
               ws-qtd-detalhes delimited by size
               " DIA(S))" delimited by size
               into ws-linha-capa
           end-string
           perform grava-linha-capa

           move spaces to ws-linha-capa
           perform grava-linha-capa
           move "MEDIDAS ENTREGUES E UNIDADES:" to ws-linha-capa
           perform grava-linha-capa
           if ws-med-temp = "S" then
               move "  TEMPERATURA DO DIA ........ GRAUS CELSIUS"
                   to ws-linha-capa
               perform grava-linha-capa
           end-if
           if ws-med-minima = "S" then
               move "  TEMPERATURA MINIMA ........ GRAUS CELSIUS"
                   to ws-linha-capa
               perform grava-linha-capa
           end-if
           if ws-med-maxima = "S" then
               move "  TEMPERATURA MAXIMA ........ GRAUS CELSIUS"
                   to ws-linha-capa
               perform grava-linha-capa
           end-if
           if ws-med-umidade = "S" then
               move "  UMIDADE RELATIVA .......... PORCENTO (%)"
                   to ws-linha-capa
               perform grava-linha-capa
           end-if
           if ws-med-chuva = "S" then
               move "  CHUVA ..................... MILIMETROS (MM)"
                   to ws-linha-capa
               perform grava-linha-capa
           end-if
           move "  VALORES JA CORRIGIDOS PELO CADASTRO DE CALIBRACOES"
               to ws-linha-capa
           perform grava-linha-capa

           move spaces to ws-linha-capa
           perform grava-linha-capa
           move "ESTACOES E COBERTURA NO PERIODO:" to ws-linha-capa
           perform grava-linha-capa
           perform varying ws-est from 1 by 1 until ws-est > ws-qtd-estacoes
               perform capa-estacao
           end-perform

           move spaces to ws-linha-capa
           perform grava-linha-capa
           move "ESTIMADO: DIA SEM LEITURA, INTERPOLADO DOS VIZINHOS;"
               to ws-linha-capa
           perform grava-linha-capa
           move "SUSPEITO: DIA QUE DIVERGIU DAS DEMAIS ESTACOES DA REDE"
               to ws-linha-capa
           perform grava-linha-capa
           move "SEM MIN/MAX: DIA SO COM A TEMPERATURA - MINIMA, MAXIMA,"
               to ws-linha-capa
           perform grava-linha-capa
           move "  UMIDADE E CHUVA SAEM EM BRANCO" to ws-linha-capa
           perform grava-linha-capa

           move spaces to ws-linha-capa
           perform grava-linha-capa
           if ws-formato-csv then
               perform capa-layout-csv
           else
               perform capa-layout-fixo
           end-if

           close arqCapa
           .
       gera-capa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Bloco da estacao ws-est na capa
      *>------------------------------------------------------------------------
       capa-estacao section.

           perform busca-cadastro-estacao

           move spaces to ws-linha-capa
           if ws-cad-achado = "S" then
               string "  " delimited by size
                   ws-est-codigo(ws-est) delimited by size
                   " - " delimited by size
                   ws-cad-nome delimited by "  "
                   " / " delimited by size
                   ws-cad-municipio delimited by "  "
                   " - ALTITUDE " delimited by size
                   ws-cad-altitude delimited by size
                   " M" delimited by size
                   into ws-linha-capa
               end-string
           else
               string "  " delimited by size
                   ws-est-codigo(ws-est) delimited by size
                   " - (FORA DO CADASTRO DE ESTACOES)" delimited by size
                   into ws-linha-capa
               end-string
           end-if
           perform grava-linha-capa

           compute ws-cobertura rounded =
                   ws-est-dias(ws-est) * 100 / ws-dias-periodo
           move ws-cobertura to ws-cobertura-edit
           move spaces to ws-linha-capa
           string "    DIAS COM DADO: " delimited by size
               ws-est-dias(ws-est) delimited by size
               " DE " delimited by size
               ws-dias-periodo delimited by size
               " (" delimited by size
               ws-cobertura-edit delimited by size
               "%)" delimited by size
               into ws-linha-capa
           end-string
           perform grava-linha-capa

           if ws-est-dias(ws-est) = 0 then
               move "    NENHUM DIA NO PERIODO" to ws-linha-capa
               perform grava-linha-capa
               go to capa-estacao-exit
           end-if

           move ws-est-primeiro(ws-est) to ws-data-trabalho-n
           perform edita-data
           move ws-data-edit to ws-data-edit-2
           move ws-est-ultimo(ws-est) to ws-data-trabalho-n
           perform edita-data
           move spaces to ws-linha-capa
           string "    PRIMEIRO DIA " delimited by size
               ws-data-edit-2 delimited by size
               ", ULTIMO DIA " delimited by size
               ws-data-edit delimited by size
               into ws-linha-capa
           end-string
           perform grava-linha-capa

           move spaces to ws-linha-capa
           string "    ESTIMADOS: " delimited by size
               ws-est-estimados(ws-est) delimited by size
               "  SUSPEITOS: " delimited by size
               ws-est-suspeitos(ws-est) delimited by size
               "  SEM MIN/MAX: " delimited by size
               ws-est-sem-extras(ws-est) delimited by size
               into ws-linha-capa
           end-string
           perform grava-linha-capa
           .
       capa-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Layout do arquivo de dados em formato fixo
      *>------------------------------------------------------------------------
       capa-layout-fixo section.

           move "LAYOUT DO ARQUIVO (80 POSICOES, SINAL SEPARADO A ESQUERDA):"
               to ws-linha-capa
           perform grava-linha-capa
           move "  HEADER  01 H   02-11 REMETENTE   12-17 PEDIDO   18-25 DATA"
               to ws-linha-capa
           perform grava-linha-capa
           move "          26-33 HORA   34-41 DE   42-49 ATE   50-54 MEDIDAS"
               to ws-linha-capa
           perform grava-linha-capa
           move "  DETALHE 01 D   02-04 ESTACAO   05-12 DATA AAAAMMDD"
               to ws-linha-capa
           perform grava-linha-capa
           move "          13-18 TEMP +NNNNN   19-24 MINIMA   25-30 MAXIMA"
               to ws-linha-capa
           perform grava-linha-capa
           move "          31-33 UMIDADE   34-37 CHUVA NNNN (1 DECIMAL)"
               to ws-linha-capa
           perform grava-linha-capa
           move "          38 ESTIMADO S/N   39 SUSPEITO S/N"
               to ws-linha-capa
           perform grava-linha-capa
           move "          (TEMPERATURAS COM 2 DECIMAIS IMPLICITOS)"
               to ws-linha-capa
           perform grava-linha-capa
           move "  TRAILER 01 T   02-08 QTD DETALHES   09-20 HASH +NNNNNNNNNNN"
               to ws-linha-capa
           perform grava-linha-capa
           move "          (HASH: SOMA DAS TEMPERATURAS ENTREGUES)"
               to ws-linha-capa
           perform grava-linha-capa

           move ws-hash-total to ws-hash-edit
           move spaces to ws-linha-capa
           string "  CONFERENCIA: " delimited by size
               ws-qtd-detalhes delimited by size
               " DETALHE(S), HASH " delimited by size
               ws-hash-edit delimited by size
               into ws-linha-capa
           end-string
           perform grava-linha-capa
           .
       capa-layout-fixo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Layout do arquivo de dados em csv
      *>------------------------------------------------------------------------
       capa-layout-csv section.

           move "LAYOUT DO ARQUIVO CSV:" to ws-linha-capa
           perform grava-linha-capa
           move "  SEPARADOR ; E VIRGULA DECIMAL; PRIMEIRA LINHA COM OS"
               to ws-linha-capa
           perform grava-linha-capa
           move "  NOMES DAS COLUNAS; DATA AAAAMMDD; ESTIMADO/SUSPEITO S/N"
               to ws-linha-capa
           perform grava-linha-capa
           .
       capa-layout-csv-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Data de ws-data-trabalho em DD/MM/AAAA
      *>------------------------------------------------------------------------
       edita-data section.

           move spaces to ws-data-edit
           string ws-dt-dia delimited by size
               "/" delimited by size
               ws-dt-mes delimited by size
               "/" delimited by size
               ws-dt-ano delimited by size
               into ws-data-edit
           end-string
           .
       edita-data-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Busca em arqEstacoes.txt o cadastro da estacao ws-est
      *>------------------------------------------------------------------------
       busca-cadastro-estacao section.

           move "N" to ws-cad-achado
           move spaces to ws-cad-nome
           move spaces to ws-cad-municipio
           move 0 to ws-cad-altitude

           open input arqEstacoes
           if ws-fs-arqEstacoes not = "00" then
               go to busca-cadastro-estacao-exit
           end-if

           move "N" to ws-fim-arqEstacoes
           perform until ws-fim-arqEstacoes = "S"
               read arqEstacoes
                   at end
                       move "S" to ws-fim-arqEstacoes
                   not at end
                       if reg-est-codigo = ws-est-codigo(ws-est) then
                           move "S" to ws-cad-achado
                           move reg-est-nome to ws-cad-nome
                           move reg-est-municipio to ws-cad-municipio
                           move reg-est-altitude to ws-cad-altitude
                           move "S" to ws-fim-arqEstacoes
                       end-if
               end-read
           end-perform

           close arqEstacoes
           .
       busca-cadastro-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava ws-linha-capa na capa do pedido
      *>------------------------------------------------------------------------
       grava-linha-capa section.

           move ws-linha-capa to fd-linha-capa
           write fd-linha-capa
           .
       grava-linha-capa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lanca o pedido corrente em arqRegistroPedidos.txt (modo
      *>  extend cria o arquivo se ele ainda nao existir) - situacao
      *>  "E" entregue, com os arquivos, ou "R" recusado, com o motivo
      *>------------------------------------------------------------------------
       registra-pedido section.

           open extend arqRegistro
           if ws-fs-arqRegistro not = "00" then
               open output arqRegistro
           end-if

           move spaces to ws-linha-registro
           if ws-situacao-pedido = "E" then
               string ws-num-pedido delimited by size
                   ";" delimited by size
                   ws-data-execucao delimited by size
                   ";" delimited by size
                   ws-hora-execucao delimited by size
                   ";situacao=E;requerente=" delimited by size
                   fd-ped-requerente delimited by "  "
                   ";finalidade=" delimited by size
                   fd-ped-finalidade delimited by "  "
                   ";periodo=" delimited by size
                   ws-ped-data-de-n delimited by size
                   "-" delimited by size
                   ws-ped-data-ate-n delimited by size
                   ";estacoes=" delimited by size
                   ws-lista-estacoes delimited by "  "
                   ";medidas=" delimited by size
                   ws-rotulo-medidas delimited by size
                   ";dias=" delimited by size
                   ws-qtd-detalhes delimited by size
                   ";arquivo=" delimited by size
                   ws-nome-entrega delimited by "  "
                   ";capa=" delimited by size
                   ws-nome-capa delimited by "  "
                   into ws-linha-registro
               end-string
           else
               string ws-num-pedido delimited by size
                   ";" delimited by size
                   ws-data-execucao delimited by size
                   ";" delimited by size
                   ws-hora-execucao delimited by size
                   ";situacao=R;requerente=" delimited by size
                   fd-ped-requerente delimited by "  "
                   ";finalidade=" delimited by size
                   fd-ped-finalidade delimited by "  "
                   ";periodo=" delimited by size
                   fd-ped-data-de delimited by size
                   "-" delimited by size
                   fd-ped-data-ate delimited by size
                   ";estacoes=" delimited by size
                   ws-lista-estacoes delimited by "  "
                   ";motivo=" delimited by size
                   ws-motivo-recusa delimited by "  "
                   into ws-linha-registro
               end-string
           end-if

           move ws-linha-registro to fd-linha-registro
           write fd-linha-registro

           close arqRegistro
           .
       registra-pedido-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Quantidade de dias de ws-mes-atual/ws-ano-atual, com o
      *>  fevereiro dos anos bissextos
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
      *>  Finalizacao - pedido recusado na execucao sai como codigo de
      *>  retorno 4, para o escalonador avisar quem atende os pedidos
      *>------------------------------------------------------------------------
       finaliza section.
           if ws-observacoes-disponivel = "S" then
               close arqObservacoes
           end-if

           display " "
           display "Extrato de dados: " ws-qtd-pedidos " pedido(s), "
               ws-qtd-atendidos " atendido(s), " ws-qtd-recusados
               " recusado(s) - ver arqRegistroPedidos.txt"

           if ws-qtd-recusados > 0 then
               move 4 to return-code
           end-if

           Stop run
           .
       finaliza-exit.
           exit.
