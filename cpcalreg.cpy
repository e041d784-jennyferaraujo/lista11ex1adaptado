      *>------------------------------------------------------------------------
      *>  CPCALREG - registro do cadastro de calibracoes e trocas de
      *>  instrumento em arqCalibracoes.txt: um registro por estacao/
      *>  instrumento/data de vigencia, com a correcao informada pela
      *>  equipe de campo e o numero de serie do instrumento instalado;
      *>  vale para uma leitura a entrada de maior vigencia que nao
      *>  passe da data dela (uma troca sem correcao e registrada com
      *>  a correcao zerada, para a serie nova ficar no cadastro)
      *>------------------------------------------------------------------------
           05 reg-cal-estacao                      pic x(03).
      *>   "T" termometro (reg-temp; nos loggers tambem a minima e a
      *>   maxima do dia, que saem do mesmo sensor), "N" termometros de
      *>   minima e maxima das estacoes convencionais, "U" higrometro,
      *>   "P" pluviometro
           05 reg-cal-instrumento                  pic x(01).
           05 reg-cal-vigencia                     pic 9(08).
      *>   correcao somada a leitura, no formato +NNNN (2 decimais
      *>   implicitos): graus Celsius para "T"/"N", pontos de umidade
      *>   relativa para "U" e mm para "P" (aplicada so a dia com
      *>   chuva - um pluviometro seco nao inventa chuva)
           05 reg-cal-correcao                     pic s9(02)v99
                                                   sign leading separate.
           05 reg-cal-serie                        pic x(15).
