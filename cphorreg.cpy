      *>------------------------------------------------------------------------
      *>  CPHORREG - registro do arquivo permanente de observacoes
      *>  horarias arqObservacoesHorarias.dat (indexado): uma hora por
      *>  chave estacao/ano/mes/dia/hora com o resumo das leituras
      *>  intradiarias aproveitadas pela coleta dos loggers naquela hora,
      *>  ja em Celsius - gravado por lista11ex1coleta; e daqui que sai o
      *>  perfil diurno do mes e a hora em que cada chuva caiu, sem
      *>  depender do arquivo bruto do logger
      *>------------------------------------------------------------------------
           05 reg-hor-chave.
              10 reg-hor-estacao                   pic x(03).
              10 reg-hor-ano                       pic 9(04).
              10 reg-hor-mes                       pic 9(02).
              10 reg-hor-dia                       pic 9(02).
      *>      hora cheia da leitura, 00 a 23 (as leituras de 14:00 a
      *>      14:59 ficam na hora 14)
              10 reg-hor-hora                      pic 9(02).
           05 reg-hor-qtd-leituras                 pic 9(03).
      *>   media, menor e maior temperatura das leituras da hora, em
      *>   Celsius e ja com a correcao do termometro em vigor no dia
           05 reg-hor-temp                         pic s9(03)v99.
           05 reg-hor-temp-minima                  pic s9(03)v99.
           05 reg-hor-temp-maxima                  pic s9(03)v99.
      *>   umidade relativa media da hora (%), com a correcao do
      *>   higrometro em vigor no dia
           05 reg-hor-umidade                      pic 9(03).
      *>   chuva caida na hora (mm): soma dos incrementos das leituras,
      *>   como o pluviometro mandou - a correcao do pluviometro e do
      *>   total do dia e fica no registro diario
           05 reg-hor-chuva                        pic 9(03)v9.
      *>   "S" alguma correcao do cadastro de calibracoes mudou a hora,
      *>   "N" valores como o instrumento mandou
           05 reg-hor-calibrado                    pic x(01).
           05 reg-hor-data-gravacao                pic 9(08).
