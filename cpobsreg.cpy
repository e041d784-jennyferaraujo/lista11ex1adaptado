      *>------------------------------------------------------------------------
      *>  CPOBSREG - registro do arquivo permanente de observacoes
      *>  diarias arqObservacoesDiarias.dat (indexado): uma leitura por
      *>  chave estacao/ano/mes/dia com o registro CPTEMPREG completo,
      *>  ja em Celsius, e as marcas de qualidade do dia - mantido pela
      *>  carga de lista11ex1adaptado e pelas gravacoes de
      *>  lista11ex1manutencao; e daqui que os programas leem qualquer
      *>  periodo passado sem depender de uma copia antiga de
      *>  arqTempsAnual.txt
      *>------------------------------------------------------------------------
           05 reg-obs-chave.
              10 reg-obs-estacao                   pic x(03).
              10 reg-obs-ano                       pic 9(04).
              10 reg-obs-mes                       pic 9(02).
              10 reg-obs-dia                       pic 9(02).
      *>   temperatura do dia em Celsius (a leitura em Fahrenheit de um
      *>   lote e convertida antes da gravacao)
           05 reg-obs-temp                         pic s9(03)v99.
      *>   "S" o registro trouxe as medidas adicionais dos loggers, "N"
      *>   registro so de temperatura (grupo abaixo zerado)
           05 reg-obs-tem-extras                   pic x(01).
           05 reg-obs-medidas-extra.
              10 reg-obs-temp-minima               pic s9(03)v99.
              10 reg-obs-temp-maxima               pic s9(03)v99.
              10 reg-obs-umidade                   pic 9(03).
              10 reg-obs-chuva                     pic 9(03)v9.
      *>   marcas de qualidade: "S" em reg-obs-estimado e valor
      *>   ESTIMADO por interpolacao (modo de estimativa de lacunas),
      *>   "S" em reg-obs-suspeito e dia marcado SUSPEITO pelo
      *>   controle de qualidade entre estacoes
           05 reg-obs-estimado                     pic x(01).
           05 reg-obs-suspeito                     pic x(01).
      *>   quem gravou o dia por ultimo - "C" carga do lote, "M"
      *>   correcao pela manutencao - e quando
           05 reg-obs-origem                       pic x(01).
           05 reg-obs-data-gravacao                pic 9(08).
      *>   leituras como o instrumento as mandou, ja em Celsius, antes
      *>   da correcao do cadastro de calibracoes - "S" em
      *>   reg-obs-calibrado diz que alguma correcao em vigor mudou o
      *>   dia, "N" os valores brutos repetem os corrigidos
           05 reg-obs-calibrado                    pic x(01).
           05 reg-obs-valores-brutos.
              10 reg-obs-temp-bruta                pic s9(03)v99.
              10 reg-obs-temp-minima-bruta         pic s9(03)v99.
              10 reg-obs-temp-maxima-bruta         pic s9(03)v99.
              10 reg-obs-umidade-bruta             pic 9(03).
              10 reg-obs-chuva-bruta               pic 9(03)v9.
