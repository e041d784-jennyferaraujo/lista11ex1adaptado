              10 reg-temp-maxima                    pic s9(03)v99.
              10 reg-umidade                        pic 9(03).
              10 reg-chuva                          pic 9(03)v9.
      *>   marca da calibracao: "S" os valores acima ja saem corrigidos
      *>   pelo cadastro de calibracoes (lista11ex1coleta aplica a
      *>   correcao na entrada) e o grupo abaixo guarda as leituras como
      *>   o instrumento as mandou, na unidade do lote - em branco
      *>   (registro de outra origem ou geracao anterior do arquivo) a
      *>   carga de lista11ex1adaptado aplica a correcao em vigor
           05 reg-calibracao.
              10 reg-cal-aplicada                   pic x(01).
              10 reg-temp-bruta                     pic s9(03)v99.
              10 reg-temp-minima-bruta              pic s9(03)v99.
              10 reg-temp-maxima-bruta              pic s9(03)v99.
              10 reg-umidade-bruta                  pic 9(03).
              10 reg-chuva-bruta                    pic 9(03)v9.
