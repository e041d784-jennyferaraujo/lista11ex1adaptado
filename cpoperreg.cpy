      *>------------------------------------------------------------------------
      *>  CPOPERREG - registro do cadastro de operadores em
      *>  arqOperadores.txt: identificacao usada na entrada dos
      *>  programas interativos, senha, nome e papel - "O" operador,
      *>  "S" supervisor (fecha/reabre meses e libera mes fechado),
      *>  "A" administrador (tudo do supervisor, mais os parametros e
      *>  o proprio cadastro de operadores); operador bloqueado ("N" em
      *>  reg-oper-ativo) continua no cadastro, para a identificacao
      *>  dele seguir reconhecivel no jornal e no log de consultas
      *>------------------------------------------------------------------------
           05 reg-oper-id                          pic x(08).
           05 reg-oper-senha                       pic x(08).
           05 reg-oper-nome                        pic x(20).
           05 reg-oper-papel                       pic x(01).
           05 reg-oper-ativo                       pic x(01).
