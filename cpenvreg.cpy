      *>------------------------------------------------------------------------
      *>  CPENVREG - registro da situacao das transmissoes ao escritorio
      *>  regional em arqSituacaoEnvios.dat (indexado): um registro por
      *>  envio lancado em arqEnvios.log, pela chave ano/mes do periodo
      *>  e data/hora do envio (um mes reenviado tem um registro por
      *>  envio), com a contagem de detalhes e o hash do trailer e a
      *>  situacao - "P" pendente (enviado, sem retorno), "A" aceito e
      *>  "R" rejeitado pelo escritorio regional, com a data do retorno,
      *>  o motivo da rejeicao e a contagem e o hash que a recepcao do
      *>  escritorio refez (zerados enquanto pendente)
      *>------------------------------------------------------------------------
           05 reg-env-chave.
              10 reg-env-ano                       pic 9(04).
              10 reg-env-mes                       pic 9(02).
              10 reg-env-data-envio                pic 9(08).
              10 reg-env-hora-envio                pic 9(08).
           05 reg-env-arquivo                      pic x(30).
           05 reg-env-qtd-detalhes                 pic 9(04).
           05 reg-env-hash                         pic s9(07)v99
                                                   sign leading separate.
           05 reg-env-situacao                     pic x(01).
           05 reg-env-data-retorno                 pic 9(08).
           05 reg-env-motivo                       pic x(40).
           05 reg-env-qtd-retorno                  pic 9(04).
           05 reg-env-hash-retorno                 pic s9(07)v99
                                                   sign leading separate.
