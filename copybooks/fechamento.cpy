               10 ws-fec-jogo                        pic 9(01).
           05 ws-fec-jogadas                         pic 9(07).
           05 ws-fec-apostado                        pic 9(11)v99.
      *>  premios com sinal: o ajuste da reavaliacao pelo rateio oficial
      *>  pode deixar negativo o total de premios de um dia
           05 ws-fec-premios                         pic s9(11)v99.
      *>  momento em que o fechamento foi gravado
           05 ws-fec-data-fechamento                 pic 9(08).
           05 ws-fec-hora-fechamento                 pic 9(08).
