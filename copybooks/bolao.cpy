       01  ws-registro-bolao.
           05 ws-bolao-nome                         pic x(20).
           05 ws-bolao-qtd                          pic 9(02).
           05 ws-bolao-numeros occurs 20             pic 9(02).
      *>  participantes do bolao: codigos do cadastro de apostadores
      *>  (programa apostadores), cada um com sua quantidade de cotas; o
      *>  premio de uma jogada do bolao e rateado proporcionalmente as
