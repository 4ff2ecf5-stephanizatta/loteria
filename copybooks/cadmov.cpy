           05 ws-mov-operacao                       pic x(10).
           05 ws-mov-operador                       pic x(10).
           05 ws-mov-chave                          pic x(20).
           05 ws-mov-antes                          pic x(180).
           05 ws-mov-depois                         pic x(180).
