      *>------------------------------------------------------------------------
      *>  Layout do registro de retencoes de imposto de renda sobre premios
      *>  (RETENCAO), gravado pelo programa premios ao quitar uma pendencia:
      *>  um registro por beneficiario do pagamento -- o proprio apostador,
      *>  ou cada participante de um bolao, pela sua parcela do rateio. A
      *>  chave comeca pelo apostador e pela data do pagamento, base do
      *>  relatorio mensal de IR e dos informes anuais aos ganhadores
      *>------------------------------------------------------------------------
       01  ws-retencao-registro.
           05 ws-ret-chave.
               10 ws-ret-apostador                  pic 9(05).
               10 ws-ret-data-pagamento              pic 9(08).
      *>      chave da jogada premiada (a mesma da pendencia e do historico)
               10 ws-ret-jogada.
                   15 ws-ret-jogada-data             pic 9(08).
                   15 ws-ret-jogada-hora             pic 9(08).
                   15 ws-ret-jogada-seq              pic 9(04).
           05 ws-ret-jogo                            pic 9(01).
           05 ws-ret-concurso                        pic 9(05).
           05 ws-ret-faixa                           pic x(10).
      *>  bolao de origem (espacos = jogada individual) e cotas do
      *>  participante no rateio
           05 ws-ret-bolao                           pic x(20).
           05 ws-ret-cotas                           pic 9(03).
           05 ws-ret-valor-bruto                     pic 9(09)v99.
           05 ws-ret-valor-ir                        pic 9(09)v99.
           05 ws-ret-valor-liquido                   pic 9(09)v99.
           05 ws-ret-recibo                          pic x(10).
