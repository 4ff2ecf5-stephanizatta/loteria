           05 ws-prm-concurso                        pic 9(05).
           05 ws-prm-faixa                           pic x(10).
           05 ws-prm-valor                           pic 9(09)v99.
      *>  situacao da pendencia: "P" = pendente de pagamento; "G" = paga;
      *>  "C" = estornada pelo cancelamento da jogada (programa cancela)
           05 ws-prm-situacao                        pic x(01).
      *>  dados do pagamento, preenchidos pelo programa premios ao quitar
           05 ws-prm-data-pagamento                  pic 9(08).
           05 ws-prm-recibo                          pic x(10).
      *>  valores do pagamento com a retencao do imposto de renda: bruto
      *>  (o premio), imposto retido (soma das retencoes por beneficiario,
      *>  ver retencao.cpy) e liquido pago; zerados enquanto pendente
           05 ws-prm-valor-bruto                     pic 9(09)v99.
           05 ws-prm-valor-ir                        pic 9(09)v99.
           05 ws-prm-valor-liquido                   pic 9(09)v99.
