      *>------------------------------------------------------------------------
      *>  Layout dos registros do arquivo de retorno da operadora (RETORNO),
      *>  resposta a uma remessa diaria (remessa.cpy), lido pelo programa
      *>  remessa: registros de 100 posicoes identificados pelo tipo. O
      *>  cabecalho ("H") repete loja, dia e sequencia da remessa; cada
      *>  detalhe ("D") devolve um registro da remessa -- origem "J" (jogada)
      *>  ou "P" (premio), pela chave da jogada -- aceito ("A") ou rejeitado
      *>  ("R", com codigo e motivo); o trailer ("T") traz as quantidades
      *>------------------------------------------------------------------------
       01  ws-rto-cabecalho.
           05 ws-rth-tipo                           pic x(01).
           05 ws-rth-loja                           pic 9(06).
           05 ws-rth-data-movimento                 pic 9(08).
           05 ws-rth-sequencia                      pic 9(06).
           05 ws-rth-data-processamento             pic 9(08).
           05 filler                                pic x(71).

       01  ws-rto-detalhe.
           05 ws-rtd-tipo                           pic x(01).
           05 ws-rtd-origem                         pic x(01).
           05 ws-rtd-chave.
               10 ws-rtd-data                       pic 9(08).
               10 ws-rtd-hora                       pic 9(08).
               10 ws-rtd-seq                        pic 9(04).
           05 ws-rtd-situacao                       pic x(01).
           05 ws-rtd-cod-rejeicao                   pic x(03).
           05 ws-rtd-motivo                         pic x(40).
           05 filler                                pic x(34).

       01  ws-rto-trailer.
           05 ws-rtt-tipo                           pic x(01).
           05 ws-rtt-qtd-detalhes                   pic 9(07).
           05 ws-rtt-qtd-aceitos                    pic 9(07).
           05 ws-rtt-qtd-rejeitados                 pic 9(07).
           05 filler                                pic x(78).
