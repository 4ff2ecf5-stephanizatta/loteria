      *>------------------------------------------------------------------------
      *>  Layout do registro do controle de remessas (REMCTL), um por dia de
      *>  movimento transmitido, gravado pelo programa remessa ao gerar a
      *>  remessa do dia: e ele que impede enviar o mesmo dia duas vezes e
      *>  que guarda a sequencia e os totais enviados. O processamento do
      *>  retorno da operadora completa a situacao e as quantidades
      *>------------------------------------------------------------------------
       01  ws-remessa-controle.
           05 ws-rmc-data-movimento                 pic 9(08).
           05 ws-rmc-sequencia                      pic 9(06).
           05 ws-rmc-data-geracao                   pic 9(08).
           05 ws-rmc-hora-geracao                   pic 9(08).
           05 ws-rmc-operador                       pic x(10).
           05 ws-rmc-qtd-jogadas                    pic 9(07).
           05 ws-rmc-total-apostado                 pic 9(11)v99.
           05 ws-rmc-qtd-premios                    pic 9(07).
           05 ws-rmc-total-bruto                    pic 9(11)v99.
      *>  situacao: "G" = remessa em geracao (o dia e registrado assim antes
      *>  de a primeira jogada ser marcada como enviada; se a geracao nao
      *>  termina, a remessa do dia e gerada de novo com a mesma sequencia);
      *>  "E" = remessa enviada, aguardando o retorno; "R" = retorno da
      *>  operadora ja processado
           05 ws-rmc-situacao                       pic x(01).
           05 ws-rmc-data-retorno                   pic 9(08).
           05 ws-rmc-qtd-aceitos                    pic 9(07).
           05 ws-rmc-qtd-rejeitados                 pic 9(07).
