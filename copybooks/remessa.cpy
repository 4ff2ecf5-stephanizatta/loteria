      *>------------------------------------------------------------------------
      *>  Layout dos registros do arquivo de remessa diaria a operadora
      *>  (REMESSA), gerado pelo programa remessa: registros de 100 posicoes,
      *>  identificados pela primeira (tipo). Um cabecalho ("H"), um detalhe
      *>  por jogada vendida no dia ("J"), um por premio pago no dia ("P") e
      *>  o trailer ("T") com as quantidades e os totais de controle; a
      *>  quantidade e o total apostado das jogadas batem com o fechamento
      *>  de caixa do dia (fechamentos.dat)
      *>------------------------------------------------------------------------
       01  ws-rms-cabecalho.
           05 ws-rmh-tipo                           pic x(01).
           05 ws-rmh-loja                           pic 9(06).
           05 ws-rmh-data-movimento                 pic 9(08).
           05 ws-rmh-sequencia                      pic 9(06).
           05 ws-rmh-data-geracao                   pic 9(08).
           05 ws-rmh-hora-geracao                   pic 9(06).
           05 filler                                pic x(65).

       01  ws-rms-jogada.
           05 ws-rmj-tipo                           pic x(01).
           05 ws-rmj-chave.
               10 ws-rmj-data                       pic 9(08).
               10 ws-rmj-hora                       pic 9(08).
               10 ws-rmj-seq                        pic 9(04).
           05 ws-rmj-jogo                           pic 9(01).
           05 ws-rmj-concurso                       pic 9(05).
           05 ws-rmj-qtd-apostada                   pic 9(02).
           05 ws-rmj-numeros occurs 20              pic 9(02).
           05 ws-rmj-valor-aposta                   pic 9(05)v99.
           05 ws-rmj-apostador                      pic 9(05).
           05 filler                                pic x(19).

       01  ws-rms-premio.
           05 ws-rmp-tipo                           pic x(01).
           05 ws-rmp-chave.
               10 ws-rmp-data                       pic 9(08).
               10 ws-rmp-hora                       pic 9(08).
               10 ws-rmp-seq                        pic 9(04).
           05 ws-rmp-jogo                           pic 9(01).
           05 ws-rmp-concurso                       pic 9(05).
           05 ws-rmp-faixa                          pic x(10).
           05 ws-rmp-valor-bruto                    pic 9(09)v99.
           05 ws-rmp-valor-ir                       pic 9(09)v99.
           05 ws-rmp-valor-liquido                  pic 9(09)v99.
           05 ws-rmp-data-pagamento                 pic 9(08).
           05 ws-rmp-recibo                         pic x(10).
           05 filler                                pic x(12).

      *>  quantidade de registros do arquivo, cabecalho e trailer inclusos
       01  ws-rms-trailer.
           05 ws-rmt-tipo                           pic x(01).
           05 ws-rmt-qtd-jogadas                    pic 9(07).
           05 ws-rmt-total-apostado                 pic 9(11)v99.
           05 ws-rmt-qtd-premios                    pic 9(07).
           05 ws-rmt-total-bruto                    pic 9(11)v99.
           05 ws-rmt-total-liquido                  pic 9(11)v99.
           05 ws-rmt-qtd-registros                  pic 9(07).
           05 filler                                pic x(39).
