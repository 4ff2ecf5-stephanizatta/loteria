      *>------------------------------------------------------------------------
      *>  Layout do registro do livro de reavaliacoes de premios (REAVALIA)
      *>  Gravado pelo concursos a cada jogada apurada cujo premio foi
      *>  reavaliado pelo rateio oficial que chegou depois da apuracao (a
      *>  jogada havia sido valorizada pela tabela de jogos). O historico e a
      *>  pendencia de pagamento passam a ter o valor novo; o livro guarda o
      *>  valor anterior e o dia da reavaliacao, para o fechamento de caixa
      *>  manter imutaveis os dias ja fechados (o premio continua no dia da
      *>  apuracao pelo valor de entao) e reconhecer a diferenca no dia da
      *>  reavaliacao. A chave e a da jogada mais a data/hora da reavaliacao
      *>------------------------------------------------------------------------
       01  ws-reavaliacao-registro.
           05 ws-rea-chave.
               10 ws-rea-jogada.
                   15 ws-rea-jogada-data            pic 9(08).
                   15 ws-rea-jogada-hora            pic 9(08).
                   15 ws-rea-jogada-seq             pic 9(04).
               10 ws-rea-data                        pic 9(08).
               10 ws-rea-hora                        pic 9(08).
           05 ws-rea-concurso                        pic 9(05).
           05 ws-rea-jogo                            pic 9(01).
           05 ws-rea-faixa                           pic x(10).
           05 ws-rea-apostador                       pic 9(05).
           05 ws-rea-bolao                           pic x(20).
           05 ws-rea-valor-anterior                  pic 9(09)v99.
           05 ws-rea-valor-novo                      pic 9(09)v99.
