      *>------------------------------------------------------------------------
      *>  Layout do registro do rateio oficial por concurso (RATEIOOF)
      *>  Um registro por concurso, jogo e faixa de premiacao, com o valor
      *>  pago a cada ganhador e a quantidade de ganhadores divulgados pela
      *>  operadora. Carregado pelo concursos (rateios_entrada.dat), mantido
      *>  pelo programa resultados e lido pelo desafio2 (conferencia) e pela
      *>  apuracao, que valorizam o premio da jogada por ele em vez do valor
      *>  fixo da tabela de jogos. A faixa e o nome da faixa na tabela de
      *>  jogos (ex.: "SENA", "15 PONTOS"), o mesmo gravado no resultado da
      *>  jogada no historico
      *>------------------------------------------------------------------------
       01  ws-rateio-registro.
           05 ws-rof-chave.
               10 ws-rof-concurso                   pic 9(05).
               10 ws-rof-jogo                        pic 9(01).
               10 ws-rof-faixa                       pic x(10).
           05 ws-rof-valor-ganhador                  pic 9(09)v99.
           05 ws-rof-ganhadores                      pic 9(07).
      *>  dia em que o rateio foi carregado ou alterado por ultimo
           05 ws-rof-data-carga                      pic 9(08).
