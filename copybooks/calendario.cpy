      *>------------------------------------------------------------------------
      *>  Layout do registro do calendario de concursos (CALENDAR)
      *>  Um registro por jogo/concurso, com a data do sorteio e o horario-
      *>  limite de venda (data e hora HHMM); mantido e gerado pelo programa
      *>  calendario. Lido pelo desafio2 (venda antecipada e teimosinha),
      *>  pelo concursos e resultados (data do resultado oficial) e pela
      *>  apuracao (sorteios sem resultado carregado)
      *>------------------------------------------------------------------------
       01  ws-calendario-registro.
           05 ws-cal-chave.
               10 ws-cal-jogo                       pic 9(01).
               10 ws-cal-concurso                   pic 9(05).
           05 ws-cal-data-sorteio                   pic 9(08).
           05 ws-cal-data-limite                    pic 9(08).
           05 ws-cal-hora-limite                    pic 9(04).
           05 ws-cal-data-alteracao                 pic 9(08).
