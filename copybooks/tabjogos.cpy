      *>  menor. preco-base = preco da aposta minima; o valor de uma aposta
      *>  com mais numeros e o preco-base multiplicado pela quantidade de
      *>  combinacoes que ela cobre. A carga dos valores fica em
      *>  "cargajogos.cpy": os valores de origem e, por cima deles, a versao
      *>  de parametros_jogos.dat em vigor na data ws-data-vigencia-jogos
      *>  (vigencia = inicio da versao carregada; zero = valores de origem).
      *>  Quem copia este layout declara o select "arq-param-jogos"
      *>  (parametros_jogos.dat, indexed, record key ws-pjg-chave, file
      *>  status ws-fs-param-jogos) com o registro de "parjogos.cpy"
      *>------------------------------------------------------------------------
       01  ws-tabela-jogos.
           05 ws-jogo occurs 3.
               10 ws-jogo-nome                      pic x(10).
               10 ws-jogo-vigencia                   pic 9(08).
               10 ws-jogo-faixa-max                  pic 9(02).
               10 ws-jogo-qtd-sorteio                pic 9(02).
               10 ws-jogo-aposta-min                 pic 9(02).

       77  ws-tier-indice                          pic 9(01).
       77  ws-tier-achou                           pic x(01).

       77  ws-fs-param-jogos                       pic x(02).
       77  ws-eof-param-jogos                      pic x(01).
       77  ws-data-vigencia-jogos                  pic 9(08).
       77  ws-param-jogo-indice                    pic 9(01).
