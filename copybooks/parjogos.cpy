      *>------------------------------------------------------------------------
      *>  Layout do registro de parametros dos jogos com vigencia (PARJOGOS)
      *>  Uma versao da tabela de um jogo por data de inicio de vigencia:
      *>  a versao em vigor numa data e a de maior inicio de vigencia ate
      *>  aquela data. Mantido pelo programa tabelajogos e carregado por
      *>  carrega-tabela-jogos (cargajogos.cpy) sobre os valores de origem
      *>  da tabela; os campos seguem tabjogos.cpy
      *>------------------------------------------------------------------------
       01  ws-param-jogo-registro.
           05 ws-pjg-chave.
               10 ws-pjg-jogo                       pic 9(01).
               10 ws-pjg-vigencia                   pic 9(08).
           05 ws-pjg-nome                           pic x(10).
           05 ws-pjg-faixa-max                      pic 9(02).
           05 ws-pjg-qtd-sorteio                    pic 9(02).
           05 ws-pjg-aposta-min                     pic 9(02).
           05 ws-pjg-aposta-max                     pic 9(02).
           05 ws-pjg-preco-base                     pic 9(05)v99.
           05 ws-pjg-qtd-tiers                      pic 9(01).
           05 ws-pjg-tier occurs 3.
               10 ws-pjg-tier-pontos                pic 9(02).
               10 ws-pjg-tier-nome                  pic x(10).
               10 ws-pjg-tier-premio                pic 9(09)v99.
      *>  data da inclusao da versao e operador que a incluiu
           05 ws-pjg-data-cadastro                  pic 9(08).
           05 ws-pjg-operador                       pic x(10).
