               record key is ws-bolao-nome
               file status is ws-fs-boloes.

           select arq-param-jogos
               assign to "parametros_jogos.dat"
               organization is indexed
               access mode is dynamic
               record key is ws-pjg-chave
               file status is ws-fs-param-jogos.

      *>Declaração de variáveis
       data division.

       fd  arq-saida-lote.
       01  ws-reg-saida-lote.
           05 ws-sl-qtd                             pic 9(02).
           05 ws-sl-numeros occurs 20                pic 9(02).

       fd  arq-boloes.
           copy "bolao.cpy".

       fd  arq-param-jogos.
           copy "parjogos.cpy".

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-nome-bolao-informado                 pic x(20).
       77  ws-numeros-carregados                   pic x(01).

      *>----Numeros favoritos informados (ate 20) e sua quantidade
       01  ws-numeros-favoritos occurs 20.
           05 ws-num-favorito                      pic 9(02).
       77  ws-qtd-favoritos                        pic 9(02).
       77  ws-ind-favorito                         pic 9(02).

      *>------------------------------------------------------------------------
      *>  Valida os favoritos vindos de um bolao: quantidade entre a aposta
      *>  minima do jogo e 20, e todos os numeros dentro da faixa (o bolao
      *>  pode ter sido salvo jogando outro jogo)
      *>------------------------------------------------------------------------
       valida-favoritos-carregados section.
           move "S" to ws-numeros-carregados

           if ws-qtd-favoritos < ws-jogo-atual-qtd-sorteio
           or ws-qtd-favoritos > 20
               move "N" to ws-numeros-carregados
           end-if


      *>------------------------------------------------------------------------
      *>  Coleta os numeros favoritos digitados: a quantidade (da aposta
      *>  minima do jogo ate 20) e os numeros, com as validacoes de faixa e
      *>  duplicidade da entrada interativa do desafio2
      *>------------------------------------------------------------------------
       coleta-favoritos section.

           display "Quantos numeros favoritos? ("
                   ws-jogo-atual-qtd-sorteio "-20) "
           perform aceita-quantidade-favoritos

           perform until ws-qtd-favoritos >= ws-jogo-atual-qtd-sorteio
                     and ws-qtd-favoritos <= 20
               display "Informe de " ws-jogo-atual-qtd-sorteio
                       " a 20 numeros."
               display "Quantos numeros favoritos? ("
                       ws-jogo-atual-qtd-sorteio "-20) "
               perform aceita-quantidade-favoritos
           end-perform


           move ws-jogo-atual-qtd-sorteio to ws-sl-qtd

           perform varying ws-dd-aux from 1 by 1 until ws-dd-aux > 20
               move zero to ws-sl-numeros(ws-dd-aux)
           end-perform

