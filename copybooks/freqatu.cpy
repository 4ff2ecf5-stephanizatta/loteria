
      *>------------------------------------------------------------------------
      *>  Semeadura do mestre recem-criado: consolida de uma vez o
      *>  historico vivo inteiro (toda jogada nao-pendente e nao-cancelada
      *>  ainda nao contabilizada, inclusive as anteriores ao campo de jogo) e marca
      *>  cada jogada como contabilizada, para um mestre novo nunca partir
      *>  zerado enquanto o historico ainda guarda os sorteios passados.
      *>  Requer o select "arq-historico" aberto em i-o
                   not at end
                       if ws-hist-freq-contab <> "S"
                       and ws-hist-situacao <> "P"
                       and ws-hist-situacao <> "C"
                           perform credita-frequencias-legado
                           move "S" to ws-hist-freq-contab
                           rewrite ws-historico-registro
