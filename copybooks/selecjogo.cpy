      *>------------------------------------------------------------------------
       seleciona-jogo section.

           perform exibe-menu-jogos
           accept ws-jogo-selecionado
           display " "

                      or ws-jogo-selecionado = 2
                      or ws-jogo-selecionado = 3
               display "Opcao invalida. Escolha 1, 2 ou 3."
               perform exibe-menu-jogos
               accept ws-jogo-selecionado
               display " "
           end-perform
           .
       seleciona-jogo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Menu dos jogos com a faixa de numeros da tabela em vigor
      *>------------------------------------------------------------------------
       exibe-menu-jogos section.

           display "Escolha o jogo:"
           perform varying ws-param-jogo-indice from 1 by 1
                     until ws-param-jogo-indice > 3
               display "  " ws-param-jogo-indice " - "
                       ws-jogo-nome(ws-param-jogo-indice) " ("
                       ws-jogo-aposta-min(ws-param-jogo-indice) " a "
                       ws-jogo-aposta-max(ws-param-jogo-indice)
                       " numeros, de 1 a "
                       ws-jogo-faixa-max(ws-param-jogo-indice) ")"
           end-perform
           .
       exibe-menu-jogos-exit.
           exit.
