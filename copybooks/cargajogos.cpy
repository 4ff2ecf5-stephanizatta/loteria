      *>------------------------------------------------------------------------
      *>  Carrega a tabela de parametros dos jogos vendidos (ver tabjogos.cpy)
      *>  em vigor na data de hoje
      *>------------------------------------------------------------------------
       carrega-tabela-jogos section.

           accept ws-data-vigencia-jogos from date yyyymmdd
           perform carrega-tabela-jogos-data
           .
       carrega-tabela-jogos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega a tabela de parametros dos jogos em vigor na data
      *>  ws-data-vigencia-jogos, informada por quem chama: os valores de
      *>  origem abaixo e, por cima deles, a versao de cada jogo em
      *>  parametros_jogos.dat com o maior inicio de vigencia ate a data.
      *>  Sem o arquivo valem os valores de origem
      *>------------------------------------------------------------------------
       carrega-tabela-jogos-data section.

           perform varying ws-param-jogo-indice from 1 by 1
                     until ws-param-jogo-indice > 3
               move zero to ws-jogo-vigencia(ws-param-jogo-indice)
           end-perform

      *>     Jogo 1 - Mega-Sena: 6 a 10 numeros, de 1 a 60, sorteia 6
           move "Mega-Sena"  to ws-jogo-nome(1)
           move 60           to ws-jogo-faixa-max(1)
           move "TERNO"      to ws-jogo-tier-nome(2 3)
           move 180,00       to ws-jogo-tier-premio(2 3)

      *>     Jogo 3 - Lotofacil: 15 a 20 numeros, de 1 a 25, sorteia 15
           move "Lotofacil"  to ws-jogo-nome(3)
           move 25           to ws-jogo-faixa-max(3)
           move 15           to ws-jogo-qtd-sorteio(3)
           move 15           to ws-jogo-aposta-min(3)
           move 20           to ws-jogo-aposta-max(3)
           move 3,00         to ws-jogo-preco-base(3)
           move 3            to ws-jogo-qtd-tiers(3)
           move 15           to ws-jogo-tier-pontos(3 1)
           move 13           to ws-jogo-tier-pontos(3 3)
           move "13 PONTOS"  to ws-jogo-tier-nome(3 3)
           move 30,00        to ws-jogo-tier-premio(3 3)

           open input arq-param-jogos
           if ws-fs-param-jogos = "00"
               perform varying ws-param-jogo-indice from 1 by 1
                         until ws-param-jogo-indice > 3
                   perform carrega-versao-jogo
               end-perform
               close arq-param-jogos
           end-if
           .
       carrega-tabela-jogos-data-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Percorre as versoes do jogo ws-param-jogo-indice em ordem de
      *>  vigencia e aplica cada uma que ja vigorava na data pedida; a
      *>  ultima aplicada e a versao em vigor
      *>------------------------------------------------------------------------
       carrega-versao-jogo section.

           move "N" to ws-eof-param-jogos
           move ws-param-jogo-indice to ws-pjg-jogo
           move zero to ws-pjg-vigencia

           start arq-param-jogos key >= ws-pjg-chave
               invalid key
                   move "S" to ws-eof-param-jogos
           end-start

           perform until ws-eof-param-jogos = "S"
               read arq-param-jogos next
                   at end
                       move "S" to ws-eof-param-jogos
                   not at end
                       if ws-pjg-jogo <> ws-param-jogo-indice
                       or ws-pjg-vigencia > ws-data-vigencia-jogos
                           move "S" to ws-eof-param-jogos
                       else
                           perform aplica-versao-jogo
                       end-if
               end-read
           end-perform
           .
       carrega-versao-jogo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Copia a versao lida para a linha do jogo na tabela
      *>------------------------------------------------------------------------
       aplica-versao-jogo section.

           move ws-pjg-vigencia    to ws-jogo-vigencia(ws-pjg-jogo)
           move ws-pjg-nome        to ws-jogo-nome(ws-pjg-jogo)
           move ws-pjg-faixa-max   to ws-jogo-faixa-max(ws-pjg-jogo)
           move ws-pjg-qtd-sorteio to ws-jogo-qtd-sorteio(ws-pjg-jogo)
           move ws-pjg-aposta-min  to ws-jogo-aposta-min(ws-pjg-jogo)
           move ws-pjg-aposta-max  to ws-jogo-aposta-max(ws-pjg-jogo)
           move ws-pjg-preco-base  to ws-jogo-preco-base(ws-pjg-jogo)
           move ws-pjg-qtd-tiers   to ws-jogo-qtd-tiers(ws-pjg-jogo)
           perform varying ws-tier-indice from 1 by 1
                     until ws-tier-indice > 3
               move ws-pjg-tier-pontos(ws-tier-indice)
                 to ws-jogo-tier-pontos(ws-pjg-jogo ws-tier-indice)
               move ws-pjg-tier-nome(ws-tier-indice)
                 to ws-jogo-tier-nome(ws-pjg-jogo ws-tier-indice)
               move ws-pjg-tier-premio(ws-tier-indice)
                 to ws-jogo-tier-premio(ws-pjg-jogo ws-tier-indice)
           end-perform
           .
       aplica-versao-jogo-exit.
           exit.
