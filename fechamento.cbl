               record key is ws-fec-chave
               file status is ws-fs-fechamentos.

           select arq-reavaliacoes
               assign to "reavaliacoes.dat"
               organization is indexed
               access mode is dynamic
               record key is ws-rea-chave
               file status is ws-fs-reavaliacoes.

           select arq-param-jogos
               assign to "parametros_jogos.dat"
               organization is indexed
               access mode is dynamic
               record key is ws-pjg-chave
               file status is ws-fs-param-jogos.

      *>Declaração de variáveis
       data division.

       fd  arq-fechamentos.
           copy "fechamento.cpy".

       fd  arq-reavaliacoes.
           copy "reavalia.cpy".

       fd  arq-param-jogos.
           copy "parjogos.cpy".

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-fechamentos                       pic x(02).
       77  ws-eof-historico                        pic x(01).

      *>----Livro de reavaliacoes (programa concursos): o premio de uma
      *>    jogada reavaliada pelo rateio oficial conta no dia da apuracao
      *>    pelo valor que tinha antes da primeira reavaliacao, e cada
      *>    ajuste (novo - anterior) conta no dia em que foi feito; assim um
      *>    dia ja fechado continua conferindo depois da reavaliacao
       77  ws-fs-reavaliacoes                      pic x(02).
       77  ws-eof-reavaliacoes                     pic x(01).
       77  ws-reavaliacoes-disponivel              pic x(01).
       77  ws-premio-apuracao                      pic 9(09)v99.
       77  ws-tot-reavaliadas                      pic 9(07).

       77  ws-data-edit                            pic x(08).
       77  ws-data-movimento                       pic 9(08).

           05 ws-tot-jogo occurs 3.
               10 ws-tot-jogadas                    pic 9(07).
               10 ws-tot-apostado                   pic 9(11)v99.
               10 ws-tot-premios                    pic s9(11)v99.
       77  ws-tot-sem-jogo                         pic 9(07).
      *>----Jogadas do dia canceladas (programa cancela), fora dos totais
       77  ws-tot-canceladas                       pic 9(07).
       77  ws-jogo-indice                          pic 9(01).

      *>----Estado do fechamento do dia informado: quantos registros de

      *>----Campos de edicao dos valores exibidos
       77  ws-valor-edt                            pic zz.zzz.zzz.zz9,99.
       77  ws-valor-edt2                           pic -zz.zzz.zzz.zz9,99.

      *>----Conferencia do valor de cada venda do dia contra o preco da
      *>    tabela de jogos em vigor na data do movimento: preco-base vezes
      *>    as combinacoes minimas cobertas pela aposta
       77  ws-valor-esperado                       pic 9(11)v99.
       77  ws-tot-preco-divergente                 pic 9(07).
       77  ws-preco-edt                            pic zz.zz9,99.

           copy "combdef.cpy".

           copy "tabjogos.cpy".

       inicializa section.

           move zero to ws-tot-sem-jogo
           move zero to ws-tot-canceladas
           move zero to ws-tot-reavaliadas
           move zero to ws-tot-preco-divergente
           perform varying ws-jogo-indice from 1 by 1
                     until ws-jogo-indice > 3
               move zero to ws-tot-jogadas(ws-jogo-indice)
               move 8 to return-code
               stop run
           end-if

      *>     o livro de reavaliacoes so existe depois da primeira carga de
      *>     rateio oficial que ajustou algum premio; sem ele nao ha ajuste
      *>     a considerar, e qualquer outro erro de abertura encerra com
      *>     erro, para nao fechar o caixa sem os ajustes
           move "N" to ws-reavaliacoes-disponivel
           open input arq-reavaliacoes
           evaluate ws-fs-reavaliacoes
               when "00"
                   move "S" to ws-reavaliacoes-disponivel
               when "35"
                   continue
               when other
                   display "ERRO: nao foi possivel abrir reavaliacoes.dat "
                           "(status " ws-fs-reavaliacoes "). Verifique a "
                           "integridade ou restaure o backup antes de "
                           "fechar o caixa."
                   move 8 to return-code
                   stop run
           end-evaluate
           .
       inicializa-exit.
           exit.
           else
               perform grava-fechamento
           end-if

           perform exibe-precos-vigentes
           .
       processamento-exit.
           exit.
           end-perform

           move ws-data-edit to ws-data-movimento

      *>     precos e faixas do fechamento sao os da versao da tabela de
      *>     jogos em vigor no dia do movimento, e nao os de hoje
           move ws-data-movimento to ws-data-vigencia-jogos
           perform carrega-tabela-jogos-data
           .
       aceita-data-movimento-exit.
           exit.
                       perform acumula-jogada-dia
               end-read
           end-perform

           if ws-reavaliacoes-disponivel = "S"
               perform acumula-reavaliacoes-dia
           end-if
           .
       totaliza-dia-exit.
           exit.
      *>------------------------------------------------------------------------
      *>  Acumula uma jogada nos totais do dia: a venda pelo dia da jogada,
      *>  o premio pelo dia da apuracao (jogadas pendentes ainda nao tem
      *>  premio reconhecido). Uma jogada cancelada nao entra no caixa (o
      *>  valor foi devolvido ao apostador e o premio estornado); ela e
      *>  apenas contada, para o resumo do dia
      *>------------------------------------------------------------------------
       acumula-jogada-dia section.

           evaluate true
               when ws-hist-situacao = "C"
                   if ws-hist-data = ws-data-movimento
                       add 1 to ws-tot-canceladas
                   end-if
               when ws-hist-jogo >= 1 and ws-hist-jogo <= 3
                   if ws-hist-data = ws-data-movimento
                       add 1 to ws-tot-jogadas(ws-hist-jogo)
                       add ws-hist-valor-aposta
                         to ws-tot-apostado(ws-hist-jogo)
                       perform confere-preco-jogada
                   end-if
                   if ws-hist-situacao = "A"
                   and ws-hist-data-apuracao = ws-data-movimento
                       perform obtem-premio-apuracao
                       add ws-premio-apuracao
                         to ws-tot-premios(ws-hist-jogo)
                   end-if
               when other
                   if ws-hist-data = ws-data-movimento
                       add 1 to ws-tot-sem-jogo
                   end-if
           end-evaluate
           .
       acumula-jogada-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere o valor cobrado pela venda corrente contra o preco da
      *>  tabela em vigor no dia: preco-base vezes C(numeros apostados,
      *>  numeros sorteados). A diferenca nao altera o fechamento (o caixa
      *>  fecha pelo valor efetivamente cobrado), mas e denunciada
      *>------------------------------------------------------------------------
       confere-preco-jogada section.

           move ws-hist-qtd-apostada to ws-comb-n
           move ws-jogo-qtd-sorteio(ws-hist-jogo) to ws-comb-k
           perform calcula-combinacoes

           compute ws-valor-esperado =
               ws-jogo-preco-base(ws-hist-jogo) * ws-comb-total

           if ws-hist-valor-aposta <> ws-valor-esperado
               add 1 to ws-tot-preco-divergente
               move ws-hist-valor-aposta to ws-valor-edt
               move ws-valor-esperado to ws-valor-edt2
               display "Preco divergente: jogada " ws-hist-data "-"
                       ws-hist-hora "-" ws-hist-seq " ("
                       ws-jogo-nome(ws-hist-jogo) ", " ws-hist-qtd-apostada
                       " numeros) cobrou R$ " ws-valor-edt
                       "; tabela do dia: R$ " ws-valor-edt2
           end-if
           .
       confere-preco-jogada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Premio da jogada corrente como reconhecido no dia da apuracao: o
      *>  valor anterior da primeira reavaliacao da jogada no livro (a chave
      *>  comeca pela jogada e segue pelo momento do ajuste), ou o premio
      *>  gravado, se a jogada nunca foi reavaliada
      *>------------------------------------------------------------------------
       obtem-premio-apuracao section.

           move ws-hist-valor-premio to ws-premio-apuracao

           if ws-reavaliacoes-disponivel = "S"
               move ws-hist-chave to ws-rea-jogada
               move zero to ws-rea-data
               move zero to ws-rea-hora
               start arq-reavaliacoes key >= ws-rea-chave
                   invalid key
                       continue
                   not invalid key
                       read arq-reavaliacoes next
                           at end
                               continue
                           not at end
                               if ws-rea-jogada = ws-hist-chave
                                   move ws-rea-valor-anterior
                                     to ws-premio-apuracao
                               end-if
                       end-read
               end-start
           end-if
           .
       obtem-premio-apuracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Ajustes de premio feitos no dia pela reavaliacao (rateio oficial
      *>  carregado depois da apuracao); o ajuste de uma jogada cancelada
      *>  depois nao conta, como o proprio premio dela
      *>------------------------------------------------------------------------
       acumula-reavaliacoes-dia section.

           move "N" to ws-eof-reavaliacoes
           move low-values to ws-rea-chave
           start arq-reavaliacoes key >= ws-rea-chave
               invalid key
                   move "S" to ws-eof-reavaliacoes
           end-start

           perform until ws-eof-reavaliacoes = "S"
               read arq-reavaliacoes next
                   at end
                       move "S" to ws-eof-reavaliacoes
                   not at end
                       if ws-rea-data = ws-data-movimento
                       and ws-rea-jogo >= 1 and ws-rea-jogo <= 3
                           move ws-rea-jogada to ws-hist-chave
                           read arq-historico
                               invalid key
                                   move spaces to ws-hist-situacao
                           end-read
                           if ws-hist-situacao <> "C"
                               add 1 to ws-tot-reavaliadas
                               compute ws-tot-premios(ws-rea-jogo) =
                                   ws-tot-premios(ws-rea-jogo)
                                   + ws-rea-valor-novo
                                   - ws-rea-valor-anterior
                           end-if
                       end-if
               end-read
           end-perform
           .
       acumula-reavaliacoes-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Verifica quantos registros de fechamento ja existem para o dia
      *>------------------------------------------------------------------------
           perform varying ws-jogo-indice from 1 by 1
                     until ws-jogo-indice > 3
      *>         um dia pode ter so vendas, so premios apurados (dia de
      *>         apuracao de vendas antecipadas ou de reavaliacao pelo
      *>         rateio oficial, que pode ser negativa) ou ambos
               if ws-tot-jogadas(ws-jogo-indice) > zero
               or ws-tot-premios(ws-jogo-indice) <> zero
                   perform grava-fechamento-jogo
               end-if
           end-perform
                       " jogo(s) com movimento)."
           end-if

           if ws-tot-canceladas > zero
               display ws-tot-canceladas " jogada(s) do dia cancelada(s), "
                       "fora do fechamento."
           end-if

           if ws-tot-reavaliadas > zero
               display ws-tot-reavaliadas " premio(s) reavaliado(s) pelo "
                       "rateio oficial no dia, com o ajuste nos premios."
           end-if

           if ws-tot-sem-jogo > zero
               display "Atencao: " ws-tot-sem-jogo " jogada(s) do dia sem "
                       "jogo identificado, FORA do fechamento. Verifique o "
       grava-fechamento-jogo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Exibe o preco-base de cada jogo na versao da tabela em vigor no dia
      *>  e o resultado da conferencia dos valores cobrados
      *>------------------------------------------------------------------------
       exibe-precos-vigentes section.

           display "Tabela de jogos em vigor no dia " ws-data-movimento ":"
           perform varying ws-jogo-indice from 1 by 1
                     until ws-jogo-indice > 3
               move ws-jogo-preco-base(ws-jogo-indice) to ws-preco-edt
               if ws-jogo-vigencia(ws-jogo-indice) = zero
                   display "  " ws-jogo-nome(ws-jogo-indice)
                           ": preco-base R$ " ws-preco-edt
                           " (valores de origem)"
               else
                   display "  " ws-jogo-nome(ws-jogo-indice)
                           ": preco-base R$ " ws-preco-edt
                           " (versao de " ws-jogo-vigencia(ws-jogo-indice)
                           ")"
               end-if
           end-perform

           if ws-tot-preco-divergente > zero
               display "Atencao: " ws-tot-preco-divergente " venda(s) do "
                       "dia com valor diferente do preco da tabela em "
                       "vigor. Verifique as jogadas listadas."
               if return-code < 4
                   move 4 to return-code
               end-if
           end-if
           .
       exibe-precos-vigentes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização
      *>------------------------------------------------------------------------

           close arq-historico
           close arq-fechamentos
           if ws-reavaliacoes-disponivel = "S"
               close arq-reavaliacoes
           end-if
           stop run
           .
       finaliza-exit.
           exit.

           copy "cargajogos.cpy".

           copy "calccomb.cpy".
