               record key is ws-bolao-nome
               file status is ws-fs-boloes.

           select arq-rateios
               assign to "rateios_oficiais.dat"
               organization is indexed
               access mode is dynamic
               record key is ws-rof-chave
               file status is ws-fs-rateios.

           select arq-frequencias
               assign to "frequencias.dat"
               organization is indexed
               record key is ws-frq-chave
               file status is ws-fs-frequencias.

           select arq-calendario
               assign to "calendario_concursos.dat"
               organization is indexed
               access mode is dynamic
               record key is ws-cal-chave
               file status is ws-fs-calendario.

           select arq-impressao
               assign to ws-imp-nome-arquivo
               organization is line sequential
               file status is ws-fs-impressao.

           select arq-param-jogos
               assign to "parametros_jogos.dat"
               organization is indexed
               access mode is dynamic
               record key is ws-pjg-chave
               file status is ws-fs-param-jogos.

      *>Declaração de variáveis
       data division.

       fd  arq-boloes.
           copy "bolao.cpy".

       fd  arq-rateios.
           copy "rateio.cpy".

       fd  arq-frequencias.
           copy "frequenc.cpy".

       fd  arq-calendario.
           copy "calendario.cpy".

       fd  arq-impressao.
       01  ws-reg-impressao                         pic x(100).

       fd  arq-param-jogos.
           copy "parjogos.cpy".

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-apu-apuradas                         pic 9(07).
       77  ws-apu-premiadas                        pic 9(07).
       77  ws-apu-falhas                           pic 9(07).
       77  ws-apu-canceladas                       pic 9(07).
       77  ws-apu-pela-tabela                      pic 9(07).
       77  ws-fs-rateios                           pic x(02).
       77  ws-rateios-disponivel                   pic x(01).
       77  ws-apu-total-premios                    pic 9(11)v99.
       77  ws-valor-premio-edt                     pic zzz.zzz.zz9,99.
       77  ws-total-premios-edt                    pic zz.zzz.zzz.zz9,99.
       77  ws-frq-semeadas                         pic 9(07).
       77  ws-frq-eof-semente                      pic x(01).

      *>----Variaveis da lista de sorteios atrasados: concursos do
      *>    calendario cuja data de sorteio ja passou e que ainda nao tem
      *>    resultado oficial carregado
       77  ws-fs-calendario                        pic x(02).
       77  ws-eof-calendario                       pic x(01).
       77  ws-apu-sem-resultado                    pic 9(05).

      *>----Variaveis da saida da lista de ganhadores e do resumo de
      *>    controle em arquivo de impressao
           copy "impdef.cpy".
           move zero to ws-apu-apuradas
           move zero to ws-apu-premiadas
           move zero to ws-apu-falhas
           move zero to ws-apu-canceladas
           move zero to ws-apu-pela-tabela
           move zero to ws-apu-total-premios
           move zero to ws-apu-sem-resultado
           move "N" to ws-imp-ativa
           accept ws-data-apuracao from date yyyymmdd

           perform carrega-tabela-jogos
               move "S" to ws-boloes-disponivel
           end-if

      *>     o mestre de rateios oficiais e opcional: sem o rateio da faixa
      *>     o premio sai pelo valor da tabela de jogos, e o programa
      *>     concursos reavalia a jogada quando o rateio for carregado
           move "N" to ws-rateios-disponivel
           open input arq-rateios
           if ws-fs-rateios = "00"
               move "S" to ws-rateios-disponivel
           end-if

      *>     o mestre de frequencias so e criado quando nao existe (status
      *>     35) e, recem-criado, e semeado com o historico vivo inteiro;
      *>     sem conseguir abri-lo a apuracao segue, com aviso, e as
                           "no arquivo de resultados. Carregue o resultado "
                           "pelo programa concursos antes de apurar."
                   move 8 to return-code
                   perform lista-sorteios-sem-resultado
               not invalid key
                   display "Apurando o concurso " ws-concurso-apurar
                           " de " ws-jogo-nome(ws-jogo-apurar)

                   perform varre-pendentes
                   perform resumo-apuracao
                   perform lista-sorteios-sem-resultado

                   perform encerra-impressao
           end-read
      *>------------------------------------------------------------------------
       carrega-parametros-jogo section.

      *>     faixas e premios de referencia sao os da versao da tabela de
      *>     jogos em vigor na data do sorteio, e nao os de hoje
           move ws-res-data to ws-data-vigencia-jogos
           perform carrega-tabela-jogos-data

           move ws-jogo-nome(ws-jogo-apurar)       to ws-jogo-atual-nome
           move ws-jogo-faixa-max(ws-jogo-apurar)  to ws-jogo-atual-faixa-max
           move ws-jogo-qtd-sorteio(ws-jogo-apurar)
                           add 1 to ws-apu-pendentes
                           perform apura-jogada-pendente
                       end-if
      *>                 venda antecipada cancelada (programa cancela) nao
      *>                 e apurada: so e contada para o resumo de controle
                       if ws-hist-situacao = "C"
                       and ws-hist-concurso = ws-concurso-apurar
                       and ws-hist-jogo = ws-jogo-apurar
                           add 1 to ws-apu-canceladas
                       end-if
               end-read
           end-perform

                     to ws-hist-resultado
                   move ws-jogo-atual-tier-premio(ws-tier-indice)
                     to ws-hist-valor-premio
                   perform busca-rateio-oficial
               end-if
           end-perform

       apura-jogada-pendente-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Premio da faixa atingida pelo rateio oficial do concurso, quando
      *>  carregado; senao fica o valor da tabela de jogos, contado no
      *>  resumo como premio a reavaliar
      *>------------------------------------------------------------------------
       busca-rateio-oficial section.

           if ws-rateios-disponivel = "S"
               move ws-concurso-apurar to ws-rof-concurso
               move ws-jogo-apurar to ws-rof-jogo
               move ws-hist-resultado to ws-rof-faixa
               read arq-rateios
                   invalid key
                       move zero to ws-rof-valor-ganhador
               end-read
           else
               move zero to ws-rof-valor-ganhador
           end-if

           if ws-rof-valor-ganhador > zero
               move ws-rof-valor-ganhador to ws-hist-valor-premio
           else
               add 1 to ws-apu-pela-tabela
           end-if
           .
       busca-rateio-oficial-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conta os pontos da jogada corrente contra o resultado oficial
      *>------------------------------------------------------------------------
           move "P" to ws-prm-situacao
           move zero to ws-prm-data-pagamento
           move spaces to ws-prm-recibo
           move zero to ws-prm-valor-bruto
           move zero to ws-prm-valor-ir
           move zero to ws-prm-valor-liquido

           write ws-premio-registro
               invalid key
             into ws-imp-linha
           perform exibe-e-imprime
           move spaces to ws-imp-linha
           string "Jogadas canceladas (fora)....: " delimited by size
                  ws-apu-canceladas delimited by size
             into ws-imp-linha
           perform exibe-e-imprime
           move spaces to ws-imp-linha
           string "Jogadas apuradas.............: " delimited by size
                  ws-apu-apuradas delimited by size
             into ws-imp-linha
                  ws-total-premios-edt delimited by size
             into ws-imp-linha
           perform exibe-e-imprime
           move spaces to ws-imp-linha
           string "Premios a reavaliar (tabela).: " delimited by size
                  ws-apu-pela-tabela delimited by size
             into ws-imp-linha
           perform exibe-e-imprime
           move "====================================================" to ws-imp-linha
           perform exibe-e-imprime

       resumo-apuracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista os concursos do calendario, de todos os jogos, cujo sorteio
      *>  ja passou e que ainda nao tem resultado oficial carregado; sem
      *>  calendario a lista nao e emitida
      *>------------------------------------------------------------------------
       lista-sorteios-sem-resultado section.

           move zero to ws-apu-sem-resultado
           open input arq-calendario
           if ws-fs-calendario <> "00"
               display "Aviso: calendario de concursos indisponivel "
                       "(status " ws-fs-calendario "); sorteios sem "
                       "resultado NAO verificados."
           else
               move "====================================================" to ws-imp-linha
               perform exibe-e-imprime
               move " SORTEIOS REALIZADOS SEM RESULTADO CARREGADO"
                 to ws-imp-linha
               perform exibe-e-imprime
               move "====================================================" to ws-imp-linha
               perform exibe-e-imprime

               move "N" to ws-eof-calendario
               move low-values to ws-cal-chave
               start arq-calendario key >= ws-cal-chave
                   invalid key
                       move "S" to ws-eof-calendario
               end-start

               perform until ws-eof-calendario = "S"
                   read arq-calendario next
                       at end
                           move "S" to ws-eof-calendario
                       not at end
                           if ws-cal-data-sorteio < ws-data-apuracao
                               perform verifica-sorteio-sem-resultado
                           end-if
                   end-read
               end-perform
               close arq-calendario

               move spaces to ws-imp-linha
               string "Concursos sem resultado......: " delimited by size
                      ws-apu-sem-resultado delimited by size
                 into ws-imp-linha
               perform exibe-e-imprime
               if ws-apu-sem-resultado > zero
                   move "Carregue os resultados pelo programa concursos e "
                     to ws-imp-linha
                   perform exibe-e-imprime
                   move "apure as vendas antecipadas desses concursos."
                     to ws-imp-linha
                   perform exibe-e-imprime
               end-if
               move "====================================================" to ws-imp-linha
               perform exibe-e-imprime
           end-if
           .
       lista-sorteios-sem-resultado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Concurso do calendario ja sorteado: lista-o se o resultado oficial
      *>  ainda nao foi carregado
      *>------------------------------------------------------------------------
       verifica-sorteio-sem-resultado section.

           move ws-cal-concurso to ws-res-concurso
           move ws-cal-jogo to ws-res-jogo
           read arq-resultados
               invalid key
                   add 1 to ws-apu-sem-resultado
                   move spaces to ws-imp-linha
                   string "Concurso " delimited by size
                          ws-cal-concurso delimited by size
                          " de " delimited by size
                          ws-jogo-nome(ws-cal-jogo) delimited by size
                          " - sorteio em " delimited by size
                          ws-cal-data-sorteio delimited by size
                     into ws-imp-linha
                   perform exibe-e-imprime
           end-read
           .
       verifica-sorteio-sem-resultado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização
      *>------------------------------------------------------------------------
           if ws-boloes-disponivel = "S"
               close arq-boloes
           end-if
           if ws-rateios-disponivel = "S"
               close arq-rateios
           end-if
           if ws-frequencias-ok = "S"
               close arq-frequencias
           end-if
