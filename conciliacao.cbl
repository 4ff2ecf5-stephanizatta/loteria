      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "conciliacao".
       author. "Stephani S. Zatta".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.

           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arq-historico
               assign to "historico_apostas.dat"
               organization is indexed
               access mode is dynamic
               record key is ws-hist-chave
               file status is ws-fs-historico.

           select arq-premios
               assign to "premios_pagar.dat"
               organization is indexed
               access mode is dynamic
               record key is ws-prm-chave
               file status is ws-fs-premios.

           select arq-fechamentos
               assign to "fechamentos.dat"
               organization is indexed
               access mode is dynamic
               record key is ws-fec-chave
               file status is ws-fs-fechamentos.

           select arq-reavaliacoes
               assign to "reavaliacoes.dat"
               organization is indexed
               access mode is dynamic
               record key is ws-rea-chave
               file status is ws-fs-reavaliacoes.

           select arq-boloes
               assign to "boloes.dat"
               organization is indexed
               access mode is dynamic
               record key is ws-bolao-nome
               file status is ws-fs-boloes.

           select arq-apostadores
               assign to "apostadores.dat"
               organization is indexed
               access mode is dynamic
               record key is ws-apo-codigo
               file status is ws-fs-apostadores.

           select arq-frequencias
               assign to "frequencias.dat"
               organization is indexed
               access mode is dynamic
               record key is ws-frq-chave
               file status is ws-fs-frequencias.

      *>     arquivo morto anual do arquiva (historico_arquivo_AAAA.dat)
           select arq-arquivo-morto
               assign to ws-nome-arquivo-morto
               organization is sequential
               file status is ws-fs-arquivo-morto.

           select arq-impressao
               assign to ws-imp-nome-arquivo
               organization is line sequential
               file status is ws-fs-impressao.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.

       fd  arq-historico.
           copy "historico.cpy".

       fd  arq-premios.
           copy "premiopg.cpy".

       fd  arq-fechamentos.
           copy "fechamento.cpy".

       fd  arq-reavaliacoes.
           copy "reavalia.cpy".

       fd  arq-boloes.
           copy "bolao.cpy".

       fd  arq-apostadores.
           copy "apostador.cpy".

       fd  arq-frequencias.
           copy "frequenc.cpy".

      *>  o registro do arquivo morto e a imagem fiel do registro do
      *>  historico (historico.cpy); manter o tamanho em dia quando o
      *>  layout do historico mudar
       fd  arq-arquivo-morto.
       01  ws-registro-arquivo-morto                pic x(169).

       fd  arq-impressao.
       01  ws-reg-impressao                         pic x(100).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-historico                         pic x(02).
       77  ws-fs-premios                           pic x(02).
       77  ws-fs-fechamentos                       pic x(02).
       77  ws-fs-reavaliacoes                      pic x(02).
       77  ws-fs-boloes                            pic x(02).
       77  ws-fs-apostadores                       pic x(02).
       77  ws-fs-frequencias                       pic x(02).
       77  ws-fs-arquivo-morto                     pic x(02).
       77  ws-eof-historico                        pic x(01).
       77  ws-eof-premios                          pic x(01).
       77  ws-eof-fechamentos                      pic x(01).
       77  ws-eof-reavaliacoes                     pic x(01).
       77  ws-eof-boloes                           pic x(01).
       77  ws-eof-arquivo-morto                    pic x(01).

      *>----Arquivos opcionais: ausentes contam como vazios
       77  ws-premios-disponivel                   pic x(01).
       77  ws-fechamentos-disponivel               pic x(01).
       77  ws-reavaliacoes-disponivel              pic x(01).
       77  ws-boloes-disponivel                    pic x(01).
       77  ws-apostadores-disponivel               pic x(01).
       77  ws-frequencias-disponivel               pic x(01).

       77  ws-data-hoje                            pic 9(08).
       77  ws-cnc-achado                           pic x(01).
       77  ws-cnc-jogo                             pic 9(01).
       77  ws-cnc-indice                           pic 9(02).
       77  ws-cnc-tag                              pic x(10).
       77  ws-cnc-descricao                        pic x(88).

      *>----Quebras encontradas, por tipo:
      *>    1 jogada premiada sem pendencia, ou com valor/faixa diferente
      *>    2 pendencia de pagamento sem a jogada
      *>    3 dia fechado cujos totais nao batem mais com o historico
      *>    4 bolao da jogada inexistente em boloes.dat
      *>    5 participante de bolao inexistente em apostadores.dat
      *>    6 apostador da jogada inexistente em apostadores.dat
      *>    7 controle (numero 00) de frequencias.dat diferente das
      *>      jogadas contabilizadas
       01  ws-cnc-quebras.
           05 ws-cnc-quebra occurs 7                pic 9(07).
       77  ws-cnc-tipo                             pic 9(01).
       77  ws-cnc-total-quebras                    pic 9(07).

      *>----Ocorrencias informativas, que nao sao quebra: pendencias de
      *>    jogadas ja arquivadas e dias fechados anteriores ao historico
      *>    vivo (o arquiva tirou as vendas do dia do historico)
       77  ws-cnc-pend-arquivadas                  pic 9(07).
       77  ws-cnc-dias-arquivados                  pic 9(05).
       77  ws-cnc-dias-excedentes                  pic 9(05).

      *>----Dias fechados conferidos: totais gravados no fechamento e os
      *>    recalculados do historico pelas mesmas regras do programa
      *>    fechamento (vendas pelo dia da jogada, premios pelo dia da
      *>    apuracao com o valor anterior a reavaliacao, ajustes da
      *>    reavaliacao pelo dia do ajuste, canceladas fora)
       77  ws-cnc-inicio-vivo                      pic 9(08).
       77  ws-cnc-qtd-dias                         pic 9(03).
       77  ws-cnc-dia-ultimo                       pic 9(08).
       77  ws-cnc-data-busca                       pic 9(08).
       77  ws-cnc-pos                              pic 9(03).
       77  ws-cnc-pos-baixo                        pic 9(03).
       77  ws-cnc-pos-alto                         pic 9(03).
       77  ws-cnc-pos-meio                         pic 9(03).
       77  ws-cnc-dia-indice                       pic 9(03).
       77  ws-cnc-dia-divergente                   pic x(01).
       01  ws-cnc-dias.
           05 ws-cnc-dia occurs 500.
               10 ws-cnc-dia-data                   pic 9(08).
               10 ws-cnc-dia-jogo occurs 3.
                   15 ws-cnc-fec-achado              pic x(01).
                   15 ws-cnc-fec-jogadas             pic 9(07).
                   15 ws-cnc-fec-apostado            pic 9(11)v99.
                   15 ws-cnc-fec-premios             pic s9(11)v99.
                   15 ws-cnc-rel-jogadas             pic 9(07).
                   15 ws-cnc-rel-apostado            pic 9(11)v99.
                   15 ws-cnc-rel-premios             pic s9(11)v99.
       77  ws-premio-apuracao                      pic 9(09)v99.

      *>----Conferencia do controle de frequencias: jogadas contabilizadas
      *>    no historico vivo e no arquivo morto (creditadas pelo arquiva
      *>    antes do expurgo), por jogo
       01  ws-cnc-frequencias.
           05 ws-cnc-freq-jogo occurs 3.
               10 ws-cnc-freq-vivo                  pic 9(09).
               10 ws-cnc-freq-morto                 pic 9(09).
               10 ws-cnc-freq-esperado              pic 9(09).
       77  ws-nome-arquivo-morto                   pic x(30).
       77  ws-cnc-ano                              pic 9(04).
       77  ws-cnc-ano-atual                        pic 9(04).

      *>----Campos de edicao dos valores exibidos
       77  ws-valor-edt                            pic zz.zzz.zz9,99.
       77  ws-valor-edt2                           pic zz.zzz.zz9,99.
       77  ws-valor-sinal-edt                      pic -zz.zzz.zz9,99.
       77  ws-valor-sinal-edt2                     pic -zz.zzz.zz9,99.

      *>----Variaveis da saida do relatorio de excecoes em arquivo de
      *>    impressao
           copy "impdef.cpy".

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.

           move "N" to ws-imp-ativa
           accept ws-data-hoje from date yyyymmdd
           move ws-data-hoje(1:4) to ws-cnc-ano-atual

           perform varying ws-cnc-tipo from 1 by 1 until ws-cnc-tipo > 7
               move zero to ws-cnc-quebra(ws-cnc-tipo)
           end-perform
           move zero to ws-cnc-total-quebras
           move zero to ws-cnc-pend-arquivadas
           move zero to ws-cnc-dias-arquivados
           move zero to ws-cnc-dias-excedentes
           move zero to ws-cnc-qtd-dias
           perform varying ws-cnc-jogo from 1 by 1 until ws-cnc-jogo > 3
               move zero to ws-cnc-freq-vivo(ws-cnc-jogo)
               move zero to ws-cnc-freq-morto(ws-cnc-jogo)
               move zero to ws-cnc-freq-esperado(ws-cnc-jogo)
           end-perform

      *>     sem historico nao ha o que conciliar; qualquer outro erro de
      *>     abertura encerra com erro
           open input arq-historico
           evaluate ws-fs-historico
               when "00"
                   continue
               when "35"
                   display "O historico de apostas ainda nao existe; nada "
                           "a conciliar."
                   stop run
               when other
                   display "ERRO: nao foi possivel abrir "
                           "historico_apostas.dat (status " ws-fs-historico
                           "). Verifique a integridade ou restaure o backup "
                           "antes de executar."
                   move 8 to return-code
                   stop run
           end-evaluate

      *>     os demais arquivos sao opcionais: o ausente (status 35) conta
      *>     como vazio, e o que nao abre por outro motivo encerra com erro
           move "N" to ws-premios-disponivel
           open input arq-premios
           evaluate ws-fs-premios
               when "00"
                   move "S" to ws-premios-disponivel
               when "35"
                   continue
               when other
                   display "ERRO: nao foi possivel abrir premios_pagar.dat "
                           "(status " ws-fs-premios ")."
                   move 8 to return-code
                   stop run
           end-evaluate

           move "N" to ws-fechamentos-disponivel
           open input arq-fechamentos
           evaluate ws-fs-fechamentos
               when "00"
                   move "S" to ws-fechamentos-disponivel
               when "35"
                   continue
               when other
                   display "ERRO: nao foi possivel abrir fechamentos.dat "
                           "(status " ws-fs-fechamentos ")."
                   move 8 to return-code
                   stop run
           end-evaluate

           move "N" to ws-reavaliacoes-disponivel
           open input arq-reavaliacoes
           evaluate ws-fs-reavaliacoes
               when "00"
                   move "S" to ws-reavaliacoes-disponivel
               when "35"
                   continue
               when other
                   display "ERRO: nao foi possivel abrir reavaliacoes.dat "
                           "(status " ws-fs-reavaliacoes ")."
                   move 8 to return-code
                   stop run
           end-evaluate

           move "N" to ws-boloes-disponivel
           open input arq-boloes
           evaluate ws-fs-boloes
               when "00"
                   move "S" to ws-boloes-disponivel
               when "35"
                   continue
               when other
                   display "ERRO: nao foi possivel abrir boloes.dat "
                           "(status " ws-fs-boloes ")."
                   move 8 to return-code
                   stop run
           end-evaluate

           move "N" to ws-apostadores-disponivel
           open input arq-apostadores
           evaluate ws-fs-apostadores
               when "00"
                   move "S" to ws-apostadores-disponivel
               when "35"
                   continue
               when other
                   display "ERRO: nao foi possivel abrir apostadores.dat "
                           "(status " ws-fs-apostadores ")."
                   move 8 to return-code
                   stop run
           end-evaluate

           move "N" to ws-frequencias-disponivel
           open input arq-frequencias
           evaluate ws-fs-frequencias
               when "00"
                   move "S" to ws-frequencias-disponivel
               when "35"
                   continue
               when other
                   display "ERRO: nao foi possivel abrir frequencias.dat "
                           "(status " ws-fs-frequencias ")."
                   move 8 to return-code
                   stop run
           end-evaluate
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal: cada conferencia lista as suas quebras
      *>  no relatorio de excecoes, que termina com os totais por tipo
      *>------------------------------------------------------------------------
       processamento section.

           move "conciliacao" to ws-imp-prefixo
           move "CONCILIACAO ENTRE ARQUIVOS" to ws-imp-titulo
           perform abre-impressao

           display " "
           move "====================================================" to ws-imp-linha
           perform exibe-e-imprime
           move " CONCILIACAO ENTRE ARQUIVOS - EXCECOES" to ws-imp-linha
           perform exibe-e-imprime
           move "====================================================" to ws-imp-linha
           perform exibe-e-imprime

           perform determina-inicio-historico-vivo
           perform carrega-dias-fechamento
           perform varre-historico
           perform acumula-reavaliacoes-conciliacao
           perform confere-dias-fechamento
           perform varre-premios
           perform varre-boloes
           perform conta-arquivo-morto
           perform confere-frequencias
           perform imprime-totais-conciliacao

           perform encerra-impressao
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Registra uma quebra do tipo ws-cnc-tipo com a descricao montada
      *>------------------------------------------------------------------------
       registra-quebra section.

           add 1 to ws-cnc-quebra(ws-cnc-tipo)
           add 1 to ws-cnc-total-quebras

           evaluate ws-cnc-tipo
               when 1
                   move "PREMIO" to ws-cnc-tag
               when 2
                   move "PENDENCIA" to ws-cnc-tag
               when 3
                   move "FECHAMENTO" to ws-cnc-tag
               when 4
                   move "BOLAO" to ws-cnc-tag
               when 5
                   move "PARTICIP." to ws-cnc-tag
               when 6
                   move "APOSTADOR" to ws-cnc-tag
               when other
                   move "FREQUENCIA" to ws-cnc-tag
           end-evaluate

           move spaces to ws-imp-linha
           move ws-cnc-tag to ws-imp-linha(1:10)
           move ws-cnc-descricao to ws-imp-linha(12:88)
           perform exibe-e-imprime
           .
       registra-quebra-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Primeiro dia do historico vivo: a data da jogada mais antiga que
      *>  nao e venda antecipada pendente. O arquiva tira do historico tudo
      *>  o que e anterior ao corte, menos as pendentes; um dia fechado
      *>  anterior a esta data ja nao tem as vendas no historico e nao e
      *>  conferido
      *>------------------------------------------------------------------------
       determina-inicio-historico-vivo section.

           move 99999999 to ws-cnc-inicio-vivo
           move "N" to ws-eof-historico
           move low-values to ws-hist-chave
           start arq-historico key >= ws-hist-chave
               invalid key
                   move "S" to ws-eof-historico
           end-start

           perform until ws-eof-historico = "S"
               read arq-historico next
                   at end
                       move "S" to ws-eof-historico
                   not at end
                       if ws-hist-situacao <> "P"
                           move ws-hist-data to ws-cnc-inicio-vivo
                           move "S" to ws-eof-historico
                       end-if
               end-read
           end-perform
           .
       determina-inicio-historico-vivo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega os dias fechados a conferir (em ordem de data, como a
      *>  chave do livro de fechamentos), com os totais gravados por jogo
      *>------------------------------------------------------------------------
       carrega-dias-fechamento section.

           move zero to ws-cnc-dia-ultimo

           if ws-fechamentos-disponivel = "S"
               move "N" to ws-eof-fechamentos
               move low-values to ws-fec-chave
               start arq-fechamentos key >= ws-fec-chave
                   invalid key
                       move "S" to ws-eof-fechamentos
               end-start

               perform until ws-eof-fechamentos = "S"
                   read arq-fechamentos next
                       at end
                           move "S" to ws-eof-fechamentos
                       not at end
                           perform guarda-fechamento-dia
                   end-read
               end-perform
           end-if
           .
       carrega-dias-fechamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Guarda o registro de fechamento lido na tabela de dias
      *>------------------------------------------------------------------------
       guarda-fechamento-dia section.

           if ws-fec-data <> ws-cnc-dia-ultimo
               move ws-fec-data to ws-cnc-dia-ultimo
               evaluate true
                   when ws-fec-data < ws-cnc-inicio-vivo
                       add 1 to ws-cnc-dias-arquivados
                   when ws-cnc-qtd-dias >= 500
                       add 1 to ws-cnc-dias-excedentes
                   when other
                       add 1 to ws-cnc-qtd-dias
                       move ws-fec-data to ws-cnc-dia-data(ws-cnc-qtd-dias)
                       perform varying ws-cnc-jogo from 1 by 1
                                 until ws-cnc-jogo > 3
                           move "N"
                             to ws-cnc-fec-achado(ws-cnc-qtd-dias ws-cnc-jogo)
                           move zero
                             to ws-cnc-fec-jogadas(ws-cnc-qtd-dias ws-cnc-jogo)
                           move zero
                             to ws-cnc-fec-apostado(ws-cnc-qtd-dias ws-cnc-jogo)
                           move zero
                             to ws-cnc-fec-premios(ws-cnc-qtd-dias ws-cnc-jogo)
                           move zero
                             to ws-cnc-rel-jogadas(ws-cnc-qtd-dias ws-cnc-jogo)
                           move zero
                             to ws-cnc-rel-apostado(ws-cnc-qtd-dias ws-cnc-jogo)
                           move zero
                             to ws-cnc-rel-premios(ws-cnc-qtd-dias ws-cnc-jogo)
                       end-perform
               end-evaluate
           end-if

           if ws-cnc-qtd-dias > zero
           and ws-cnc-dia-data(ws-cnc-qtd-dias) = ws-fec-data
           and ws-fec-jogo >= 1 and ws-fec-jogo <= 3
               move "S" to ws-cnc-fec-achado(ws-cnc-qtd-dias ws-fec-jogo)
               move ws-fec-jogadas
                 to ws-cnc-fec-jogadas(ws-cnc-qtd-dias ws-fec-jogo)
               move ws-fec-apostado
                 to ws-cnc-fec-apostado(ws-cnc-qtd-dias ws-fec-jogo)
               move ws-fec-premios
                 to ws-cnc-fec-premios(ws-cnc-qtd-dias ws-fec-jogo)
           end-if
           .
       guarda-fechamento-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procura ws-cnc-data-busca na tabela de dias (pesquisa binaria, a
      *>  tabela esta em ordem de data); ws-cnc-pos = zero se nao achar
      *>------------------------------------------------------------------------
       busca-dia-conciliacao section.

           move zero to ws-cnc-pos
           move 1 to ws-cnc-pos-baixo
           move ws-cnc-qtd-dias to ws-cnc-pos-alto

           perform until ws-cnc-pos > zero
                      or ws-cnc-pos-baixo > ws-cnc-pos-alto
               compute ws-cnc-pos-meio =
                   (ws-cnc-pos-baixo + ws-cnc-pos-alto) / 2
               evaluate true
                   when ws-cnc-dia-data(ws-cnc-pos-meio) = ws-cnc-data-busca
                       move ws-cnc-pos-meio to ws-cnc-pos
                   when ws-cnc-dia-data(ws-cnc-pos-meio) < ws-cnc-data-busca
                       compute ws-cnc-pos-baixo = ws-cnc-pos-meio + 1
                   when other
                       if ws-cnc-pos-meio = 1
                           move zero to ws-cnc-pos-alto
                       else
                           compute ws-cnc-pos-alto = ws-cnc-pos-meio - 1
                       end-if
               end-evaluate
           end-perform
           .
       busca-dia-conciliacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Varre o historico vivo: confere premio, bolao e apostador de cada
      *>  jogada, acumula os totais dos dias fechados e conta as jogadas
      *>  contabilizadas no mestre de frequencias
      *>------------------------------------------------------------------------
       varre-historico section.

           move "N" to ws-eof-historico
           move low-values to ws-hist-chave
           start arq-historico key >= ws-hist-chave
               invalid key
                   move "S" to ws-eof-historico
           end-start

           perform until ws-eof-historico = "S"
               read arq-historico next
                   at end
                       move "S" to ws-eof-historico
                   not at end
                       perform confere-premio-jogada
                       perform confere-cadastros-jogada
                       perform acumula-dia-jogada
                       perform conta-frequencia-jogada
               end-read
           end-perform
           .
       varre-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Jogada premiada apurada: a pendencia tem de existir com o mesmo
      *>  valor e a mesma faixa. Jogada cancelada: a pendencia, se houver,
      *>  tem de estar estornada
      *>------------------------------------------------------------------------
       confere-premio-jogada section.

           move 1 to ws-cnc-tipo

           if ws-hist-situacao = "A" and ws-hist-valor-premio > zero
               move "N" to ws-cnc-achado
               if ws-premios-disponivel = "S"
                   move ws-hist-chave to ws-prm-chave
                   read arq-premios
                       invalid key
                           continue
                       not invalid key
                           move "S" to ws-cnc-achado
                   end-read
               end-if

               move ws-hist-valor-premio to ws-valor-edt
               evaluate true
                   when ws-cnc-achado = "N"
                       move spaces to ws-cnc-descricao
                       string "jogada " delimited by size
                              ws-hist-data delimited by size
                              "-" delimited by size
                              ws-hist-hora delimited by size
                              "-" delimited by size
                              ws-hist-seq delimited by size
                              " " delimited by size
                              ws-hist-resultado delimited by size
                              " R$ " delimited by size
                              ws-valor-edt delimited by size
                              " sem pendencia" delimited by size
                         into ws-cnc-descricao
                       perform registra-quebra
                   when ws-prm-valor <> ws-hist-valor-premio
                     or ws-prm-faixa <> ws-hist-resultado
                     or ws-prm-situacao = "C"
                       move ws-prm-valor to ws-valor-edt2
                       move spaces to ws-cnc-descricao
                       string "jogada " delimited by size
                              ws-hist-data delimited by size
                              "-" delimited by size
                              ws-hist-hora delimited by size
                              "-" delimited by size
                              ws-hist-seq delimited by size
                              " " delimited by size
                              ws-hist-resultado delimited by size
                              " R$ " delimited by size
                              ws-valor-edt delimited by size
                              "; pendencia " delimited by size
                              ws-prm-faixa delimited by size
                              " R$ " delimited by size
                              ws-valor-edt2 delimited by size
                              " sit " delimited by size
                              ws-prm-situacao delimited by size
                         into ws-cnc-descricao
                       perform registra-quebra
                   when other
                       continue
               end-evaluate
           end-if

           if ws-hist-situacao = "C" and ws-premios-disponivel = "S"
               move ws-hist-chave to ws-prm-chave
               read arq-premios
                   invalid key
                       continue
                   not invalid key
                       if ws-prm-situacao <> "C"
                           move spaces to ws-cnc-descricao
                           string "jogada cancelada " delimited by size
                                  ws-hist-data delimited by size
                                  "-" delimited by size
                                  ws-hist-hora delimited by size
                                  "-" delimited by size
                                  ws-hist-seq delimited by size
                                  " com pendencia nao estornada (sit "
                                    delimited by size
                                  ws-prm-situacao delimited by size
                                  ")" delimited by size
                             into ws-cnc-descricao
                           perform registra-quebra
                       end-if
               end-read
           end-if
           .
       confere-premio-jogada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Bolao e apostador da jogada tem de existir nos cadastros
      *>------------------------------------------------------------------------
       confere-cadastros-jogada section.

           if ws-hist-bolao <> spaces
               move "N" to ws-cnc-achado
               if ws-boloes-disponivel = "S"
                   move ws-hist-bolao to ws-bolao-nome
                   read arq-boloes
                       invalid key
                           continue
                       not invalid key
                           move "S" to ws-cnc-achado
                   end-read
               end-if
               if ws-cnc-achado = "N"
                   move 4 to ws-cnc-tipo
                   move spaces to ws-cnc-descricao
                   string "jogada " delimited by size
                          ws-hist-data delimited by size
                          "-" delimited by size
                          ws-hist-hora delimited by size
                          "-" delimited by size
                          ws-hist-seq delimited by size
                          " do bolao " delimited by size
                          ws-hist-bolao delimited by size
                          " inexistente" delimited by size
                     into ws-cnc-descricao
                   perform registra-quebra
               end-if
           end-if

           if ws-hist-apostador > zero
               move "N" to ws-cnc-achado
               if ws-apostadores-disponivel = "S"
                   move ws-hist-apostador to ws-apo-codigo
                   read arq-apostadores
                       invalid key
                           continue
                       not invalid key
                           move "S" to ws-cnc-achado
                   end-read
               end-if
               if ws-cnc-achado = "N"
                   move 6 to ws-cnc-tipo
                   move spaces to ws-cnc-descricao
                   string "jogada " delimited by size
                          ws-hist-data delimited by size
                          "-" delimited by size
                          ws-hist-hora delimited by size
                          "-" delimited by size
                          ws-hist-seq delimited by size
                          " do apostador " delimited by size
                          ws-hist-apostador delimited by size
                          " fora do cadastro" delimited by size
                     into ws-cnc-descricao
                   perform registra-quebra
               end-if
           end-if
           .
       confere-cadastros-jogada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acumula a jogada nos dias fechados a conferir: a venda pelo dia da
      *>  jogada e o premio pelo dia da apuracao, como no fechamento
      *>------------------------------------------------------------------------
       acumula-dia-jogada section.

           if ws-cnc-qtd-dias > zero
           and ws-hist-situacao <> "C"
           and ws-hist-jogo >= 1 and ws-hist-jogo <= 3
               move ws-hist-data to ws-cnc-data-busca
               perform busca-dia-conciliacao
               if ws-cnc-pos > zero
                   add 1 to ws-cnc-rel-jogadas(ws-cnc-pos ws-hist-jogo)
                   add ws-hist-valor-aposta
                     to ws-cnc-rel-apostado(ws-cnc-pos ws-hist-jogo)
               end-if

               if ws-hist-situacao = "A"
                   move ws-hist-data-apuracao to ws-cnc-data-busca
                   perform busca-dia-conciliacao
                   if ws-cnc-pos > zero
                       perform obtem-premio-apuracao
                       add ws-premio-apuracao
                         to ws-cnc-rel-premios(ws-cnc-pos ws-hist-jogo)
                   end-if
               end-if
           end-if
           .
       acumula-dia-jogada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Premio da jogada corrente como reconhecido no dia da apuracao: o
      *>  valor anterior da primeira reavaliacao, ou o premio gravado (a
      *>  mesma regra do fechamento)
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
      *>  Conta a jogada contabilizada no mestre de frequencias, pelo jogo
      *>  (ou pelo jogo inferido da quantidade sorteada, no registro
      *>  gravado antes do campo de jogo existir, como no credito)
      *>------------------------------------------------------------------------
       conta-frequencia-jogada section.

           if ws-hist-freq-contab = "S"
               perform determina-jogo-frequencia
               if ws-cnc-jogo > zero
                   add 1 to ws-cnc-freq-vivo(ws-cnc-jogo)
               end-if
           end-if
           .
       conta-frequencia-jogada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Jogo em que a jogada corrente e creditada nas frequencias
      *>------------------------------------------------------------------------
       determina-jogo-frequencia section.

           if ws-hist-jogo >= 1 and ws-hist-jogo <= 3
               move ws-hist-jogo to ws-cnc-jogo
           else
               evaluate ws-hist-qtd-sorteada
                   when 6
                       move 1 to ws-cnc-jogo
                   when 5
                       move 2 to ws-cnc-jogo
                   when 15
                       move 3 to ws-cnc-jogo
                   when other
                       move zero to ws-cnc-jogo
               end-evaluate
           end-if
           .
       determina-jogo-frequencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Ajustes de premio da reavaliacao pelo dia do ajuste (fora os de
      *>  jogada cancelada depois), como no fechamento
      *>------------------------------------------------------------------------
       acumula-reavaliacoes-conciliacao section.

           if ws-reavaliacoes-disponivel = "S" and ws-cnc-qtd-dias > zero
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
                           if ws-rea-jogo >= 1 and ws-rea-jogo <= 3
                               move ws-rea-data to ws-cnc-data-busca
                               perform busca-dia-conciliacao
                               if ws-cnc-pos > zero
                                   perform acumula-ajuste-reavaliacao
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           .
       acumula-reavaliacoes-conciliacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Soma o ajuste da reavaliacao corrente no dia ws-cnc-pos, se a
      *>  jogada nao foi cancelada
      *>------------------------------------------------------------------------
       acumula-ajuste-reavaliacao section.

           move ws-rea-jogada to ws-hist-chave
           read arq-historico
               invalid key
                   move spaces to ws-hist-situacao
           end-read

           if ws-hist-situacao <> "C"
               compute ws-cnc-rel-premios(ws-cnc-pos ws-rea-jogo) =
                   ws-cnc-rel-premios(ws-cnc-pos ws-rea-jogo)
                   + ws-rea-valor-novo
                   - ws-rea-valor-anterior
           end-if
           .
       acumula-ajuste-reavaliacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere cada dia fechado contra os totais relidos; um jogo sem
      *>  registro gravado conta como fechado com zeros
      *>------------------------------------------------------------------------
       confere-dias-fechamento section.

           move 3 to ws-cnc-tipo

           perform varying ws-cnc-dia-indice from 1 by 1
                     until ws-cnc-dia-indice > ws-cnc-qtd-dias
               perform varying ws-cnc-jogo from 1 by 1
                         until ws-cnc-jogo > 3
                   perform confere-dia-jogo
               end-perform
           end-perform
           .
       confere-dias-fechamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere um jogo de um dia fechado
      *>------------------------------------------------------------------------
       confere-dia-jogo section.

           if ws-cnc-fec-jogadas(ws-cnc-dia-indice ws-cnc-jogo)
              <> ws-cnc-rel-jogadas(ws-cnc-dia-indice ws-cnc-jogo)
           or ws-cnc-fec-apostado(ws-cnc-dia-indice ws-cnc-jogo)
              <> ws-cnc-rel-apostado(ws-cnc-dia-indice ws-cnc-jogo)
           or ws-cnc-fec-premios(ws-cnc-dia-indice ws-cnc-jogo)
              <> ws-cnc-rel-premios(ws-cnc-dia-indice ws-cnc-jogo)
               move ws-cnc-fec-apostado(ws-cnc-dia-indice ws-cnc-jogo)
                 to ws-valor-edt
               move ws-cnc-fec-premios(ws-cnc-dia-indice ws-cnc-jogo)
                 to ws-valor-sinal-edt
               move ws-cnc-rel-apostado(ws-cnc-dia-indice ws-cnc-jogo)
                 to ws-valor-edt2
               move ws-cnc-rel-premios(ws-cnc-dia-indice ws-cnc-jogo)
                 to ws-valor-sinal-edt2
               move spaces to ws-cnc-descricao
               string "dia " delimited by size
                      ws-cnc-dia-data(ws-cnc-dia-indice) delimited by size
                      " jogo " delimited by size
                      ws-cnc-jogo delimited by size
                      " fechado " delimited by size
                      ws-cnc-fec-jogadas(ws-cnc-dia-indice ws-cnc-jogo)
                        delimited by size
                      " R$" delimited by size
                      ws-valor-edt delimited by size
                      " R$" delimited by size
                      ws-valor-sinal-edt delimited by size
                 into ws-cnc-descricao
               perform registra-quebra
               move spaces to ws-imp-linha
               string "           relido  " delimited by size
                      "                      " delimited by size
                      ws-cnc-rel-jogadas(ws-cnc-dia-indice ws-cnc-jogo)
                        delimited by size
                      " R$" delimited by size
                      ws-valor-edt2 delimited by size
                      " R$" delimited by size
                      ws-valor-sinal-edt2 delimited by size
                 into ws-imp-linha
               perform exibe-e-imprime
           end-if
           .
       confere-dia-jogo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Varre as pendencias de pagamento: cada uma tem de ter a jogada no
      *>  historico vivo ou, se ja arquivada, no arquivo morto do ano
      *>------------------------------------------------------------------------
       varre-premios section.

           move 2 to ws-cnc-tipo

           if ws-premios-disponivel = "S"
               move "N" to ws-eof-premios
               move low-values to ws-prm-chave
               start arq-premios key >= ws-prm-chave
                   invalid key
                       move "S" to ws-eof-premios
               end-start

               perform until ws-eof-premios = "S"
                   read arq-premios next
                       at end
                           move "S" to ws-eof-premios
                       not at end
                           move ws-prm-chave to ws-hist-chave
                           read arq-historico
                               invalid key
                                   perform procura-jogada-arquivada
                           end-read
                   end-read
               end-perform
           end-if
           .
       varre-premios-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procura a jogada da pendencia corrente no arquivo morto do ano da
      *>  jogada; achada, a pendencia e de jogada arquivada (informativo),
      *>  senao e quebra
      *>------------------------------------------------------------------------
       procura-jogada-arquivada section.

           move "N" to ws-cnc-achado
           move spaces to ws-nome-arquivo-morto
           string "historico_arquivo_" delimited by size
                  ws-prm-data(1:4) delimited by size
                  ".dat" delimited by size
             into ws-nome-arquivo-morto

           open input arq-arquivo-morto
           if ws-fs-arquivo-morto = "00"
               move "N" to ws-eof-arquivo-morto
               perform until ws-eof-arquivo-morto = "S"
                   read arq-arquivo-morto
                       at end
                           move "S" to ws-eof-arquivo-morto
                       not at end
                           if ws-registro-arquivo-morto(1:20) = ws-prm-chave
                               move "S" to ws-cnc-achado
                               move "S" to ws-eof-arquivo-morto
                           end-if
                   end-read
               end-perform
               close arq-arquivo-morto
           end-if

           if ws-cnc-achado = "S"
               add 1 to ws-cnc-pend-arquivadas
           else
               move ws-prm-valor to ws-valor-edt
               move spaces to ws-cnc-descricao
               string "pendencia " delimited by size
                      ws-prm-data delimited by size
                      "-" delimited by size
                      ws-prm-hora delimited by size
                      "-" delimited by size
                      ws-prm-seq delimited by size
                      " " delimited by size
                      ws-prm-faixa delimited by size
                      " R$ " delimited by size
                      ws-valor-edt delimited by size
                      " sit " delimited by size
                      ws-prm-situacao delimited by size
                      " sem jogada" delimited by size
                 into ws-cnc-descricao
               perform registra-quebra
           end-if
           .
       procura-jogada-arquivada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Varre os boloes: cada participante tem de existir no cadastro de
      *>  apostadores
      *>------------------------------------------------------------------------
       varre-boloes section.

           move 5 to ws-cnc-tipo

           if ws-boloes-disponivel = "S"
               move "N" to ws-eof-boloes
               move low-values to ws-bolao-nome
               start arq-boloes key >= ws-bolao-nome
                   invalid key
                       move "S" to ws-eof-boloes
               end-start

               perform until ws-eof-boloes = "S"
                   read arq-boloes next
                       at end
                           move "S" to ws-eof-boloes
                       not at end
                           perform varying ws-cnc-indice from 1 by 1
                                     until ws-cnc-indice > 10
                               perform confere-participante-bolao
                           end-perform
                   end-read
               end-perform
           end-if
           .
       varre-boloes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere o participante ws-cnc-indice do bolao corrente
      *>------------------------------------------------------------------------
       confere-participante-bolao section.

           if ws-bolao-part-codigo(ws-cnc-indice) > zero
               move "N" to ws-cnc-achado
               if ws-apostadores-disponivel = "S"
                   move ws-bolao-part-codigo(ws-cnc-indice) to ws-apo-codigo
                   read arq-apostadores
                       invalid key
                           continue
                       not invalid key
                           move "S" to ws-cnc-achado
                   end-read
               end-if
               if ws-cnc-achado = "N"
                   move spaces to ws-cnc-descricao
                   string "bolao " delimited by size
                          ws-bolao-nome delimited by size
                          " participante " delimited by size
                          ws-bolao-part-codigo(ws-cnc-indice)
                            delimited by size
                          " fora do cadastro" delimited by size
                     into ws-cnc-descricao
                   perform registra-quebra
               end-if
           end-if
           .
       confere-participante-bolao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conta as jogadas do arquivo morto creditadas nas frequencias: as
      *>  contabilizadas e as que o arquiva creditou antes do expurgo (toda
      *>  jogada arquivada que nao esta cancelada). Uma jogada ainda no
      *>  historico vivo (arquivamento interrompido antes do expurgo) ja foi
      *>  contada la
      *>------------------------------------------------------------------------
       conta-arquivo-morto section.

           perform varying ws-cnc-ano from 2000 by 1
                     until ws-cnc-ano > ws-cnc-ano-atual
               move spaces to ws-nome-arquivo-morto
               string "historico_arquivo_" delimited by size
                      ws-cnc-ano delimited by size
                      ".dat" delimited by size
                 into ws-nome-arquivo-morto

               open input arq-arquivo-morto
               if ws-fs-arquivo-morto = "00"
                   move "N" to ws-eof-arquivo-morto
                   perform until ws-eof-arquivo-morto = "S"
                       read arq-arquivo-morto
                           at end
                               move "S" to ws-eof-arquivo-morto
                           not at end
                               perform conta-jogada-arquivada
                       end-read
                   end-perform
                   close arq-arquivo-morto
               end-if
           end-perform
           .
       conta-arquivo-morto-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conta a jogada arquivada corrente; a imagem do arquivo morto e
      *>  interpretada pelo layout do historico, no buffer do proprio
      *>  historico, depois de conferido que ela nao esta mais no vivo
      *>------------------------------------------------------------------------
       conta-jogada-arquivada section.

           move ws-registro-arquivo-morto(1:20) to ws-hist-chave
           read arq-historico
               invalid key
                   move ws-registro-arquivo-morto to ws-historico-registro
                   if ws-hist-freq-contab = "S"
                   or ws-hist-situacao <> "C"
                       perform determina-jogo-frequencia
                       if ws-cnc-jogo > zero
                           add 1 to ws-cnc-freq-morto(ws-cnc-jogo)
                       end-if
                   end-if
           end-read
           .
       conta-jogada-arquivada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere o registro de controle (numero 00) de cada jogo no mestre
      *>  de frequencias contra as jogadas contabilizadas
      *>------------------------------------------------------------------------
       confere-frequencias section.

           move 7 to ws-cnc-tipo

           perform varying ws-cnc-jogo from 1 by 1 until ws-cnc-jogo > 3
               compute ws-cnc-freq-esperado(ws-cnc-jogo) =
                   ws-cnc-freq-vivo(ws-cnc-jogo)
                   + ws-cnc-freq-morto(ws-cnc-jogo)

               move zero to ws-frq-contagem
               if ws-frequencias-disponivel = "S"
                   move ws-cnc-jogo to ws-frq-jogo
                   move zero to ws-frq-numero
                   read arq-frequencias
                       invalid key
                           move zero to ws-frq-contagem
                   end-read
               end-if

               if ws-frq-contagem <> ws-cnc-freq-esperado(ws-cnc-jogo)
                   move spaces to ws-cnc-descricao
                   string "jogo " delimited by size
                          ws-cnc-jogo delimited by size
                          " controle 00 = " delimited by size
                          ws-frq-contagem delimited by size
                          "; contabilizadas " delimited by size
                          ws-cnc-freq-esperado(ws-cnc-jogo)
                            delimited by size
                          " (vivo " delimited by size
                          ws-cnc-freq-vivo(ws-cnc-jogo) delimited by size
                          ", arquivo morto " delimited by size
                          ws-cnc-freq-morto(ws-cnc-jogo) delimited by size
                          ")" delimited by size
                     into ws-cnc-descricao
                   perform registra-quebra
               end-if
           end-perform
           .
       confere-frequencias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Totais por tipo de quebra e ocorrencias informativas
      *>------------------------------------------------------------------------
       imprime-totais-conciliacao section.

           move "----------------------------------------------------" to ws-imp-linha
           perform exibe-e-imprime
           move "TOTAIS POR TIPO DE QUEBRA" to ws-imp-linha
           perform exibe-e-imprime

           move spaces to ws-imp-linha
           string "Premio sem pendencia ou divergente.......: "
                    delimited by size
                  ws-cnc-quebra(1) delimited by size
             into ws-imp-linha
           perform exibe-e-imprime
           move spaces to ws-imp-linha
           string "Pendencia sem jogada.....................: "
                    delimited by size
                  ws-cnc-quebra(2) delimited by size
             into ws-imp-linha
           perform exibe-e-imprime
           move spaces to ws-imp-linha
           string "Dia fechado divergente do historico......: "
                    delimited by size
                  ws-cnc-quebra(3) delimited by size
             into ws-imp-linha
           perform exibe-e-imprime
           move spaces to ws-imp-linha
           string "Bolao da jogada inexistente..............: "
                    delimited by size
                  ws-cnc-quebra(4) delimited by size
             into ws-imp-linha
           perform exibe-e-imprime
           move spaces to ws-imp-linha
           string "Participante de bolao fora do cadastro...: "
                    delimited by size
                  ws-cnc-quebra(5) delimited by size
             into ws-imp-linha
           perform exibe-e-imprime
           move spaces to ws-imp-linha
           string "Apostador da jogada fora do cadastro.....: "
                    delimited by size
                  ws-cnc-quebra(6) delimited by size
             into ws-imp-linha
           perform exibe-e-imprime
           move spaces to ws-imp-linha
           string "Controle de frequencias divergente.......: "
                    delimited by size
                  ws-cnc-quebra(7) delimited by size
             into ws-imp-linha
           perform exibe-e-imprime
           move spaces to ws-imp-linha
           string "Total de quebras.........................: "
                    delimited by size
                  ws-cnc-total-quebras delimited by size
             into ws-imp-linha
           perform exibe-e-imprime

           move "----------------------------------------------------" to ws-imp-linha
           perform exibe-e-imprime
           move spaces to ws-imp-linha
           string "Pendencias de jogadas arquivadas.........: "
                    delimited by size
                  ws-cnc-pend-arquivadas delimited by size
             into ws-imp-linha
           perform exibe-e-imprime
           move spaces to ws-imp-linha
           string "Dias fechados anteriores ao historico....: "
                    delimited by size
                  ws-cnc-dias-arquivados delimited by size
                  " (nao conferidos)" delimited by size
             into ws-imp-linha
           perform exibe-e-imprime
           if ws-cnc-dias-excedentes > zero
               move spaces to ws-imp-linha
               string "Dias fechados alem da capacidade.........: "
                        delimited by size
                      ws-cnc-dias-excedentes delimited by size
                      " (nao conferidos; arquive o historico antigo)"
                        delimited by size
                 into ws-imp-linha
               perform exibe-e-imprime
           end-if
           move "====================================================" to ws-imp-linha
           perform exibe-e-imprime

           if ws-cnc-total-quebras > zero
               move 4 to return-code
           end-if
           .
       imprime-totais-conciliacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização
      *>------------------------------------------------------------------------
       finaliza section.

           close arq-historico
           if ws-premios-disponivel = "S"
               close arq-premios
           end-if
           if ws-fechamentos-disponivel = "S"
               close arq-fechamentos
           end-if
           if ws-reavaliacoes-disponivel = "S"
               close arq-reavaliacoes
           end-if
           if ws-boloes-disponivel = "S"
               close arq-boloes
           end-if
           if ws-apostadores-disponivel = "S"
               close arq-apostadores
           end-if
           if ws-frequencias-disponivel = "S"
               close arq-frequencias
           end-if
           stop run
           .
       finaliza-exit.
           exit.

           copy "imprime.cpy".
