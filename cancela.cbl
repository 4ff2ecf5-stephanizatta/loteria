      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "cancela".
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

           select arq-impressao
               assign to ws-imp-nome-arquivo
               organization is line sequential
               file status is ws-fs-impressao.

           select arq-movimentos
               assign to "cadastro_movimentos.dat"
               organization is line sequential
               file status is ws-fs-movimentos.

           select arq-operadores
               assign to "operadores.dat"
               organization is indexed
               access mode is dynamic
               record key is ws-ope-codigo
               file status is ws-fs-operadores.

           select arq-param-jogos
               assign to "parametros_jogos.dat"
               organization is indexed
               access mode is dynamic
               record key is ws-pjg-chave
               file status is ws-fs-param-jogos.

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

       fd  arq-impressao.
       01  ws-reg-impressao                         pic x(100).

       fd  arq-movimentos.
           copy "cadmov.cpy".

       fd  arq-operadores.
           copy "operador.cpy".

       fd  arq-param-jogos.
           copy "parjogos.cpy".

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-historico                         pic x(02).
       77  ws-fs-premios                           pic x(02).
       77  ws-fs-fechamentos                       pic x(02).
       77  ws-eof-historico                        pic x(01).
       77  ws-premios-disponivel                   pic x(01).
       77  ws-fechamentos-disponivel               pic x(01).

       77  ws-resp-confirma                        pic x(01).

      *>----Variaveis de edicao da chave da jogada a cancelar (a chave do
      *>    historico de apostas, impressa no recibo da venda)
       77  ws-data-edit                            pic x(08).
       77  ws-hora-edit                            pic x(08).
       77  ws-seq-edit                             pic x(04).

      *>----Variaveis da trilha de auditoria: cada jogada cancelada vai
      *>    para o log de movimentos com o operador da execucao e as
      *>    imagens do registro antes e depois do cancelamento
       77  ws-fs-movimentos                        pic x(02).
       77  ws-imagem-antes                         pic x(180).

      *>----Variaveis das criticas do cancelamento: o dia da jogada (ou da
      *>    apuracao) nao pode ter fechamento de caixa gravado, e o premio
      *>    da jogada nao pode ter sido pago
       77  ws-canc-permitido                       pic x(01).
       77  ws-dia-verificar                        pic 9(08).
       77  ws-dia-fechado                          pic x(01).
       77  ws-jogo-indice                          pic 9(01).

      *>----Copia em working storage da jogada informada, feita logo apos
      *>    a leitura: a busca das demais jogadas da teimosinha reaproveita
      *>    o buffer do registro do historico
       01  ws-canc-original.
           05 ws-canc-orig-chave.
               10 ws-canc-orig-data                 pic 9(08).
               10 ws-canc-orig-hora                 pic 9(08).
               10 ws-canc-orig-seq                  pic 9(04).
           05 ws-canc-orig-qtd                      pic 9(02).
           05 ws-canc-orig-numero occurs 20          pic 9(02).
           05 ws-canc-orig-resultado                pic x(10).
           05 ws-canc-orig-concurso                 pic 9(05).
           05 ws-canc-orig-valor-aposta             pic 9(05)v99.
           05 ws-canc-orig-valor-premio             pic 9(09)v99.
           05 ws-canc-orig-apostador                pic 9(05).
           05 ws-canc-orig-jogo                     pic 9(01).
           05 ws-canc-orig-situacao                 pic x(01).
           05 ws-canc-orig-data-apuracao            pic 9(08).
           05 ws-canc-orig-bolao                    pic x(20).

      *>----Jogadas a cancelar: a informada e, numa venda antecipada, os
      *>    demais concursos ainda pendentes da mesma teimosinha (no maximo
      *>    12 concursos por venda)
       01  ws-canc-jogadas.
           05 ws-canc-jogada occurs 12.
               10 ws-canc-chave.
                   15 ws-canc-data                  pic 9(08).
                   15 ws-canc-hora                  pic 9(08).
                   15 ws-canc-seq                   pic 9(04).
               10 ws-canc-concurso                  pic 9(05).
               10 ws-canc-valor-aposta              pic 9(05)v99.
               10 ws-canc-valor-premio              pic 9(09)v99.
               10 ws-canc-efetivada                 pic x(01).
       77  ws-canc-qtd                             pic 9(02).
       77  ws-canc-indice                          pic 9(02).
       77  ws-canc-num-indice                      pic 9(02).
       77  ws-canc-mesma-aposta                    pic x(01).
       77  ws-canc-distancia                       pic 9(05).
       77  ws-canc-pos                             pic 9(03).

      *>----Totais do cancelamento, para o comprovante
       77  ws-canc-efetivadas                      pic 9(02).
       77  ws-canc-falhas                          pic 9(02).
       77  ws-canc-total-estornado                 pic 9(09)v99.
       77  ws-canc-premios-estornados              pic 9(02).
       77  ws-canc-total-premio                    pic 9(09)v99.
       77  ws-valor-edt                            pic zzz.zzz.zz9,99.

      *>----Variaveis da saida do comprovante em arquivo de impressao
           copy "impdef.cpy".

           copy "tabjogos.cpy".

      *>----Variaveis da identificacao do operador da sessao
           copy "operdef.cpy".

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.

           move zero to ws-canc-qtd
           move zero to ws-canc-efetivadas
           move zero to ws-canc-falhas
           move zero to ws-canc-total-estornado
           move zero to ws-canc-premios-estornados
           move zero to ws-canc-total-premio

           perform carrega-tabela-jogos

      *>     o historico ausente significa que nao ha venda alguma a
      *>     cancelar; qualquer outro erro de abertura encerra com erro, sem
      *>     recriar nada por cima de um arquivo corrompido
           open i-o arq-historico
           evaluate ws-fs-historico
               when "00"
                   continue
               when "35"
                   display "O historico de apostas ainda nao existe; nada "
                           "a cancelar."
                   stop run
               when other
                   display "ERRO: nao foi possivel abrir "
                           "historico_apostas.dat (status " ws-fs-historico
                           "). Verifique a integridade ou restaure o backup "
                           "antes de cancelar."
                   move 8 to return-code
                   stop run
           end-evaluate

      *>     sem o arquivo de premios a pagar (status 35) ainda nao ha
      *>     pendencia alguma a estornar
           move "N" to ws-premios-disponivel
           open i-o arq-premios
           evaluate ws-fs-premios
               when "00"
                   move "S" to ws-premios-disponivel
               when "35"
                   continue
               when other
                   display "ERRO: nao foi possivel abrir premios_pagar.dat "
                           "(status " ws-fs-premios "). O arquivo existe "
                           "mas nao pode ser aberto; NADA foi alterado. "
                           "Verifique a integridade ou restaure o backup "
                           "antes de cancelar."
                   move 8 to return-code
                   stop run
           end-evaluate

      *>     sem o livro de fechamentos (status 35) nenhum dia foi fechado;
      *>     um livro que existe e nao abre impede o cancelamento, pois nao
      *>     ha como garantir que o dia ainda esta aberto
           move "N" to ws-fechamentos-disponivel
           open input arq-fechamentos
           evaluate ws-fs-fechamentos
               when "00"
                   move "S" to ws-fechamentos-disponivel
               when "35"
                   continue
               when other
                   display "ERRO: nao foi possivel abrir fechamentos.dat "
                           "(status " ws-fs-fechamentos "). Sem o livro de "
                           "fechamentos nao ha como conferir se o dia ainda "
                           "esta aberto; NADA foi alterado."
                   move 8 to return-code
                   stop run
           end-evaluate

      *>     identificacao do operador no cadastro de operadores, para a
      *>     trilha de auditoria dos cancelamentos desta execucao
           perform autentica-operador
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal: localiza a jogada pela chave do recibo,
      *>  critica o cancelamento, junta os concursos pendentes da mesma
      *>  teimosinha e, com a confirmacao do operador e a autorizacao do
      *>  supervisor, cancela e emite o comprovante
      *>------------------------------------------------------------------------
       processamento section.

           display "===================================================="
           display " CANCELAMENTO DE APOSTA VENDIDA"
           display "===================================================="

           perform aceita-chave-jogada

           move "N" to ws-canc-permitido
           read arq-historico
               invalid key
                   display "Jogada nao encontrada no historico para esta "
                           "chave. Confira a data, a hora e a sequencia "
                           "impressas no recibo."
                   move 4 to return-code
               not invalid key
                   perform guarda-jogada-original
                   perform valida-cancelamento
           end-read

           if ws-canc-permitido = "S"
               perform localiza-teimosinha
               perform exibe-jogadas-cancelar
               perform autoriza-cancelamento
           end-if

           if ws-canc-permitido = "S"
               perform efetua-cancelamento
               perform emite-comprovante
           end-if
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aceita a chave da jogada (data, hora e sequencia), rejeitando
      *>  entrada em branco ou nao-numerica
      *>------------------------------------------------------------------------
       aceita-chave-jogada section.

           display "Informe a data da jogada (AAAAMMDD): "
           accept ws-data-edit
           perform until ws-data-edit is numeric
               display "Entrada invalida. Informe somente numeros."
               display "Informe a data da jogada (AAAAMMDD): "
               accept ws-data-edit
           end-perform

           display "Informe a hora da jogada (HHMMSSCC): "
           accept ws-hora-edit
           perform until ws-hora-edit is numeric
               display "Entrada invalida. Informe somente numeros."
               display "Informe a hora da jogada (HHMMSSCC): "
               accept ws-hora-edit
           end-perform

           display "Informe a sequencia da jogada (4 digitos): "
           accept ws-seq-edit
           perform until ws-seq-edit is numeric
               display "Entrada invalida. Informe somente numeros."
               display "Informe a sequencia da jogada (4 digitos): "
               accept ws-seq-edit
           end-perform

           move ws-data-edit to ws-hist-data
           move ws-hora-edit to ws-hist-hora
           move ws-seq-edit to ws-hist-seq
           display " "
           .
       aceita-chave-jogada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Copia a jogada informada para working storage
      *>------------------------------------------------------------------------
       guarda-jogada-original section.

           move ws-hist-chave to ws-canc-orig-chave
           move ws-hist-qtd-apostada to ws-canc-orig-qtd
           perform varying ws-canc-num-indice from 1 by 1
                     until ws-canc-num-indice > 20
               move ws-hist-numeros-apostados(ws-canc-num-indice)
                 to ws-canc-orig-numero(ws-canc-num-indice)
           end-perform
           move ws-hist-resultado to ws-canc-orig-resultado
           move ws-hist-concurso to ws-canc-orig-concurso
           move ws-hist-valor-aposta to ws-canc-orig-valor-aposta
           move ws-hist-valor-premio to ws-canc-orig-valor-premio
           move ws-hist-apostador to ws-canc-orig-apostador
           move ws-hist-jogo to ws-canc-orig-jogo
           move ws-hist-situacao to ws-canc-orig-situacao
           move ws-hist-data-apuracao to ws-canc-orig-data-apuracao
           move ws-hist-bolao to ws-canc-orig-bolao
           .
       guarda-jogada-original-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Critica o cancelamento da jogada informada: nao pode estar
      *>  cancelada, nem ter sido apurada depois da venda (o sorteio do
      *>  concurso ja aconteceu), nem pertencer a um dia de caixa ja
      *>  fechado, nem ter premio ja pago ao apostador
      *>------------------------------------------------------------------------
       valida-cancelamento section.

           move "S" to ws-canc-permitido

           if ws-canc-orig-situacao = "C"
               display "Esta jogada ja esta cancelada."
               move "N" to ws-canc-permitido
           end-if

           if ws-canc-permitido = "S"
           and ws-canc-orig-situacao = "A"
           and ws-canc-orig-data-apuracao <> ws-canc-orig-data
           and ws-canc-orig-data-apuracao <> zero
               display "Esta venda antecipada ja foi apurada em "
                       ws-canc-orig-data-apuracao " (o sorteio do "
                       "concurso " ws-canc-orig-concurso " ja aconteceu); "
                       "cancelamento recusado."
               move "N" to ws-canc-permitido
           end-if

           if ws-canc-permitido = "S"
               move ws-canc-orig-data to ws-dia-verificar
               perform verifica-dia-fechado
               if ws-dia-fechado = "S"
                   display "O caixa do dia " ws-canc-orig-data " ja foi "
                           "fechado; cancelamento recusado. Uma venda de "
                           "dia fechado nao pode mais ser estornada."
                   move "N" to ws-canc-permitido
               end-if
           end-if

           if ws-canc-permitido = "S"
           and ws-canc-orig-valor-premio > zero
               perform verifica-premio-jogada
           end-if

           if ws-canc-permitido <> "S"
               move 4 to return-code
           end-if
           .
       valida-cancelamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Verifica se o dia ws-dia-verificar ja tem fechamento de caixa
      *>  gravado para algum jogo
      *>------------------------------------------------------------------------
       verifica-dia-fechado section.

           move "N" to ws-dia-fechado

           if ws-fechamentos-disponivel = "S"
               perform varying ws-jogo-indice from 1 by 1
                         until ws-jogo-indice > 3
                            or ws-dia-fechado = "S"
                   move ws-dia-verificar to ws-fec-data
                   move ws-jogo-indice to ws-fec-jogo
                   read arq-fechamentos
                       invalid key
                           continue
                       not invalid key
                           move "S" to ws-dia-fechado
                   end-read
               end-perform
           end-if
           .
       verifica-dia-fechado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Jogada premiada: o premio so pode ser estornado enquanto a
      *>  pendencia de pagamento estiver em aberto
      *>------------------------------------------------------------------------
       verifica-premio-jogada section.

           if ws-premios-disponivel = "S"
               move ws-canc-orig-chave to ws-prm-chave
               read arq-premios
                   invalid key
                       display "Aviso: a pendencia de pagamento desta "
                               "jogada premiada nao foi encontrada em "
                               "premios_pagar.dat; nada a estornar la."
                   not invalid key
                       if ws-prm-situacao = "G"
                           display "O premio desta jogada ja foi pago em "
                                   ws-prm-data-pagamento " (recibo "
                                   ws-prm-recibo "); cancelamento "
                                   "recusado."
                           move "N" to ws-canc-permitido
                       end-if
               end-read
           end-if
           .
       verifica-premio-jogada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Junta as jogadas a cancelar: a informada e, se ela for uma venda
      *>  antecipada pendente, os demais concursos pendentes da mesma
      *>  teimosinha. Uma teimosinha grava uma jogada por concurso, no
      *>  mesmo dia, com a mesma aposta (jogo, apostador, bolao, numeros e
      *>  valor) e concursos seguidos; a busca percorre so o dia da venda
      *>------------------------------------------------------------------------
       localiza-teimosinha section.

           move 1 to ws-canc-qtd
           move ws-canc-orig-chave to ws-canc-chave(1)
           move ws-canc-orig-concurso to ws-canc-concurso(1)
           move ws-canc-orig-valor-aposta to ws-canc-valor-aposta(1)
           move ws-canc-orig-valor-premio to ws-canc-valor-premio(1)
           move "N" to ws-canc-efetivada(1)

           if ws-canc-orig-situacao = "P"
               move "N" to ws-eof-historico
               move ws-canc-orig-data to ws-hist-data
               move zero to ws-hist-hora
               move zero to ws-hist-seq
               start arq-historico key >= ws-hist-chave
                   invalid key
                       move "S" to ws-eof-historico
               end-start

               perform until ws-eof-historico = "S"
                   read arq-historico next
                       at end
                           move "S" to ws-eof-historico
                       not at end
                           if ws-hist-data > ws-canc-orig-data
                               move "S" to ws-eof-historico
                           else
                               perform confere-jogada-teimosinha
                           end-if
                   end-read
               end-perform
           end-if
           .
       localiza-teimosinha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere se a jogada lida e outro concurso pendente da mesma
      *>  teimosinha da jogada informada e, sendo, junta-a as jogadas a
      *>  cancelar
      *>------------------------------------------------------------------------
       confere-jogada-teimosinha section.

           if ws-hist-chave <> ws-canc-orig-chave
           and ws-hist-situacao = "P"
           and ws-hist-jogo = ws-canc-orig-jogo
           and ws-hist-apostador = ws-canc-orig-apostador
           and ws-hist-bolao = ws-canc-orig-bolao
           and ws-hist-valor-aposta = ws-canc-orig-valor-aposta
           and ws-hist-qtd-apostada = ws-canc-orig-qtd
           and ws-canc-qtd < 12
               if ws-hist-concurso > ws-canc-orig-concurso
                   compute ws-canc-distancia =
                       ws-hist-concurso - ws-canc-orig-concurso
               else
                   compute ws-canc-distancia =
                       ws-canc-orig-concurso - ws-hist-concurso
               end-if

               move "S" to ws-canc-mesma-aposta
               perform varying ws-canc-num-indice from 1 by 1
                         until ws-canc-num-indice > ws-canc-orig-qtd
                            or ws-canc-mesma-aposta = "N"
                   if ws-hist-numeros-apostados(ws-canc-num-indice)
                    <> ws-canc-orig-numero(ws-canc-num-indice)
                       move "N" to ws-canc-mesma-aposta
                   end-if
               end-perform

               if ws-canc-mesma-aposta = "S"
               and ws-canc-distancia > zero
               and ws-canc-distancia < 12
                   add 1 to ws-canc-qtd
                   move ws-hist-chave to ws-canc-chave(ws-canc-qtd)
                   move ws-hist-concurso to ws-canc-concurso(ws-canc-qtd)
                   move ws-hist-valor-aposta
                     to ws-canc-valor-aposta(ws-canc-qtd)
                   move ws-hist-valor-premio
                     to ws-canc-valor-premio(ws-canc-qtd)
                   move "N" to ws-canc-efetivada(ws-canc-qtd)
               end-if
           end-if
           .
       confere-jogada-teimosinha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Mostra ao operador o que sera cancelado, antes da confirmacao
      *>------------------------------------------------------------------------
       exibe-jogadas-cancelar section.

           move ws-canc-orig-valor-aposta to ws-valor-edt
           display "Jogada " ws-canc-orig-data " " ws-canc-orig-hora " "
                   ws-canc-orig-seq " - situacao " ws-canc-orig-situacao
                   " - " ws-canc-orig-resultado
           if ws-canc-orig-jogo >= 1 and ws-canc-orig-jogo <= 3
               display "  Jogo " ws-jogo-nome(ws-canc-orig-jogo)
                       " - apostador " ws-canc-orig-apostador
                       " - valor R$ " ws-valor-edt
           else
               display "  Jogo nao identificado - apostador "
                       ws-canc-orig-apostador " - valor R$ " ws-valor-edt
           end-if
           display "  Numeros:" with no advancing
           perform varying ws-canc-num-indice from 1 by 1
                     until ws-canc-num-indice > ws-canc-orig-qtd
               display " " ws-canc-orig-numero(ws-canc-num-indice)
                       with no advancing
           end-perform
           display " "

           if ws-canc-orig-valor-premio > zero
               move ws-canc-orig-valor-premio to ws-valor-edt
               display "  Premio a estornar: R$ " ws-valor-edt
           end-if

           if ws-canc-qtd > 1
               display "  Venda antecipada com teimosinha: " ws-canc-qtd
                       " concurso(s) pendente(s) serao cancelados:"
               perform varying ws-canc-indice from 1 by 1
                         until ws-canc-indice > ws-canc-qtd
                   display "    concurso " ws-canc-concurso(ws-canc-indice)
                           " - jogada " ws-canc-data(ws-canc-indice) " "
                           ws-canc-hora(ws-canc-indice) " "
                           ws-canc-seq(ws-canc-indice)
               end-perform
           end-if
           display " "
           .
       exibe-jogadas-cancelar-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confirmacao do operador e autorizacao do supervisor
      *>------------------------------------------------------------------------
       autoriza-cancelamento section.

           display "Confirma o cancelamento de " ws-canc-qtd
                   " jogada(s)? (S/N) "
           accept ws-resp-confirma

           if ws-resp-confirma <> "S" and ws-resp-confirma <> "s"
               display "Cancelamento nao realizado."
               move "N" to ws-canc-permitido
           else
      *>         o supervisor (ou gerente) se identifica com codigo e
      *>         senha do cadastro de operadores
               perform autoriza-supervisor
               if ws-supervisor-autorizado = "S"
                   display "Cancelamento autorizado pelo supervisor "
                           ws-supervisor-operador "."
               else
                   display "Autorizacao do supervisor recusada; "
                           "cancelamento nao realizado."
                   move "N" to ws-canc-permitido
                   move 4 to return-code
               end-if
           end-if
           display " "
           .
       autoriza-cancelamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Cancela cada jogada junta: a jogada fica no historico com situacao
      *>  "C" (cancelada), fora dos totais de caixa, apuracao e relatorios,
      *>  e a pendencia de premio em aberto e estornada
      *>------------------------------------------------------------------------
       efetua-cancelamento section.

           perform varying ws-canc-indice from 1 by 1
                     until ws-canc-indice > ws-canc-qtd
               move ws-canc-chave(ws-canc-indice) to ws-hist-chave
               read arq-historico
                   invalid key
                       add 1 to ws-canc-falhas
                       display "Falha ao reler a jogada "
                               ws-canc-data(ws-canc-indice) " "
                               ws-canc-hora(ws-canc-indice) " "
                               ws-canc-seq(ws-canc-indice) " (status "
                               ws-fs-historico ")."
                   not invalid key
                       perform cancela-jogada
               end-read
           end-perform
           .
       efetua-cancelamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Regrava a jogada corrente como cancelada, estorna o premio e
      *>  registra o movimento na trilha de auditoria
      *>------------------------------------------------------------------------
       cancela-jogada section.

           move ws-historico-registro to ws-imagem-antes
           move "C" to ws-hist-situacao

           rewrite ws-historico-registro
               invalid key
                   add 1 to ws-canc-falhas
                   display "Falha ao cancelar a jogada " ws-hist-data " "
                           ws-hist-hora " " ws-hist-seq " (status "
                           ws-fs-historico ")."
               not invalid key
                   move "S" to ws-canc-efetivada(ws-canc-indice)
                   add 1 to ws-canc-efetivadas
                   add ws-hist-valor-aposta to ws-canc-total-estornado
                   if ws-hist-valor-premio > zero
                       perform estorna-premio-jogada
                   end-if
                   perform registra-movimento-cancelamento
           end-rewrite
           .
       cancela-jogada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Estorna a pendencia de pagamento da jogada cancelada: a pendencia
      *>  fica em premios_pagar.dat com situacao "C", fora das listagens de
      *>  pendentes e do passivo
      *>------------------------------------------------------------------------
       estorna-premio-jogada section.

           if ws-premios-disponivel = "S"
               move ws-hist-chave to ws-prm-chave
               read arq-premios
                   invalid key
                       continue
                   not invalid key
                       if ws-prm-situacao = "P"
                           move "C" to ws-prm-situacao
                           rewrite ws-premio-registro
                               invalid key
                                   display "Falha ao estornar a pendencia "
                                           "de premio da jogada (status "
                                           ws-fs-premios "). Estorne-a "
                                           "manualmente."
                                   move 8 to return-code
                               not invalid key
                                   add 1 to ws-canc-premios-estornados
                                   add ws-prm-valor
                                     to ws-canc-total-premio
                           end-rewrite
                       end-if
               end-read
           end-if
           .
       estorna-premio-jogada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava o cancelamento da jogada corrente no log de movimentos
      *>------------------------------------------------------------------------
       registra-movimento-cancelamento section.

           move "HISTORICO" to ws-mov-arquivo
           move "CANCELA" to ws-mov-operacao
           move ws-hist-chave to ws-mov-chave
           move ws-imagem-antes to ws-mov-antes
           move ws-historico-registro to ws-mov-depois
           perform grava-movimento
           .
       registra-movimento-cancelamento-exit.
           exit.

           copy "gravamov.cpy".

      *>------------------------------------------------------------------------
      *>  Comprovante do cancelamento, na tela e no arquivo de impressao,
      *>  para entregar ao apostador e conferir o caixa
      *>------------------------------------------------------------------------
       emite-comprovante section.

           move "cancelamento" to ws-imp-prefixo
           move "COMPROVANTE DE CANCELAMENTO DE APOSTA" to ws-imp-titulo
           perform abre-impressao

           move "====================================================" to ws-imp-linha
           perform exibe-e-imprime
           move " COMPROVANTE DE CANCELAMENTO DE APOSTA" to ws-imp-linha
           perform exibe-e-imprime
           move "====================================================" to ws-imp-linha
           perform exibe-e-imprime

           move spaces to ws-imp-linha
           string "Jogada...............: " delimited by size
                  ws-canc-orig-data delimited by size
                  " " delimited by size
                  ws-canc-orig-hora delimited by size
                  " " delimited by size
                  ws-canc-orig-seq delimited by size
             into ws-imp-linha
           perform exibe-e-imprime

           if ws-canc-orig-jogo >= 1 and ws-canc-orig-jogo <= 3
               move spaces to ws-imp-linha
               string "Jogo.................: " delimited by size
                      ws-jogo-nome(ws-canc-orig-jogo) delimited by size
                 into ws-imp-linha
               perform exibe-e-imprime
           end-if

           move spaces to ws-imp-linha
           string "Apostador............: " delimited by size
                  ws-canc-orig-apostador delimited by size
             into ws-imp-linha
           perform exibe-e-imprime

           move "Numeros..............:" to ws-imp-linha
           perform varying ws-canc-num-indice from 1 by 1
                     until ws-canc-num-indice > ws-canc-orig-qtd
               compute ws-canc-pos = 23 + (ws-canc-num-indice - 1) * 3
               move ws-canc-orig-numero(ws-canc-num-indice)
                 to ws-imp-linha(ws-canc-pos + 1:2)
           end-perform
           perform exibe-e-imprime

           move "----------------------------------------------------" to ws-imp-linha
           perform exibe-e-imprime

           perform varying ws-canc-indice from 1 by 1
                     until ws-canc-indice > ws-canc-qtd
               move ws-canc-valor-aposta(ws-canc-indice) to ws-valor-edt
               move spaces to ws-imp-linha
               if ws-canc-efetivada(ws-canc-indice) = "S"
                   string "Concurso " delimited by size
                          ws-canc-concurso(ws-canc-indice)
                            delimited by size
                          " - jogada " delimited by size
                          ws-canc-data(ws-canc-indice) delimited by size
                          " " delimited by size
                          ws-canc-hora(ws-canc-indice) delimited by size
                          " " delimited by size
                          ws-canc-seq(ws-canc-indice) delimited by size
                          " CANCELADA R$ " delimited by size
                          ws-valor-edt delimited by size
                     into ws-imp-linha
               else
                   string "Concurso " delimited by size
                          ws-canc-concurso(ws-canc-indice)
                            delimited by size
                          " - jogada " delimited by size
                          ws-canc-data(ws-canc-indice) delimited by size
                          " " delimited by size
                          ws-canc-hora(ws-canc-indice) delimited by size
                          " " delimited by size
                          ws-canc-seq(ws-canc-indice) delimited by size
                          " NAO CANCELADA (falha)" delimited by size
                     into ws-imp-linha
               end-if
               perform exibe-e-imprime
           end-perform

           move "----------------------------------------------------" to ws-imp-linha
           perform exibe-e-imprime

           move spaces to ws-imp-linha
           string "Jogadas canceladas...: " delimited by size
                  ws-canc-efetivadas delimited by size
             into ws-imp-linha
           perform exibe-e-imprime

           move ws-canc-total-estornado to ws-valor-edt
           move spaces to ws-imp-linha
           string "Valor a devolver.....: R$ " delimited by size
                  ws-valor-edt delimited by size
             into ws-imp-linha
           perform exibe-e-imprime

           if ws-canc-premios-estornados > zero
               move ws-canc-total-premio to ws-valor-edt
               move spaces to ws-imp-linha
               string "Premio estornado.....: R$ " delimited by size
                      ws-valor-edt delimited by size
                 into ws-imp-linha
               perform exibe-e-imprime
           end-if

           move spaces to ws-imp-linha
           string "Operador.............: " delimited by size
                  ws-operador-corrente delimited by size
             into ws-imp-linha
           perform exibe-e-imprime

           move spaces to ws-imp-linha
           string "Supervisor...........: " delimited by size
                  ws-supervisor-operador delimited by size
             into ws-imp-linha
           perform exibe-e-imprime

           move "====================================================" to ws-imp-linha
           perform exibe-e-imprime

           if ws-canc-falhas > zero
               display ws-canc-falhas " jogada(s) NAO puderam ser "
                       "canceladas; verifique o historico e execute "
                       "novamente para elas."
               move 8 to return-code
           end-if

           perform encerra-impressao
           .
       emite-comprovante-exit.
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
           stop run
           .
       finaliza-exit.
           exit.

           copy "cargajogos.cpy".

           copy "imprime.cpy".

           copy "autentica.cpy".
