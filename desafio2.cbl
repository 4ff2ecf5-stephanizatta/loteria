               record key is ws-res-chave
               file status is ws-fs-resultados.

           select arq-rateios
               assign to "rateios_oficiais.dat"
               organization is indexed
               access mode is dynamic
               record key is ws-rof-chave
               file status is ws-fs-rateios.

           select arq-apostadores
               assign to "apostadores.dat"
               organization is indexed
               record key is ws-frq-chave
               file status is ws-fs-frequencias.

           select arq-operadores
               assign to "operadores.dat"
               organization is indexed
               access mode is dynamic
               record key is ws-ope-codigo
               file status is ws-fs-operadores.

           select arq-calendario
               assign to "calendario_concursos.dat"
               organization is indexed
               access mode is dynamic
               record key is ws-cal-chave
               file status is ws-fs-calendario.

           select arq-movimentos
               assign to "cadastro_movimentos.dat"
               organization is line sequential
               file status is ws-fs-movimentos.

           select arq-param-jogos
               assign to "parametros_jogos.dat"
               organization is indexed
               access mode is dynamic
               record key is ws-pjg-chave
               file status is ws-fs-param-jogos.

       i-o-control.

      *>Declaração de variáveis
       fd  arq-entrada-lote.
       01  ws-reg-entrada-lote.
           05 ws-le-qtd                             pic 9(02).
           05 ws-le-numeros occurs 20                pic 9(02).

       fd  arq-boloes.
           copy "bolao.cpy".
           05 ws-chk-chave                          pic x(10).
           05 ws-chk-qtd                            pic 9(02).
           05 ws-chk-indice                         pic 9(02).
           05 ws-chk-numeros occurs 20               pic 9(02).

       fd  arq-resultados.
           copy "resultado.cpy".

       fd  arq-rateios.
           copy "rateio.cpy".

       fd  arq-apostadores.
           copy "apostador.cpy".

      *>  um codigo de motivo, para correcao e nova submissao do arquivo
       fd  arq-rejeitados.
       01  ws-reg-rejeitado.
           05 ws-rej-registro                       pic x(42).
           05 ws-rej-motivo                         pic x(02).

       fd  arq-premios.
      *>  arquivo texto de uma linha: teto diario de apostas por apostador
      *>  cadastrado (9 digitos, centavos implicitos; ex.: 000050000 =
      *>  500,00), teto de apostas acumuladas por concurso/jogo (11
      *>  digitos, centavos implicitos) e um antigo codigo de supervisor,
      *>  nao mais usado: a liberacao de uma venda bloqueada exige agora um
      *>  operador supervisor ou gerente do cadastro de operadores. Teto
      *>  zero desativa aquele limite
       fd  arq-limites.
       01  ws-reg-limites.
           05 ws-lim-arq-teto-apostador             pic 9(07)v99.
           05 ws-lim-arq-supervisor                 pic x(06).

      *>  ocorrencias do controle de limites: "B" = venda bloqueada, "L" =
      *>  venda liberada por supervisor (com o codigo de operador dele); o
      *>  limite atingido e "A" (teto diario do apostador) ou "C" (teto do
      *>  concurso/jogo). O operador e o caixa identificado na sessao
       fd  arq-limites-log.
       01  ws-reg-limite-log.
           05 ws-llog-data                          pic 9(08).
           05 ws-llog-concurso                      pic 9(05).
           05 ws-llog-valor                         pic 9(09)v99.
           05 ws-llog-acumulado                     pic 9(11)v99.
           05 ws-llog-supervisor                    pic x(10).
           05 ws-llog-operador                      pic x(10).

       fd  arq-impressao.
       01  ws-reg-impressao                         pic x(100).
       fd  arq-movimentos.
           copy "cadmov.cpy".

       fd  arq-operadores.
           copy "operador.cpy".

       fd  arq-calendario.
           copy "calendario.cpy".

       fd  arq-param-jogos.
           copy "parjogos.cpy".

      *>----Variaveis de trabalho
       working-storage section.

       01  ws-indice-sorteio.
           05 ws-ind-sorteio                       pic 9(02).

       01 ws-numeros-apostados occurs 20.
           05 ws-num-apostado                      pic 9(02).

       01  ws-indice-aposta.
      *>----Variaveis do controle do lote: motivo da rejeicao corrente
      *>    (01 = quantidade invalida; 02 = quantidade fora da faixa do
      *>    jogo; 03 = numero fora da faixa; 04 = numero repetido;
      *>    05 = limite de aposta atingido; 06 = registro incompleto, sem
      *>    todos os numeros informados na quantidade),
      *>    contadores de balanceamento e premios por faixa, para o
      *>    relatorio de controle do fim da execucao
       77  ws-fs-rejeitados                        pic x(02).
      *>    operador identificado no inicio da execucao e as imagens do
      *>    registro antes e depois, como no programa boloes
       77  ws-fs-movimentos                        pic x(02).
       77  ws-imagem-antes-bolao                   pic x(180).

      *>----Variaveis do rateio do premio de uma jogada feita a partir de um
      *>    bolao com participantes: o nome do bolao da jogada corrente (vai
       77  ws-fs-resultados                        pic x(02).
       77  ws-resp-conferencia                     pic x(01).
       77  ws-modo-conferencia                     pic x(01).
       77  ws-fs-rateios                           pic x(02).
       77  ws-concurso-edit                        pic x(05).
       77  ws-concurso-informado                   pic 9(05).
       77  ws-concurso-corrente                    pic 9(05).
       77  ws-valor-antecipada                     pic 9(09)v99.
       77  ws-valor-antecipada-edt                 pic zzz.zzz.zz9,99.

      *>----Variaveis do calendario de concursos na venda antecipada: o
      *>    proximo concurso aberto do jogo e proposto ao operador; o
      *>    concurso informado e cada concurso da teimosinha precisam
      *>    constar do calendario, com a venda ainda nao encerrada (data e
      *>    hora HHMM do limite de venda)
       77  ws-fs-calendario                        pic x(02).
       77  ws-eof-calendario                       pic x(01).
       77  ws-cal-data-hoje                        pic 9(08).
       77  ws-cal-hora-agora                       pic 9(08).
       77  ws-cal-hora-hhmm                        pic 9(04).
       77  ws-cal-proposto                         pic 9(05).
       77  ws-cal-proposto-sorteio                 pic 9(08).
       77  ws-cal-proposto-limite                  pic 9(08).
       77  ws-cal-proposto-hora                    pic 9(04).
       77  ws-cal-venda-encerrada                  pic x(01).
       77  ws-cal-concurso-aux                     pic 9(05).

      *>----Copia em working storage do resultado oficial lido no modo
      *>    conferencia, feita antes do CLOSE de arq-resultados (o buffer
      *>    do registro e indefinido depois do CLOSE)
      *>    do CLOSE); e contra estes campos que cada venda e conferida
       77  ws-lim-teto-apostador                   pic 9(07)v99.
       77  ws-lim-teto-concurso                    pic 9(09)v99.
       77  ws-limites-ativos                       pic x(01).
       77  ws-limite-liberado                      pic x(01).
       77  ws-eof-limites                          pic x(01).
       77  ws-lim-limite-atingido                  pic x(01).
       77  ws-lim-acum-atingido                    pic 9(11)v99.
       77  ws-resp-liberacao                       pic x(01).
       77  ws-lim-valor-edt                        pic zzz.zzz.zz9,99.
       77  ws-lim-acum-edt                         pic zz.zzz.zzz.zz9,99.

      *>    de impressao
           copy "impdef.cpy".

      *>----Variaveis da identificacao do operador da sessao
           copy "operdef.cpy".

      *>----Variaveis da surpresinha (preenchimento automatico dos numeros):
      *>    modo A = aleatoria pura; modo P = ponderada pelas frequencias dos
      *>    numeros sorteados do mestre consolidado frequencias.dat (sem o
               stop run
           end-if

      *>     identificacao do operador da sessao no cadastro de
      *>     operadores, para a trilha de auditoria das manutencoes de
      *>     bolao feitas daqui e para as ocorrencias de limite
           perform autentica-operador

           display "Executar os sorteios em modo rapido, sem delay "
                   "(util para simulacoes em lote)? (S/N) "

           copy "imprime.cpy".

           copy "autentica.cpy".

      *>------------------------------------------------------------------------
      *>  Processamento principal: sessao de vendas. O balcao vende varias
      *>  apostas na mesma execucao, trocando jogo e apostador a cada
           move "S" to ws-lote-valido
           move spaces to ws-lote-motivo

           if ws-quantia-numeros < 1 or ws-quantia-numeros > 20
               move "N" to ws-lote-valido
               move "01" to ws-lote-motivo
               display "Registro de lote rejeitado: quantidade de numeros "
               end-if
           end-if

      *>     um registro no layout antigo (ate 15 numeros) com quantidade
      *>     maior chega com as ultimas posicoes em branco
           if ws-lote-valido = "S"
           and ws-reg-entrada-lote(3:ws-quantia-numeros * 2) is not numeric
               move "N" to ws-lote-valido
               move "06" to ws-lote-motivo
               display "Registro de lote rejeitado: registro incompleto, "
                       "sem os " ws-quantia-numeros " numeros informados."
           end-if

           if ws-lote-valido = "S"
               perform varying ws-ind-aposta from 1 by 1
                         until ws-ind-aposta > ws-quantia-numeros
                               ws-nome-bolao-informado
                               "'. Sobrescrever? (S/N) "
                       accept ws-resp-bolao
      *>                 sobrescrever um bolao existente e manutencao de
      *>                 cadastro, reservada ao supervisor ou gerente
                       move "S" to ws-perfil-exigido
                       if ws-resp-bolao = "S" or ws-resp-bolao = "s"
                           perform verifica-perfil
                           if ws-perfil-permitido <> "S"
                               move "N" to ws-resp-bolao
                           end-if
                       end-if
                       if ws-resp-bolao = "S" or ws-resp-bolao = "s"
      *>                    sobrescrever um bolao troca so os numeros; os
      *>                    participantes e cotas ja cadastrados sao
           move "N" to ws-limites-ativos
           move zero to ws-lim-teto-apostador
           move zero to ws-lim-teto-concurso

           open input arq-limites
           if ws-fs-limites = "00"
                     to ws-lim-teto-apostador
                   move ws-lim-arq-teto-concurso
                     to ws-lim-teto-concurso
               end-if
               close arq-limites
           end-if
                           move "S" to ws-eof-limhist
                       else
                           if ws-hist-apostador = ws-apostador-corrente
                           and ws-hist-situacao <> "C"
                               add ws-hist-valor-aposta
                                 to ws-lim-acum-apostador
                           end-if
                       move "S" to ws-eof-limhist
                   not at end
                       if ws-hist-jogo = ws-jogo-selecionado
                       and ws-hist-situacao <> "C"
                       and ws-hist-concurso >= ws-concurso-corrente
                       and ws-hist-concurso
                           < ws-concurso-corrente + ws-teimosinha-qtd

      *>------------------------------------------------------------------------
      *>  Registra o bloqueio da venda e, fora do modo lote, oferece a
      *>  liberacao por um operador supervisor (ou gerente), identificado
      *>  com codigo e senha; uma liberacao valida tambem e registrada,
      *>  com o codigo de operador do supervisor
      *>------------------------------------------------------------------------
       bloqueia-ou-libera-venda section.

               display " "

               if ws-resp-liberacao = "S" or ws-resp-liberacao = "s"
                   perform autoriza-supervisor
                   if ws-supervisor-autorizado = "S"
                       move "S" to ws-limite-liberado
                       move "L" to ws-llog-tipo
                       move ws-supervisor-operador to ws-llog-supervisor
                       perform registra-ocorrencia-limite
                       display "Venda liberada pelo supervisor "
                               ws-supervisor-operador "."
                   else
                       display "Liberacao nao autorizada; venda continua "
                               "bloqueada."
                   end-if
                   display " "
               end-if
           move ws-concurso-corrente to ws-llog-concurso
           move ws-lim-valor-venda to ws-llog-valor
           move ws-lim-acum-atingido to ws-llog-acumulado
           move ws-operador-corrente to ws-llog-operador

           open extend arq-limites-log
           if ws-fs-limites-log = "35"
      *>  historico, sem sorteio nem apuracao; o programa apuracao preenche
      *>  pontos, faixa e premio quando o resultado oficial for carregado
      *>  pelo programa concursos. A teimosinha repete a mesma aposta para
      *>  os N concursos seguintes. O concurso vem do calendario de
      *>  concursos (programa calendario): o proximo concurso aberto e
      *>  proposto, a venda e bloqueada depois do horario-limite e todos os
      *>  concursos da teimosinha precisam estar no calendario
      *>------------------------------------------------------------------------
       define-modo-antecipada section.

           display " "

           if ws-resp-antecipada = "S" or ws-resp-antecipada = "s"
      *>         a venda antecipada so e aceita para concursos do
      *>         calendario; o arquivo e aberto e fechado aqui mesmo
               open input arq-calendario
               if ws-fs-calendario <> "00"
                   display "Calendario de concursos "
                           "calendario_concursos.dat indisponivel "
                           "(status " ws-fs-calendario "); venda "
                           "antecipada recusada. Cadastre o calendario "
                           "pelo programa calendario."
               else
                   accept ws-cal-data-hoje from date yyyymmdd
                   accept ws-cal-hora-agora from time
                   move ws-cal-hora-agora(1:4) to ws-cal-hora-hhmm

                   perform propoe-concurso-aberto
                   if ws-cal-proposto = zero
                       display "Nenhum concurso de " ws-jogo-atual-nome
                               " com venda aberta no calendario; venda "
                               "antecipada recusada."
                   else
                       perform aceita-concurso-antecipada
                       perform verifica-concurso-sem-resultado
                       if ws-modo-antecipada = "S"
                           perform verifica-concurso-calendario
                       end-if

                       if ws-modo-antecipada = "S"
                           move ws-concurso-informado
                             to ws-concurso-corrente
                           perform aceita-teimosinha
                           perform verifica-teimosinha-calendario
                       end-if

                       if ws-modo-antecipada = "S"
                           display "Venda antecipada para o concurso "
                                   ws-concurso-corrente " de "
                                   ws-jogo-atual-nome " ("
                                   ws-teimosinha-qtd " concurso(s))."
                       end-if
                   end-if
                   close arq-calendario
               end-if
               display " "
           end-if
       verifica-concurso-sem-resultado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procura no calendario o primeiro concurso do jogo com a venda ainda
      *>  aberta (limite de venda depois de agora); zero se nao houver
      *>------------------------------------------------------------------------
       propoe-concurso-aberto section.

           move zero to ws-cal-proposto
           move "N" to ws-eof-calendario
           move ws-jogo-selecionado to ws-cal-jogo
           move zero to ws-cal-concurso

           start arq-calendario key >= ws-cal-chave
               invalid key
                   move "S" to ws-eof-calendario
           end-start

           perform until ws-eof-calendario = "S"
               read arq-calendario next
                   at end
                       move "S" to ws-eof-calendario
                   not at end
                       if ws-cal-jogo <> ws-jogo-selecionado
                           move "S" to ws-eof-calendario
                       else
                           perform verifica-limite-venda
                           if ws-cal-venda-encerrada = "N"
      *>                         copia o concurso proposto para working
      *>                         storage: o buffer muda na proxima leitura
                               move "S" to ws-eof-calendario
                               move ws-cal-concurso to ws-cal-proposto
                               move ws-cal-data-sorteio
                                 to ws-cal-proposto-sorteio
                               move ws-cal-data-limite
                                 to ws-cal-proposto-limite
                               move ws-cal-hora-limite
                                 to ws-cal-proposto-hora
                           end-if
                       end-if
               end-read
           end-perform
           .
       propoe-concurso-aberto-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Venda encerrada para o concurso do buffer do calendario: passou o
      *>  dia do limite, ou e o dia do limite e ja passou o horario
      *>------------------------------------------------------------------------
       verifica-limite-venda section.

           move "N" to ws-cal-venda-encerrada
           if ws-cal-data-hoje > ws-cal-data-limite
               move "S" to ws-cal-venda-encerrada
           end-if
           if ws-cal-data-hoje = ws-cal-data-limite
           and ws-cal-hora-hhmm >= ws-cal-hora-limite
               move "S" to ws-cal-venda-encerrada
           end-if
           .
       verifica-limite-venda-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aceita o concurso da venda antecipada, propondo o proximo concurso
      *>  aberto do calendario (entrada em branco aceita a proposta)
      *>------------------------------------------------------------------------
       aceita-concurso-antecipada section.

           display "Proximo concurso aberto de " ws-jogo-atual-nome ": "
                   ws-cal-proposto " (sorteio " ws-cal-proposto-sorteio
                   ", vendas ate " ws-cal-proposto-limite " "
                   ws-cal-proposto-hora ")."
           display "Informe o numero do concurso (em branco = "
                   ws-cal-proposto "): "
           accept ws-concurso-edit

           if ws-concurso-edit = spaces
               move ws-cal-proposto to ws-concurso-informado
           else
               move ws-concurso-edit to ws-edit5-zerofill
               perform completa-zeros-edicao-5
               move ws-edit5-zerofill to ws-concurso-edit
               if ws-concurso-edit is numeric
                   move ws-concurso-edit to ws-concurso-informado
               else
                   display "Entrada invalida. Informe somente numeros."
                   perform aceita-numero-concurso
               end-if
           end-if
           .
       aceita-concurso-antecipada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Recusa a venda antecipada para um concurso fora do calendario ou
      *>  com a venda ja encerrada
      *>------------------------------------------------------------------------
       verifica-concurso-calendario section.

           move ws-jogo-selecionado to ws-cal-jogo
           move ws-concurso-informado to ws-cal-concurso
           read arq-calendario
               invalid key
                   move "N" to ws-modo-antecipada
                   display "O concurso " ws-concurso-informado " de "
                           ws-jogo-atual-nome " nao consta do calendario; "
                           "venda antecipada recusada."
               not invalid key
                   perform verifica-limite-venda
                   if ws-cal-venda-encerrada = "S"
                       move "N" to ws-modo-antecipada
                       display "Vendas do concurso " ws-concurso-informado
                               " de " ws-jogo-atual-nome " encerradas em "
                               ws-cal-data-limite " " ws-cal-hora-limite
                               "; venda antecipada recusada."
                   end-if
           end-read
           .
       verifica-concurso-calendario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Cada concurso da teimosinha, a partir do concurso informado, tem de
      *>  constar do calendario; o primeiro faltante recusa a venda
      *>------------------------------------------------------------------------
       verifica-teimosinha-calendario section.

           perform varying ws-antecipada-indice from 1 by 1
                     until ws-antecipada-indice > ws-teimosinha-qtd
                        or ws-modo-antecipada <> "S"
               compute ws-cal-concurso-aux =
                   ws-concurso-corrente + ws-antecipada-indice - 1
               move ws-jogo-selecionado to ws-cal-jogo
               move ws-cal-concurso-aux to ws-cal-concurso
               read arq-calendario
                   invalid key
                       move "N" to ws-modo-antecipada
                       display "Teimosinha: o concurso "
                               ws-cal-concurso-aux " de "
                               ws-jogo-atual-nome " nao consta do "
                               "calendario; venda antecipada recusada."
               end-read
           end-perform
           .
       verifica-teimosinha-calendario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aceita a quantidade de concursos da teimosinha (1 = somente o
      *>  concurso informado), rejeitando entrada em branco ou nao-numerica
                     to ws-resultado-jogo
                   move ws-jogo-atual-tier-premio(ws-tier-indice)
                     to ws-valor-premio
                   if ws-modo-conferencia = "S"
                       perform busca-rateio-oficial
                   end-if
                   move ws-valor-premio to ws-valor-premio-edt
                   display "*** Voce ganhou na "
                           ws-jogo-atual-tier-nome(ws-tier-indice)
       ganhou-perdeu-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  No modo conferencia o premio da faixa e o valor por ganhador do
      *>  rateio oficial do concurso (carregado pelo programa concursos);
      *>  sem rateio carregado fica o valor da tabela de jogos, e a jogada
      *>  e reavaliada pelo concursos quando o rateio chegar. O arquivo e
      *>  aberto e fechado aqui, como o de resultados
      *>------------------------------------------------------------------------
       busca-rateio-oficial section.

           open input arq-rateios
           if ws-fs-rateios = "00"
               move ws-concurso-corrente to ws-rof-concurso
               move ws-jogo-selecionado to ws-rof-jogo
               move ws-jogo-atual-tier-nome(ws-tier-indice) to ws-rof-faixa
               read arq-rateios
                   invalid key
                       move zero to ws-rof-valor-ganhador
               end-read
               if ws-fs-rateios = "00" and ws-rof-valor-ganhador > zero
                   move ws-rof-valor-ganhador to ws-valor-premio
               else
                   display "Rateio oficial da faixa ainda nao carregado: "
                           "premio pelo valor da tabela, a reavaliar."
               end-if
               close arq-rateios
           else
               display "Arquivo de rateios oficiais indisponivel (status "
                       ws-fs-rateios "): premio pelo valor da tabela, a "
                       "reavaliar."
           end-if
           .
       busca-rateio-oficial-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Extrato do rateio do premio da jogada entre os participantes do
      *>  bolao de origem, proporcional as cotas de cada um; o residuo do
           move ws-apostador-corrente to ws-hist-apostador
           move ws-jogo-selecionado to ws-hist-jogo
           move ws-bolao-da-jogada to ws-hist-bolao
           move space to ws-hist-transmissao
           move spaces to ws-hist-cod-rejeicao

           perform varying ws-hist-indice from 1 by 1 until ws-hist-indice > 20
               move zero to ws-hist-numeros-apostados(ws-hist-indice)
           end-perform
           perform varying ws-hist-indice from 1 by 1 until ws-hist-indice > 15
               move zero to ws-hist-numeros-sorteados(ws-hist-indice)
           end-perform

           move "P" to ws-prm-situacao
           move zero to ws-prm-data-pagamento
           move spaces to ws-prm-recibo
           move zero to ws-prm-valor-bruto
           move zero to ws-prm-valor-ir
           move zero to ws-prm-valor-liquido

           write ws-premio-registro
               invalid key
