      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "noturna".
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

           select arq-parametros
               assign to "noturna_parametros.dat"
               organization is line sequential
               file status is ws-fs-parametros.

           select arq-controle-noturna
               assign to "noturna_controle.dat"
               organization is indexed
               access mode is dynamic
               record key is ws-ctn-chave
               file status is ws-fs-controle.

           select arq-log-noturna
               assign to "noturna_log.dat"
               organization is line sequential
               file status is ws-fs-log.

           select arq-respostas
               assign to "noturna_respostas.txt"
               organization is line sequential
               file status is ws-fs-respostas.

           select arq-impressao
               assign to ws-imp-nome-arquivo
               organization is line sequential
               file status is ws-fs-impressao.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.

      *>  parametros da rotina, mantidos a mao: uma linha por parametro,
      *>  identificada pela primeira posicao --
      *>    "D" data do movimento (AAAAMMDD; sem ela, o dia da execucao)
      *>    "A" jogo (1 posicao) e concurso (5 posicoes) a apurar, um por
      *>        linha, ate 20
      *>    "C" data de corte do arquivamento (AAAAMMDD; sem ela, ou zero,
      *>        o arquiva e dispensado)
      *>    "O" operador (10 posicoes) e senha (10 posicoes) usados pelos
      *>        programas que exigem identificacao (arquiva)
      *>    "X" diretorio dos programas (padrao "./")
       fd  arq-parametros.
       01  ws-reg-parametro.
           05 ws-par-tipo                           pic x(01).
           05 ws-par-conteudo                       pic x(79).
       01  ws-reg-parametro-data.
           05 filler                                pic x(01).
           05 ws-par-data                           pic x(08).
           05 filler                                pic x(71).
       01  ws-reg-parametro-apuracao.
           05 filler                                pic x(01).
           05 ws-par-jogo                           pic x(01).
           05 ws-par-concurso                       pic x(05).
           05 filler                                pic x(73).
       01  ws-reg-parametro-operador.
           05 filler                                pic x(01).
           05 ws-par-operador                       pic x(10).
           05 ws-par-senha                          pic x(10).
           05 filler                                pic x(59).
       01  ws-reg-parametro-diretorio.
           05 filler                                pic x(01).
           05 ws-par-diretorio                      pic x(40).
           05 filler                                pic x(39).

      *>  controle da rotina em andamento, no molde do checkpoint do
      *>  arquiva: a lista de passos com a situacao de cada um; existe so
      *>  enquanto a rotina nao termina, e e por ele que a execucao seguinte
      *>  retoma do passo que falhou sem repetir os concluidos
       fd  arq-controle-noturna.
       01  ws-ctn-registro.
           05 ws-ctn-chave                          pic x(10).
           05 ws-ctn-data-movimento                 pic 9(08).
           05 ws-ctn-data-corte                     pic 9(08).
           05 ws-ctn-data-inicio                    pic 9(08).
           05 ws-ctn-hora-inicio                    pic 9(08).
           05 ws-ctn-qtd-passos                     pic 9(02).
           05 ws-ctn-passo occurs 25.
               10 ws-ctn-programa                   pic x(12).
               10 ws-ctn-jogo                       pic 9(01).
               10 ws-ctn-concurso                   pic 9(05).
      *>          " " = pendente; "C" = concluido; "F" = falhou;
      *>          "D" = dispensado
               10 ws-ctn-situacao                   pic x(01).
               10 ws-ctn-retorno                    pic 9(03).
               10 ws-ctn-data-passo                 pic 9(08).
               10 ws-ctn-hora-inicio-passo          pic 9(08).
               10 ws-ctn-hora-fim-passo             pic 9(08).

      *>  log de execucao: um registro no inicio e outro no fim de cada
      *>  passo, gravados em extensao
       fd  arq-log-noturna.
       01  ws-log-registro.
           05 ws-log-data                           pic 9(08).
           05 ws-log-hora                           pic 9(08).
           05 ws-log-movimento                      pic 9(08).
           05 ws-log-passo                          pic 9(02).
           05 ws-log-programa                       pic x(12).
           05 ws-log-parametro                      pic x(10).
           05 ws-log-evento                         pic x(08).
           05 ws-log-retorno                        pic 9(03).
           05 ws-log-situacao                       pic x(10).

      *>  respostas do passo corrente, na ordem em que o programa as pede
       fd  arq-respostas.
       01  ws-reg-resposta                          pic x(20).

       fd  arq-impressao.
       01  ws-reg-impressao                         pic x(100).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-parametros                        pic x(02).
       77  ws-fs-controle                          pic x(02).
       77  ws-fs-log                               pic x(02).
       77  ws-fs-respostas                         pic x(02).
       77  ws-eof-parametros                       pic x(01).

       77  ws-data-hoje                            pic 9(08).
       77  ws-hora-agora                           pic 9(08).

      *>----Parametros lidos de noturna_parametros.dat
       77  ws-prm-data-movimento                   pic 9(08).
       77  ws-prm-data-corte                       pic 9(08).
       77  ws-prm-operador                         pic x(10).
       77  ws-prm-senha                            pic x(10).
       77  ws-prm-diretorio                        pic x(40).
       77  ws-prm-qtd-apuracoes                    pic 9(02).
       01  ws-prm-apuracoes.
           05 ws-prm-apuracao occurs 20.
               10 ws-prm-jogo                       pic 9(01).
               10 ws-prm-concurso                   pic 9(05).
       77  ws-prm-validos                          pic x(01).

      *>----Execucao dos passos: controle encontrado (retomada), passo
      *>    corrente, comando montado e codigo de retorno do programa
       77  ws-ntn-retomada                         pic x(01).
       77  ws-ntn-interrompida                     pic x(01).
       77  ws-ntn-indice                           pic 9(02).
       77  ws-ntn-passo                            pic 9(02).
       77  ws-ntn-comando                          pic x(200).
       77  ws-ntn-status                           pic s9(09).
       77  ws-ntn-retorno                          pic 9(09).
       77  ws-ntn-sinal                            pic 9(09).
       77  ws-ntn-parametro                        pic x(10).
       77  ws-ntn-situacao-edt                     pic x(10).
       77  ws-ntn-concluidos                       pic 9(02).
       77  ws-ntn-pulados                          pic 9(02).
       77  ws-ntn-alertas                          pic 9(02).
       77  ws-ntn-falhas                           pic 9(02).
       77  ws-ntn-hora-edt                         pic x(08).
       77  ws-ntn-hora-aux                         pic 9(08).

      *>----Variaveis do resumo da rotina em arquivo de impressao
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
           move zero to ws-ntn-concluidos
           move zero to ws-ntn-pulados
           move zero to ws-ntn-alertas
           move zero to ws-ntn-falhas
           move "N" to ws-ntn-interrompida
           accept ws-data-hoje from date yyyymmdd

           perform carrega-parametros
           if ws-prm-validos <> "S"
               display "Rotina noturna NAO iniciada: corrija "
                       "noturna_parametros.dat."
               move 8 to return-code
               stop run
           end-if

      *>     o controle so e criado quando nao existe (status 35); qualquer
      *>     outro erro encerra, pois sem ele uma retomada repetiria passos
      *>     ja concluidos
           open i-o arq-controle-noturna
           if ws-fs-controle = "35"
               open output arq-controle-noturna
               close arq-controle-noturna
               open i-o arq-controle-noturna
           end-if
           if ws-fs-controle <> "00"
               display "ERRO: nao foi possivel abrir noturna_controle.dat "
                       "(status " ws-fs-controle "). O arquivo existe mas "
                       "nao pode ser aberto; NADA foi recriado. Verifique o "
                       "arquivo antes de executar novamente."
               move 8 to return-code
               stop run
           end-if

      *>     o log e gravado em extensao; so e criado quando nao existe
           open extend arq-log-noturna
           if ws-fs-log = "35"
               open output arq-log-noturna
           end-if
           if ws-fs-log <> "00"
               display "ERRO: nao foi possivel abrir noturna_log.dat "
                       "(status " ws-fs-log ")."
               move 8 to return-code
               stop run
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega e valida os parametros da rotina
      *>------------------------------------------------------------------------
       carrega-parametros section.

           move "S" to ws-prm-validos
           move ws-data-hoje to ws-prm-data-movimento
           move zero to ws-prm-data-corte
           move spaces to ws-prm-operador
           move spaces to ws-prm-senha
           move "./" to ws-prm-diretorio
           move zero to ws-prm-qtd-apuracoes

           open input arq-parametros
           if ws-fs-parametros <> "00"
               move "N" to ws-prm-validos
               display "Arquivo de parametros noturna_parametros.dat nao "
                       "encontrado (status " ws-fs-parametros ")."
           else
               move "N" to ws-eof-parametros
               perform until ws-eof-parametros = "S"
                   read arq-parametros
                       at end
                           move "S" to ws-eof-parametros
                       not at end
                           perform trata-parametro
                   end-read
               end-perform
               close arq-parametros
           end-if

           if ws-prm-validos = "S"
           and ws-prm-data-corte > zero
           and ws-prm-operador = spaces
               move "N" to ws-prm-validos
               display "Parametro invalido: o arquivamento (linha C) exige "
                       "o operador e a senha (linha O)."
           end-if
           .
       carrega-parametros-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Trata uma linha do arquivo de parametros, ainda com ele aberto
      *>------------------------------------------------------------------------
       trata-parametro section.

           evaluate ws-par-tipo
               when "D"
                   if ws-par-data is numeric
                   and ws-par-data(5:2) >= "01" and ws-par-data(5:2) <= "12"
                   and ws-par-data(7:2) >= "01" and ws-par-data(7:2) <= "31"
                       move ws-par-data to ws-prm-data-movimento
                   else
                       move "N" to ws-prm-validos
                       display "Parametro invalido: data do movimento ("
                               ws-par-data ")."
                   end-if
               when "C"
                   if ws-par-data is numeric
                       move ws-par-data to ws-prm-data-corte
                   else
                       move "N" to ws-prm-validos
                       display "Parametro invalido: data de corte ("
                               ws-par-data ")."
                   end-if
               when "A"
                   if (ws-par-jogo = "1" or ws-par-jogo = "2"
                       or ws-par-jogo = "3")
                   and ws-par-concurso is numeric
                   and ws-par-concurso <> "00000"
                   and ws-prm-qtd-apuracoes < 20
                       add 1 to ws-prm-qtd-apuracoes
                       move ws-par-jogo to ws-prm-jogo(ws-prm-qtd-apuracoes)
                       move ws-par-concurso
                         to ws-prm-concurso(ws-prm-qtd-apuracoes)
                   else
                       move "N" to ws-prm-validos
                       display "Parametro invalido: concurso a apurar ("
                               ws-par-conteudo(1:6) "), ou mais de 20 "
                               "concursos."
                   end-if
               when "O"
                   move ws-par-operador to ws-prm-operador
                   move ws-par-senha to ws-prm-senha
               when "X"
                   if ws-par-diretorio <> spaces
                       move ws-par-diretorio to ws-prm-diretorio
                   end-if
               when space
                   continue
               when other
                   move "N" to ws-prm-validos
                   display "Parametro de tipo desconhecido (" ws-par-tipo
                           ")."
           end-evaluate
           .
       trata-parametro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal: retoma a rotina interrompida ou monta a
      *>  lista de passos de uma nova, executa os passos pendentes em ordem
      *>  e, quando todos terminam, apaga o controle
      *>------------------------------------------------------------------------
       processamento section.

           move "NOTURNA" to ws-ctn-chave
           read arq-controle-noturna
               invalid key
                   move "N" to ws-ntn-retomada
               not invalid key
                   move "S" to ws-ntn-retomada
           end-read

           if ws-ntn-retomada = "S"
               display "Rotina interrompida encontrada (movimento "
                       ws-ctn-data-movimento ", iniciada em "
                       ws-ctn-data-inicio "). Retomando pelo passo que "
                       "nao terminou; os concluidos nao serao repetidos."
               if ws-ctn-data-movimento <> ws-prm-data-movimento
                   display "Atencao: os parametros sao do movimento "
                           ws-prm-data-movimento "; a rotina do movimento "
                           ws-ctn-data-movimento " sera concluida antes. "
                           "Execute de novo para o movimento novo."
               end-if
           else
               perform monta-passos
           end-if

           perform varying ws-ntn-passo from 1 by 1
                     until ws-ntn-passo > ws-ctn-qtd-passos
                        or ws-ntn-interrompida = "S"
               perform executa-passo
           end-perform

           if ws-ntn-interrompida = "S"
               move 8 to return-code
           else
               delete arq-controle-noturna
                   invalid key
                       display "Falha ao apagar o controle da rotina "
                               "(status " ws-fs-controle ")."
               end-delete
               if ws-ntn-alertas > zero
                   move 4 to return-code
               else
                   move zero to return-code
               end-if
           end-if

           perform imprime-resumo-rotina
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Monta a lista de passos de uma nova rotina, na ordem do ciclo:
      *>  carga dos resultados, apuracao de cada concurso, fechamento,
      *>  copia de seguranca e, se houver data de corte, arquivamento
      *>------------------------------------------------------------------------
       monta-passos section.

           move "NOTURNA" to ws-ctn-chave
           move ws-prm-data-movimento to ws-ctn-data-movimento
           move ws-prm-data-corte to ws-ctn-data-corte
           move ws-data-hoje to ws-ctn-data-inicio
           accept ws-ctn-hora-inicio from time
           move zero to ws-ctn-qtd-passos

           perform varying ws-ntn-indice from 1 by 1
                     until ws-ntn-indice > 25
               move spaces to ws-ctn-programa(ws-ntn-indice)
               move zero to ws-ctn-jogo(ws-ntn-indice)
               move zero to ws-ctn-concurso(ws-ntn-indice)
               move space to ws-ctn-situacao(ws-ntn-indice)
               move zero to ws-ctn-retorno(ws-ntn-indice)
               move zero to ws-ctn-data-passo(ws-ntn-indice)
               move zero to ws-ctn-hora-inicio-passo(ws-ntn-indice)
               move zero to ws-ctn-hora-fim-passo(ws-ntn-indice)
           end-perform

           add 1 to ws-ctn-qtd-passos
           move "concursos" to ws-ctn-programa(ws-ctn-qtd-passos)

           perform varying ws-ntn-indice from 1 by 1
                     until ws-ntn-indice > ws-prm-qtd-apuracoes
               add 1 to ws-ctn-qtd-passos
               move "apuracao" to ws-ctn-programa(ws-ctn-qtd-passos)
               move ws-prm-jogo(ws-ntn-indice)
                 to ws-ctn-jogo(ws-ctn-qtd-passos)
               move ws-prm-concurso(ws-ntn-indice)
                 to ws-ctn-concurso(ws-ctn-qtd-passos)
           end-perform

           add 1 to ws-ctn-qtd-passos
           move "fechamento" to ws-ctn-programa(ws-ctn-qtd-passos)

           add 1 to ws-ctn-qtd-passos
           move "integridade" to ws-ctn-programa(ws-ctn-qtd-passos)

           add 1 to ws-ctn-qtd-passos
           move "arquiva" to ws-ctn-programa(ws-ctn-qtd-passos)
           if ws-ctn-data-corte = zero
               move "D" to ws-ctn-situacao(ws-ctn-qtd-passos)
           end-if

           write ws-ctn-registro
               invalid key
                   display "ERRO: falha ao gravar o controle da rotina "
                           "(status " ws-fs-controle ")."
                   move 8 to return-code
                   stop run
           end-write
           .
       monta-passos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Executa o passo ws-ntn-passo: o concluido ou dispensado so e
      *>  registrado; o pendente ou que falhou e executado de novo, com as
      *>  respostas no lugar do que o programa pergunta na tela
      *>------------------------------------------------------------------------
       executa-passo section.

           perform monta-parametro-passo

           evaluate ws-ctn-situacao(ws-ntn-passo)
               when "C"
                   add 1 to ws-ntn-pulados
                   move "JA FEITO" to ws-log-evento
                   move "CONCLUIDO" to ws-ntn-situacao-edt
                   move ws-ctn-retorno(ws-ntn-passo) to ws-log-retorno
                   perform grava-log-passo
               when "D"
                   move "DISPENSA" to ws-log-evento
                   move "DISPENSADO" to ws-ntn-situacao-edt
                   move zero to ws-log-retorno
                   perform grava-log-passo
               when other
                   perform roda-programa-passo
           end-evaluate
           .
       executa-passo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Parametro do passo para o log e o resumo: jogo-concurso da
      *>  apuracao, data do movimento do fechamento ou data de corte
      *>------------------------------------------------------------------------
       monta-parametro-passo section.

           move spaces to ws-ntn-parametro
           evaluate ws-ctn-programa(ws-ntn-passo)
               when "apuracao"
                   string ws-ctn-jogo(ws-ntn-passo) delimited by size
                          "-" delimited by size
                          ws-ctn-concurso(ws-ntn-passo) delimited by size
                     into ws-ntn-parametro
               when "fechamento"
                   move ws-ctn-data-movimento to ws-ntn-parametro
               when "arquiva"
                   if ws-ctn-data-corte > zero
                       move ws-ctn-data-corte to ws-ntn-parametro
                   end-if
               when other
                   continue
           end-evaluate
           .
       monta-parametro-passo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Roda o programa do passo: grava as respostas, registra o inicio,
      *>  executa, registra o fim e a situacao e atualiza o controle.
      *>  Retorno 0 e concluido, 4 e concluido com alerta, 8 ou mais (ou
      *>  termino anormal) e falha, que interrompe a rotina
      *>------------------------------------------------------------------------
       roda-programa-passo section.

           perform grava-respostas-passo

           accept ws-hora-agora from time
           move ws-data-hoje to ws-ctn-data-passo(ws-ntn-passo)
           move ws-hora-agora to ws-ctn-hora-inicio-passo(ws-ntn-passo)
           move zero to ws-ctn-hora-fim-passo(ws-ntn-passo)
           move "INICIO" to ws-log-evento
           move "EXECUTANDO" to ws-ntn-situacao-edt
           move zero to ws-log-retorno
           perform grava-log-passo

           display "Passo " ws-ntn-passo ": "
                   ws-ctn-programa(ws-ntn-passo) " " ws-ntn-parametro

           move spaces to ws-ntn-comando
           string ws-prm-diretorio delimited by space
                  ws-ctn-programa(ws-ntn-passo) delimited by space
                  " < noturna_respostas.txt >> noturna_saida.txt 2>&1"
                    delimited by size
             into ws-ntn-comando
           call "SYSTEM" using ws-ntn-comando
           move return-code to ws-ntn-status
           move zero to return-code

      *>     o status devolvido e o de espera do processo: o codigo de
      *>     saida do programa vem nos bits altos (status / 256) e um resto
      *>     diferente de zero indica termino anormal
           if ws-ntn-status < zero
               move 999 to ws-ntn-retorno
           else
               divide ws-ntn-status by 256 giving ws-ntn-retorno
                   remainder ws-ntn-sinal
               if ws-ntn-sinal <> zero or ws-ntn-retorno > 998
                   move 999 to ws-ntn-retorno
               end-if
           end-if

           accept ws-hora-agora from time
           move ws-hora-agora to ws-ctn-hora-fim-passo(ws-ntn-passo)
           move ws-ntn-retorno to ws-ctn-retorno(ws-ntn-passo)

           evaluate true
               when ws-ntn-retorno = zero
                   move "C" to ws-ctn-situacao(ws-ntn-passo)
                   move "OK" to ws-ntn-situacao-edt
                   add 1 to ws-ntn-concluidos
               when ws-ntn-retorno < 8
                   move "C" to ws-ctn-situacao(ws-ntn-passo)
                   move "ALERTA" to ws-ntn-situacao-edt
                   add 1 to ws-ntn-concluidos
                   add 1 to ws-ntn-alertas
               when other
                   move "F" to ws-ctn-situacao(ws-ntn-passo)
                   move "FALHA" to ws-ntn-situacao-edt
                   add 1 to ws-ntn-falhas
                   move "S" to ws-ntn-interrompida
           end-evaluate

           move "FIM" to ws-log-evento
           move ws-ntn-retorno to ws-log-retorno
           perform grava-log-passo

           rewrite ws-ctn-registro
               invalid key
                   display "ERRO: falha ao atualizar o controle da rotina "
                           "(status " ws-fs-controle "); a rotina foi "
                           "interrompida."
                   move "S" to ws-ntn-interrompida
           end-rewrite

           if ws-ntn-interrompida = "S"
               display "Passo " ws-ntn-passo " ("
                       ws-ctn-programa(ws-ntn-passo) ") terminou com "
                       "retorno " ws-ntn-retorno "; rotina interrompida. "
                       "Veja noturna_saida.txt e execute de novo para "
                       "retomar deste passo."
           end-if
           .
       roda-programa-passo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava as respostas do passo, na ordem das perguntas do programa:
      *>  apuracao (jogo e concurso), fechamento (data do movimento) e
      *>  arquiva (operador, senha e data de corte); concursos e integridade
      *>  nao perguntam nada
      *>------------------------------------------------------------------------
       grava-respostas-passo section.

           open output arq-respostas
           if ws-fs-respostas <> "00"
               display "ERRO: nao foi possivel gravar "
                       "noturna_respostas.txt (status " ws-fs-respostas
                       ")."
               move 8 to return-code
               stop run
           end-if

           evaluate ws-ctn-programa(ws-ntn-passo)
               when "apuracao"
                   move ws-ctn-jogo(ws-ntn-passo) to ws-reg-resposta
                   write ws-reg-resposta
                   move ws-ctn-concurso(ws-ntn-passo) to ws-reg-resposta
                   write ws-reg-resposta
               when "fechamento"
                   move ws-ctn-data-movimento to ws-reg-resposta
                   write ws-reg-resposta
               when "arquiva"
                   move ws-prm-operador to ws-reg-resposta
                   write ws-reg-resposta
                   move ws-prm-senha to ws-reg-resposta
                   write ws-reg-resposta
                   move ws-ctn-data-corte to ws-reg-resposta
                   write ws-reg-resposta
               when other
                   continue
           end-evaluate

           close arq-respostas
           .
       grava-respostas-passo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava um evento do passo corrente no log de execucao
      *>------------------------------------------------------------------------
       grava-log-passo section.

           accept ws-log-data from date yyyymmdd
           accept ws-log-hora from time
           move ws-ctn-data-movimento to ws-log-movimento
           move ws-ntn-passo to ws-log-passo
           move ws-ctn-programa(ws-ntn-passo) to ws-log-programa
           move ws-ntn-parametro to ws-log-parametro
           move ws-ntn-situacao-edt to ws-log-situacao
           write ws-log-registro
           .
       grava-log-passo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Resumo de uma pagina da rotina: um passo por linha, com inicio,
      *>  fim, retorno e situacao, e o resultado geral
      *>------------------------------------------------------------------------
       imprime-resumo-rotina section.

           move "noturna" to ws-imp-prefixo
           move spaces to ws-imp-titulo
           string "ROTINA NOTURNA - MOVIMENTO " delimited by size
                  ws-ctn-data-movimento delimited by size
             into ws-imp-titulo
           perform abre-impressao

           display " "
           move "====================================================" to ws-imp-linha
           perform exibe-e-imprime
           move spaces to ws-imp-linha
           string " ROTINA NOTURNA - MOVIMENTO " delimited by size
                  ws-ctn-data-movimento delimited by size
                  " (iniciada em " delimited by size
                  ws-ctn-data-inicio delimited by size
                  ")" delimited by size
             into ws-imp-linha
           perform exibe-e-imprime
           move "====================================================" to ws-imp-linha
           perform exibe-e-imprime
           move "Passo Programa     Parametro  Data     Inicio   Fim      Ret Situacao"
             to ws-imp-linha
           perform exibe-e-imprime

           perform varying ws-ntn-indice from 1 by 1
                     until ws-ntn-indice > ws-ctn-qtd-passos
               perform imprime-passo-resumo
           end-perform

           move "----------------------------------------------------" to ws-imp-linha
           perform exibe-e-imprime
           move spaces to ws-imp-linha
           string "Executados nesta rodada: " delimited by size
                  ws-ntn-concluidos delimited by size
                  " concluido(s), " delimited by size
                  ws-ntn-alertas delimited by size
                  " com alerta, " delimited by size
                  ws-ntn-falhas delimited by size
                  " com falha; " delimited by size
                  ws-ntn-pulados delimited by size
                  " ja concluido(s) antes" delimited by size
             into ws-imp-linha
           perform exibe-e-imprime
           if ws-ntn-interrompida = "S"
               move "Resultado: ROTINA INTERROMPIDA. Corrija a causa e execute de novo para retomar."
                 to ws-imp-linha
           else
               if ws-ntn-alertas > zero
                   move "Resultado: rotina concluida com alertas; veja a saida dos passos em noturna_saida.txt."
                     to ws-imp-linha
               else
                   move "Resultado: rotina concluida."
                     to ws-imp-linha
               end-if
           end-if
           perform exibe-e-imprime
           move "====================================================" to ws-imp-linha
           perform exibe-e-imprime

           perform encerra-impressao
           .
       imprime-resumo-rotina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha do resumo do passo ws-ntn-indice
      *>------------------------------------------------------------------------
       imprime-passo-resumo section.

           move ws-ntn-indice to ws-ntn-passo
           perform monta-parametro-passo

           evaluate ws-ctn-situacao(ws-ntn-indice)
               when "C"
                   if ws-ctn-retorno(ws-ntn-indice) = zero
                       move "OK" to ws-ntn-situacao-edt
                   else
                       move "ALERTA" to ws-ntn-situacao-edt
                   end-if
               when "F"
                   move "FALHA" to ws-ntn-situacao-edt
               when "D"
                   move "DISPENSADO" to ws-ntn-situacao-edt
               when other
                   move "PENDENTE" to ws-ntn-situacao-edt
           end-evaluate

           move spaces to ws-imp-linha
           move ws-ntn-indice to ws-imp-linha(3:2)
           move ws-ctn-programa(ws-ntn-indice) to ws-imp-linha(7:12)
           move ws-ntn-parametro to ws-imp-linha(20:10)
           if ws-ctn-data-passo(ws-ntn-indice) > zero
               move ws-ctn-data-passo(ws-ntn-indice) to ws-imp-linha(31:8)
               move ws-ctn-hora-inicio-passo(ws-ntn-indice)
                 to ws-ntn-hora-aux
               perform edita-hora
               move ws-ntn-hora-edt to ws-imp-linha(40:8)
               if ws-ctn-hora-fim-passo(ws-ntn-indice) > zero
                   move ws-ctn-hora-fim-passo(ws-ntn-indice)
                     to ws-ntn-hora-aux
                   perform edita-hora
                   move ws-ntn-hora-edt to ws-imp-linha(49:8)
               end-if
               move ws-ctn-retorno(ws-ntn-indice) to ws-imp-linha(58:3)
           end-if
           move ws-ntn-situacao-edt to ws-imp-linha(62:10)
           perform exibe-e-imprime
           .
       imprime-passo-resumo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Edita a hora HHMMSSCC de ws-ntn-hora-aux como HH:MM:SS
      *>------------------------------------------------------------------------
       edita-hora section.

           move spaces to ws-ntn-hora-edt
           string ws-ntn-hora-aux(1:2) delimited by size
                  ":" delimited by size
                  ws-ntn-hora-aux(3:2) delimited by size
                  ":" delimited by size
                  ws-ntn-hora-aux(5:2) delimited by size
             into ws-ntn-hora-edt
           .
       edita-hora-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização
      *>------------------------------------------------------------------------
       finaliza section.

           close arq-controle-noturna
           close arq-log-noturna
           stop run
           .
       finaliza-exit.
           exit.

           copy "imprime.cpy".
