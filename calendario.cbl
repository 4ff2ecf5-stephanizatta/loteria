      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "calendario".
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

           select arq-calendario
               assign to "calendario_concursos.dat"
               organization is indexed
               access mode is dynamic
               record key is ws-cal-chave
               file status is ws-fs-calendario.

           select arq-resultados
               assign to "resultados_oficiais.dat"
               organization is indexed
               access mode is dynamic
               record key is ws-res-chave
               file status is ws-fs-resultados.

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

       fd  arq-calendario.
           copy "calendario.cpy".

       fd  arq-resultados.
           copy "resultado.cpy".

       fd  arq-movimentos.
           copy "cadmov.cpy".

       fd  arq-operadores.
           copy "operador.cpy".

       fd  arq-param-jogos.
           copy "parjogos.cpy".

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-calendario                        pic x(02).
       77  ws-fs-resultados                        pic x(02).
       77  ws-eof-calendario                       pic x(01).
       77  ws-resultados-disponivel                pic x(01).

       77  ws-opcao-menu                           pic 9(01).
       77  ws-resp-confirma                        pic x(01).
       77  ws-fim-programa                         pic x(01).
       77  ws-data-hoje                            pic 9(08).

      *>----Jogo e concurso informados pelo operador
       77  ws-jogo-edit                            pic x(01).
       77  ws-jogo-informado                       pic 9(01).
       77  ws-concurso-edit                        pic x(05).
       77  ws-concurso-edit-aux                    pic x(05).
       77  ws-concurso-informado                   pic 9(05).
       77  ws-total-listados                       pic 9(05).

      *>----Datas e horario informados: a data e digitada como AAAAMMDD e
      *>    o horario-limite como HHMM; ws-data-valida indica se a data de
      *>    ws-data-informada existe no calendario civil
       77  ws-data-edit                            pic x(08).
       77  ws-data-informada                       pic 9(08).
       77  ws-data-valida                          pic x(01).
       77  ws-hora-edit                            pic x(04).
       77  ws-hora-informada                       pic 9(04).
       77  ws-cal-sorteio-informado                pic 9(08).
       77  ws-cal-limite-informado                 pic 9(08).
       77  ws-cal-hora-informada                   pic 9(04).
       77  ws-cal-existe                           pic x(01).
       77  ws-resultado-existe                     pic x(01).

      *>----Variaveis da aritmetica de datas: a data e decomposta em ano,
      *>    mes e dia para a validacao, para somar um dia e para o calculo
      *>    do dia da semana (0 = domingo ... 6 = sabado) pela congruencia
      *>    de Zeller
       01  ws-data-trabalho.
           05 ws-dt-ano                             pic 9(04).
           05 ws-dt-mes                             pic 9(02).
           05 ws-dt-dia                             pic 9(02).
       77  ws-dt-dias-mes                          pic 9(02).
       77  ws-dt-quociente                         pic 9(04).
       77  ws-dt-resto-4                           pic 9(04).
       77  ws-dt-resto-100                         pic 9(04).
       77  ws-dt-resto-400                         pic 9(04).
       77  ws-zel-mes                              pic 9(02).
       77  ws-zel-ano                              pic 9(04).
       77  ws-zel-seculo                           pic 9(02).
       77  ws-zel-ano-seculo                       pic 9(02).
       77  ws-zel-parcela                          pic 9(04).
       77  ws-zel-soma                             pic 9(05).
       77  ws-dia-semana                           pic 9(01).

      *>----Variaveis da geracao do calendario regular: a partir do primeiro
      *>    concurso e da data do seu sorteio, um concurso por dia de
      *>    sorteio do jogo (mascara de 7 posicoes, domingo a sabado, "S" =
      *>    dia com sorteio), com as vendas encerradas no proprio dia do
      *>    sorteio no horario informado. Concurso ja cadastrado nao e
      *>    sobreposto
       01  ws-ger-dias-sorteio.
           05 ws-ger-dia-sorteio occurs 7           pic x(01).
       77  ws-ger-dias-edit                        pic x(07).
       77  ws-ger-dias-valido                      pic x(01).
       77  ws-ger-qtd-edit                         pic x(03).
       77  ws-ger-qtd-edit-aux                     pic x(03).
       77  ws-ger-qtd                              pic 9(03).
       77  ws-ger-indice                           pic 9(03).
       77  ws-ger-dia-indice                       pic 9(01).
       77  ws-ger-concurso                         pic 9(05).
       77  ws-ger-incluidos                        pic 9(05).
       77  ws-ger-existentes                       pic 9(05).

      *>----Variaveis da trilha de auditoria das alteracoes do calendario
       77  ws-fs-movimentos                        pic x(02).
       77  ws-imagem-antes                         pic x(34).

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

           move "N" to ws-fim-programa
           accept ws-data-hoje from date yyyymmdd

           perform carrega-tabela-jogos

      *>     o calendario so e criado quando nao existe (status 35); qualquer
      *>     outro erro de abertura encerra o programa, para nao recriar
      *>     vazio um calendario corrompido e perder os concursos
           open i-o arq-calendario
           if ws-fs-calendario = "35"
               open output arq-calendario
               close arq-calendario
               open i-o arq-calendario
           end-if
           if ws-fs-calendario <> "00"
               display "ERRO: nao foi possivel abrir "
                       "calendario_concursos.dat (status " ws-fs-calendario
                       "). O arquivo existe mas nao pode ser aberto; NADA "
                       "foi recriado. Verifique a integridade ou restaure "
                       "o backup antes de executar."
               move 8 to return-code
               stop run
           end-if

      *>     os resultados oficiais sao opcionais: com eles a listagem
      *>     mostra quais concursos ja tem resultado e a exclusao de um
      *>     concurso sorteado e recusada
           move "N" to ws-resultados-disponivel
           open input arq-resultados
           if ws-fs-resultados = "00"
               move "S" to ws-resultados-disponivel
           end-if

      *>     identificacao do operador no cadastro de operadores: a
      *>     manutencao e a geracao do calendario sao reservadas ao
      *>     supervisor ou gerente
           perform autentica-operador
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal: menu de manutencao do calendario
      *>------------------------------------------------------------------------
       processamento section.

           perform until ws-fim-programa = "S"
               display " "
               display "===================================================="
               display " CALENDARIO DE CONCURSOS"
               display "===================================================="
               display "  1 - Listar o calendario de um jogo"
               display "  2 - Consultar um concurso"
               display "  3 - Incluir / alterar um concurso"
               display "  4 - Excluir um concurso"
               display "  5 - Gerar o calendario regular de um jogo"
               display "  9 - Sair"
               accept ws-opcao-menu
               display " "

               evaluate ws-opcao-menu
                   when 1
                       perform lista-calendario-jogo
                   when 2
                       perform consulta-concurso
                   when 3 thru 5
                       move "S" to ws-perfil-exigido
                       perform verifica-perfil
                       if ws-perfil-permitido = "S"
                           perform executa-opcao-supervisor
                       end-if
                   when 9
                       move "S" to ws-fim-programa
                   when other
                       display "Opcao invalida."
               end-evaluate
           end-perform
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Opcoes de manutencao reservadas ao supervisor ou gerente
      *>------------------------------------------------------------------------
       executa-opcao-supervisor section.

           evaluate ws-opcao-menu
               when 3
                   perform mantem-concurso
               when 4
                   perform exclui-concurso
               when 5
                   perform gera-calendario-regular
           end-evaluate
           .
       executa-opcao-supervisor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aceita o jogo (1, 2 ou 3)
      *>------------------------------------------------------------------------
       aceita-jogo section.

           display "Jogo (1 - Mega-Sena, 2 - Quina, 3 - Lotofacil): "
           accept ws-jogo-edit

           perform until ws-jogo-edit = "1" or ws-jogo-edit = "2"
                      or ws-jogo-edit = "3"
               display "Opcao invalida. Informe 1, 2 ou 3."
               display "Jogo (1 - Mega-Sena, 2 - Quina, 3 - Lotofacil): "
               accept ws-jogo-edit
           end-perform

           move ws-jogo-edit to ws-jogo-informado
           display " "
           .
       aceita-jogo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aceita o numero do concurso, rejeitando entrada em branco ou
      *>  nao-numerica e alinhando a direita com zeros a esquerda
      *>------------------------------------------------------------------------
       aceita-concurso section.

           display "Informe o numero do concurso: "
           accept ws-concurso-edit
           perform alinha-concurso

           perform until ws-concurso-edit is numeric
                     and ws-concurso-edit <> "00000"
               display "Entrada invalida. Informe somente numeros."
               display "Informe o numero do concurso: "
               accept ws-concurso-edit
               perform alinha-concurso
           end-perform

           move ws-concurso-edit to ws-concurso-informado
           .
       aceita-concurso-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Desloca para a direita o concurso digitado, preenchendo com zeros
      *>  a esquerda, para que "IS NUMERIC" e a conversao funcionem com
      *>  menos de 5 digitos
      *>------------------------------------------------------------------------
       alinha-concurso section.

           perform until ws-concurso-edit(5:1) <> space
                      or ws-concurso-edit = spaces
               move ws-concurso-edit to ws-concurso-edit-aux
               move "0" to ws-concurso-edit(1:1)
               move ws-concurso-edit-aux(1:4) to ws-concurso-edit(2:4)
           end-perform
           .
       alinha-concurso-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aceita uma data AAAAMMDD existente no calendario civil; quem chama
      *>  exibe o rotulo antes
      *>------------------------------------------------------------------------
       aceita-data section.

           move "N" to ws-data-valida
           perform until ws-data-valida = "S"
               display "Data (AAAAMMDD): "
               accept ws-data-edit
               if ws-data-edit is numeric
                   move ws-data-edit to ws-data-informada
                   perform valida-data
               end-if
               if ws-data-valida <> "S"
                   display "Data invalida."
               end-if
           end-perform
           .
       aceita-data-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aceita um horario HHMM (00:00 a 23:59)
      *>------------------------------------------------------------------------
       aceita-hora section.

           display "Horario-limite de venda (HHMM): "
           accept ws-hora-edit
           perform until ws-hora-edit is numeric
                     and ws-hora-edit(1:2) < "24"
                     and ws-hora-edit(3:2) < "60"
               display "Horario invalido. Informe HHMM, de 0000 a 2359."
               display "Horario-limite de venda (HHMM): "
               accept ws-hora-edit
           end-perform

           move ws-hora-edit to ws-hora-informada
           .
       aceita-hora-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Valida a data de ws-data-informada: mes de 1 a 12 e dia dentro do
      *>  mes, com fevereiro de 29 dias nos anos bissextos
      *>------------------------------------------------------------------------
       valida-data section.

           move "N" to ws-data-valida
           move ws-data-informada to ws-data-trabalho

           if ws-dt-ano >= 1900
           and ws-dt-mes >= 1 and ws-dt-mes <= 12
               perform calcula-dias-mes
               if ws-dt-dia >= 1 and ws-dt-dia <= ws-dt-dias-mes
                   move "S" to ws-data-valida
               end-if
           end-if
           .
       valida-data-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Quantidade de dias do mes de ws-data-trabalho
      *>------------------------------------------------------------------------
       calcula-dias-mes section.

           evaluate ws-dt-mes
               when 4
               when 6
               when 9
               when 11
                   move 30 to ws-dt-dias-mes
               when 2
                   divide ws-dt-ano by 4 giving ws-dt-quociente
                       remainder ws-dt-resto-4
                   divide ws-dt-ano by 100 giving ws-dt-quociente
                       remainder ws-dt-resto-100
                   divide ws-dt-ano by 400 giving ws-dt-quociente
                       remainder ws-dt-resto-400
                   if ws-dt-resto-400 = zero
                   or (ws-dt-resto-4 = zero and ws-dt-resto-100 <> zero)
                       move 29 to ws-dt-dias-mes
                   else
                       move 28 to ws-dt-dias-mes
                   end-if
               when other
                   move 31 to ws-dt-dias-mes
           end-evaluate
           .
       calcula-dias-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Soma um dia a ws-data-trabalho, virando o mes e o ano
      *>------------------------------------------------------------------------
       soma-um-dia section.

           perform calcula-dias-mes
           if ws-dt-dia < ws-dt-dias-mes
               add 1 to ws-dt-dia
           else
               move 1 to ws-dt-dia
               if ws-dt-mes < 12
                   add 1 to ws-dt-mes
               else
                   move 1 to ws-dt-mes
                   add 1 to ws-dt-ano
               end-if
           end-if
           .
       soma-um-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Dia da semana de ws-data-trabalho (0 = domingo ... 6 = sabado) pela
      *>  congruencia de Zeller: janeiro e fevereiro contam como meses 13 e
      *>  14 do ano anterior; cada parcela e truncada a parte inteira
      *>------------------------------------------------------------------------
       calcula-dia-semana section.

           if ws-dt-mes < 3
               compute ws-zel-mes = ws-dt-mes + 12
               compute ws-zel-ano = ws-dt-ano - 1
           else
               move ws-dt-mes to ws-zel-mes
               move ws-dt-ano to ws-zel-ano
           end-if

           divide ws-zel-ano by 100 giving ws-zel-seculo
               remainder ws-zel-ano-seculo

           move ws-dt-dia to ws-zel-soma
           compute ws-zel-parcela = 13 * (ws-zel-mes + 1)
           divide 5 into ws-zel-parcela
           add ws-zel-parcela to ws-zel-soma
           add ws-zel-ano-seculo to ws-zel-soma
           divide 4 into ws-zel-ano-seculo giving ws-zel-parcela
           add ws-zel-parcela to ws-zel-soma
           divide 4 into ws-zel-seculo giving ws-zel-parcela
           add ws-zel-parcela to ws-zel-soma
           compute ws-zel-parcela = 5 * ws-zel-seculo
           add ws-zel-parcela to ws-zel-soma

      *>     Zeller da 0 = sabado; somar 6 antes do resto traz 0 = domingo
           add 6 to ws-zel-soma
           divide ws-zel-soma by 7 giving ws-zel-parcela
               remainder ws-dia-semana
           .
       calcula-dia-semana-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista o calendario de um jogo, em ordem de concurso, indicando os
      *>  concursos que ja tem resultado oficial e os de venda encerrada
      *>------------------------------------------------------------------------
       lista-calendario-jogo section.

           perform aceita-jogo

           move zero to ws-total-listados
           move "N" to ws-eof-calendario
           move ws-jogo-informado to ws-cal-jogo
           move zero to ws-cal-concurso

           start arq-calendario key >= ws-cal-chave
               invalid key
                   move "S" to ws-eof-calendario
           end-start

           display "===================================================="
           display " CALENDARIO DE " ws-jogo-nome(ws-jogo-informado)
           display "===================================================="
           display "Concurso Sorteio  Vendas ate     Situacao"

           perform until ws-eof-calendario = "S"
               read arq-calendario next
                   at end
                       move "S" to ws-eof-calendario
                   not at end
                       if ws-cal-jogo <> ws-jogo-informado
                           move "S" to ws-eof-calendario
                       else
                           add 1 to ws-total-listados
                           perform exibe-concurso-calendario
                       end-if
               end-read
           end-perform

           display "----------------------------------------------------"
           display "Concursos no calendario: " ws-total-listados
           display "===================================================="
           .
       lista-calendario-jogo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Exibe o concurso corrente do buffer do calendario, com a situacao:
      *>  sorteado (resultado carregado), venda encerrada ou aberto
      *>------------------------------------------------------------------------
       exibe-concurso-calendario section.

           display ws-cal-concurso "    " ws-cal-data-sorteio " "
                   ws-cal-data-limite " " ws-cal-hora-limite " "
                   with no advancing

           move "N" to ws-resultado-existe
           if ws-resultados-disponivel = "S"
               move ws-cal-concurso to ws-res-concurso
               move ws-cal-jogo to ws-res-jogo
               read arq-resultados
                   invalid key
                       continue
                   not invalid key
                       move "S" to ws-resultado-existe
               end-read
           end-if

           evaluate true
               when ws-resultado-existe = "S"
                   display "sorteado"
               when ws-cal-data-limite < ws-data-hoje
                   display "venda encerrada"
               when other
                   display "aberto"
           end-evaluate
           .
       exibe-concurso-calendario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Consulta um concurso do calendario
      *>------------------------------------------------------------------------
       consulta-concurso section.

           perform aceita-jogo
           perform aceita-concurso

           move ws-jogo-informado to ws-cal-jogo
           move ws-concurso-informado to ws-cal-concurso
           read arq-calendario
               invalid key
                   display "Concurso " ws-concurso-informado " de "
                           ws-jogo-nome(ws-jogo-informado)
                           " nao consta do calendario."
               not invalid key
                   display "Concurso Sorteio  Vendas ate     Situacao"
                   perform exibe-concurso-calendario
           end-read
           .
       consulta-concurso-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Inclui um concurso no calendario ou altera as datas de um concurso
      *>  ja cadastrado; um concurso com resultado oficial carregado nao pode
      *>  ter as datas alteradas
      *>------------------------------------------------------------------------
       mantem-concurso section.

           perform aceita-jogo
           perform aceita-concurso

           move ws-jogo-informado to ws-cal-jogo
           move ws-concurso-informado to ws-cal-concurso
           read arq-calendario
               invalid key
                   move "N" to ws-cal-existe
                   move spaces to ws-imagem-antes
               not invalid key
                   move "S" to ws-cal-existe
                   move ws-calendario-registro to ws-imagem-antes
                   display "Concurso Sorteio  Vendas ate     Situacao"
                   perform exibe-concurso-calendario
           end-read

           if ws-cal-existe = "S" and ws-resultado-existe = "S"
               display "O concurso ja tem resultado oficial; alteracao "
                       "recusada."
           else
               perform grava-concurso-calendario
           end-if
           .
       mantem-concurso-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Recebe as datas do concurso informado e o inclui ou altera no
      *>  calendario; o limite de venda nao pode passar do dia do sorteio
      *>------------------------------------------------------------------------
       grava-concurso-calendario section.

           display "Data do sorteio:"
           perform aceita-data
           move ws-data-informada to ws-cal-sorteio-informado

           display "Data-limite de venda (ate o dia do sorteio):"
           perform aceita-data
           perform until ws-data-informada <= ws-cal-sorteio-informado
               display "A venda nao pode encerrar depois do sorteio."
               display "Data-limite de venda (ate o dia do sorteio):"
               perform aceita-data
           end-perform
           move ws-data-informada to ws-cal-limite-informado

           perform aceita-hora
           move ws-hora-informada to ws-cal-hora-informada

           move ws-jogo-informado to ws-cal-jogo
           move ws-concurso-informado to ws-cal-concurso
           move ws-cal-sorteio-informado to ws-cal-data-sorteio
           move ws-cal-limite-informado to ws-cal-data-limite
           move ws-cal-hora-informada to ws-cal-hora-limite
           move ws-data-hoje to ws-cal-data-alteracao

           if ws-cal-existe = "S"
               rewrite ws-calendario-registro
                   invalid key
                       display "Falha ao alterar (status "
                               ws-fs-calendario ")."
                   not invalid key
                       display "Concurso " ws-cal-concurso " alterado."
                       move "ALTERACAO" to ws-mov-operacao
                       perform registra-movimento-calendario
               end-rewrite
           else
               write ws-calendario-registro
                   invalid key
                       display "Falha ao incluir (status "
                               ws-fs-calendario ")."
                   not invalid key
                       display "Concurso " ws-cal-concurso " incluido."
                       move "INCLUSAO" to ws-mov-operacao
                       perform registra-movimento-calendario
               end-write
           end-if
           .
       grava-concurso-calendario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Exclui um concurso do calendario; um concurso com resultado oficial
      *>  carregado nao pode sair do calendario
      *>------------------------------------------------------------------------
       exclui-concurso section.

           perform aceita-jogo
           perform aceita-concurso

           move ws-jogo-informado to ws-cal-jogo
           move ws-concurso-informado to ws-cal-concurso
           read arq-calendario
               invalid key
                   display "Concurso " ws-concurso-informado " de "
                           ws-jogo-nome(ws-jogo-informado)
                           " nao consta do calendario."
               not invalid key
                   display "Concurso Sorteio  Vendas ate     Situacao"
                   perform exibe-concurso-calendario
                   if ws-resultado-existe = "S"
                       display "O concurso ja tem resultado oficial; "
                               "exclusao recusada."
                   else
                       move ws-calendario-registro to ws-imagem-antes
                       display "Confirma a exclusao? (S/N) "
                       accept ws-resp-confirma
                       if ws-resp-confirma = "S" or ws-resp-confirma = "s"
                           delete arq-calendario
                               invalid key
                                   display "Falha ao excluir (status "
                                           ws-fs-calendario ")."
                               not invalid key
                                   display "Concurso excluido."
                                   move "EXCLUSAO" to ws-mov-operacao
                                   perform registra-movimento-calendario
                           end-delete
                       else
                           display "Exclusao cancelada."
                       end-if
                   end-if
           end-read
           .
       exclui-concurso-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Gera o calendario regular de um jogo: a partir do primeiro concurso
      *>  e da data do seu sorteio, cada concurso seguinte cai no proximo dia
      *>  de sorteio da mascara semanal; concursos ja cadastrados sao
      *>  mantidos como estao
      *>------------------------------------------------------------------------
       gera-calendario-regular section.

           perform aceita-jogo

           display "Primeiro concurso a gerar:"
           perform aceita-concurso
           move ws-concurso-informado to ws-ger-concurso

           display "Data do sorteio do primeiro concurso:"
           perform aceita-data
           move ws-data-informada to ws-data-trabalho

           perform aceita-quantidade-gerar
           perform aceita-dias-sorteio
           perform aceita-hora

           move zero to ws-ger-incluidos
           move zero to ws-ger-existentes
           perform calcula-dia-semana

           perform varying ws-ger-indice from 1 by 1
                     until ws-ger-indice > ws-ger-qtd
      *>         do segundo concurso em diante, avanca ate o proximo dia
      *>         de sorteio da mascara
               if ws-ger-indice > 1
                   perform avanca-dia-sorteio
               end-if

               move ws-jogo-informado to ws-cal-jogo
               move ws-ger-concurso to ws-cal-concurso
               move ws-data-trabalho to ws-cal-data-sorteio
               move ws-data-trabalho to ws-cal-data-limite
               move ws-hora-informada to ws-cal-hora-limite
               move ws-data-hoje to ws-cal-data-alteracao
               write ws-calendario-registro
                   invalid key
                       add 1 to ws-ger-existentes
                   not invalid key
                       add 1 to ws-ger-incluidos
                       move spaces to ws-imagem-antes
                       move "INCLUSAO" to ws-mov-operacao
                       perform registra-movimento-calendario
               end-write
               add 1 to ws-ger-concurso
           end-perform

           display "===================================================="
           display " GERACAO DO CALENDARIO DE "
                   ws-jogo-nome(ws-jogo-informado)
           display "===================================================="
           display "Concursos incluidos.......: " ws-ger-incluidos
           display "Ja cadastrados (mantidos).: " ws-ger-existentes
           display "Ultimo sorteio gerado.....: " ws-data-trabalho
           display "===================================================="
           .
       gera-calendario-regular-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Avanca ws-data-trabalho ate o proximo dia da semana marcado na
      *>  mascara de sorteios, acompanhando o dia da semana
      *>------------------------------------------------------------------------
       avanca-dia-sorteio section.

           perform soma-um-dia
           perform avanca-dia-semana
           compute ws-ger-dia-indice = ws-dia-semana + 1
           perform until ws-ger-dia-sorteio(ws-ger-dia-indice) = "S"
               perform soma-um-dia
               perform avanca-dia-semana
               compute ws-ger-dia-indice = ws-dia-semana + 1
           end-perform
           .
       avanca-dia-sorteio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Passa ws-dia-semana para o dia seguinte (sabado volta a domingo)
      *>------------------------------------------------------------------------
       avanca-dia-semana section.

           if ws-dia-semana < 6
               add 1 to ws-dia-semana
           else
               move zero to ws-dia-semana
           end-if
           .
       avanca-dia-semana-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aceita a quantidade de concursos a gerar (001 a 365)
      *>------------------------------------------------------------------------
       aceita-quantidade-gerar section.

           display "Quantidade de concursos a gerar (001-365): "
           accept ws-ger-qtd-edit
           perform alinha-quantidade

           perform until ws-ger-qtd-edit is numeric
                     and ws-ger-qtd-edit >= "001"
                     and ws-ger-qtd-edit <= "365"
               display "Entrada invalida. Informe de 001 a 365."
               display "Quantidade de concursos a gerar (001-365): "
               accept ws-ger-qtd-edit
               perform alinha-quantidade
           end-perform

           move ws-ger-qtd-edit to ws-ger-qtd
           .
       aceita-quantidade-gerar-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Alinha a direita a quantidade digitada, com zeros a esquerda
      *>------------------------------------------------------------------------
       alinha-quantidade section.

           perform until ws-ger-qtd-edit(3:1) <> space
                      or ws-ger-qtd-edit = spaces
               move ws-ger-qtd-edit to ws-ger-qtd-edit-aux
               move "0" to ws-ger-qtd-edit(1:1)
               move ws-ger-qtd-edit-aux(1:2) to ws-ger-qtd-edit(2:2)
           end-perform
           .
       alinha-quantidade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aceita a mascara dos dias de sorteio (domingo a sabado, "S" ou
      *>  "N"); em branco assume a semana regular do jogo: Mega-Sena as
      *>  quartas e sabados, Quina e Lotofacil de segunda a sabado
      *>------------------------------------------------------------------------
       aceita-dias-sorteio section.

           if ws-jogo-informado = 1
               move "NNNSNNS" to ws-ger-dias-sorteio
           else
               move "NSSSSSS" to ws-ger-dias-sorteio
           end-if

           move "N" to ws-ger-dias-valido
           perform until ws-ger-dias-valido = "S"
               display "Dias de sorteio, de domingo a sabado (S/N), em "
                       "branco = " ws-ger-dias-sorteio ": "
               accept ws-ger-dias-edit
               if ws-ger-dias-edit = spaces
                   move "S" to ws-ger-dias-valido
               else
                   move ws-ger-dias-edit to ws-ger-dias-sorteio
                   move "S" to ws-ger-dias-valido
                   perform varying ws-ger-dia-indice from 1 by 1
                             until ws-ger-dia-indice > 7
                       if ws-ger-dia-sorteio(ws-ger-dia-indice) <> "S"
                       and ws-ger-dia-sorteio(ws-ger-dia-indice) <> "N"
                           move "N" to ws-ger-dias-valido
                       end-if
                   end-perform
                   if ws-ger-dias-sorteio = "NNNNNNN"
                       move "N" to ws-ger-dias-valido
                   end-if
                   if ws-ger-dias-valido <> "S"
                       display "Mascara invalida: 7 posicoes S ou N, com "
                               "ao menos um dia de sorteio."
                   end-if
               end-if
           end-perform
           .
       aceita-dias-sorteio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Registra a operacao sobre o calendario no log de movimentos, com
      *>  as imagens do registro antes e depois
      *>------------------------------------------------------------------------
       registra-movimento-calendario section.

           move "CALENDARIO" to ws-mov-arquivo
           move spaces to ws-mov-chave
           move ws-cal-chave to ws-mov-chave
           move ws-imagem-antes to ws-mov-antes
           if ws-mov-operacao = "EXCLUSAO"
               move spaces to ws-mov-depois
           else
               move ws-calendario-registro to ws-mov-depois
           end-if
           perform grava-movimento
           .
       registra-movimento-calendario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização
      *>------------------------------------------------------------------------
       finaliza section.

           close arq-calendario
           if ws-resultados-disponivel = "S"
               close arq-resultados
           end-if
           stop run
           .
       finaliza-exit.
           exit.

           copy "cargajogos.cpy".

           copy "gravamov.cpy".

           copy "autentica.cpy".
