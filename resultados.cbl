               record key is ws-res-chave
               file status is ws-fs-resultados.

           select arq-rateios
               assign to "rateios_oficiais.dat"
               organization is indexed
               access mode is dynamic
               record key is ws-rof-chave
               file status is ws-fs-rateios.

           select arq-calendario
               assign to "calendario_concursos.dat"
               organization is indexed
               access mode is dynamic
               record key is ws-cal-chave
               file status is ws-fs-calendario.

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

       fd  arq-resultados.
           copy "resultado.cpy".

       fd  arq-rateios.
           copy "rateio.cpy".

       fd  arq-calendario.
           copy "calendario.cpy".

       fd  arq-operadores.
           copy "operador.cpy".

       fd  arq-param-jogos.
           copy "parjogos.cpy".

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-indice-num                           pic 9(02).
       77  ws-total-listados                       pic 9(05).

      *>----Variaveis da manutencao do rateio oficial: a faixa e escolhida
      *>    pelo numero na tabela do jogo; valor por ganhador digitado em
      *>    centavos e quantidade de ganhadores, alinhados a direita como
      *>    o concurso
       77  ws-fs-rateios                           pic x(02).
       77  ws-eof-rateios                          pic x(01).
       77  ws-rateios-aberto                       pic x(01).
       77  ws-resultados-aberto                    pic x(01).
       77  ws-faixa-edit                           pic x(01).
       77  ws-faixa-informada                      pic 9(01).
       77  ws-valor-edit                           pic x(11).
       77  ws-valor-edit-aux                       pic x(11).
       77  ws-valor-centavos                       pic 9(11).
       77  ws-ganhadores-edit                      pic x(07).
       77  ws-ganhadores-edit-aux                  pic x(07).
       77  ws-rateio-existe                        pic x(01).
       77  ws-rateios-excluidos                    pic 9(02).
       77  ws-valor-exibe                          pic zzz.zzz.zz9,99.

      *>----Variaveis da critica do arquivo: a data da execucao para os
      *>    testes de plausibilidade, o ultimo concurso visto de cada jogo
      *>    para a busca de buracos na sequencia e os contadores de
       77  ws-crt-datas-suspeitas                  pic 9(05).
       77  ws-jogo-indice                          pic 9(01).

      *>----Variaveis da conferencia com o calendario de concursos na
      *>    critica: resultado de concurso fora do calendario ou com data
      *>    diferente da prevista para o sorteio
       77  ws-fs-calendario                        pic x(02).
       77  ws-calendario-disponivel                pic x(01).
       77  ws-crt-fora-calendario                  pic 9(05).

           copy "tabjogos.cpy".

      *>----Variaveis da identificacao do operador da sessao
           copy "operdef.cpy".

      *>Declaração do corpo do programa
       procedure division.

       inicializa section.

           move "N" to ws-fim-programa
           move "N" to ws-resultados-aberto
           move "N" to ws-rateios-aberto

           perform carrega-tabela-jogos

           open i-o arq-resultados
           evaluate ws-fs-resultados
               when "00"
                   move "S" to ws-resultados-aberto
               when "35"
                   display "O arquivo de resultados oficiais ainda nao "
                           "existe; nada a manter. Rode o programa "
                   move 8 to return-code
                   move "S" to ws-fim-programa
           end-evaluate

      *>     o mestre de rateios e mantido aqui e carregado pelo programa
      *>     concursos; so e criado quando nao existe (status 35)
           if ws-fim-programa = "N"
               open i-o arq-rateios
               if ws-fs-rateios = "35"
                   open output arq-rateios
                   close arq-rateios
                   open i-o arq-rateios
               end-if
               if ws-fs-rateios <> "00"
                   display "ERRO: nao foi possivel abrir "
                           "rateios_oficiais.dat (status " ws-fs-rateios
                           "). O arquivo existe mas nao pode ser aberto; "
                           "NADA foi recriado. Verifique a integridade ou "
                           "restaure o backup antes de executar."
                   move 8 to return-code
                   move "S" to ws-fim-programa
               else
                   move "S" to ws-rateios-aberto
               end-if
           end-if

      *>     identificacao do operador no cadastro de operadores: a
      *>     manutencao dos rateios e reservada ao supervisor ou gerente e
      *>     a exclusao de um concurso, ao gerente
           if ws-fim-programa = "N"
               perform autentica-operador
           end-if
           .
       inicializa-exit.
           exit.
               display "  3 - Excluir um resultado"
               display "  4 - Critica: buracos na sequencia e datas "
                       "implausiveis"
               display "  5 - Listar o rateio oficial de um concurso"
               display "  6 - Incluir/alterar uma faixa do rateio oficial"
               display "  7 - Excluir uma faixa do rateio oficial"
               display "  9 - Sair"
               accept ws-opcao-menu
               display " "
                   when 2
                       perform consulta-concurso
                   when 3
                       move "G" to ws-perfil-exigido
                       perform verifica-perfil
                       if ws-perfil-permitido = "S"
                           perform exclui-concurso
                       end-if
                   when 4
                       perform critica-resultados
                   when 5
                       perform lista-rateio-concurso
                   when 6
                       move "S" to ws-perfil-exigido
                       perform verifica-perfil
                       if ws-perfil-permitido = "S"
                           perform mantem-rateio-faixa
                       end-if
                   when 7
                       move "S" to ws-perfil-exigido
                       perform verifica-perfil
                       if ws-perfil-permitido = "S"
                           perform exclui-rateio-faixa
                       end-if
                   when 9
                       move "S" to ws-fim-programa
                   when other
                           " nao encontrado."
               not invalid key
                   perform exibe-resultado
                   move ws-res-data to ws-data-vigencia-jogos
                   perform carrega-tabela-jogos-data
                   display "Excluir este resultado? As conferencias e "
                           "apuracoes ja feitas com ele permanecem no "
                           "historico. (S/N) "
                               display "Resultado excluido. Recarregue o "
                                       "resultado certo pelo programa "
                                       "concursos."
                               perform exclui-rateios-concurso
                       end-delete
                   else
                       display "Exclusao cancelada."
       exclui-concurso-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Exclui o rateio oficial do concurso cujo resultado foi excluido:
      *>  sem resultado o rateio nao vale, e o concursos o recarrega junto
      *>  com o resultado certo
      *>------------------------------------------------------------------------
       exclui-rateios-concurso section.

           move zero to ws-rateios-excluidos
           move ws-concurso-informado to ws-rof-concurso
           move ws-jogo-informado to ws-rof-jogo
           perform varying ws-tier-indice from 1 by 1
                     until ws-tier-indice
                           > ws-jogo-qtd-tiers(ws-jogo-informado)
               move ws-jogo-tier-nome(ws-jogo-informado ws-tier-indice)
                 to ws-rof-faixa
               delete arq-rateios
                   invalid key
                       continue
                   not invalid key
                       add 1 to ws-rateios-excluidos
               end-delete
           end-perform

           if ws-rateios-excluidos > zero
               display "Rateio oficial do concurso tambem excluido ("
                       ws-rateios-excluidos " faixa(s))."
           end-if
           .
       exclui-rateios-concurso-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista o rateio oficial de um concurso: uma linha por faixa do
      *>  jogo, com o valor da tabela de jogos quando o rateio da faixa
      *>  ainda nao foi carregado
      *>------------------------------------------------------------------------
       lista-rateio-concurso section.

           perform aceita-jogo
           perform aceita-concurso
           perform carrega-tabela-concurso

           display "===================================================="
           display " RATEIO OFICIAL - " ws-jogo-nome(ws-jogo-informado)
                   " CONCURSO " ws-concurso-informado
           display "===================================================="

           move ws-concurso-informado to ws-rof-concurso
           move ws-jogo-informado to ws-rof-jogo
           perform varying ws-tier-indice from 1 by 1
                     until ws-tier-indice
                           > ws-jogo-qtd-tiers(ws-jogo-informado)
               move ws-jogo-tier-nome(ws-jogo-informado ws-tier-indice)
                 to ws-rof-faixa
               read arq-rateios
                   invalid key
                       move ws-jogo-tier-premio(ws-jogo-informado
                                                ws-tier-indice)
                         to ws-valor-exibe
                       display ws-rof-faixa " R$ " ws-valor-exibe
                               " (tabela - rateio nao carregado)"
                   not invalid key
                       move ws-rof-valor-ganhador to ws-valor-exibe
                       display ws-rof-faixa " R$ " ws-valor-exibe
                               " - " ws-rof-ganhadores " ganhador(es)"
                               " - carga " ws-rof-data-carga
               end-read
           end-perform
           display "===================================================="
           .
       lista-rateio-concurso-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega a tabela de jogos em vigor no dia do sorteio do concurso
      *>  informado (a data do seu resultado oficial); sem resultado, fica a
      *>  tabela em vigor hoje
      *>------------------------------------------------------------------------
       carrega-tabela-concurso section.

           move ws-concurso-informado to ws-res-concurso
           move ws-jogo-informado to ws-res-jogo
           read arq-resultados
               invalid key
                   perform carrega-tabela-jogos
               not invalid key
                   move ws-res-data to ws-data-vigencia-jogos
                   perform carrega-tabela-jogos-data
           end-read
           .
       carrega-tabela-concurso-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Inclui ou altera o rateio oficial de uma faixa de um concurso com
      *>  resultado carregado; as jogadas ja apuradas sao reavaliadas na
      *>  proxima execucao do programa concursos
      *>------------------------------------------------------------------------
       mantem-rateio-faixa section.

           perform aceita-jogo
           perform aceita-concurso

           move ws-concurso-informado to ws-res-concurso
           move ws-jogo-informado to ws-res-jogo
           read arq-resultados
               invalid key
                   display "Concurso " ws-concurso-informado " de "
                           ws-jogo-nome(ws-jogo-informado)
                           " sem resultado carregado; o rateio so pode "
                           "ser informado depois do resultado."
               not invalid key
      *>             as faixas do rateio sao as da versao da tabela de jogos
      *>             em vigor no dia do sorteio, e nao as de hoje
                   move ws-res-data to ws-data-vigencia-jogos
                   perform carrega-tabela-jogos-data
                   perform aceita-faixa
                   perform aceita-dados-rateio
                   perform grava-rateio-faixa
           end-read
           .
       mantem-rateio-faixa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aceita a faixa de premiacao pelo numero na tabela do jogo e le o
      *>  rateio ja gravado para ela, se houver
      *>------------------------------------------------------------------------
       aceita-faixa section.

           perform varying ws-tier-indice from 1 by 1
                     until ws-tier-indice
                           > ws-jogo-qtd-tiers(ws-jogo-informado)
               display "  " ws-tier-indice " - "
                       ws-jogo-tier-nome(ws-jogo-informado ws-tier-indice)
           end-perform
           display "Faixa: "
           accept ws-faixa-edit

           perform until ws-faixa-edit is numeric
                     and ws-faixa-edit >= "1"
                     and ws-faixa-edit
                         <= ws-jogo-qtd-tiers(ws-jogo-informado)
               display "Faixa invalida. Informe o numero da faixa."
               display "Faixa: "
               accept ws-faixa-edit
           end-perform
           move ws-faixa-edit to ws-faixa-informada

           move ws-concurso-informado to ws-rof-concurso
           move ws-jogo-informado to ws-rof-jogo
           move ws-jogo-tier-nome(ws-jogo-informado ws-faixa-informada)
             to ws-rof-faixa
           move "N" to ws-rateio-existe
           read arq-rateios
               invalid key
                   continue
               not invalid key
                   move "S" to ws-rateio-existe
                   move ws-rof-valor-ganhador to ws-valor-exibe
                   display "Rateio atual: R$ " ws-valor-exibe " - "
                           ws-rof-ganhadores " ganhador(es)"
           end-read
           .
       aceita-faixa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aceita o valor por ganhador (em centavos) e a quantidade de
      *>  ganhadores
      *>------------------------------------------------------------------------
       aceita-dados-rateio section.

           display "Valor por ganhador, em centavos (ex.: 150000 = "
                   "R$ 1.500,00): "
           accept ws-valor-edit
           perform alinha-valor
           perform until ws-valor-edit is numeric
               display "Entrada invalida. Informe somente numeros."
               display "Valor por ganhador, em centavos: "
               accept ws-valor-edit
               perform alinha-valor
           end-perform
           move ws-valor-edit to ws-valor-centavos

           display "Quantidade de ganhadores: "
           accept ws-ganhadores-edit
           perform alinha-ganhadores
           perform until ws-ganhadores-edit is numeric
               display "Entrada invalida. Informe somente numeros."
               display "Quantidade de ganhadores: "
               accept ws-ganhadores-edit
               perform alinha-ganhadores
           end-perform
           .
       aceita-dados-rateio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Alinham a direita, com zeros a esquerda, o valor e a quantidade
      *>  de ganhadores digitados (mesma regra do alinha-concurso)
      *>------------------------------------------------------------------------
       alinha-valor section.

           perform until ws-valor-edit(11:1) <> space
                      or ws-valor-edit = spaces
               move ws-valor-edit to ws-valor-edit-aux
               move "0" to ws-valor-edit(1:1)
               move ws-valor-edit-aux(1:10) to ws-valor-edit(2:10)
           end-perform
           .
       alinha-valor-exit.
           exit.

       alinha-ganhadores section.

           perform until ws-ganhadores-edit(7:1) <> space
                      or ws-ganhadores-edit = spaces
               move ws-ganhadores-edit to ws-ganhadores-edit-aux
               move "0" to ws-ganhadores-edit(1:1)
               move ws-ganhadores-edit-aux(1:6) to ws-ganhadores-edit(2:6)
           end-perform
           .
       alinha-ganhadores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava (inclusao) ou regrava (alteracao) o rateio da faixa, com
      *>  confirmacao do operador
      *>------------------------------------------------------------------------
       grava-rateio-faixa section.

           compute ws-rof-valor-ganhador = ws-valor-centavos / 100
           move ws-ganhadores-edit to ws-rof-ganhadores
           accept ws-rof-data-carga from date yyyymmdd

           move ws-rof-valor-ganhador to ws-valor-exibe
           display "Gravar " ws-rof-faixa " R$ " ws-valor-exibe " - "
                   ws-rof-ganhadores " ganhador(es)? (S/N) "
           accept ws-resp-confirma
           if ws-resp-confirma = "S" or ws-resp-confirma = "s"
               if ws-rateio-existe = "S"
                   rewrite ws-rateio-registro
                       invalid key
                           display "Falha ao alterar (status "
                                   ws-fs-rateios ")."
                       not invalid key
                           display "Rateio alterado."
                   end-rewrite
               else
                   write ws-rateio-registro
                       invalid key
                           display "Falha ao incluir (status "
                                   ws-fs-rateios ")."
                       not invalid key
                           display "Rateio incluido."
                   end-write
               end-if
               display "As jogadas ja apuradas deste concurso sao "
                       "reavaliadas na proxima execucao do programa "
                       "concursos."
           else
               display "Gravacao cancelada."
           end-if
           .
       grava-rateio-faixa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Exclui o rateio oficial de uma faixa, com confirmacao; o premio
      *>  ja reavaliado por ele nao volta ao valor da tabela
      *>------------------------------------------------------------------------
       exclui-rateio-faixa section.

           perform aceita-jogo
           perform aceita-concurso
           perform carrega-tabela-concurso
           perform aceita-faixa

           if ws-rateio-existe = "N"
               display "Nao ha rateio oficial carregado para esta faixa."
           else
               display "Excluir este rateio? Os premios ja reavaliados "
                       "por ele permanecem com o valor atual. (S/N) "
               accept ws-resp-confirma
               if ws-resp-confirma = "S" or ws-resp-confirma = "s"
                   delete arq-rateios
                       invalid key
                           display "Falha ao excluir (status "
                                   ws-fs-rateios ")."
                       not invalid key
                           display "Rateio excluido."
                   end-delete
               else
                   display "Exclusao cancelada."
               end-if
           end-if
           .
       exclui-rateio-faixa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Critica do arquivo: percorre todos os resultados e denuncia, por
      *>  jogo, os buracos na sequencia de concursos (uma carga pulada

           move zero to ws-crt-buracos
           move zero to ws-crt-datas-suspeitas
           move zero to ws-crt-fora-calendario
           perform varying ws-jogo-indice from 1 by 1
                     until ws-jogo-indice > 3
               move zero to ws-crt-ultimo-concurso(ws-jogo-indice)
                   move "S" to ws-eof-resultados
           end-start

      *>     o calendario e aberto so durante a critica; sem ele as datas
      *>     nao sao conferidas contra o sorteio previsto
           move "N" to ws-calendario-disponivel
           open input arq-calendario
           if ws-fs-calendario = "00"
               move "S" to ws-calendario-disponivel
           else
               display "Aviso: calendario de concursos indisponivel "
                       "(status " ws-fs-calendario "); as datas NAO serao "
                       "conferidas contra o calendario."
           end-if

           display "===================================================="
           display " CRITICA DO ARQUIVO DE RESULTADOS OFICIAIS"
           display "===================================================="
           end-perform
           display "Buracos na sequencia.....: " ws-crt-buracos
           display "Datas implausiveis.......: " ws-crt-datas-suspeitas
           display "Fora do calendario.......: " ws-crt-fora-calendario
           display "===================================================="

           if ws-calendario-disponivel = "S"
               close arq-calendario
           end-if

           if ws-crt-buracos > zero or ws-crt-datas-suspeitas > zero
           or ws-crt-fora-calendario > zero
               display "Ha ocorrencias na critica; recarregue os "
                       "concursos faltantes ou corrija as datas pelo "
                       "programa concursos; um resultado fora do "
                       "calendario deve ser excluido e recarregado."
               move 4 to return-code
           end-if
           .
                 to ws-crt-ultimo-concurso(ws-res-jogo)

               perform critica-data-resultado
               if ws-calendario-disponivel = "S"
                   perform critica-calendario-resultado
               end-if
           else
               add 1 to ws-crt-datas-suspeitas
               display "Concurso " ws-res-concurso " com jogo invalido ("
       critica-data-resultado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere o resultado corrente com o calendario de concursos: o
      *>  concurso tem de constar do calendario, com a mesma data do sorteio
      *>------------------------------------------------------------------------
       critica-calendario-resultado section.

           move ws-res-jogo to ws-cal-jogo
           move ws-res-concurso to ws-cal-concurso
           read arq-calendario
               invalid key
                   add 1 to ws-crt-fora-calendario
                   display "Concurso " ws-res-concurso " de "
                           ws-jogo-nome(ws-res-jogo) " nao consta do "
                           "calendario."
               not invalid key
                   if ws-cal-data-sorteio <> ws-res-data
                       add 1 to ws-crt-fora-calendario
                       display "Concurso " ws-res-concurso " de "
                               ws-jogo-nome(ws-res-jogo) " com data "
                               ws-res-data "; o calendario preve "
                               ws-cal-data-sorteio "."
                   end-if
           end-read
           .
       critica-calendario-resultado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização
      *>------------------------------------------------------------------------
       finaliza section.

           if ws-resultados-aberto = "S"
               close arq-resultados
           end-if
           if ws-rateios-aberto = "S"
               close arq-rateios
           end-if
           stop run
           .
       finaliza-exit.
           exit.

           copy "cargajogos.cpy".

           copy "autentica.cpy".
