      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "tabelajogos".
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

           select arq-param-jogos
               assign to "parametros_jogos.dat"
               organization is indexed
               access mode is dynamic
               record key is ws-pjg-chave
               file status is ws-fs-param-jogos.

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

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.

       fd  arq-param-jogos.
           copy "parjogos.cpy".

       fd  arq-impressao.
       01  ws-reg-impressao                         pic x(100).

       fd  arq-movimentos.
           copy "cadmov.cpy".

       fd  arq-operadores.
           copy "operador.cpy".

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-opcao-menu                           pic 9(01).
       77  ws-resp-confirma                        pic x(01).
       77  ws-fim-programa                         pic x(01).
       77  ws-data-hoje                            pic 9(08).

      *>----Jogo e datas informados pelo operador
       77  ws-jogo-edit                            pic x(01).
       77  ws-jogo-informado                       pic 9(01).
       77  ws-data-edit                            pic x(08).
       77  ws-data-informada                       pic 9(08).
       77  ws-data-valida                          pic x(01).

      *>----Data em validacao, separada em ano, mes e dia, e variaveis do
      *>    calculo dos dias do mes (fevereiro com 29 nos anos bissextos)
       01  ws-data-trabalho.
           05 ws-dt-ano                            pic 9(04).
           05 ws-dt-mes                            pic 9(02).
           05 ws-dt-dia                            pic 9(02).
       77  ws-dt-dias-mes                          pic 9(02).
       77  ws-dt-quociente                         pic 9(04).
       77  ws-dt-resto-4                           pic 9(04).
       77  ws-dt-resto-100                         pic 9(04).
       77  ws-dt-resto-400                         pic 9(04).

       77  ws-versao-existe                        pic x(01).
       77  ws-total-versoes                        pic 9(05).

      *>----Capacidade das tabelas de numeros apostados (historico,
      *>    boloes, lote) e sorteados (historico, resultados) dos layouts
      *>    do sistema: nenhuma versao pode pedir mais numeros do que isso;
      *>    e das tabelas de frequencia por numero (desafio2, relatorio),
      *>    limite do maior numero sorteavel
       77  ws-tab-capacidade                       pic 9(02).
       77  ws-tab-capacidade-sorteio               pic 9(02).
       77  ws-tab-capacidade-faixa                 pic 9(02).

      *>----Valor da aposta maxima da versao, que tem de caber no valor da
      *>    aposta gravado no historico
       77  ws-tab-valor-maximo                     pic 9(11)v99.
       77  ws-tab-valor-maximo-edt                 pic zz.zzz.zzz.zz9,99.

      *>----Entrada de um campo numerico da versao: em branco mantem o
      *>    valor proposto; valores em reais sao digitados em centavos
       77  ws-cmp-edit                             pic x(11).
       77  ws-cmp-edit-aux                         pic x(11).
       77  ws-cmp-valor                            pic 9(11).
       77  ws-cmp-informado                        pic x(01).
       77  ws-cmp-nome                             pic x(10).

      *>----Versao em edicao (mesmos campos de parjogos.cpy) e resultado da
      *>    validacao
       01  ws-versao-nova.
           05 ws-nov-nome                           pic x(10).
           05 ws-nov-faixa-max                      pic 9(02).
           05 ws-nov-qtd-sorteio                    pic 9(02).
           05 ws-nov-aposta-min                     pic 9(02).
           05 ws-nov-aposta-max                     pic 9(02).
           05 ws-nov-preco-base                     pic 9(05)v99.
           05 ws-nov-qtd-tiers                      pic 9(01).
           05 ws-nov-tier occurs 3.
               10 ws-nov-tier-pontos                pic 9(02).
               10 ws-nov-tier-nome                  pic x(10).
               10 ws-nov-tier-premio                pic 9(09)v99.
       77  ws-versao-valida                        pic x(01).
       77  ws-nov-indice                           pic 9(01).

      *>----Campos de edicao do relatorio de versoes
       77  ws-preco-edt                            pic zz.zz9,99.
       77  ws-premio-edt                           pic zzz.zzz.zz9,99.

      *>----Variaveis da trilha de auditoria das versoes incluidas e
      *>    excluidas
       77  ws-fs-movimentos                        pic x(02).
       77  ws-imagem-antes                         pic x(122).

      *>----Variaveis da saida do historico de versoes em arquivo de
      *>    impressao
           copy "impdef.cpy".

           copy "tabjogos.cpy".

      *>----Variaveis do calculo de combinacoes
           copy "combdef.cpy".

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
           move "N" to ws-imp-ativa
           move 20 to ws-tab-capacidade
           move 15 to ws-tab-capacidade-sorteio
           move 80 to ws-tab-capacidade-faixa
           accept ws-data-hoje from date yyyymmdd

      *>     o arquivo de parametros so e criado quando nao existe (status
      *>     35); qualquer outro erro de abertura encerra o programa, para
      *>     nao recriar vazio um arquivo corrompido e perder as versoes.
      *>     Ele fica fechado entre as opcoes, pois a carga da tabela
      *>     (carrega-tabela-jogos-data) o abre por conta propria
           open i-o arq-param-jogos
           if ws-fs-param-jogos = "35"
               open output arq-param-jogos
               close arq-param-jogos
               open i-o arq-param-jogos
           end-if
           if ws-fs-param-jogos <> "00"
               display "ERRO: nao foi possivel abrir parametros_jogos.dat "
                       "(status " ws-fs-param-jogos "). O arquivo existe "
                       "mas nao pode ser aberto; NADA foi recriado. "
                       "Verifique a integridade ou restaure o backup antes "
                       "de executar."
               move 8 to return-code
               stop run
           end-if
           close arq-param-jogos

      *>     identificacao do operador no cadastro de operadores: a
      *>     inclusao e a exclusao de versoes sao reservadas ao gerente
           perform autentica-operador
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal: menu dos parametros dos jogos
      *>------------------------------------------------------------------------
       processamento section.

           perform until ws-fim-programa = "S"
               display " "
               display "===================================================="
               display " PARAMETROS DOS JOGOS (VERSOES COM VIGENCIA)"
               display "===================================================="
               display "  1 - Historico de versoes de um jogo"
               display "  2 - Tabela em vigor em uma data"
               display "  3 - Incluir nova versao de um jogo"
               display "  4 - Excluir versao ainda nao vigente"
               display "  9 - Sair"
               accept ws-opcao-menu
               display " "

               evaluate ws-opcao-menu
                   when 1
                       perform relatorio-versoes-jogo
                   when 2
                       perform consulta-tabela-data
                   when 3
                       move "G" to ws-perfil-exigido
                       perform verifica-perfil
                       if ws-perfil-permitido = "S"
                           perform inclui-versao-jogo
                       end-if
                   when 4
                       move "G" to ws-perfil-exigido
                       perform verifica-perfil
                       if ws-perfil-permitido = "S"
                           perform exclui-versao-jogo
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
      *>  Aceita uma data AAAAMMDD valida (ver valida-data)
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
      *>  Valida ws-data-informada: mes de 1 a 12 e dia dentro do tamanho
      *>  real do mes
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
      *>  Quantidade de dias do mes de ws-data-trabalho, com fevereiro de 29
      *>  dias nos anos bissextos
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
      *>  Relatorio do historico de versoes de um jogo: os valores de origem
      *>  e cada versao do arquivo, em ordem de vigencia, com quem a incluiu
      *>------------------------------------------------------------------------
       relatorio-versoes-jogo section.

           perform aceita-jogo

      *>     data zero: so os valores de origem, sem versao alguma
           move zero to ws-data-vigencia-jogos
           perform carrega-tabela-jogos-data

           move "vigencias" to ws-imp-prefixo
           move spaces to ws-imp-titulo
           string "HISTORICO DE VERSOES - " delimited by size
                  ws-jogo-nome(ws-jogo-informado) delimited by size
             into ws-imp-titulo
           perform abre-impressao

           display " "
           move "====================================================" to ws-imp-linha
           perform exibe-e-imprime
           move spaces to ws-imp-linha
           string " HISTORICO DE VERSOES DOS PARAMETROS - " delimited by size
                  ws-jogo-nome(ws-jogo-informado) delimited by size
             into ws-imp-linha
           perform exibe-e-imprime
           move "====================================================" to ws-imp-linha
           perform exibe-e-imprime
           move "Valores de origem (ate a primeira versao):"
             to ws-imp-linha
           perform exibe-e-imprime
           perform copia-tabela-para-versao
           perform imprime-versao

           move zero to ws-total-versoes
           open input arq-param-jogos
           if ws-fs-param-jogos = "00"
               move "N" to ws-eof-param-jogos
               move ws-jogo-informado to ws-pjg-jogo
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
                           if ws-pjg-jogo <> ws-jogo-informado
                               move "S" to ws-eof-param-jogos
                           else
                               add 1 to ws-total-versoes
                               perform imprime-versao-arquivo
                           end-if
                   end-read
               end-perform
               close arq-param-jogos
           end-if

           move "----------------------------------------------------" to ws-imp-linha
           perform exibe-e-imprime
           move spaces to ws-imp-linha
           string "Versoes cadastradas: " delimited by size
                  ws-total-versoes delimited by size
             into ws-imp-linha
           perform exibe-e-imprime
           move "====================================================" to ws-imp-linha
           perform exibe-e-imprime

           perform encerra-impressao
           .
       relatorio-versoes-jogo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime o cabecalho e os parametros da versao lida do arquivo
      *>------------------------------------------------------------------------
       imprime-versao-arquivo section.

           move spaces to ws-imp-linha
           string "Vigencia a partir de " delimited by size
                  ws-pjg-vigencia delimited by size
                  " (incluida em " delimited by size
                  ws-pjg-data-cadastro delimited by size
                  " por " delimited by size
                  ws-pjg-operador delimited by space
                  ")" delimited by size
             into ws-imp-linha
           if ws-pjg-vigencia > ws-data-hoje
               move "AINDA NAO VIGENTE" to ws-imp-linha(70:17)
           end-if
           perform exibe-e-imprime

           move ws-pjg-nome to ws-nov-nome
           move ws-pjg-faixa-max to ws-nov-faixa-max
           move ws-pjg-qtd-sorteio to ws-nov-qtd-sorteio
           move ws-pjg-aposta-min to ws-nov-aposta-min
           move ws-pjg-aposta-max to ws-nov-aposta-max
           move ws-pjg-preco-base to ws-nov-preco-base
           move ws-pjg-qtd-tiers to ws-nov-qtd-tiers
           perform varying ws-nov-indice from 1 by 1
                     until ws-nov-indice > 3
               move ws-pjg-tier-pontos(ws-nov-indice)
                 to ws-nov-tier-pontos(ws-nov-indice)
               move ws-pjg-tier-nome(ws-nov-indice)
                 to ws-nov-tier-nome(ws-nov-indice)
               move ws-pjg-tier-premio(ws-nov-indice)
                 to ws-nov-tier-premio(ws-nov-indice)
           end-perform
           perform imprime-versao
           .
       imprime-versao-arquivo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime os parametros de ws-versao-nova: faixa de numeros,
      *>  aposta, preco-base e faixas de premiacao
      *>------------------------------------------------------------------------
       imprime-versao section.

           move ws-nov-preco-base to ws-preco-edt
           move spaces to ws-imp-linha
           string "  numeros de 1 a " delimited by size
                  ws-nov-faixa-max delimited by size
                  ", sorteia " delimited by size
                  ws-nov-qtd-sorteio delimited by size
                  ", aposta de " delimited by size
                  ws-nov-aposta-min delimited by size
                  " a " delimited by size
                  ws-nov-aposta-max delimited by size
                  ", preco-base R$ " delimited by size
                  ws-preco-edt delimited by size
             into ws-imp-linha
           perform exibe-e-imprime

           perform varying ws-nov-indice from 1 by 1
                     until ws-nov-indice > ws-nov-qtd-tiers
               move ws-nov-tier-premio(ws-nov-indice) to ws-premio-edt
               move spaces to ws-imp-linha
               string "  faixa " delimited by size
                      ws-nov-tier-nome(ws-nov-indice) delimited by size
                      " " delimited by size
                      ws-nov-tier-pontos(ws-nov-indice) delimited by size
                      " pontos, premio de referencia R$ "
                        delimited by size
                      ws-premio-edt delimited by size
                 into ws-imp-linha
               perform exibe-e-imprime
           end-perform
           .
       imprime-versao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Copia a linha do jogo informado da tabela carregada para a versao
      *>  em edicao
      *>------------------------------------------------------------------------
       copia-tabela-para-versao section.

           move ws-jogo-nome(ws-jogo-informado) to ws-nov-nome
           move ws-jogo-faixa-max(ws-jogo-informado) to ws-nov-faixa-max
           move ws-jogo-qtd-sorteio(ws-jogo-informado)
             to ws-nov-qtd-sorteio
           move ws-jogo-aposta-min(ws-jogo-informado)
             to ws-nov-aposta-min
           move ws-jogo-aposta-max(ws-jogo-informado)
             to ws-nov-aposta-max
           move ws-jogo-preco-base(ws-jogo-informado)
             to ws-nov-preco-base
           move ws-jogo-qtd-tiers(ws-jogo-informado) to ws-nov-qtd-tiers
           perform varying ws-nov-indice from 1 by 1
                     until ws-nov-indice > 3
               move ws-jogo-tier-pontos(ws-jogo-informado ws-nov-indice)
                 to ws-nov-tier-pontos(ws-nov-indice)
               move ws-jogo-tier-nome(ws-jogo-informado ws-nov-indice)
                 to ws-nov-tier-nome(ws-nov-indice)
               move ws-jogo-tier-premio(ws-jogo-informado ws-nov-indice)
                 to ws-nov-tier-premio(ws-nov-indice)
           end-perform
           .
       copia-tabela-para-versao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Mostra a tabela dos tres jogos em vigor numa data informada
      *>------------------------------------------------------------------------
       consulta-tabela-data section.

           display "Data de referencia:"
           perform aceita-data
           move ws-data-informada to ws-data-vigencia-jogos
           perform carrega-tabela-jogos-data

           perform varying ws-jogo-informado from 1 by 1
                     until ws-jogo-informado > 3
               display "----------------------------------------------------"
               if ws-jogo-vigencia(ws-jogo-informado) = zero
                   display ws-jogo-nome(ws-jogo-informado)
                           " - valores de origem"
               else
                   display ws-jogo-nome(ws-jogo-informado)
                           " - versao vigente desde "
                           ws-jogo-vigencia(ws-jogo-informado)
               end-if
               perform copia-tabela-para-versao
               perform imprime-versao
           end-perform
           display "----------------------------------------------------"
           .
       consulta-tabela-data-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Inclui uma nova versao de um jogo, com vigencia futura: parte da
      *>  versao que estaria em vigor na data, altera os campos informados,
      *>  valida o conjunto e so entao grava. Uma data de vigencia ja
      *>  cadastrada tem de ser excluida antes
      *>------------------------------------------------------------------------
       inclui-versao-jogo section.

           perform aceita-jogo

           display "Inicio da vigencia da nova versao (posterior a hoje):"
           perform aceita-data
           perform until ws-data-informada > ws-data-hoje
               display "A vigencia tem de comecar depois de hoje; as "
                       "vendas ja feitas guardam o preco do seu dia."
               perform aceita-data
           end-perform

           move ws-data-informada to ws-data-vigencia-jogos
           perform carrega-tabela-jogos-data
           perform copia-tabela-para-versao

           open i-o arq-param-jogos
           if ws-fs-param-jogos <> "00"
               display "Nao foi possivel abrir parametros_jogos.dat "
                       "(status " ws-fs-param-jogos ")."
           else
               move ws-jogo-informado to ws-pjg-jogo
               move ws-data-informada to ws-pjg-vigencia
               read arq-param-jogos
                   invalid key
                       move "N" to ws-versao-existe
                   not invalid key
                       move "S" to ws-versao-existe
               end-read

               if ws-versao-existe = "S"
                   display "Ja existe versao de "
                           ws-jogo-nome(ws-jogo-informado) " com vigencia "
                           "a partir de " ws-data-informada "; exclua-a "
                           "antes de incluir outra."
               else
                   display "Versao proposta (em vigor na data):"
                   perform imprime-versao
                   display " "
                   display "Informe os novos valores; em branco mantem o "
                           "valor proposto."
                   perform aceita-campos-versao
                   perform valida-versao-jogo
                   if ws-versao-valida = "S"
                       display " "
                       display "Nova versao de "
                               ws-jogo-nome(ws-jogo-informado)
                               " a partir de " ws-data-informada ":"
                       perform imprime-versao
                       display "Confirma a inclusao? (S/N) "
                       accept ws-resp-confirma
                       if ws-resp-confirma = "S" or ws-resp-confirma = "s"
                           perform grava-versao-jogo
                       else
                           display "Inclusao cancelada."
                       end-if
                   else
                       display "Versao recusada; nada foi gravado."
                   end-if
               end-if
               close arq-param-jogos
           end-if
           .
       inclui-versao-jogo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aceita os campos da versao, um a um, sobre os valores propostos
      *>------------------------------------------------------------------------
       aceita-campos-versao section.

           display "Maior numero sorteavel (" ws-nov-faixa-max "): "
           perform aceita-campo-numerico
           if ws-cmp-informado = "S"
               move ws-cmp-valor to ws-nov-faixa-max
           end-if

           display "Numeros sorteados (" ws-nov-qtd-sorteio "): "
           perform aceita-campo-numerico
           if ws-cmp-informado = "S"
               move ws-cmp-valor to ws-nov-qtd-sorteio
           end-if

           display "Minimo de numeros por aposta (" ws-nov-aposta-min
                   "): "
           perform aceita-campo-numerico
           if ws-cmp-informado = "S"
               move ws-cmp-valor to ws-nov-aposta-min
           end-if

           display "Maximo de numeros por aposta (" ws-nov-aposta-max
                   "): "
           perform aceita-campo-numerico
           if ws-cmp-informado = "S"
               move ws-cmp-valor to ws-nov-aposta-max
           end-if

           move ws-nov-preco-base to ws-preco-edt
           display "Preco da aposta minima, em centavos (R$ "
                   ws-preco-edt "): "
           perform aceita-campo-numerico
           if ws-cmp-informado = "S"
               compute ws-nov-preco-base = ws-cmp-valor / 100
           end-if

           display "Quantidade de faixas de premiacao, 1 a 3 ("
                   ws-nov-qtd-tiers "): "
           perform aceita-campo-numerico
           if ws-cmp-informado = "S"
               move ws-cmp-valor to ws-nov-qtd-tiers
           end-if

           if ws-nov-qtd-tiers >= 1 and ws-nov-qtd-tiers <= 3
               perform varying ws-nov-indice from 1 by 1
                         until ws-nov-indice > ws-nov-qtd-tiers
                   perform aceita-faixa-versao
               end-perform
           end-if
           .
       aceita-campos-versao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aceita nome, pontos e premio de referencia da faixa ws-nov-indice
      *>------------------------------------------------------------------------
       aceita-faixa-versao section.

           display "Faixa " ws-nov-indice " - nome ("
                   ws-nov-tier-nome(ws-nov-indice) "): "
           accept ws-cmp-nome
           if ws-cmp-nome <> spaces
               move ws-cmp-nome to ws-nov-tier-nome(ws-nov-indice)
           end-if

           display "Faixa " ws-nov-indice " - pontos ("
                   ws-nov-tier-pontos(ws-nov-indice) "): "
           perform aceita-campo-numerico
           if ws-cmp-informado = "S"
               move ws-cmp-valor to ws-nov-tier-pontos(ws-nov-indice)
           end-if

           move ws-nov-tier-premio(ws-nov-indice) to ws-premio-edt
           display "Faixa " ws-nov-indice " - premio de referencia, em "
                   "centavos (R$ " ws-premio-edt "): "
           perform aceita-campo-numerico
           if ws-cmp-informado = "S"
               compute ws-nov-tier-premio(ws-nov-indice) =
                   ws-cmp-valor / 100
           end-if
           .
       aceita-faixa-versao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aceita um campo numerico (ate 11 digitos): em branco nao altera o
      *>  valor (ws-cmp-informado = "N"); senao exige somente numeros
      *>------------------------------------------------------------------------
       aceita-campo-numerico section.

           move "N" to ws-cmp-informado
           accept ws-cmp-edit
           perform alinha-campo

           perform until ws-cmp-edit = spaces
                      or ws-cmp-edit is numeric
               display "Entrada invalida. Informe somente numeros, ou "
                       "deixe em branco para manter."
               accept ws-cmp-edit
               perform alinha-campo
           end-perform

           if ws-cmp-edit is numeric
               move ws-cmp-edit to ws-cmp-valor
               move "S" to ws-cmp-informado
           end-if
           .
       aceita-campo-numerico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Desloca para a direita o campo digitado, com zeros a esquerda
      *>------------------------------------------------------------------------
       alinha-campo section.

           perform until ws-cmp-edit(11:1) <> space
                      or ws-cmp-edit = spaces
               move ws-cmp-edit to ws-cmp-edit-aux
               move "0" to ws-cmp-edit(1:1)
               move ws-cmp-edit-aux(1:10) to ws-cmp-edit(2:10)
           end-perform
           .
       alinha-campo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Valida a versao em edicao antes de aceita-la: faixa de numeros,
      *>  quantidade sorteada e apostada dentro da capacidade das tabelas,
      *>  preco positivo e faixas de premiacao em ordem decrescente de
      *>  pontos, com nome e premio de referencia
      *>------------------------------------------------------------------------
       valida-versao-jogo section.

           move "S" to ws-versao-valida

           if ws-nov-faixa-max < 2
           or ws-nov-faixa-max > ws-tab-capacidade-faixa
               move "N" to ws-versao-valida
               display "Maior numero sorteavel invalido (" ws-nov-faixa-max
                       "): de 2 a " ws-tab-capacidade-faixa "."
           end-if

           if ws-nov-qtd-sorteio < 1
           or ws-nov-qtd-sorteio >= ws-nov-faixa-max
           or ws-nov-qtd-sorteio > ws-tab-capacidade-sorteio
               move "N" to ws-versao-valida
               display "Numeros sorteados invalidos (" ws-nov-qtd-sorteio
                       "): de 1 a " ws-tab-capacidade-sorteio
                       ", menor que o maior numero sorteavel."
           end-if

           if ws-nov-aposta-min < ws-nov-qtd-sorteio
               move "N" to ws-versao-valida
               display "A aposta minima (" ws-nov-aposta-min ") nao pode "
                       "ter menos numeros que o sorteio ("
                       ws-nov-qtd-sorteio ")."
           end-if

           if ws-nov-aposta-max < ws-nov-aposta-min
           or ws-nov-aposta-max > ws-tab-capacidade
           or ws-nov-aposta-max > ws-nov-faixa-max
               move "N" to ws-versao-valida
               display "Aposta maxima invalida (" ws-nov-aposta-max
                       "): entre a minima e " ws-tab-capacidade
                       " numeros, sem passar do maior numero sorteavel."
           end-if

           if ws-nov-preco-base = zero
               move "N" to ws-versao-valida
               display "O preco da aposta minima tem de ser maior que zero."
           end-if

      *>     a aposta maxima cobre C(aposta-max, sorteio) apostas minimas, e
      *>     o seu valor tem de caber no valor da aposta do historico
           if ws-versao-valida = "S"
               move ws-nov-aposta-max to ws-comb-n
               move ws-nov-qtd-sorteio to ws-comb-k
               perform calcula-combinacoes
               compute ws-tab-valor-maximo =
                   ws-nov-preco-base * ws-comb-total
               if ws-tab-valor-maximo > 99999,99
                   move "N" to ws-versao-valida
                   move ws-tab-valor-maximo to ws-tab-valor-maximo-edt
                   display "A aposta maxima (" ws-nov-aposta-max
                           " numeros, " ws-comb-total " combinacoes) "
                           "custaria R$ " ws-tab-valor-maximo-edt
                           ", acima do limite de R$ 99.999,99 por aposta."
               end-if
           end-if

           if ws-nov-qtd-tiers < 1 or ws-nov-qtd-tiers > 3
               move "N" to ws-versao-valida
               display "Quantidade de faixas invalida (" ws-nov-qtd-tiers
                       "): de 1 a 3."
           else
               perform varying ws-nov-indice from 1 by 1
                         until ws-nov-indice > ws-nov-qtd-tiers
                   perform valida-faixa-versao
               end-perform
      *>         faixas acima da quantidade informada ficam em branco
               perform varying ws-nov-indice from ws-nov-qtd-tiers by 1
                         until ws-nov-indice >= 3
                   move zero to ws-nov-tier-pontos(ws-nov-indice + 1)
                   move spaces to ws-nov-tier-nome(ws-nov-indice + 1)
                   move zero to ws-nov-tier-premio(ws-nov-indice + 1)
               end-perform
           end-if
           .
       valida-versao-jogo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Valida a faixa ws-nov-indice: nome, pontos ate os numeros
      *>  sorteados e abaixo da faixa anterior, premio de referencia
      *>------------------------------------------------------------------------
       valida-faixa-versao section.

           if ws-nov-tier-nome(ws-nov-indice) = spaces
               move "N" to ws-versao-valida
               display "Faixa " ws-nov-indice " sem nome."
           end-if

           if ws-nov-tier-pontos(ws-nov-indice) < 1
           or ws-nov-tier-pontos(ws-nov-indice) > ws-nov-qtd-sorteio
               move "N" to ws-versao-valida
               display "Faixa " ws-nov-indice " com pontos invalidos ("
                       ws-nov-tier-pontos(ws-nov-indice) ")."
           end-if

           if ws-nov-indice > 1
               if ws-nov-tier-pontos(ws-nov-indice)
                  >= ws-nov-tier-pontos(ws-nov-indice - 1)
                   move "N" to ws-versao-valida
                   display "Faixa " ws-nov-indice " tem de pagar menos "
                           "pontos que a faixa anterior."
               end-if
           end-if

           if ws-nov-tier-premio(ws-nov-indice) = zero
               move "N" to ws-versao-valida
               display "Faixa " ws-nov-indice " sem premio de referencia."
           end-if
           .
       valida-faixa-versao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a versao validada, com data de inclusao e operador
      *>------------------------------------------------------------------------
       grava-versao-jogo section.

           move ws-jogo-informado to ws-pjg-jogo
           move ws-data-informada to ws-pjg-vigencia
           move ws-nov-nome to ws-pjg-nome
           move ws-nov-faixa-max to ws-pjg-faixa-max
           move ws-nov-qtd-sorteio to ws-pjg-qtd-sorteio
           move ws-nov-aposta-min to ws-pjg-aposta-min
           move ws-nov-aposta-max to ws-pjg-aposta-max
           move ws-nov-preco-base to ws-pjg-preco-base
           move ws-nov-qtd-tiers to ws-pjg-qtd-tiers
           perform varying ws-nov-indice from 1 by 1
                     until ws-nov-indice > 3
               move ws-nov-tier-pontos(ws-nov-indice)
                 to ws-pjg-tier-pontos(ws-nov-indice)
               move ws-nov-tier-nome(ws-nov-indice)
                 to ws-pjg-tier-nome(ws-nov-indice)
               move ws-nov-tier-premio(ws-nov-indice)
                 to ws-pjg-tier-premio(ws-nov-indice)
           end-perform
           move ws-data-hoje to ws-pjg-data-cadastro
           move ws-operador-corrente to ws-pjg-operador

           write ws-param-jogo-registro
               invalid key
                   display "Falha ao incluir a versao (status "
                           ws-fs-param-jogos ")."
               not invalid key
                   display "Versao incluida: " ws-nov-nome " a partir de "
                           ws-pjg-vigencia "."
                   move "INCLUSAO" to ws-mov-operacao
                   move spaces to ws-imagem-antes
                   perform registra-movimento-versao
           end-write
           .
       grava-versao-jogo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Exclui uma versao que ainda nao entrou em vigor; uma versao que ja
      *>  vigorou faz parte do historico de precos e nao pode sair
      *>------------------------------------------------------------------------
       exclui-versao-jogo section.

           perform aceita-jogo
           display "Inicio da vigencia da versao a excluir:"
           perform aceita-data

           open i-o arq-param-jogos
           if ws-fs-param-jogos <> "00"
               display "Nao foi possivel abrir parametros_jogos.dat "
                       "(status " ws-fs-param-jogos ")."
           else
               move ws-jogo-informado to ws-pjg-jogo
               move ws-data-informada to ws-pjg-vigencia
               read arq-param-jogos
                   invalid key
                       display "Nao ha versao de "
                               ws-jogo-nome(ws-jogo-informado)
                               " com vigencia a partir de "
                               ws-data-informada "."
                   not invalid key
                       if ws-pjg-vigencia <= ws-data-hoje
                           display "A versao ja entrou em vigor e faz "
                                   "parte do historico; exclusao recusada."
                       else
                           perform imprime-versao-arquivo
                           display "Confirma a exclusao? (S/N) "
                           accept ws-resp-confirma
                           if ws-resp-confirma = "S"
                           or ws-resp-confirma = "s"
                               move ws-param-jogo-registro
                                 to ws-imagem-antes
                               delete arq-param-jogos
                                   invalid key
                                       display "Falha ao excluir (status "
                                               ws-fs-param-jogos ")."
                                   not invalid key
                                       display "Versao excluida."
                                       move "EXCLUSAO" to ws-mov-operacao
                                       perform registra-movimento-versao
                               end-delete
                           else
                               display "Exclusao cancelada."
                           end-if
                       end-if
               end-read
               close arq-param-jogos
           end-if
           .
       exclui-versao-jogo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Registra a inclusao ou exclusao da versao no log de movimentos
      *>------------------------------------------------------------------------
       registra-movimento-versao section.

           move "PARAMJOGOS" to ws-mov-arquivo
           move spaces to ws-mov-chave
           move ws-pjg-chave to ws-mov-chave
           move ws-imagem-antes to ws-mov-antes
           if ws-mov-operacao = "EXCLUSAO"
               move spaces to ws-mov-depois
           else
               move ws-param-jogo-registro to ws-mov-depois
           end-if
           perform grava-movimento
           .
       registra-movimento-versao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização
      *>------------------------------------------------------------------------
       finaliza section.

           stop run
           .
       finaliza-exit.
           exit.

           copy "cargajogos.cpy".

           copy "calccomb.cpy".

           copy "imprime.cpy".

           copy "gravamov.cpy".

           copy "autentica.cpy".
