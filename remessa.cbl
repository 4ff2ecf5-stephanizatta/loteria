      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "remessa".
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

           select arq-controle-remessas
               assign to "remessas_controle.dat"
               organization is indexed
               access mode is dynamic
               record key is ws-rmc-data-movimento
               file status is ws-fs-controle.

           select arq-loja
               assign to "loja.dat"
               organization is line sequential
               file status is ws-fs-loja.

           select arq-remessa
               assign to ws-rms-nome-arquivo
               organization is line sequential
               file status is ws-fs-remessa.

           select arq-retorno
               assign to ws-rto-nome-arquivo
               organization is line sequential
               file status is ws-fs-retorno.

           select arq-impressao
               assign to ws-imp-nome-arquivo
               organization is line sequential
               file status is ws-fs-impressao.

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

       fd  arq-historico.
           copy "historico.cpy".

       fd  arq-premios.
           copy "premiopg.cpy".

       fd  arq-fechamentos.
           copy "fechamento.cpy".

       fd  arq-controle-remessas.
           copy "remctl.cpy".

      *>  codigo da loja junto a operadora, mantido a mao como o
      *>  imposto_renda.dat: uma linha com o codigo de 6 digitos
       fd  arq-loja.
       01  ws-reg-loja.
           05 ws-loj-arq-codigo                     pic 9(06).

       fd  arq-remessa.
           copy "remessa.cpy".

       fd  arq-retorno.
           copy "retorno.cpy".

       fd  arq-impressao.
       01  ws-reg-impressao                         pic x(100).

       fd  arq-operadores.
           copy "operador.cpy".

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-historico                         pic x(02).
       77  ws-fs-premios                           pic x(02).
       77  ws-fs-fechamentos                       pic x(02).
       77  ws-fs-controle                          pic x(02).
       77  ws-fs-loja                              pic x(02).
       77  ws-fs-remessa                           pic x(02).
       77  ws-fs-retorno                           pic x(02).
       77  ws-eof-historico                        pic x(01).
       77  ws-eof-premios                          pic x(01).
       77  ws-eof-controle                         pic x(01).
       77  ws-eof-retorno                          pic x(01).
       77  ws-premios-disponivel                   pic x(01).
       77  ws-fechamentos-disponivel               pic x(01).

       77  ws-opcao-menu                           pic 9(01).
       77  ws-fim-programa                         pic x(01).
       77  ws-data-edit                            pic x(08).
       77  ws-data-movimento                       pic 9(08).
       77  ws-data-hoje                            pic 9(08).
       77  ws-hora-agora                           pic 9(08).

      *>----Codigo da loja (loja.dat); sem ele nenhuma remessa e gerada
       77  ws-loja-codigo                          pic 9(06).
       77  ws-loja-disponivel                      pic x(01).

      *>----Variaveis da geracao da remessa do dia: nomes dos arquivos,
      *>    condicao para gerar e totais de controle -- os do fechamento
      *>    gravado, os relidos do historico e os efetivamente gravados
       77  ws-rms-nome-arquivo                     pic x(40).
       77  ws-rto-nome-arquivo                     pic x(40).
       77  ws-rms-permitida                        pic x(01).
      *>     "S" quando o dia ja tem controle "em geracao" de uma geracao
      *>     interrompida, que e refeita com a mesma sequencia
       77  ws-rms-controle-existe                  pic x(01).
       77  ws-rms-controle-gravado                 pic x(01).
       77  ws-rms-sequencia                        pic 9(06).
       77  ws-jogo-indice                          pic 9(01).
       77  ws-num-indice                           pic 9(02).

       77  ws-fec-tot-registros                    pic 9(01).
       77  ws-fec-tot-jogadas                      pic 9(07).
       77  ws-fec-tot-apostado                     pic 9(11)v99.
       77  ws-rel-tot-jogadas                      pic 9(07).
       77  ws-rel-tot-apostado                     pic 9(11)v99.

       77  ws-rms-qtd-jogadas                      pic 9(07).
       77  ws-rms-total-apostado                   pic 9(11)v99.
       77  ws-rms-qtd-premios                      pic 9(07).
       77  ws-rms-total-bruto                      pic 9(11)v99.
       77  ws-rms-total-liquido                    pic 9(11)v99.
       77  ws-rms-qtd-registros                    pic 9(07).

      *>----Variaveis do processamento do retorno da operadora
       77  ws-rto-valido                           pic x(01).
       77  ws-rto-trailer-lido                     pic x(01).
       77  ws-rto-lidos                            pic 9(07).
       77  ws-rto-aceitos                          pic 9(07).
       77  ws-rto-rejeitados                       pic 9(07).
       77  ws-rto-excecoes                         pic 9(07).
       77  ws-rto-sem-retorno                      pic 9(07).
       77  ws-rto-descricao                        pic x(40).

      *>----Campos de edicao dos valores exibidos
       77  ws-valor-edt                            pic zz.zzz.zzz.zz9,99.
       77  ws-valor-edt2                           pic zz.zzz.zzz.zz9,99.

      *>----Variaveis da saida do relatorio de excecoes em arquivo de
      *>    impressao
           copy "impdef.cpy".

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
           accept ws-data-hoje from date yyyymmdd

      *>     sem historico nao ha venda a transmitir nem jogada a marcar;
      *>     qualquer outro erro de abertura encerra com erro
           open i-o arq-historico
           evaluate ws-fs-historico
               when "00"
                   continue
               when "35"
                   display "O historico de apostas ainda nao existe; nada "
                           "a transmitir."
                   stop run
               when other
                   display "ERRO: nao foi possivel abrir "
                           "historico_apostas.dat (status " ws-fs-historico
                           "). Verifique a integridade ou restaure o backup "
                           "antes de executar."
                   move 8 to return-code
                   stop run
           end-evaluate

      *>     premios a pagar e fechamentos podem ainda nao existir: sem
      *>     premios nao ha pagamento a enviar; sem fechamentos nenhum dia
      *>     esta fechado e nenhuma remessa pode ser gerada
           move "N" to ws-premios-disponivel
           open input arq-premios
           evaluate ws-fs-premios
               when "00"
                   move "S" to ws-premios-disponivel
               when "35"
                   continue
               when other
                   display "ERRO: nao foi possivel abrir premios_pagar.dat "
                           "(status " ws-fs-premios "). Verifique a "
                           "integridade ou restaure o backup antes de "
                           "executar."
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
                           "(status " ws-fs-fechamentos "). Verifique a "
                           "integridade ou restaure o backup antes de "
                           "executar."
                   move 8 to return-code
                   stop run
           end-evaluate

      *>     o controle de remessas so e criado quando nao existe (status
      *>     35); qualquer outro erro encerra, pois sem ele um dia poderia
      *>     ser transmitido de novo
           open i-o arq-controle-remessas
           if ws-fs-controle = "35"
               open output arq-controle-remessas
               close arq-controle-remessas
               open i-o arq-controle-remessas
           end-if
           if ws-fs-controle <> "00"
               display "ERRO: nao foi possivel abrir remessas_controle.dat "
                       "(status " ws-fs-controle "). O arquivo existe mas "
                       "nao pode ser aberto; NADA foi recriado. Verifique a "
                       "integridade ou restaure o backup antes de executar."
               move 8 to return-code
               stop run
           end-if

           perform carrega-codigo-loja

      *>     transmissao e retorno sao reservados ao supervisor ou gerente
           perform autentica-operador
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega o codigo da loja de loja.dat
      *>------------------------------------------------------------------------
       carrega-codigo-loja section.

           move "N" to ws-loja-disponivel
           move zero to ws-loja-codigo

           open input arq-loja
           if ws-fs-loja = "00"
               read arq-loja
                   at end
                       continue
                   not at end
      *>                 copia o codigo ainda com o arquivo aberto: o
      *>                 conteudo do buffer depois do CLOSE e indefinido
                       if ws-loj-arq-codigo is numeric
                       and ws-loj-arq-codigo > zero
                           move ws-loj-arq-codigo to ws-loja-codigo
                           move "S" to ws-loja-disponivel
                       end-if
               end-read
               close arq-loja
           end-if

           if ws-loja-disponivel <> "S"
               display "Aviso: arquivo loja.dat ausente, vazio ou invalido; "
                       "a geracao de remessas fica BLOQUEADA ate o codigo "
                       "da loja ser informado."
           end-if
           .
       carrega-codigo-loja-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal: menu da transmissao a operadora
      *>------------------------------------------------------------------------
       processamento section.

           perform until ws-fim-programa = "S"
               display " "
               display "===================================================="
               display " REMESSA DIARIA A OPERADORA"
               display "===================================================="
               display "  1 - Gerar a remessa de um dia fechado"
               display "  2 - Processar o retorno da operadora"
               display "  3 - Listar as remessas enviadas"
               display "  9 - Sair"
               accept ws-opcao-menu
               display " "

               evaluate ws-opcao-menu
                   when 1
                       move "S" to ws-perfil-exigido
                       perform verifica-perfil
                       if ws-perfil-permitido = "S"
                           perform gera-remessa
                       end-if
                   when 2
                       move "S" to ws-perfil-exigido
                       perform verifica-perfil
                       if ws-perfil-permitido = "S"
                           perform processa-retorno
                       end-if
                   when 3
                       perform lista-remessas
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
      *>  Aceita a data do movimento (AAAAMMDD)
      *>------------------------------------------------------------------------
       aceita-data-movimento section.

           display "Informe a data do movimento (AAAAMMDD): "
           accept ws-data-edit

           perform until ws-data-edit is numeric
               display "Entrada invalida. Informe somente numeros, no "
                       "formato AAAAMMDD."
               display "Informe a data do movimento (AAAAMMDD): "
               accept ws-data-edit
           end-perform

           move ws-data-edit to ws-data-movimento
           .
       aceita-data-movimento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Gera a remessa de um dia de movimento: so para dia fechado, ainda
      *>  nao transmitido e cujo historico ainda confere com o fechamento.
      *>  Cabecalho, uma jogada por venda do dia (fora as canceladas), um
      *>  premio por pagamento feito no dia e o trailer de controle; cada
      *>  jogada enviada fica marcada no historico e o dia no controle. O
      *>  dia e registrado no controle "em geracao" antes de marcar a
      *>  primeira jogada, e so passa a enviado depois da remessa completa:
      *>  nenhuma jogada fica marcada como enviada sem o dia no controle
      *>------------------------------------------------------------------------
       gera-remessa section.

           perform aceita-data-movimento
           perform verifica-remessa-permitida

           if ws-rms-permitida = "S"
               if ws-rms-controle-existe <> "S"
                   perform obtem-proxima-sequencia
               end-if

               move spaces to ws-rms-nome-arquivo
               string "remessa_" delimited by size
                      ws-data-movimento delimited by size
                      "_" delimited by size
                      ws-rms-sequencia delimited by size
                      ".txt" delimited by size
                 into ws-rms-nome-arquivo

               perform registra-geracao-remessa
           end-if

           if ws-rms-permitida = "S"
           and ws-rms-controle-gravado = "S"
               open output arq-remessa
               if ws-fs-remessa <> "00"
                   display "Nao foi possivel criar " ws-rms-nome-arquivo
                           " (status " ws-fs-remessa "). O dia fica "
                           "em geracao no controle; gere a remessa de novo."
                   move 8 to return-code
               else
                   perform grava-remessa-dia
                   close arq-remessa
                   perform grava-controle-remessa
               end-if
           end-if
           .
       gera-remessa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Condicoes para gerar a remessa do dia: codigo da loja informado,
      *>  dia ainda nao transmitido, dia fechado e historico conferindo com
      *>  a quantidade e o total apostado do fechamento
      *>------------------------------------------------------------------------
       verifica-remessa-permitida section.

           move "S" to ws-rms-permitida
           move "N" to ws-rms-controle-existe

           if ws-loja-disponivel <> "S"
               move "N" to ws-rms-permitida
               display "Remessa recusada: codigo da loja nao informado "
                       "(loja.dat)."
           end-if

           if ws-rms-permitida = "S"
               move ws-data-movimento to ws-rmc-data-movimento
               read arq-controle-remessas
                   invalid key
                       continue
                   not invalid key
                       if ws-rmc-situacao = "G"
                           move "S" to ws-rms-controle-existe
                           move ws-rmc-sequencia to ws-rms-sequencia
                           display "A geracao da remessa " ws-rmc-sequencia
                                   " do dia " ws-data-movimento " de "
                                   ws-rmc-data-geracao " nao terminou; a "
                                   "remessa sera gerada de novo."
                       else
                           move "N" to ws-rms-permitida
                           display "Remessa recusada: o dia "
                                   ws-data-movimento
                                   " ja foi transmitido na remessa "
                                   ws-rmc-sequencia " de "
                                   ws-rmc-data-geracao "."
                       end-if
               end-read
           end-if

           if ws-rms-permitida = "S"
               perform soma-fechamento-dia
               if ws-fec-tot-registros = zero
                   move "N" to ws-rms-permitida
                   display "Remessa recusada: o dia " ws-data-movimento
                           " nao esta fechado (fechamentos.dat). Execute "
                           "o fechamento de caixa antes."
               end-if
           end-if

           if ws-rms-permitida = "S"
               perform soma-historico-dia
               if ws-rel-tot-jogadas <> ws-fec-tot-jogadas
               or ws-rel-tot-apostado <> ws-fec-tot-apostado
                   move "N" to ws-rms-permitida
                   move ws-fec-tot-apostado to ws-valor-edt
                   move ws-rel-tot-apostado to ws-valor-edt2
                   display "Remessa recusada: o historico do dia nao "
                           "confere com o fechamento gravado."
                   display "  Fechado..: " ws-fec-tot-jogadas
                           " jogadas, apostado R$ " ws-valor-edt
                   display "  Relido...: " ws-rel-tot-jogadas
                           " jogadas, apostado R$ " ws-valor-edt2
                   display "Execute o fechamento do dia para a conferencia "
                           "e apure a divergencia antes de transmitir."
                   move 8 to return-code
               end-if
           end-if
           .
       verifica-remessa-permitida-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Soma os registros de fechamento gravados para o dia
      *>------------------------------------------------------------------------
       soma-fechamento-dia section.

           move zero to ws-fec-tot-registros
           move zero to ws-fec-tot-jogadas
           move zero to ws-fec-tot-apostado

           if ws-fechamentos-disponivel = "S"
               perform varying ws-jogo-indice from 1 by 1
                         until ws-jogo-indice > 3
                   move ws-data-movimento to ws-fec-data
                   move ws-jogo-indice to ws-fec-jogo
                   read arq-fechamentos
                       invalid key
                           continue
                       not invalid key
                           add 1 to ws-fec-tot-registros
                           add ws-fec-jogadas to ws-fec-tot-jogadas
                           add ws-fec-apostado to ws-fec-tot-apostado
                   end-read
               end-perform
           end-if
           .
       soma-fechamento-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Relê as vendas do dia no historico com o mesmo criterio do
      *>  fechamento: jogo identificado e jogada nao cancelada
      *>------------------------------------------------------------------------
       soma-historico-dia section.

           move zero to ws-rel-tot-jogadas
           move zero to ws-rel-tot-apostado

           perform posiciona-historico-dia
           perform until ws-eof-historico = "S"
               read arq-historico next
                   at end
                       move "S" to ws-eof-historico
                   not at end
                       if ws-hist-data <> ws-data-movimento
                           move "S" to ws-eof-historico
                       else
                           if ws-hist-situacao <> "C"
                           and ws-hist-jogo >= 1 and ws-hist-jogo <= 3
                               add 1 to ws-rel-tot-jogadas
                               add ws-hist-valor-aposta
                                 to ws-rel-tot-apostado
                           end-if
                       end-if
               end-read
           end-perform
           .
       soma-historico-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Posiciona o historico na primeira jogada do dia do movimento (a
      *>  chave comeca pela data da jogada)
      *>------------------------------------------------------------------------
       posiciona-historico-dia section.

           move "N" to ws-eof-historico
           move ws-data-movimento to ws-hist-data
           move zero to ws-hist-hora
           move zero to ws-hist-seq
           start arq-historico key >= ws-hist-chave
               invalid key
                   move "S" to ws-eof-historico
           end-start
           .
       posiciona-historico-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Proxima sequencia de remessa: a maior ja usada mais um
      *>------------------------------------------------------------------------
       obtem-proxima-sequencia section.

           move zero to ws-rms-sequencia
           move "N" to ws-eof-controle
           move zero to ws-rmc-data-movimento
           start arq-controle-remessas key >= ws-rmc-data-movimento
               invalid key
                   move "S" to ws-eof-controle
           end-start

           perform until ws-eof-controle = "S"
               read arq-controle-remessas next
                   at end
                       move "S" to ws-eof-controle
                   not at end
                       if ws-rmc-sequencia > ws-rms-sequencia
                           move ws-rmc-sequencia to ws-rms-sequencia
                       end-if
               end-read
           end-perform

           add 1 to ws-rms-sequencia
           .
       obtem-proxima-sequencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava o arquivo de remessa do dia
      *>------------------------------------------------------------------------
       grava-remessa-dia section.

           move zero to ws-rms-qtd-jogadas
           move zero to ws-rms-total-apostado
           move zero to ws-rms-qtd-premios
           move zero to ws-rms-total-bruto
           move zero to ws-rms-total-liquido
           move zero to ws-rms-qtd-registros
           accept ws-hora-agora from time

           move spaces to ws-rms-cabecalho
           move "H" to ws-rmh-tipo
           move ws-loja-codigo to ws-rmh-loja
           move ws-data-movimento to ws-rmh-data-movimento
           move ws-rms-sequencia to ws-rmh-sequencia
           move ws-data-hoje to ws-rmh-data-geracao
           move ws-hora-agora(1:6) to ws-rmh-hora-geracao
           write ws-rms-cabecalho
           add 1 to ws-rms-qtd-registros

      *>     jogadas vendidas no dia
           perform posiciona-historico-dia
           perform until ws-eof-historico = "S"
               read arq-historico next
                   at end
                       move "S" to ws-eof-historico
                   not at end
                       if ws-hist-data <> ws-data-movimento
                           move "S" to ws-eof-historico
                       else
                           if ws-hist-situacao <> "C"
                           and ws-hist-jogo >= 1 and ws-hist-jogo <= 3
                               perform grava-remessa-jogada
                           end-if
                       end-if
               end-read
           end-perform

      *>     premios pagos no dia (a chave dos premios e a da jogada, e nao
      *>     a do pagamento: o arquivo e lido inteiro)
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
                           if ws-prm-situacao = "G"
                           and ws-prm-data-pagamento = ws-data-movimento
                               perform grava-remessa-premio
                           end-if
                   end-read
               end-perform
           end-if

           add 1 to ws-rms-qtd-registros
           move spaces to ws-rms-trailer
           move "T" to ws-rmt-tipo
           move ws-rms-qtd-jogadas to ws-rmt-qtd-jogadas
           move ws-rms-total-apostado to ws-rmt-total-apostado
           move ws-rms-qtd-premios to ws-rmt-qtd-premios
           move ws-rms-total-bruto to ws-rmt-total-bruto
           move ws-rms-total-liquido to ws-rmt-total-liquido
           move ws-rms-qtd-registros to ws-rmt-qtd-registros
           write ws-rms-trailer

           move ws-rms-total-apostado to ws-valor-edt
           move ws-rms-total-bruto to ws-valor-edt2
           display "===================================================="
           display " REMESSA " ws-rms-sequencia " - DIA " ws-data-movimento
           display "===================================================="
           display "Arquivo.................: " ws-rms-nome-arquivo
           display "Jogadas enviadas........: " ws-rms-qtd-jogadas
           display "Total apostado..........: R$ " ws-valor-edt
           display "Premios pagos enviados..: " ws-rms-qtd-premios
           display "Total bruto dos premios.: R$ " ws-valor-edt2
           display "Registros no arquivo....: " ws-rms-qtd-registros
           display "===================================================="
           .
       grava-remessa-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava o detalhe de uma jogada e a marca como enviada no historico
      *>------------------------------------------------------------------------
       grava-remessa-jogada section.

           move spaces to ws-rms-jogada
           move "J" to ws-rmj-tipo
           move ws-hist-data to ws-rmj-data
           move ws-hist-hora to ws-rmj-hora
           move ws-hist-seq to ws-rmj-seq
           move ws-hist-jogo to ws-rmj-jogo
           move ws-hist-concurso to ws-rmj-concurso
           move ws-hist-qtd-apostada to ws-rmj-qtd-apostada
           perform varying ws-num-indice from 1 by 1
                     until ws-num-indice > 20
               move ws-hist-numeros-apostados(ws-num-indice)
                 to ws-rmj-numeros(ws-num-indice)
           end-perform
           move ws-hist-valor-aposta to ws-rmj-valor-aposta
           move ws-hist-apostador to ws-rmj-apostador
           write ws-rms-jogada

           add 1 to ws-rms-qtd-registros
           add 1 to ws-rms-qtd-jogadas
           add ws-hist-valor-aposta to ws-rms-total-apostado

           move "E" to ws-hist-transmissao
           move spaces to ws-hist-cod-rejeicao
           rewrite ws-historico-registro
               invalid key
                   display "Falha ao marcar a jogada " ws-hist-chave
                           " como enviada (status " ws-fs-historico ")."
           end-rewrite
           .
       grava-remessa-jogada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava o detalhe de um premio pago no dia
      *>------------------------------------------------------------------------
       grava-remessa-premio section.

           move spaces to ws-rms-premio
           move "P" to ws-rmp-tipo
           move ws-prm-data to ws-rmp-data
           move ws-prm-hora to ws-rmp-hora
           move ws-prm-seq to ws-rmp-seq
           move ws-prm-jogo to ws-rmp-jogo
           move ws-prm-concurso to ws-rmp-concurso
           move ws-prm-faixa to ws-rmp-faixa
           move ws-prm-valor-bruto to ws-rmp-valor-bruto
           move ws-prm-valor-ir to ws-rmp-valor-ir
           move ws-prm-valor-liquido to ws-rmp-valor-liquido
           move ws-prm-data-pagamento to ws-rmp-data-pagamento
           move ws-prm-recibo to ws-rmp-recibo
           write ws-rms-premio

           add 1 to ws-rms-qtd-registros
           add 1 to ws-rms-qtd-premios
           add ws-prm-valor-bruto to ws-rms-total-bruto
           add ws-prm-valor-liquido to ws-rms-total-liquido
           .
       grava-remessa-premio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Registra o dia no controle de remessas "em geracao", sem totais,
      *>  antes de qualquer jogada ser marcada como enviada; sem o registro
      *>  a remessa nao e gerada
      *>------------------------------------------------------------------------
       registra-geracao-remessa section.

           move "N" to ws-rms-controle-gravado
           accept ws-hora-agora from time

           move ws-data-movimento to ws-rmc-data-movimento
           move ws-rms-sequencia to ws-rmc-sequencia
           move ws-data-hoje to ws-rmc-data-geracao
           move ws-hora-agora to ws-rmc-hora-geracao
           move ws-operador-corrente to ws-rmc-operador
           move zero to ws-rmc-qtd-jogadas
           move zero to ws-rmc-total-apostado
           move zero to ws-rmc-qtd-premios
           move zero to ws-rmc-total-bruto
           move "G" to ws-rmc-situacao
           move zero to ws-rmc-data-retorno
           move zero to ws-rmc-qtd-aceitos
           move zero to ws-rmc-qtd-rejeitados

           if ws-rms-controle-existe = "S"
               rewrite ws-remessa-controle
                   invalid key
                       continue
                   not invalid key
                       move "S" to ws-rms-controle-gravado
               end-rewrite
           else
               write ws-remessa-controle
                   invalid key
                       continue
                   not invalid key
                       move "S" to ws-rms-controle-gravado
               end-write
           end-if

           if ws-rms-controle-gravado <> "S"
               display "ERRO: falha ao registrar a remessa no controle "
                       "(status " ws-fs-controle "). Remessa NAO gerada; "
                       "nenhuma jogada foi marcada como enviada."
               move 8 to return-code
           end-if
           .
       registra-geracao-remessa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Completa o dia no controle de remessas com os totais enviados e a
      *>  situacao de enviado
      *>------------------------------------------------------------------------
       grava-controle-remessa section.

           move ws-data-movimento to ws-rmc-data-movimento
           move ws-rms-sequencia to ws-rmc-sequencia
           move ws-data-hoje to ws-rmc-data-geracao
           move ws-hora-agora to ws-rmc-hora-geracao
           move ws-operador-corrente to ws-rmc-operador
           move ws-rms-qtd-jogadas to ws-rmc-qtd-jogadas
           move ws-rms-total-apostado to ws-rmc-total-apostado
           move ws-rms-qtd-premios to ws-rmc-qtd-premios
           move ws-rms-total-bruto to ws-rmc-total-bruto
           move "E" to ws-rmc-situacao
           move zero to ws-rmc-data-retorno
           move zero to ws-rmc-qtd-aceitos
           move zero to ws-rmc-qtd-rejeitados

           rewrite ws-remessa-controle
               invalid key
                   display "ERRO: falha ao completar a remessa no controle "
                           "(status " ws-fs-controle "). NAO transmita "
                           ws-rms-nome-arquivo "; o dia fica em geracao e "
                           "a remessa deve ser gerada de novo."
                   move 8 to return-code
               not invalid key
                   display "Remessa registrada; o dia " ws-data-movimento
                           " nao podera ser transmitido de novo."
           end-rewrite
           .
       grava-controle-remessa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processa o retorno da operadora para a remessa de um dia: marca
      *>  cada jogada aceita ou rejeitada no historico e emite o relatorio
      *>  de excecoes (rejeicoes, registros que nao conferem com a remessa
      *>  e jogadas enviadas que ficaram sem retorno)
      *>------------------------------------------------------------------------
       processa-retorno section.

           perform aceita-data-movimento
           move "S" to ws-rto-valido

           move ws-data-movimento to ws-rmc-data-movimento
           read arq-controle-remessas
               invalid key
                   move "N" to ws-rto-valido
                   display "O dia " ws-data-movimento " nao foi "
                           "transmitido; nao ha retorno a processar."
           end-read

           if ws-rto-valido = "S"
           and ws-rmc-situacao = "G"
               move "N" to ws-rto-valido
               display "A geracao da remessa do dia " ws-data-movimento
                       " nao terminou; gere a remessa de novo antes de "
                       "processar o retorno."
           end-if

           if ws-rto-valido = "S"
           and ws-rmc-situacao = "R"
               move "N" to ws-rto-valido
               display "O retorno da remessa do dia " ws-data-movimento
                       " ja foi processado em " ws-rmc-data-retorno "."
           end-if

           if ws-rto-valido = "S"
               move spaces to ws-rto-nome-arquivo
               string "retorno_" delimited by size
                      ws-data-movimento delimited by size
                      "_" delimited by size
                      ws-rmc-sequencia delimited by size
                      ".txt" delimited by size
                 into ws-rto-nome-arquivo
               open input arq-retorno
               if ws-fs-retorno <> "00"
                   move "N" to ws-rto-valido
                   display "Arquivo de retorno nao encontrado: "
                           ws-rto-nome-arquivo " (status " ws-fs-retorno
                           ")."
               end-if
           end-if

           if ws-rto-valido = "S"
               perform le-retorno
               close arq-retorno
           end-if
           .
       processa-retorno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le o arquivo de retorno aberto: confere o cabecalho com a remessa,
      *>  trata cada detalhe, confere o trailer e atualiza o controle
      *>------------------------------------------------------------------------
       le-retorno section.

           move zero to ws-rto-lidos
           move zero to ws-rto-aceitos
           move zero to ws-rto-rejeitados
           move zero to ws-rto-excecoes
           move zero to ws-rto-sem-retorno
           move "N" to ws-rto-trailer-lido
           move "N" to ws-eof-retorno

           read arq-retorno
               at end
                   move "S" to ws-eof-retorno
           end-read

           if ws-eof-retorno = "S"
           or ws-rth-tipo <> "H"
           or ws-rth-loja <> ws-loja-codigo
           or ws-rth-data-movimento <> ws-data-movimento
           or ws-rth-sequencia <> ws-rmc-sequencia
               display "Retorno recusado: o cabecalho de "
                       ws-rto-nome-arquivo " nao corresponde a remessa "
                       ws-rmc-sequencia " do dia " ws-data-movimento
                       " desta loja. Nada foi marcado."
               move 8 to return-code
           else
               move "retorno" to ws-imp-prefixo
               move spaces to ws-imp-titulo
               string "EXCECOES DO RETORNO - DIA " delimited by size
                      ws-data-movimento delimited by size
                 into ws-imp-titulo
               perform abre-impressao

               display " "
               move "====================================================" to ws-imp-linha
               perform exibe-e-imprime
               move spaces to ws-imp-linha
               string " EXCECOES DO RETORNO - REMESSA " delimited by size
                      ws-rmc-sequencia delimited by size
                      " - DIA " delimited by size
                      ws-data-movimento delimited by size
                 into ws-imp-linha
               perform exibe-e-imprime
               move "====================================================" to ws-imp-linha
               perform exibe-e-imprime

               perform until ws-eof-retorno = "S"
                   read arq-retorno
                       at end
                           move "S" to ws-eof-retorno
                       not at end
                           evaluate ws-rtd-tipo
                               when "D"
                                   perform trata-detalhe-retorno
                               when "T"
                                   move "S" to ws-rto-trailer-lido
                                   move "S" to ws-eof-retorno
                               when other
                                   move "registro de tipo desconhecido"
                                     to ws-rto-descricao
                                   perform imprime-excecao-geral
                           end-evaluate
                   end-read
               end-perform

               perform confere-trailer-retorno
               perform verifica-jogadas-sem-retorno
               perform imprime-resumo-retorno
               perform encerra-impressao
               perform atualiza-controle-retorno
           end-if
           .
       le-retorno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Trata um detalhe do retorno: contabiliza aceito ou rejeitado,
      *>  lista a rejeicao e, para a jogada, marca a situacao no historico
      *>------------------------------------------------------------------------
       trata-detalhe-retorno section.

           add 1 to ws-rto-lidos

           evaluate ws-rtd-situacao
               when "A"
                   add 1 to ws-rto-aceitos
               when "R"
                   add 1 to ws-rto-rejeitados
                   move spaces to ws-imp-linha
                   string ws-rtd-origem delimited by size
                          " " delimited by size
                          ws-rtd-data delimited by size
                          "-" delimited by size
                          ws-rtd-hora delimited by size
                          "-" delimited by size
                          ws-rtd-seq delimited by size
                          " REJEITADO " delimited by size
                          ws-rtd-cod-rejeicao delimited by size
                          " " delimited by size
                          ws-rtd-motivo delimited by size
                     into ws-imp-linha
                   perform exibe-e-imprime
               when other
                   move "situacao do retorno invalida"
                     to ws-rto-descricao
                   perform imprime-excecao-detalhe
           end-evaluate

           if ws-rtd-situacao = "A" or ws-rtd-situacao = "R"
               evaluate ws-rtd-origem
                   when "J"
                       perform marca-jogada-retorno
                   when "P"
                       perform confere-premio-retorno
                   when other
                       move "origem do registro invalida"
                         to ws-rto-descricao
                       perform imprime-excecao-detalhe
               end-evaluate
           end-if
           .
       trata-detalhe-retorno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Marca no historico a jogada aceita ou rejeitada pela operadora
      *>------------------------------------------------------------------------
       marca-jogada-retorno section.

           move ws-rtd-chave to ws-hist-chave
           read arq-historico
               invalid key
                   move "jogada nao consta do historico"
                     to ws-rto-descricao
                   perform imprime-excecao-detalhe
               not invalid key
                   if ws-hist-data <> ws-data-movimento
                   or ws-hist-transmissao = space
                       move "jogada nao foi enviada nesta remessa"
                         to ws-rto-descricao
                       perform imprime-excecao-detalhe
                   else
                       move ws-rtd-situacao to ws-hist-transmissao
                       if ws-rtd-situacao = "R"
                           move ws-rtd-cod-rejeicao
                             to ws-hist-cod-rejeicao
                       else
                           move spaces to ws-hist-cod-rejeicao
                       end-if
                       rewrite ws-historico-registro
                           invalid key
                               move "falha ao marcar a jogada"
                                 to ws-rto-descricao
                               perform imprime-excecao-detalhe
                       end-rewrite
                   end-if
           end-read
           .
       marca-jogada-retorno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere se o premio devolvido pela operadora foi pago no dia
      *>------------------------------------------------------------------------
       confere-premio-retorno section.

           if ws-premios-disponivel <> "S"
               move "premio nao consta de premios a pagar"
                 to ws-rto-descricao
               perform imprime-excecao-detalhe
           else
               move ws-rtd-chave to ws-prm-chave
               read arq-premios
                   invalid key
                       move "premio nao consta de premios a pagar"
                         to ws-rto-descricao
                       perform imprime-excecao-detalhe
                   not invalid key
                       if ws-prm-situacao <> "G"
                       or ws-prm-data-pagamento <> ws-data-movimento
                           move "premio nao foi pago neste dia"
                             to ws-rto-descricao
                           perform imprime-excecao-detalhe
                       end-if
               end-read
           end-if
           .
       confere-premio-retorno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista uma excecao de um detalhe do retorno (ws-rto-descricao)
      *>------------------------------------------------------------------------
       imprime-excecao-detalhe section.

           add 1 to ws-rto-excecoes
           move spaces to ws-imp-linha
           string ws-rtd-origem delimited by size
                  " " delimited by size
                  ws-rtd-data delimited by size
                  "-" delimited by size
                  ws-rtd-hora delimited by size
                  "-" delimited by size
                  ws-rtd-seq delimited by size
                  " EXCECAO: " delimited by size
                  ws-rto-descricao delimited by size
             into ws-imp-linha
           perform exibe-e-imprime
           .
       imprime-excecao-detalhe-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista uma excecao do arquivo de retorno como um todo
      *>------------------------------------------------------------------------
       imprime-excecao-geral section.

           add 1 to ws-rto-excecoes
           move spaces to ws-imp-linha
           string "EXCECAO: " delimited by size
                  ws-rto-descricao delimited by size
             into ws-imp-linha
           perform exibe-e-imprime
           .
       imprime-excecao-geral-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere o trailer do retorno com os detalhes lidos
      *>------------------------------------------------------------------------
       confere-trailer-retorno section.

           if ws-rto-trailer-lido <> "S"
               move "retorno sem trailer (arquivo incompleto)"
                 to ws-rto-descricao
               perform imprime-excecao-geral
           else
               if ws-rtt-qtd-detalhes <> ws-rto-lidos
               or ws-rtt-qtd-aceitos <> ws-rto-aceitos
               or ws-rtt-qtd-rejeitados <> ws-rto-rejeitados
                   move "quantidades do trailer nao conferem"
                     to ws-rto-descricao
                   perform imprime-excecao-geral
               end-if
           end-if
           .
       confere-trailer-retorno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Jogadas do dia enviadas que continuam so "enviadas": a operadora
      *>  nao as devolveu no retorno
      *>------------------------------------------------------------------------
       verifica-jogadas-sem-retorno section.

           perform posiciona-historico-dia
           perform until ws-eof-historico = "S"
               read arq-historico next
                   at end
                       move "S" to ws-eof-historico
                   not at end
                       if ws-hist-data <> ws-data-movimento
                           move "S" to ws-eof-historico
                       else
                           if ws-hist-transmissao = "E"
                               add 1 to ws-rto-sem-retorno
                               add 1 to ws-rto-excecoes
                               move spaces to ws-imp-linha
                               string "J " delimited by size
                                      ws-hist-data delimited by size
                                      "-" delimited by size
                                      ws-hist-hora delimited by size
                                      "-" delimited by size
                                      ws-hist-seq delimited by size
                                      " EXCECAO: jogada enviada sem "
                                        delimited by size
                                      "retorno da operadora"
                                        delimited by size
                                 into ws-imp-linha
                               perform exibe-e-imprime
                           end-if
                       end-if
               end-read
           end-perform
           .
       verifica-jogadas-sem-retorno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Resumo do retorno processado
      *>------------------------------------------------------------------------
       imprime-resumo-retorno section.

           move "----------------------------------------------------" to ws-imp-linha
           perform exibe-e-imprime
           move spaces to ws-imp-linha
           string "Registros devolvidos.: " delimited by size
                  ws-rto-lidos delimited by size
             into ws-imp-linha
           perform exibe-e-imprime
           move spaces to ws-imp-linha
           string "Aceitos..............: " delimited by size
                  ws-rto-aceitos delimited by size
             into ws-imp-linha
           perform exibe-e-imprime
           move spaces to ws-imp-linha
           string "Rejeitados...........: " delimited by size
                  ws-rto-rejeitados delimited by size
             into ws-imp-linha
           perform exibe-e-imprime
           move spaces to ws-imp-linha
           string "Jogadas sem retorno..: " delimited by size
                  ws-rto-sem-retorno delimited by size
             into ws-imp-linha
           perform exibe-e-imprime
           move spaces to ws-imp-linha
           string "Outras excecoes......: " delimited by size
                  ws-rto-excecoes delimited by size
             into ws-imp-linha
           perform exibe-e-imprime
           move "====================================================" to ws-imp-linha
           perform exibe-e-imprime

           if ws-rto-rejeitados > zero or ws-rto-excecoes > zero
               if return-code < 4
                   move 4 to return-code
               end-if
           end-if
           .
       imprime-resumo-retorno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Registra no controle que o retorno do dia foi processado
      *>------------------------------------------------------------------------
       atualiza-controle-retorno section.

           move ws-data-movimento to ws-rmc-data-movimento
           read arq-controle-remessas
               invalid key
                   display "Falha ao reler o controle da remessa (status "
                           ws-fs-controle ")."
               not invalid key
                   move "R" to ws-rmc-situacao
                   move ws-data-hoje to ws-rmc-data-retorno
                   move ws-rto-aceitos to ws-rmc-qtd-aceitos
                   move ws-rto-rejeitados to ws-rmc-qtd-rejeitados
                   rewrite ws-remessa-controle
                       invalid key
                           display "Falha ao atualizar o controle da "
                                   "remessa (status " ws-fs-controle ")."
                   end-rewrite
           end-read
           .
       atualiza-controle-retorno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista as remessas registradas no controle
      *>------------------------------------------------------------------------
       lista-remessas section.

           display "===================================================="
           display " REMESSAS ENVIADAS"
           display "===================================================="

           move "N" to ws-eof-controle
           move zero to ws-rmc-data-movimento
           start arq-controle-remessas key >= ws-rmc-data-movimento
               invalid key
                   move "S" to ws-eof-controle
                   display "Nenhuma remessa enviada."
           end-start

           perform until ws-eof-controle = "S"
               read arq-controle-remessas next
                   at end
                       move "S" to ws-eof-controle
                   not at end
                       move ws-rmc-total-apostado to ws-valor-edt
                       evaluate ws-rmc-situacao
                           when "R"
                               display "Dia " ws-rmc-data-movimento " seq "
                                       ws-rmc-sequencia " "
                                       ws-rmc-qtd-jogadas " jogadas R$ "
                                       ws-valor-edt " retorno "
                                       ws-rmc-data-retorno ": "
                                       ws-rmc-qtd-aceitos " aceitas, "
                                       ws-rmc-qtd-rejeitados " rejeitadas"
                           when "G"
                               display "Dia " ws-rmc-data-movimento " seq "
                                       ws-rmc-sequencia " geracao interrompida;"
                                       " gere a remessa de novo"
                           when other
                               display "Dia " ws-rmc-data-movimento " seq "
                                       ws-rmc-sequencia " "
                                       ws-rmc-qtd-jogadas " jogadas R$ "
                                       ws-valor-edt " aguardando retorno"
                       end-evaluate
               end-read
           end-perform
           display "===================================================="
           .
       lista-remessas-exit.
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
           close arq-controle-remessas
           stop run
           .
       finaliza-exit.
           exit.

           copy "imprime.cpy".

           copy "autentica.cpy".
