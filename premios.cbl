               record key is ws-apo-codigo
               file status is ws-fs-apostadores.

           select arq-historico
               assign to "historico_apostas.dat"
               organization is indexed
               access mode is dynamic
               record key is ws-hist-chave
               file status is ws-fs-historico.

           select arq-boloes
               assign to "boloes.dat"
               organization is indexed
               access mode is dynamic
               record key is ws-bolao-nome
               file status is ws-fs-boloes.

           select arq-retencoes
               assign to "retencoes_ir.dat"
               organization is indexed
               access mode is dynamic
               record key is ws-ret-chave
               file status is ws-fs-retencoes.

           select arq-param-ir
               assign to "imposto_renda.dat"
               organization is line sequential
               file status is ws-fs-param-ir.

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

       fd  arq-apostadores.
           copy "apostador.cpy".

       fd  arq-historico.
           copy "historico.cpy".

       fd  arq-boloes.
           copy "bolao.cpy".

       fd  arq-retencoes.
           copy "retencao.cpy".

      *>  parametros da retencao do imposto de renda sobre premios: limite
      *>  de isencao (premio por beneficiario ate este valor nao sofre
      *>  retencao) e aliquota percentual aplicada sobre o premio inteiro
      *>  do beneficiario acima do limite
       fd  arq-param-ir.
       01  ws-reg-param-ir.
           05 ws-pir-arq-limite-isencao             pic 9(07)v99.
           05 ws-pir-arq-aliquota                   pic 9(03)v99.

       fd  arq-impressao.
       01  ws-reg-impressao                         pic x(100).

       fd  arq-operadores.
           copy "operador.cpy".

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-apostadores                       pic x(02).
       77  ws-eof-premios                          pic x(01).
       77  ws-cadastro-disponivel                  pic x(01).
       77  ws-fs-historico                         pic x(02).
       77  ws-fs-boloes                            pic x(02).
       77  ws-fs-retencoes                         pic x(02).
       77  ws-fs-param-ir                          pic x(02).
       77  ws-eof-param-ir                         pic x(01).
       77  ws-eof-retencoes                        pic x(01).
       77  ws-historico-disponivel                 pic x(01).
       77  ws-boloes-disponivel                    pic x(01).
       77  ws-retencoes-disponivel                 pic x(01).

       77  ws-opcao-menu                           pic 9(01).
       77  ws-resp-confirma                        pic x(01).
       77  ws-pag-data-edit                        pic x(08).
       77  ws-pag-recibo                           pic x(10).

      *>----Nome do apostador procurado no cadastro (ou aviso de sem
      *>    cadastro)
       77  ws-apostador-busca                      pic 9(05).
       77  ws-nome-apostador                       pic x(30).

      *>----Parametros da retencao do imposto de renda (imposto_renda.dat);
      *>    sem eles nenhum premio pode ser pago
       77  ws-parametros-ir                        pic x(01).
       77  ws-pir-limite-isencao                   pic 9(07)v99.
       77  ws-pir-aliquota                         pic 9(03)v99.
       77  ws-limite-edt                           pic z.zzz.zz9,99.
       77  ws-aliquota-edt                         pic zz9,99.

      *>----Beneficiarios do pagamento corrente: o apostador da jogada ou,
      *>    na jogada de bolao, cada participante pela parcela do rateio
      *>    proporcional as cotas (residuo do arredondamento na ultima),
      *>    com o imposto apurado sobre a parcela de cada um
       77  ws-ben-qtd                              pic 9(02).
       77  ws-ben-indice                           pic 9(02).
       77  ws-ben-total-cotas                      pic 9(05).
       77  ws-ben-distribuido                      pic 9(09)v99.
       77  ws-ben-bolao                            pic x(20).
       77  ws-ben-total-ir                         pic 9(09)v99.
       77  ws-ben-total-liquido                    pic 9(09)v99.
       01  ws-beneficiarios.
           05 ws-ben occurs 10.
               10 ws-ben-apostador                  pic 9(05).
               10 ws-ben-cotas                      pic 9(03).
               10 ws-ben-bruto                      pic 9(09)v99.
               10 ws-ben-ir                         pic 9(09)v99.
               10 ws-ben-liquido                    pic 9(09)v99.
       77  ws-valor-edt2                           pic zzz.zzz.zz9,99.
       77  ws-valor-edt3                           pic zzz.zzz.zz9,99.

      *>----Relatorio mensal de IR: mes de referencia, quebra por apostador
      *>    e totais por dia de pagamento (indexados pelo dia do mes)
       77  ws-mes-edit                             pic x(06).
       77  ws-mes-referencia                       pic 9(06).
       77  ws-rir-apostador-ant                    pic 9(05).
       77  ws-rir-primeiro                         pic x(01).
       77  ws-rir-dia                              pic 9(02).
       77  ws-rir-qtd                              pic 9(07).
       77  ws-rir-bruto                            pic 9(11)v99.
       77  ws-rir-ir                               pic 9(11)v99.
       77  ws-rir-liquido                          pic 9(11)v99.
       77  ws-rir-apo-qtd                          pic 9(07).
       77  ws-rir-apo-bruto                        pic 9(11)v99.
       77  ws-rir-apo-ir                           pic 9(11)v99.
       77  ws-rir-apo-liquido                      pic 9(11)v99.
       01  ws-rir-totais-dia.
           05 ws-rir-dia-tot occurs 31.
               10 ws-rir-dia-qtd                    pic 9(07).
               10 ws-rir-dia-bruto                  pic 9(11)v99.
               10 ws-rir-dia-ir                     pic 9(11)v99.
               10 ws-rir-dia-liquido                pic 9(11)v99.
       77  ws-total-edt2                           pic zz.zzz.zzz.zz9,99.
       77  ws-total-edt3                           pic zz.zzz.zzz.zz9,99.

      *>----Totais da listagem e do passivo em aberto
       77  ws-tot-pendentes                        pic 9(07).
       77  ws-tot-pagas                            pic 9(07).
       77  ws-tot-estornadas                       pic 9(07).
       77  ws-tot-valor-pendente                   pic 9(11)v99.
       77  ws-tot-valor-pago                       pic 9(11)v99.
       77  ws-tot-valor-ir                         pic 9(11)v99.
       77  ws-tot-valor-liquido                    pic 9(11)v99.
       77  ws-valor-edt                            pic zzz.zzz.zz9,99.
       77  ws-valor-total-edt                      pic zz.zzz.zzz.zz9,99.

           copy "impdef.cpy".

      *>----Variaveis da identificacao do operador da sessao
           copy "operdef.cpy".

      *>Declaração do corpo do programa
       procedure division.

           if ws-fs-apostadores = "00"
               move "S" to ws-cadastro-disponivel
           end-if

      *>     o historico e o cadastro de boloes identificam o premio de
      *>     bolao, rateado entre os participantes antes do imposto; sem
      *>     eles o imposto e apurado sobre o premio inteiro do apostador
           move "N" to ws-historico-disponivel
           open input arq-historico
           if ws-fs-historico = "00"
               move "S" to ws-historico-disponivel
           end-if

           move "N" to ws-boloes-disponivel
           open input arq-boloes
           if ws-fs-boloes = "00"
               move "S" to ws-boloes-disponivel
           end-if

      *>     o arquivo de retencoes so e criado quando nao existe (status
      *>     35); sem conseguir abri-lo nenhum pagamento e registrado, pois
      *>     a retencao ficaria sem o registro por beneficiario
           move "N" to ws-retencoes-disponivel
           open i-o arq-retencoes
           if ws-fs-retencoes = "35"
               open output arq-retencoes
               close arq-retencoes
               open i-o arq-retencoes
           end-if
           if ws-fs-retencoes = "00"
               move "S" to ws-retencoes-disponivel
           else
               display "ERRO: nao foi possivel abrir retencoes_ir.dat "
                       "(status " ws-fs-retencoes "). O arquivo existe mas "
                       "nao pode ser aberto; NADA foi recriado. Nenhum "
                       "pagamento pode ser registrado nesta execucao."
               move 8 to return-code
           end-if

           perform carrega-parametros-ir

      *>     identificacao do operador no cadastro de operadores; o
      *>     pagamento de premios e o relatorio do imposto retido sao
      *>     reservados ao supervisor ou gerente
           if ws-fim-programa <> "S"
               perform autentica-operador
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega os parametros da retencao do imposto de renda de
      *>  imposto_renda.dat; sem o arquivo nenhum premio pode ser pago, pois
      *>  o imposto nao seria retido
      *>------------------------------------------------------------------------
       carrega-parametros-ir section.

           move "N" to ws-parametros-ir
           move zero to ws-pir-limite-isencao
           move zero to ws-pir-aliquota

           open input arq-param-ir
           if ws-fs-param-ir = "00"
               move "N" to ws-eof-param-ir
               read arq-param-ir
                   at end
                       move "S" to ws-eof-param-ir
               end-read
      *>         copia os parametros para working storage ainda com o
      *>         arquivo aberto: o conteudo do buffer do registro depois
      *>         do CLOSE e indefinido
               if ws-eof-param-ir = "N"
               and ws-pir-arq-limite-isencao is numeric
               and ws-pir-arq-aliquota is numeric
               and ws-pir-arq-aliquota < 100
                   move "S" to ws-parametros-ir
                   move ws-pir-arq-limite-isencao
                     to ws-pir-limite-isencao
                   move ws-pir-arq-aliquota to ws-pir-aliquota
               end-if
               close arq-param-ir
           end-if

           if ws-parametros-ir <> "S"
               display "Aviso: arquivo de parametros imposto_renda.dat "
                       "ausente, vazio ou invalido; o registro de "
                       "pagamentos fica BLOQUEADO ate o arquivo ser "
                       "corrigido."
           end-if
           .
       carrega-parametros-ir-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal: menu de contas a pagar de premiados
      *>------------------------------------------------------------------------
               display "  1 - Listar premios pendentes de pagamento"
               display "  2 - Registrar pagamento de um premio"
               display "  3 - Passivo de premios em aberto"
               display "  4 - Relatorio mensal de imposto de renda retido"
               display "  9 - Sair"
               accept ws-opcao-menu
               display " "
                   when 1
                       perform lista-pendentes
                   when 2
                       move "S" to ws-perfil-exigido
                       perform verifica-perfil
                       if ws-perfil-permitido = "S"
                           perform registra-pagamento
                       end-if
                   when 3
                       perform relatorio-passivo
                   when 4
                       move "S" to ws-perfil-exigido
                       perform verifica-perfil
                       if ws-perfil-permitido = "S"
                           perform relatorio-mensal-ir
                       end-if
                   when 9
                       move "S" to ws-fim-programa
                   when other
      *>------------------------------------------------------------------------
       lista-pendencia section.

           move ws-prm-apostador to ws-apostador-busca
           perform busca-nome-apostador

           move ws-prm-valor to ws-valor-edt
           exit.

      *>------------------------------------------------------------------------
      *>  Busca o nome do apostador informado em ws-apostador-busca no
      *>  cadastro; codigo zero e jogada sem cadastro, e um codigo que nao
      *>  esta mais no cadastro e avisado (o apostador pode ter sido
      *>  excluido)
      *>------------------------------------------------------------------------
       busca-nome-apostador section.

           move "(sem cadastro)" to ws-nome-apostador

           if ws-apostador-busca > zero
               if ws-cadastro-disponivel = "S"
                   move ws-apostador-busca to ws-apo-codigo
                   read arq-apostadores
                       invalid key
                           move "(nao encontrado no cadastro)"
      *>------------------------------------------------------------------------
       registra-pagamento section.

           if ws-parametros-ir <> "S" or ws-retencoes-disponivel <> "S"
               display "Registro de pagamentos bloqueado: sem os "
                       "parametros de imposto de renda (imposto_renda.dat) "
                       "ou sem o arquivo de retencoes (retencoes_ir.dat)."
           else
               perform aceita-chave-pendencia

               read arq-premios
                   invalid key
                       display "Pendencia nao encontrada para esta chave. "
                               "Confira na listagem de pendentes."
                   not invalid key
                       evaluate ws-prm-situacao
                           when "G"
                               display "Este premio ja foi pago em "
                                       ws-prm-data-pagamento " (recibo "
                                       ws-prm-recibo ")."
                           when "C"
                               display "Este premio foi estornado: a "
                                       "jogada foi cancelada. Nao ha o "
                                       "que pagar."
                           when other
                               perform quita-pendencia
                       end-evaluate
               end-read
           end-if
           .
       registra-pagamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Quita a pendencia corrente, com confirmacao do operador e registro
      *>  da data do pagamento e do numero do recibo; o premio e pago com a
      *>  retencao do imposto de renda apurada por beneficiario
      *>------------------------------------------------------------------------
       quita-pendencia section.

           move ws-prm-apostador to ws-apostador-busca
           perform busca-nome-apostador
           move ws-prm-valor to ws-valor-edt

           display "Premio " ws-prm-faixa " de R$ " ws-valor-edt
                   " - apostador " ws-prm-apostador " - "
                   ws-nome-apostador

           perform monta-beneficiarios
           perform calcula-retencao
           perform exibe-retencao

           display "Registrar o pagamento deste premio? (S/N) "
           accept ws-resp-confirma

               move "G" to ws-prm-situacao
               move ws-pag-data-edit to ws-prm-data-pagamento
               move ws-pag-recibo to ws-prm-recibo
               move ws-prm-valor to ws-prm-valor-bruto
               move ws-ben-total-ir to ws-prm-valor-ir
               move ws-ben-total-liquido to ws-prm-valor-liquido

               rewrite ws-premio-registro
                   invalid key
                       display "Falha ao registrar o pagamento (status "
                               ws-fs-premios ")."
                   not invalid key
                       move ws-prm-valor-liquido to ws-valor-edt
                       display "Pagamento registrado (recibo "
                               ws-prm-recibo "), liquido pago R$ "
                               ws-valor-edt "."
                       perform grava-retencoes
               end-rewrite
           else
               display "Pagamento nao registrado; o premio continua "
       quita-pendencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Monta os beneficiarios do pagamento: a jogada de bolao (pelo
      *>  historico) e rateada entre os participantes proporcionalmente as
      *>  cotas, como no desafio2; a jogada individual, ou de bolao que
      *>  nao se consegue ratear, tem o apostador como unico beneficiario
      *>------------------------------------------------------------------------
       monta-beneficiarios section.

           move 1 to ws-ben-qtd
           move ws-prm-apostador to ws-ben-apostador(1)
           move zero to ws-ben-cotas(1)
           move ws-prm-valor to ws-ben-bruto(1)
           move spaces to ws-ben-bolao

           if ws-historico-disponivel = "S"
               move ws-prm-chave to ws-hist-chave
               read arq-historico
                   invalid key
                       continue
                   not invalid key
                       move ws-hist-bolao to ws-ben-bolao
               end-read
           end-if

           if ws-ben-bolao <> spaces
               if ws-boloes-disponivel = "S"
                   move ws-ben-bolao to ws-bolao-nome
                   read arq-boloes
                       invalid key
                           display "Aviso: bolao '" ws-ben-bolao "' nao "
                                   "encontrado; imposto apurado sobre o "
                                   "premio inteiro."
                       not invalid key
                           perform rateia-beneficiarios-bolao
                   end-read
               else
                   display "Aviso: cadastro de boloes indisponivel; "
                           "imposto apurado sobre o premio inteiro."
               end-if
           end-if
           .
       monta-beneficiarios-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Rateio do premio entre os participantes do bolao lido, com o
      *>  residuo do arredondamento na ultima parcela
      *>------------------------------------------------------------------------
       rateia-beneficiarios-bolao section.

           move zero to ws-ben-total-cotas
           perform varying ws-ben-indice from 1 by 1
                     until ws-ben-indice > ws-bolao-qtd-participantes
               add ws-bolao-part-cotas(ws-ben-indice) to ws-ben-total-cotas
           end-perform

           if ws-ben-total-cotas = zero
               display "Aviso: bolao '" ws-ben-bolao "' sem participantes "
                       "com cotas; imposto apurado sobre o premio inteiro."
           else
               move ws-bolao-qtd-participantes to ws-ben-qtd
               move zero to ws-ben-distribuido
               perform varying ws-ben-indice from 1 by 1
                         until ws-ben-indice > ws-ben-qtd
                   move ws-bolao-part-codigo(ws-ben-indice)
                     to ws-ben-apostador(ws-ben-indice)
                   move ws-bolao-part-cotas(ws-ben-indice)
                     to ws-ben-cotas(ws-ben-indice)
                   if ws-ben-indice < ws-ben-qtd
                       compute ws-ben-bruto(ws-ben-indice) rounded =
                           ws-prm-valor * ws-ben-cotas(ws-ben-indice)
                           / ws-ben-total-cotas
                       add ws-ben-bruto(ws-ben-indice)
                         to ws-ben-distribuido
                   else
                       compute ws-ben-bruto(ws-ben-indice) =
                           ws-prm-valor - ws-ben-distribuido
                   end-if
               end-perform
           end-if
           .
       rateia-beneficiarios-bolao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imposto de cada beneficiario: a parcela acima do limite de isencao
      *>  sofre a retencao da aliquota sobre o valor inteiro da parcela
      *>------------------------------------------------------------------------
       calcula-retencao section.

           move zero to ws-ben-total-ir
           move zero to ws-ben-total-liquido

           perform varying ws-ben-indice from 1 by 1
                     until ws-ben-indice > ws-ben-qtd
               if ws-ben-bruto(ws-ben-indice) > ws-pir-limite-isencao
                   compute ws-ben-ir(ws-ben-indice) rounded =
                       ws-ben-bruto(ws-ben-indice) * ws-pir-aliquota / 100
               else
                   move zero to ws-ben-ir(ws-ben-indice)
               end-if
               compute ws-ben-liquido(ws-ben-indice) =
                   ws-ben-bruto(ws-ben-indice) - ws-ben-ir(ws-ben-indice)
               add ws-ben-ir(ws-ben-indice) to ws-ben-total-ir
               add ws-ben-liquido(ws-ben-indice) to ws-ben-total-liquido
           end-perform
           .
       calcula-retencao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Mostra ao operador o bruto, o imposto e o liquido de cada
      *>  beneficiario antes da confirmacao do pagamento
      *>------------------------------------------------------------------------
       exibe-retencao section.

           move ws-pir-limite-isencao to ws-limite-edt
           move ws-pir-aliquota to ws-aliquota-edt
           display "Retencao de IR: aliquota " ws-aliquota-edt "% sobre "
                   "parcela acima de R$ " ws-limite-edt
           if ws-ben-bolao <> spaces and ws-ben-qtd > 1
               display "Premio do bolao " ws-ben-bolao ", rateado entre "
                       ws-ben-qtd " participantes:"
           end-if

           perform varying ws-ben-indice from 1 by 1
                     until ws-ben-indice > ws-ben-qtd
               move ws-ben-bruto(ws-ben-indice) to ws-valor-edt
               move ws-ben-ir(ws-ben-indice) to ws-valor-edt2
               move ws-ben-liquido(ws-ben-indice) to ws-valor-edt3
               display "  Apostador " ws-ben-apostador(ws-ben-indice)
                       ": bruto R$ " ws-valor-edt " IR R$ " ws-valor-edt2
                       " liquido R$ " ws-valor-edt3
           end-perform

           move ws-ben-total-ir to ws-valor-edt2
           move ws-ben-total-liquido to ws-valor-edt3
           display "Total: imposto retido R$ " ws-valor-edt2
                   ", liquido a pagar R$ " ws-valor-edt3
           .
       exibe-retencao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava uma retencao por beneficiario do pagamento registrado
      *>------------------------------------------------------------------------
       grava-retencoes section.

           perform varying ws-ben-indice from 1 by 1
                     until ws-ben-indice > ws-ben-qtd
               move ws-ben-apostador(ws-ben-indice) to ws-ret-apostador
               move ws-prm-data-pagamento to ws-ret-data-pagamento
               move ws-prm-chave to ws-ret-jogada
               move ws-prm-jogo to ws-ret-jogo
               move ws-prm-concurso to ws-ret-concurso
               move ws-prm-faixa to ws-ret-faixa
               move ws-ben-bolao to ws-ret-bolao
               move ws-ben-cotas(ws-ben-indice) to ws-ret-cotas
               move ws-ben-bruto(ws-ben-indice) to ws-ret-valor-bruto
               move ws-ben-ir(ws-ben-indice) to ws-ret-valor-ir
               move ws-ben-liquido(ws-ben-indice) to ws-ret-valor-liquido
               move ws-prm-recibo to ws-ret-recibo

               write ws-retencao-registro
                   invalid key
                       move ws-ret-valor-ir to ws-valor-edt2
                       display "Falha ao gravar a retencao do apostador "
                               ws-ret-apostador " (status "
                               ws-fs-retencoes "); anote para o relatorio "
                               "de IR: imposto R$ " ws-valor-edt2 "."
                       move 8 to return-code
               end-write
           end-perform
           .
       grava-retencoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Passivo de premios: percorre as pendencias e totaliza o que ainda
      *>  esta em aberto e o que ja foi pago, para a gerencia

           move zero to ws-tot-pendentes
           move zero to ws-tot-pagas
           move zero to ws-tot-estornadas
           move zero to ws-tot-valor-pendente
           move zero to ws-tot-valor-pago
           move zero to ws-tot-valor-ir
           move zero to ws-tot-valor-liquido
           move "N" to ws-eof-premios
           move low-values to ws-prm-chave

                   at end
                       move "S" to ws-eof-premios
                   not at end
      *>                 pendencia estornada pelo cancelamento da
      *>                 jogada nao e passivo nem pagamento
                       evaluate ws-prm-situacao
                           when "P"
                               add 1 to ws-tot-pendentes
                               add ws-prm-valor to ws-tot-valor-pendente
                           when "C"
                               add 1 to ws-tot-estornadas
                           when other
                               add 1 to ws-tot-pagas
                               add ws-prm-valor to ws-tot-valor-pago
                               add ws-prm-valor-ir to ws-tot-valor-ir
                               add ws-prm-valor-liquido
                                 to ws-tot-valor-liquido
                       end-evaluate
               end-read
           end-perform

           move ws-tot-valor-pago to ws-valor-total-edt
           display "Premios ja pagos.....: " ws-tot-pagas
           display "Valor ja pago........: R$ " ws-valor-total-edt
           move ws-tot-valor-ir to ws-valor-total-edt
           display "  Imposto retido.....: R$ " ws-valor-total-edt
           move ws-tot-valor-liquido to ws-valor-total-edt
           display "  Liquido pago.......: R$ " ws-valor-total-edt
           display "Premios estornados...: " ws-tot-estornadas
           display "===================================================="
           .
       relatorio-passivo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Relatorio mensal do imposto de renda retido sobre premios, base do
      *>  recolhimento do mes e dos informes anuais aos ganhadores: as
      *>  retencoes do mes por apostador (ordem da chave do arquivo), com
      *>  subtotal por apostador, e em seguida os totais por dia de
      *>  pagamento
      *>------------------------------------------------------------------------
       relatorio-mensal-ir section.

           if ws-retencoes-disponivel <> "S"
               display "Arquivo de retencoes indisponivel; nada a "
                       "relatar."
           else
               perform emite-relatorio-mensal-ir
           end-if
           .
       relatorio-mensal-ir-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Emissao do relatorio mensal de IR do mes informado
      *>------------------------------------------------------------------------
       emite-relatorio-mensal-ir section.

           display "Informe o mes de referencia (AAAAMM): "
           accept ws-mes-edit
           perform until ws-mes-edit is numeric
                     and ws-mes-edit(5:2) >= "01"
                     and ws-mes-edit(5:2) <= "12"
               display "Entrada invalida. Informe o mes no formato AAAAMM."
               display "Informe o mes de referencia (AAAAMM): "
               accept ws-mes-edit
           end-perform
           move ws-mes-edit to ws-mes-referencia

           move zero to ws-rir-qtd
           move zero to ws-rir-bruto
           move zero to ws-rir-ir
           move zero to ws-rir-liquido
           perform varying ws-rir-dia from 1 by 1 until ws-rir-dia > 31
               move zero to ws-rir-dia-qtd(ws-rir-dia)
               move zero to ws-rir-dia-bruto(ws-rir-dia)
               move zero to ws-rir-dia-ir(ws-rir-dia)
               move zero to ws-rir-dia-liquido(ws-rir-dia)
           end-perform
           move "S" to ws-rir-primeiro

           move "impostorenda" to ws-imp-prefixo
           move spaces to ws-imp-titulo
           string "IR RETIDO SOBRE PREMIOS - MES " delimited by size
                  ws-mes-edit(5:2) delimited by size
                  "/" delimited by size
                  ws-mes-edit(1:4) delimited by size
             into ws-imp-titulo
           perform abre-impressao

           move "====================================================" to ws-imp-linha
           perform exibe-e-imprime
           move spaces to ws-imp-linha
           string " " delimited by size
                  ws-imp-titulo delimited by size
             into ws-imp-linha
           perform exibe-e-imprime
           move "====================================================" to ws-imp-linha
           perform exibe-e-imprime
           move " POR APOSTADOR (B na coluna 100 = parcela de bolao)"
             to ws-imp-linha
           perform exibe-e-imprime
           move spaces to ws-imp-linha
           move "Pagto" to ws-imp-linha(1:5)
           move "Jogada" to ws-imp-linha(10:6)
           move "Faixa" to ws-imp-linha(33:5)
           move "Bruto" to ws-imp-linha(53:5)
           move "Imposto" to ws-imp-linha(66:7)
           move "Liquido" to ws-imp-linha(81:7)
           perform exibe-e-imprime

           move "N" to ws-eof-retencoes
           move low-values to ws-ret-chave
           start arq-retencoes key >= ws-ret-chave
               invalid key
                   move "S" to ws-eof-retencoes
           end-start

           perform until ws-eof-retencoes = "S"
               read arq-retencoes next
                   at end
                       move "S" to ws-eof-retencoes
                   not at end
                       if ws-ret-data-pagamento(1:6) = ws-mes-edit
                           perform acumula-retencao-mes
                       end-if
               end-read
           end-perform

           if ws-rir-primeiro = "S"
               move "(nenhuma retencao no mes)" to ws-imp-linha
               perform exibe-e-imprime
           else
               perform imprime-subtotal-apostador
           end-if

           move "----------------------------------------------------" to ws-imp-linha
           perform exibe-e-imprime
           move " POR DIA DE PAGAMENTO" to ws-imp-linha
           perform exibe-e-imprime
           perform varying ws-rir-dia from 1 by 1 until ws-rir-dia > 31
               if ws-rir-dia-qtd(ws-rir-dia) > zero
                   move ws-rir-dia-bruto(ws-rir-dia) to ws-total-edt2
                   move ws-rir-dia-ir(ws-rir-dia) to ws-total-edt3
                   move spaces to ws-imp-linha
                   string ws-mes-edit delimited by size
                          ws-rir-dia delimited by size
                          " - " delimited by size
                          ws-rir-dia-qtd(ws-rir-dia) delimited by size
                          " retencao(oes) bruto R$ " delimited by size
                          ws-total-edt2 delimited by size
                          " IR R$ " delimited by size
                          ws-total-edt3 delimited by size
                     into ws-imp-linha
                   perform exibe-e-imprime
               end-if
           end-perform

           move "====================================================" to ws-imp-linha
           perform exibe-e-imprime
           move spaces to ws-imp-linha
           string "Retencoes no mes.....: " delimited by size
                  ws-rir-qtd delimited by size
             into ws-imp-linha
           perform exibe-e-imprime
           move ws-rir-bruto to ws-total-edt2
           move spaces to ws-imp-linha
           string "Premios brutos.......: R$ " delimited by size
                  ws-total-edt2 delimited by size
             into ws-imp-linha
           perform exibe-e-imprime
           move ws-rir-ir to ws-total-edt2
           move spaces to ws-imp-linha
           string "Imposto retido.......: R$ " delimited by size
                  ws-total-edt2 delimited by size
             into ws-imp-linha
           perform exibe-e-imprime
           move ws-rir-liquido to ws-total-edt2
           move spaces to ws-imp-linha
           string "Liquido pago.........: R$ " delimited by size
                  ws-total-edt2 delimited by size
             into ws-imp-linha
           perform exibe-e-imprime
           move "====================================================" to ws-imp-linha
           perform exibe-e-imprime

           perform encerra-impressao
           .
       emite-relatorio-mensal-ir-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acumula e lista uma retencao do mes, com quebra por apostador
      *>------------------------------------------------------------------------
       acumula-retencao-mes section.

           if ws-rir-primeiro = "S"
               move "N" to ws-rir-primeiro
               perform inicia-apostador-relatorio
           else
               if ws-ret-apostador <> ws-rir-apostador-ant
                   perform imprime-subtotal-apostador
                   perform inicia-apostador-relatorio
               end-if
           end-if

           add 1 to ws-rir-apo-qtd
           add ws-ret-valor-bruto to ws-rir-apo-bruto
           add ws-ret-valor-ir to ws-rir-apo-ir
           add ws-ret-valor-liquido to ws-rir-apo-liquido

           add 1 to ws-rir-qtd
           add ws-ret-valor-bruto to ws-rir-bruto
           add ws-ret-valor-ir to ws-rir-ir
           add ws-ret-valor-liquido to ws-rir-liquido

           move ws-ret-data-pagamento(7:2) to ws-rir-dia
           if ws-rir-dia >= 1 and ws-rir-dia <= 31
               add 1 to ws-rir-dia-qtd(ws-rir-dia)
               add ws-ret-valor-bruto to ws-rir-dia-bruto(ws-rir-dia)
               add ws-ret-valor-ir to ws-rir-dia-ir(ws-rir-dia)
               add ws-ret-valor-liquido to ws-rir-dia-liquido(ws-rir-dia)
           end-if

           move ws-ret-valor-bruto to ws-valor-edt
           move ws-ret-valor-ir to ws-valor-edt2
           move ws-ret-valor-liquido to ws-valor-edt3
           move spaces to ws-imp-linha
           string ws-ret-data-pagamento delimited by size
                  " " delimited by size
                  ws-ret-jogada-data delimited by size
                  " " delimited by size
                  ws-ret-jogada-hora delimited by size
                  " " delimited by size
                  ws-ret-jogada-seq delimited by size
                  " " delimited by size
                  ws-ret-faixa delimited by size
                  " " delimited by size
                  ws-valor-edt delimited by size
                  " " delimited by size
                  ws-valor-edt2 delimited by size
                  " " delimited by size
                  ws-valor-edt3 delimited by size
             into ws-imp-linha
           if ws-ret-bolao <> spaces
               move "B" to ws-imp-linha(100:1)
           end-if
           perform exibe-e-imprime
           .
       acumula-retencao-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Cabecalho de um apostador no relatorio mensal de IR
      *>------------------------------------------------------------------------
       inicia-apostador-relatorio section.

           move ws-ret-apostador to ws-rir-apostador-ant
           move zero to ws-rir-apo-qtd
           move zero to ws-rir-apo-bruto
           move zero to ws-rir-apo-ir
           move zero to ws-rir-apo-liquido

           move ws-ret-apostador to ws-apostador-busca
           perform busca-nome-apostador
           move spaces to ws-imp-linha
           string "Apostador " delimited by size
                  ws-ret-apostador delimited by size
                  " - " delimited by size
                  ws-nome-apostador delimited by size
             into ws-imp-linha
           perform exibe-e-imprime
           .
       inicia-apostador-relatorio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Subtotal do apostador corrente no relatorio mensal de IR
      *>------------------------------------------------------------------------
       imprime-subtotal-apostador section.

           move ws-rir-apo-bruto to ws-total-edt2
           move ws-rir-apo-ir to ws-total-edt3
           move spaces to ws-imp-linha
           string "  Subtotal do apostador " delimited by size
                  ws-rir-apostador-ant delimited by size
                  ": " delimited by size
                  ws-rir-apo-qtd delimited by size
                  " premio(s), bruto R$ " delimited by size
                  ws-total-edt2 delimited by size
                  " IR R$ " delimited by size
                  ws-total-edt3 delimited by size
             into ws-imp-linha
           perform exibe-e-imprime
           .
       imprime-subtotal-apostador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização
      *>------------------------------------------------------------------------
           if ws-cadastro-disponivel = "S"
               close arq-apostadores
           end-if
           if ws-historico-disponivel = "S"
               close arq-historico
           end-if
           if ws-boloes-disponivel = "S"
               close arq-boloes
           end-if
           if ws-retencoes-disponivel = "S"
               close arq-retencoes
           end-if
           stop run
           .
       finaliza-exit.
           exit.

           copy "imprime.cpy".

           copy "autentica.cpy".
