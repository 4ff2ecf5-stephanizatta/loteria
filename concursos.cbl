               record key is ws-res-chave
               file status is ws-fs-resultados.

           select arq-entrada-rateios
               assign to "rateios_entrada.dat"
               organization is line sequential
               file status is ws-fs-entrada-rateios.

           select arq-rateios
               assign to "rateios_oficiais.dat"
               organization is indexed
               access mode is dynamic
               record key is ws-rof-chave
               file status is ws-fs-rateios.

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

           select arq-boloes
               assign to "boloes.dat"
               organization is indexed
               access mode is dynamic
               record key is ws-bolao-nome
               file status is ws-fs-boloes.

           select arq-reavaliacoes
               assign to "reavaliacoes.dat"
               organization is indexed
               access mode is dynamic
               record key is ws-rea-chave
               file status is ws-fs-reavaliacoes.

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

       fd  arq-resultados.
           copy "resultado.cpy".

      *>  rateio oficial de uma faixa de um concurso, divulgado pela
      *>  operadora depois do sorteio: concurso, jogo, nome da faixa (como
      *>  na tabela de jogos), valor por ganhador (centavos implicitos) e
      *>  quantidade de ganhadores
       fd  arq-entrada-rateios.
       01  ws-reg-entrada-rateio.
           05 ws-ra-concurso                        pic 9(05).
           05 ws-ra-jogo                            pic 9(01).
           05 ws-ra-faixa                           pic x(10).
           05 ws-ra-valor-ganhador                  pic 9(09)v99.
           05 ws-ra-ganhadores                      pic 9(07).

       fd  arq-rateios.
           copy "rateio.cpy".

       fd  arq-historico.
           copy "historico.cpy".

       fd  arq-premios.
           copy "premiopg.cpy".

       fd  arq-boloes.
           copy "bolao.cpy".

       fd  arq-reavaliacoes.
           copy "reavalia.cpy".

       fd  arq-calendario.
           copy "calendario.cpy".

       fd  arq-impressao.
       01  ws-reg-impressao                         pic x(100).

       fd  arq-param-jogos.
           copy "parjogos.cpy".

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-total-atualizados                    pic 9(07).
       77  ws-total-rejeitados                     pic 9(07).

      *>----Variaveis da conferencia com o calendario de concursos: com o
      *>    calendario disponivel, o resultado so e aceito para um concurso
      *>    do calendario e com a data do sorteio prevista
       77  ws-fs-calendario                        pic x(02).
       77  ws-calendario-disponivel                pic x(01).
       77  ws-total-fora-calendario                pic 9(07).

      *>----Data do sorteio pela qual o resultado e o rateio sao validados:
      *>    quantidade sorteada, faixa de numeros e faixas de premiacao sao
      *>    os da versao da tabela de jogos em vigor naquela data
       77  ws-data-tabela-sorteio                  pic 9(08).

      *>----Variaveis da carga do rateio oficial (rateios_entrada.dat)
       77  ws-fs-entrada-rateios                   pic x(02).
       77  ws-fs-rateios                           pic x(02).
       77  ws-eof-entrada-rateios                  pic x(01).
       77  ws-data-carga                           pic 9(08).
       77  ws-rat-lidos                            pic 9(07).
       77  ws-rat-incluidos                        pic 9(07).
       77  ws-rat-atualizados                      pic 9(07).
       77  ws-rat-rejeitados                       pic 9(07).

      *>----Variaveis da reavaliacao das jogadas apuradas pela tabela de
      *>    jogos cujo rateio oficial chegou depois: o historico e a
      *>    pendencia de pagamento recebem o valor do rateio, e cada ajuste
      *>    vai para o livro de reavaliacoes (reavaliacoes.dat), para o
      *>    relatorio de reavaliacao e, na jogada de bolao, para o rateio
      *>    entre os participantes
       77  ws-fs-historico                         pic x(02).
       77  ws-fs-premios                           pic x(02).
       77  ws-fs-boloes                            pic x(02).
       77  ws-fs-reavaliacoes                      pic x(02).
       77  ws-eof-historico                        pic x(01).
       77  ws-historico-disponivel                 pic x(01).
       77  ws-premios-disponivel                   pic x(01).
       77  ws-boloes-disponivel                    pic x(01).
       77  ws-reav-permitida                       pic x(01).
       77  ws-reav-pendencia-achada                pic x(01).
       77  ws-reav-valor-anterior                  pic 9(09)v99.
       77  ws-reav-valor-novo                      pic 9(09)v99.
       77  ws-reav-jogadas                         pic 9(07).
       77  ws-reav-pagas                           pic 9(07).
       77  ws-reav-falhas                          pic 9(07).
       77  ws-reav-total-anterior                  pic 9(11)v99.
       77  ws-reav-total-novo                      pic 9(11)v99.
       77  ws-valor-edt                            pic zzz.zzz.zz9,99.
       77  ws-valor-edt2                           pic zzz.zzz.zz9,99.
       77  ws-total-edt                            pic zz.zzz.zzz.zz9,99.

      *>----Variaveis do rateio da jogada de bolao reavaliada entre os
      *>    participantes, pelo valor anterior e pelo novo (mesmo calculo
      *>    do desafio2: parcela proporcional as cotas, residuo do
      *>    arredondamento na ultima)
       77  ws-rat-indice                           pic 9(02).
       77  ws-rat-total-cotas                      pic 9(05).
       77  ws-rat-valor                            pic 9(09)v99.
       77  ws-rat-distribuido                      pic 9(09)v99.
       77  ws-rat-valor-anterior                   pic 9(09)v99.
       77  ws-rat-distribuido-anterior             pic 9(09)v99.

           copy "tabjogos.cpy".

      *>----Variaveis da saida do resumo de controle em arquivo de impressao
           move zero to ws-total-incluidos
           move zero to ws-total-atualizados
           move zero to ws-total-rejeitados
           move zero to ws-total-fora-calendario
           move "N" to ws-eof-entrada
           move zero to ws-rat-lidos
           move zero to ws-rat-incluidos
           move zero to ws-rat-atualizados
           move zero to ws-rat-rejeitados
           move "N" to ws-eof-entrada-rateios
           move zero to ws-reav-jogadas
           move zero to ws-reav-pagas
           move zero to ws-reav-falhas
           move zero to ws-reav-total-anterior
           move zero to ws-reav-total-novo
           accept ws-data-carga from date yyyymmdd

           perform carrega-tabela-jogos

               move 8 to return-code
               stop run
           end-if

      *>     sem o calendario de concursos (status 35) a data do resultado
      *>     nao tem com o que ser conferida e a carga segue, com aviso;
      *>     um calendario que existe e nao abre derruba a carga
           move "N" to ws-calendario-disponivel
           open input arq-calendario
           evaluate ws-fs-calendario
               when "00"
                   move "S" to ws-calendario-disponivel
               when "35"
                   display "Aviso: calendario de concursos "
                           "calendario_concursos.dat inexistente; as datas "
                           "dos resultados NAO serao conferidas."
               when other
                   display "ERRO: nao foi possivel abrir "
                           "calendario_concursos.dat (status "
                           ws-fs-calendario "). Verifique a integridade ou "
                           "restaure o backup antes de executar."
                   move 8 to return-code
                   stop run
           end-evaluate

      *>     o rateio oficial e opcional na carga: pode chegar junto com o
      *>     resultado ou dias depois, em outra execucao
           open input arq-entrada-rateios
           if ws-fs-entrada-rateios <> "00"
               display "Arquivo de rateios oficiais nao encontrado: "
                       "rateios_entrada.dat (status " ws-fs-entrada-rateios
                       "); nenhum rateio carregado nesta execucao."
               move "S" to ws-eof-entrada-rateios
           end-if

      *>     o mestre de rateios segue a mesma regra do mestre de
      *>     resultados: so e criado quando nao existe (status 35)
           open i-o arq-rateios
           if ws-fs-rateios = "35"
               open output arq-rateios
               close arq-rateios
               open i-o arq-rateios
           end-if
           if ws-fs-rateios <> "00"
               display "ERRO: nao foi possivel abrir rateios_oficiais.dat "
                       "(status " ws-fs-rateios "). O arquivo existe mas "
                       "nao pode ser aberto; NADA foi recriado. Verifique a "
                       "integridade ou restaure o backup antes de executar."
               move 8 to return-code
               stop run
           end-if

      *>     a reavaliacao precisa do historico; sem ele (status 35) nao
      *>     ha jogada a reavaliar, e qualquer outro erro de abertura
      *>     encerra com erro, para nao reavaliar em cima de um arquivo
      *>     corrompido
           move "N" to ws-historico-disponivel
           open i-o arq-historico
           evaluate ws-fs-historico
               when "00"
                   move "S" to ws-historico-disponivel
               when "35"
                   continue
               when other
                   display "ERRO: nao foi possivel abrir "
                           "historico_apostas.dat (status " ws-fs-historico
                           "). Verifique a integridade ou restaure o "
                           "backup antes de executar."
                   move 8 to return-code
                   stop run
           end-evaluate

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
                           "mas nao pode ser aberto; NADA foi recriado. "
                           "Verifique a integridade ou restaure o backup "
                           "antes de executar."
                   move 8 to return-code
                   stop run
           end-evaluate

      *>     o arquivo de boloes e opcional: com ele a jogada de bolao
      *>     reavaliada sai com o rateio por participante
           move "N" to ws-boloes-disponivel
           open input arq-boloes
           if ws-fs-boloes = "00"
               move "S" to ws-boloes-disponivel
           end-if

           open i-o arq-reavaliacoes
           if ws-fs-reavaliacoes = "35"
               open output arq-reavaliacoes
               close arq-reavaliacoes
               open i-o arq-reavaliacoes
           end-if
           if ws-fs-reavaliacoes <> "00"
               display "ERRO: nao foi possivel abrir reavaliacoes.dat "
                       "(status " ws-fs-reavaliacoes "). O arquivo existe "
                       "mas nao pode ser aberto; NADA foi recriado. "
                       "Verifique a integridade ou restaure o backup "
                       "antes de executar."
               move 8 to return-code
               stop run
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal: carga dos resultados oficiais no arquivo
      *>  mestre de concursos (um concurso ja carregado e atualizado, ou
      *>  seja, regravado) e dos rateios oficiais no mestre de rateios; em
      *>  seguida, a reavaliacao das jogadas ja apuradas pela tabela de
      *>  jogos cujo rateio oficial esta carregado
      *>------------------------------------------------------------------------
       processamento section.

               end-read
           end-perform

      *>     os rateios sao carregados depois dos resultados: um rateio so
      *>     e aceito para um concurso com resultado oficial carregado
           perform until ws-eof-entrada-rateios = "S"
               read arq-entrada-rateios
                   at end
                       move "S" to ws-eof-entrada-rateios
                   not at end
                       add 1 to ws-rat-lidos
                       perform valida-registro-rateio
                       if ws-registro-valido = "S"
                           perform grava-rateio
                       else
                           add 1 to ws-rat-rejeitados
                       end-if
               end-read
           end-perform

           move "concursos" to ws-imp-prefixo
           move "CONTROLE DA CARGA DE RESULTADOS OFICIAIS"
             to ws-imp-titulo
                  ws-total-rejeitados delimited by size
             into ws-imp-linha
           perform exibe-e-imprime
           move spaces to ws-imp-linha
           string "  fora do calendario.........: " delimited by size
                  ws-total-fora-calendario delimited by size
             into ws-imp-linha
           perform exibe-e-imprime
           move "====================================================" to ws-imp-linha
           perform exibe-e-imprime
           move spaces to ws-imp-linha
                  " rejeitados" delimited by size
             into ws-imp-linha
           perform exibe-e-imprime
           move "====================================================" to ws-imp-linha
           perform exibe-e-imprime
           move " CARGA DE RATEIOS OFICIAIS" to ws-imp-linha
           perform exibe-e-imprime
           move "====================================================" to ws-imp-linha
           perform exibe-e-imprime
           move spaces to ws-imp-linha
           string "TOTAIS: " delimited by size
                  ws-rat-lidos delimited by size
                  " lidos, " delimited by size
                  ws-rat-incluidos delimited by size
                  " incluidos, " delimited by size
                  ws-rat-atualizados delimited by size
                  " atualizados, " delimited by size
                  ws-rat-rejeitados delimited by size
                  " rejeitados" delimited by size
             into ws-imp-linha
           perform exibe-e-imprime

           perform encerra-impressao

           if ws-historico-disponivel = "S"
               perform reavalia-jogadas
           end-if
           .
       processamento-exit.
           exit.
                       ws-re-concurso "."
           end-if

      *>     o concurso tem de constar do calendario, com a mesma data do
      *>     sorteio
           if ws-registro-valido = "S"
           and ws-calendario-disponivel = "S"
               move ws-re-jogo to ws-cal-jogo
               move ws-re-concurso to ws-cal-concurso
               read arq-calendario
                   invalid key
                       move "N" to ws-registro-valido
                       add 1 to ws-total-fora-calendario
                       display "Registro rejeitado: concurso "
                               ws-re-concurso " de "
                               ws-jogo-nome(ws-re-jogo)
                               " nao consta do calendario."
                   not invalid key
                       if ws-cal-data-sorteio <> ws-re-data
                           move "N" to ws-registro-valido
                           add 1 to ws-total-fora-calendario
                           display "Registro rejeitado: concurso "
                                   ws-re-concurso " de "
                                   ws-jogo-nome(ws-re-jogo) " com data "
                                   ws-re-data "; o calendario preve "
                                   ws-cal-data-sorteio "."
                       end-if
               end-read
           end-if

           if ws-registro-valido = "S"
               move ws-re-data to ws-data-tabela-sorteio
               perform carrega-tabela-sorteio
           end-if

           if ws-registro-valido = "S"
           and ws-re-qtd <> ws-jogo-qtd-sorteio(ws-re-jogo)
               move "N" to ws-registro-valido
       grava-resultado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Valida um registro de rateio lido do arquivo de entrada: jogo
      *>  valido, valores numericos, o resultado oficial do concurso ja
      *>  carregado e a faixa existente na tabela do jogo em vigor na data
      *>  do sorteio
      *>------------------------------------------------------------------------
       valida-registro-rateio section.

           move "S" to ws-registro-valido

           if ws-ra-concurso not numeric or ws-ra-concurso = zero
               move "N" to ws-registro-valido
               display "Rateio rejeitado: numero de concurso invalido ("
                       ws-ra-concurso ")."
           end-if

           if ws-registro-valido = "S"
           and (ws-ra-jogo not numeric
                or ws-ra-jogo < 1 or ws-ra-jogo > 3)
               move "N" to ws-registro-valido
               display "Rateio rejeitado: jogo invalido (" ws-ra-jogo
                       ") no concurso " ws-ra-concurso "."
           end-if

           if ws-registro-valido = "S"
           and (ws-ra-valor-ganhador not numeric
                or ws-ra-ganhadores not numeric)
               move "N" to ws-registro-valido
               display "Rateio rejeitado: valor ou quantidade de "
                       "ganhadores invalidos no concurso " ws-ra-concurso
                       ", faixa " ws-ra-faixa "."
           end-if

           if ws-registro-valido = "S"
               move ws-ra-concurso to ws-res-concurso
               move ws-ra-jogo to ws-res-jogo
               read arq-resultados
                   invalid key
                       move "N" to ws-registro-valido
                       display "Rateio rejeitado: o concurso "
                               ws-ra-concurso " de "
                               ws-jogo-nome(ws-ra-jogo) " nao tem "
                               "resultado oficial carregado."
                   not invalid key
                       move ws-res-data to ws-data-tabela-sorteio
                       perform carrega-tabela-sorteio
               end-read
           end-if

           if ws-registro-valido = "S"
               move "N" to ws-tier-achou
               perform varying ws-tier-indice from 1 by 1
                         until ws-tier-indice
                               > ws-jogo-qtd-tiers(ws-ra-jogo)
                            or ws-tier-achou = "S"
                   if ws-ra-faixa
                    = ws-jogo-tier-nome(ws-ra-jogo ws-tier-indice)
                       move "S" to ws-tier-achou
                   end-if
               end-perform
               if ws-tier-achou = "N"
                   move "N" to ws-registro-valido
                   display "Rateio rejeitado: faixa " ws-ra-faixa
                           " nao existe no jogo " ws-jogo-nome(ws-ra-jogo)
                           " (concurso " ws-ra-concurso ")."
               end-if
           end-if
           .
       valida-registro-rateio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega a tabela de jogos em vigor em ws-data-tabela-sorteio, so
      *>  quando a data muda em relacao a ultima carga
      *>------------------------------------------------------------------------
       carrega-tabela-sorteio section.

           if ws-data-tabela-sorteio <> ws-data-vigencia-jogos
               move ws-data-tabela-sorteio to ws-data-vigencia-jogos
               perform carrega-tabela-jogos-data
           end-if
           .
       carrega-tabela-sorteio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava (ou regrava, se a faixa do concurso ja existir) um rateio
      *>  validado no mestre de rateios oficiais
      *>------------------------------------------------------------------------
       grava-rateio section.

           move ws-ra-concurso to ws-rof-concurso
           move ws-ra-jogo to ws-rof-jogo
           move ws-ra-faixa to ws-rof-faixa
           move ws-ra-valor-ganhador to ws-rof-valor-ganhador
           move ws-ra-ganhadores to ws-rof-ganhadores
           move ws-data-carga to ws-rof-data-carga

           write ws-rateio-registro
               invalid key
                   rewrite ws-rateio-registro
                   add 1 to ws-rat-atualizados
               not invalid key
                   add 1 to ws-rat-incluidos
           end-write

           if ws-fs-rateios <> "00"
               display "Falha ao gravar o rateio do concurso "
                       ws-ra-concurso " faixa " ws-ra-faixa " (status "
                       ws-fs-rateios ")."
           end-if
           .
       grava-rateio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Reavaliacao: percorre o historico e, para cada jogada apurada e
      *>  premiada de um concurso oficial cujo rateio esta carregado com
      *>  valor diferente do premio gravado (a jogada foi valorizada pela
      *>  tabela de jogos, ou o rateio foi corrigido), ajusta o premio,
      *>  com o relatorio de reavaliacao no arquivo de impressao
      *>------------------------------------------------------------------------
       reavalia-jogadas section.

           move "reavaliacao" to ws-imp-prefixo
           move "REAVALIACAO DE PREMIOS PELO RATEIO OFICIAL"
             to ws-imp-titulo
           perform abre-impressao

           display " "
           move "====================================================" to ws-imp-linha
           perform exibe-e-imprime
           move " REAVALIACAO DE PREMIOS PELO RATEIO OFICIAL" to ws-imp-linha
           perform exibe-e-imprime
           move "====================================================" to ws-imp-linha
           perform exibe-e-imprime

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
                       if ws-hist-situacao = "A"
                       and ws-hist-concurso > zero
                       and ws-hist-jogo >= 1 and ws-hist-jogo <= 3
                       and ws-hist-valor-premio > zero
                           perform confere-rateio-jogada
                       end-if
               end-read
           end-perform

           if ws-reav-jogadas = zero and ws-reav-pagas = zero
               move "(nenhuma jogada a reavaliar)" to ws-imp-linha
               perform exibe-e-imprime
           end-if

           move "====================================================" to ws-imp-linha
           perform exibe-e-imprime
           move spaces to ws-imp-linha
           string "Jogadas reavaliadas..........: " delimited by size
                  ws-reav-jogadas delimited by size
             into ws-imp-linha
           perform exibe-e-imprime
           move ws-reav-total-anterior to ws-total-edt
           move spaces to ws-imp-linha
           string "Premios pelo valor anterior..: R$ " delimited by size
                  ws-total-edt delimited by size
             into ws-imp-linha
           perform exibe-e-imprime
           move ws-reav-total-novo to ws-total-edt
           move spaces to ws-imp-linha
           string "Premios pelo rateio oficial..: R$ " delimited by size
                  ws-total-edt delimited by size
             into ws-imp-linha
           perform exibe-e-imprime
           move spaces to ws-imp-linha
           string "Premios ja pagos (NAO reaval): " delimited by size
                  ws-reav-pagas delimited by size
             into ws-imp-linha
           perform exibe-e-imprime
           move "====================================================" to ws-imp-linha
           perform exibe-e-imprime

           if ws-reav-pagas > zero
               display ws-reav-pagas " premio(s) ja pago(s) pelo valor "
                       "anterior; a diferenca para o rateio oficial deve "
                       "ser acertada manualmente com o apostador."
               move 4 to return-code
           end-if

           if ws-reav-falhas > zero
               display ws-reav-falhas " jogada(s) NAO puderam ser "
                       "reavaliadas; execute novamente apos verificar o "
                       "historico."
               move 8 to return-code
           end-if

           perform encerra-impressao
           .
       reavalia-jogadas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere o premio da jogada corrente contra o rateio oficial da
      *>  faixa atingida (o resultado gravado na jogada e o nome da faixa)
      *>------------------------------------------------------------------------
       confere-rateio-jogada section.

           move ws-hist-concurso to ws-rof-concurso
           move ws-hist-jogo to ws-rof-jogo
           move ws-hist-resultado to ws-rof-faixa
           read arq-rateios
               invalid key
                   continue
               not invalid key
                   if ws-rof-valor-ganhador > zero
                   and ws-rof-valor-ganhador <> ws-hist-valor-premio
                       perform reavalia-jogada
                   end-if
           end-read
           .
       confere-rateio-jogada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Reavalia a jogada corrente: um premio ja pago nao e reavaliado (a
      *>  diferenca e acertada a parte, e sai no relatorio); os demais tem
      *>  o historico e a pendencia regravados com o valor do rateio
      *>------------------------------------------------------------------------
       reavalia-jogada section.

           move ws-hist-valor-premio to ws-reav-valor-anterior
           move ws-rof-valor-ganhador to ws-reav-valor-novo
           move "S" to ws-reav-permitida
           move "N" to ws-reav-pendencia-achada

           if ws-premios-disponivel = "S"
               move ws-hist-chave to ws-prm-chave
               read arq-premios
                   invalid key
                       continue
                   not invalid key
                       move "S" to ws-reav-pendencia-achada
                       if ws-prm-situacao = "G"
                           move "N" to ws-reav-permitida
                       end-if
               end-read
           end-if

           if ws-reav-permitida = "N"
               add 1 to ws-reav-pagas
               move ws-reav-valor-anterior to ws-valor-edt
               move ws-reav-valor-novo to ws-valor-edt2
               move spaces to ws-imp-linha
               string "PAGO    " delimited by size
                      ws-hist-data delimited by size
                      " " delimited by size
                      ws-hist-hora delimited by size
                      " " delimited by size
                      ws-hist-seq delimited by size
                      " conc " delimited by size
                      ws-hist-concurso delimited by size
                      " " delimited by size
                      ws-hist-resultado delimited by size
                      " R$ " delimited by size
                      ws-valor-edt delimited by size
                      " -> " delimited by size
                      ws-valor-edt2 delimited by size
                 into ws-imp-linha
               perform exibe-e-imprime
           else
               move ws-reav-valor-novo to ws-hist-valor-premio
               rewrite ws-historico-registro
                   invalid key
                       add 1 to ws-reav-falhas
                       display "Falha ao regravar a jogada " ws-hist-data
                               " " ws-hist-hora " " ws-hist-seq
                               " (status " ws-fs-historico ")."
                   not invalid key
                       add 1 to ws-reav-jogadas
                       add ws-reav-valor-anterior
                         to ws-reav-total-anterior
                       add ws-reav-valor-novo to ws-reav-total-novo
                       if ws-reav-pendencia-achada = "S"
                           perform reavalia-pendencia
                       end-if
                       perform grava-reavaliacao
                       perform lista-reavaliacao
                       if ws-hist-bolao <> spaces
                           perform reavalia-rateio-bolao
                       end-if
               end-rewrite
           end-if
           .
       reavalia-jogada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Regrava a pendencia de pagamento em aberto com o valor novo
      *>------------------------------------------------------------------------
       reavalia-pendencia section.

           if ws-prm-situacao = "P"
               move ws-reav-valor-novo to ws-prm-valor
               rewrite ws-premio-registro
                   invalid key
                       display "Falha ao regravar a pendencia da jogada "
                               ws-prm-data " " ws-prm-hora " " ws-prm-seq
                               " (status " ws-fs-premios "); corrija o "
                               "valor manualmente para R$ " ws-valor-edt2
                               "."
                       move 8 to return-code
               end-rewrite
           end-if
           .
       reavalia-pendencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava o ajuste no livro de reavaliacoes, com o valor anterior e o
      *>  dia da reavaliacao (base do fechamento de caixa)
      *>------------------------------------------------------------------------
       grava-reavaliacao section.

           move ws-hist-chave to ws-rea-jogada
           move ws-data-carga to ws-rea-data
           accept ws-rea-hora from time
           move ws-hist-concurso to ws-rea-concurso
           move ws-hist-jogo to ws-rea-jogo
           move ws-hist-resultado to ws-rea-faixa
           move ws-hist-apostador to ws-rea-apostador
           move ws-hist-bolao to ws-rea-bolao
           move ws-reav-valor-anterior to ws-rea-valor-anterior
           move ws-reav-valor-novo to ws-rea-valor-novo

           write ws-reavaliacao-registro
               invalid key
                   display "Falha ao gravar a reavaliacao da jogada "
                           ws-hist-data " " ws-hist-hora " " ws-hist-seq
                           " no livro de reavaliacoes (status "
                           ws-fs-reavaliacoes "). O fechamento do dia "
                           "nao vai refletir este ajuste."
                   move 8 to return-code
           end-write
           .
       grava-reavaliacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha do relatorio de reavaliacao da jogada corrente
      *>------------------------------------------------------------------------
       lista-reavaliacao section.

           move ws-reav-valor-anterior to ws-valor-edt
           move ws-reav-valor-novo to ws-valor-edt2
           move spaces to ws-imp-linha
           string "Jogada  " delimited by size
                  ws-hist-data delimited by size
                  " " delimited by size
                  ws-hist-hora delimited by size
                  " " delimited by size
                  ws-hist-seq delimited by size
                  " conc " delimited by size
                  ws-hist-concurso delimited by size
                  " " delimited by size
                  ws-hist-resultado delimited by size
                  " R$ " delimited by size
                  ws-valor-edt delimited by size
                  " -> " delimited by size
                  ws-valor-edt2 delimited by size
             into ws-imp-linha
           perform exibe-e-imprime

           move spaces to ws-imp-linha
           string "        apostador " delimited by size
                  ws-hist-apostador delimited by size
                  " - " delimited by size
                  ws-jogo-nome(ws-hist-jogo) delimited by size
                  " - ganhadores no rateio oficial: " delimited by size
                  ws-rof-ganhadores delimited by size
             into ws-imp-linha
           perform exibe-e-imprime
           .
       lista-reavaliacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Rateio da jogada de bolao reavaliada entre os participantes,
      *>  proporcional as cotas: a parcela anterior e a nova de cada um
      *>------------------------------------------------------------------------
       reavalia-rateio-bolao section.

           if ws-boloes-disponivel <> "S"
               move spaces to ws-imp-linha
               string "        (bolao " delimited by size
                      ws-hist-bolao delimited by size
                      " - arquivo de boloes indisponivel; rateio nao "
                        delimited by size
                      "recalculado)" delimited by size
                 into ws-imp-linha
               perform exibe-e-imprime
           else
               move ws-hist-bolao to ws-bolao-nome
               read arq-boloes
                   invalid key
                       move spaces to ws-imp-linha
                       string "        (bolao " delimited by size
                              ws-hist-bolao delimited by size
                              " nao encontrado; rateio nao "
                                delimited by size
                              "recalculado)" delimited by size
                         into ws-imp-linha
                       perform exibe-e-imprime
                   not invalid key
                       perform calcula-rateio-reavaliado
               end-read
           end-if
           .
       reavalia-rateio-bolao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Calcula e lista as parcelas anterior e nova de cada participante
      *>------------------------------------------------------------------------
       calcula-rateio-reavaliado section.

           move zero to ws-rat-total-cotas
           perform varying ws-rat-indice from 1 by 1
                     until ws-rat-indice > ws-bolao-qtd-participantes
               add ws-bolao-part-cotas(ws-rat-indice)
                 to ws-rat-total-cotas
           end-perform

           if ws-rat-total-cotas = zero
               move spaces to ws-imp-linha
               string "        (bolao " delimited by size
                      ws-hist-bolao delimited by size
                      " sem participantes com cotas; rateio nao "
                        delimited by size
                      "recalculado)" delimited by size
                 into ws-imp-linha
               perform exibe-e-imprime
           else
               move spaces to ws-imp-linha
               string "        Rateio do bolao " delimited by size
                      ws-hist-bolao delimited by size
                      " (" delimited by size
                      ws-rat-total-cotas delimited by size
                      " cotas) reavaliado:" delimited by size
                 into ws-imp-linha
               perform exibe-e-imprime
               move zero to ws-rat-distribuido
               move zero to ws-rat-distribuido-anterior
               perform varying ws-rat-indice from 1 by 1
                         until ws-rat-indice > ws-bolao-qtd-participantes
                   if ws-rat-indice < ws-bolao-qtd-participantes
                       compute ws-rat-valor rounded = ws-reav-valor-novo
                           * ws-bolao-part-cotas(ws-rat-indice)
                           / ws-rat-total-cotas
                       add ws-rat-valor to ws-rat-distribuido
                       compute ws-rat-valor-anterior rounded =
                           ws-reav-valor-anterior
                           * ws-bolao-part-cotas(ws-rat-indice)
                           / ws-rat-total-cotas
                       add ws-rat-valor-anterior
                         to ws-rat-distribuido-anterior
                   else
                       compute ws-rat-valor =
                           ws-reav-valor-novo - ws-rat-distribuido
                       compute ws-rat-valor-anterior =
                           ws-reav-valor-anterior
                           - ws-rat-distribuido-anterior
                   end-if
                   move ws-rat-valor-anterior to ws-valor-edt
                   move ws-rat-valor to ws-valor-edt2
                   move spaces to ws-imp-linha
                   string "          Apostador " delimited by size
                          ws-bolao-part-codigo(ws-rat-indice)
                            delimited by size
                          " (" delimited by size
                          ws-bolao-part-cotas(ws-rat-indice)
                            delimited by size
                          " cotas): R$ " delimited by size
                          ws-valor-edt delimited by size
                          " -> " delimited by size
                          ws-valor-edt2 delimited by size
                     into ws-imp-linha
                   perform exibe-e-imprime
               end-perform
           end-if
           .
       calcula-rateio-reavaliado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização
      *>------------------------------------------------------------------------
           if ws-fs-entrada = "00"
               close arq-entrada-resultados
           end-if
           if ws-fs-entrada-rateios = "00"
               close arq-entrada-rateios
           end-if
           close arq-resultados
           close arq-rateios
           if ws-historico-disponivel = "S"
               close arq-historico
           end-if
           if ws-premios-disponivel = "S"
               close arq-premios
           end-if
           if ws-boloes-disponivel = "S"
               close arq-boloes
           end-if
           close arq-reavaliacoes
           if ws-calendario-disponivel = "S"
               close arq-calendario
           end-if
           stop run
           .
       finaliza-exit.
