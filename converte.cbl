      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "converte".
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

           select arq-controle
               assign to "conversao_controle.dat"
               organization is indexed
               access mode is dynamic
               record key is ws-cvc-arquivo
               file status is ws-fs-controle.

      *>     copia de seguranca no layout antigo, de tamanho variavel para
      *>     servir a todos os arquivos convertidos
           select arq-copia
               assign to ws-nome-copia
               organization is sequential
               file status is ws-fs-copia.

           select arq-historico-antigo
               assign to "historico_apostas.dat"
               organization is indexed
               access mode is dynamic
               record key is ws-hant-reg-chave
               file status is ws-fs-historico.

           select arq-historico
               assign to "historico_apostas.dat"
               organization is indexed
               access mode is dynamic
               record key is ws-hist-chave
               file status is ws-fs-historico.

           select arq-boloes-antigo
               assign to "boloes.dat"
               organization is indexed
               access mode is dynamic
               record key is ws-bant-reg-nome
               file status is ws-fs-boloes.

           select arq-boloes
               assign to "boloes.dat"
               organization is indexed
               access mode is dynamic
               record key is ws-bolao-nome
               file status is ws-fs-boloes.

           select arq-checkpoint-antigo
               assign to "checkpoint_aposta.dat"
               organization is indexed
               access mode is dynamic
               record key is ws-cant-reg-chave
               file status is ws-fs-checkpoint.

           select arq-checkpoint
               assign to "checkpoint_aposta.dat"
               organization is indexed
               access mode is dynamic
               record key is ws-chk-chave
               file status is ws-fs-checkpoint.

      *>     arquivo morto anual do arquiva (historico_arquivo_AAAA.dat)
           select arq-morto-antigo
               assign to ws-nome-arquivo-morto
               organization is sequential
               file status is ws-fs-arquivo-morto.

           select arq-arquivo-morto
               assign to ws-nome-arquivo-morto
               organization is sequential
               file status is ws-fs-arquivo-morto.

           select arq-movimentos-antigo
               assign to "cadastro_movimentos.dat"
               organization is line sequential
               file status is ws-fs-movimentos.

           select arq-movimentos
               assign to "cadastro_movimentos.dat"
               organization is line sequential
               file status is ws-fs-movimentos.

           select arq-premios-antigo
               assign to "premios_pagar.dat"
               organization is indexed
               access mode is dynamic
               record key is ws-pant-reg-chave
               file status is ws-fs-premios.

           select arq-premios
               assign to "premios_pagar.dat"
               organization is indexed
               access mode is dynamic
               record key is ws-prm-chave
               file status is ws-fs-premios.

           select arq-operadores
               assign to "operadores.dat"
               organization is indexed
               access mode is dynamic
               record key is ws-ope-codigo
               file status is ws-fs-operadores.

           select arq-impressao
               assign to ws-imp-nome-arquivo
               organization is line sequential
               file status is ws-fs-impressao.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.

      *>  controle da conversao, um registro por arquivo convertido
       fd  arq-controle.
       01  ws-conversao-controle.
           05 ws-cvc-arquivo                        pic x(30).
      *>     C = copia no layout antigo feita; F = arquivo convertido
           05 ws-cvc-fase                           pic x(01).
           05 ws-cvc-qtd-antes                      pic 9(09).
           05 ws-cvc-qtd-depois                     pic 9(09).
           05 ws-cvc-data                           pic 9(08).
           05 ws-cvc-hora                           pic 9(08).
           05 ws-cvc-operador                       pic x(10).

       fd  arq-copia
           record is varying in size from 1 to 348 characters
               depending on ws-tam-copia.
       01  ws-registro-copia                        pic x(348).

      *>  layouts antigos: historico de 155 posicoes, bolao de 134,
      *>  checkpoint de aposta de 44, movimento de cadastro de 348 e premio
      *>  a pagar de 71
       fd  arq-historico-antigo.
       01  ws-hant-registro.
           05 ws-hant-reg-chave                     pic x(20).
           05 filler                                pic x(135).

       fd  arq-historico.
           copy "historico.cpy".

       fd  arq-boloes-antigo.
       01  ws-bant-registro.
           05 ws-bant-reg-nome                      pic x(20).
           05 filler                                pic x(114).

       fd  arq-boloes.
           copy "bolao.cpy".

       fd  arq-checkpoint-antigo.
       01  ws-cant-registro.
           05 ws-cant-reg-chave                     pic x(10).
           05 filler                                pic x(34).

      *>  checkpoint de aposta do desafio2, no layout novo
       fd  arq-checkpoint.
       01  ws-registro-checkpoint.
           05 ws-chk-chave                          pic x(10).
           05 ws-chk-qtd                            pic 9(02).
           05 ws-chk-indice                         pic 9(02).
           05 ws-chk-numeros occurs 20               pic 9(02).

       fd  arq-morto-antigo.
       01  ws-morto-antigo-registro                 pic x(155).

      *>  o registro do arquivo morto e a imagem fiel do registro do
      *>  historico (historico.cpy)
       fd  arq-arquivo-morto.
       01  ws-registro-arquivo-morto                pic x(169).

       fd  arq-movimentos-antigo.
       01  ws-movimento-antigo-registro             pic x(348).

       fd  arq-movimentos.
           copy "cadmov.cpy".

       fd  arq-premios-antigo.
       01  ws-pant-registro.
           05 ws-pant-reg-chave                     pic x(20).
           05 filler                                pic x(51).

       fd  arq-premios.
           copy "premiopg.cpy".

       fd  arq-operadores.
           copy "operador.cpy".

       fd  arq-impressao.
       01  ws-reg-impressao                         pic x(100).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-controle                          pic x(02).
       77  ws-fs-copia                             pic x(02).
       77  ws-fs-historico                         pic x(02).
       77  ws-fs-boloes                            pic x(02).
       77  ws-fs-checkpoint                        pic x(02).
       77  ws-fs-arquivo-morto                     pic x(02).
       77  ws-fs-movimentos                        pic x(02).
       77  ws-fs-premios                           pic x(02).
       77  ws-fs-edit                              pic x(02).

       77  ws-data-hoje                            pic 9(08).
       77  ws-hora-agora                           pic 9(08).
       77  ws-nome-copia                           pic x(40).
       77  ws-nome-arquivo-morto                   pic x(30).
       77  ws-tam-copia                            pic 9(04).
       77  ws-eof-antigo                           pic x(01).
       77  ws-eof-copia                            pic x(01).

      *>----Variaveis da conversao do arquivo corrente
       77  ws-cvt-arquivo                          pic x(30).
       77  ws-cvt-existe                           pic x(01).
       77  ws-cvt-erro                             pic x(01).
       77  ws-cvt-qtd-antes                        pic 9(09).
       77  ws-cvt-qtd-depois                       pic 9(09).
       77  ws-cvt-situacao                         pic x(45).
       77  ws-cvt-ano                              pic 9(04).
       77  ws-cvt-ano-atual                        pic 9(04).

      *>----Totais da execucao
       77  ws-cvt-convertidos                      pic 9(03).
       77  ws-cvt-ja-convertidos                   pic 9(03).
       77  ws-cvt-com-erro                         pic 9(03).

      *>----Imagens do registro do historico (e do arquivo morto) nos dois
      *>    layouts: as 15 posicoes de numeros apostados passam a 20, e as
      *>    5 novas nascem zeradas; o resto do registro e deslocado inteiro
      *>    e ganha no fim a transmissao a operadora (jogada nao enviada)
       01  ws-hant-imagem.
           05 ws-hant-inicio.
               10 ws-hant-chave                     pic x(20).
               10 ws-hant-qtd-apostada              pic x(02).
               10 ws-hant-numeros                   pic x(30).
           05 ws-hant-resto.
               10 filler                            pic x(72).
               10 ws-hant-jogo                      pic x(01).
               10 ws-hant-situacao                  pic x(01).
               10 filler                            pic x(29).
       01  ws-hnov-imagem.
           05 ws-hnov-inicio                        pic x(52).
           05 ws-hnov-numeros-novos                 pic 9(10).
           05 ws-hnov-resto                         pic x(103).
           05 ws-hnov-transmissao                   pic x(01).
           05 ws-hnov-cod-rejeicao                  pic x(03).

      *>----Imagem do premio a pagar no layout antigo, sem os valores bruto,
      *>    imposto retido e liquido do pagamento
       01  ws-pant-imagem.
           05 ws-pant-chave                         pic x(20).
           05 filler                                pic x(21).
           05 ws-pant-valor                         pic x(11).
           05 ws-pant-situacao                      pic x(01).
           05 ws-pant-data-pagamento                pic x(08).
           05 filler                                pic x(10).

      *>----Imagens do registro de boloes nos dois layouts
       01  ws-bant-imagem.
           05 ws-bant-inicio.
               10 ws-bant-nome                      pic x(20).
               10 ws-bant-qtd                       pic x(02).
               10 ws-bant-numeros                   pic x(30).
           05 ws-bant-resto.
               10 ws-bant-qtd-participantes         pic x(02).
               10 ws-bant-participantes             pic x(80).
       01  ws-bnov-imagem.
           05 ws-bnov-inicio                        pic x(52).
           05 ws-bnov-numeros-novos                 pic 9(10).
           05 ws-bnov-resto                         pic x(82).

      *>----Imagens do checkpoint de aposta nos dois layouts
       01  ws-cant-imagem.
           05 ws-cant-chave                         pic x(10).
           05 ws-cant-qtd                           pic x(02).
           05 ws-cant-indice                        pic x(02).
           05 ws-cant-numeros                       pic x(30).
       01  ws-cnov-imagem.
           05 ws-cnov-inicio                        pic x(44).
           05 ws-cnov-numeros-novos                 pic 9(10).

      *>----Imagem do movimento de cadastro no layout antigo: as imagens
      *>    antes/depois passam de 140 a 180 posicoes
       01  ws-mant-imagem.
           05 ws-mant-cabecalho.
               10 ws-mant-data                      pic x(08).
               10 filler                            pic x(60).
           05 ws-mant-antes                         pic x(140).
           05 ws-mant-depois                        pic x(140).

      *>----Variaveis da saida do relatorio da conversao em arquivo de
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

           move "N" to ws-imp-ativa
           move zero to ws-cvt-convertidos
           move zero to ws-cvt-ja-convertidos
           move zero to ws-cvt-com-erro
           accept ws-data-hoje from date yyyymmdd
           move ws-data-hoje(1:4) to ws-cvt-ano-atual

      *>     a conversao recria os arquivos principais do sistema e e
      *>     reservada ao gerente
           perform autentica-operador
           move "G" to ws-perfil-exigido
           perform verifica-perfil
           if ws-perfil-permitido <> "S"
               move 8 to return-code
               stop run
           end-if

      *>     o controle so e criado quando nao existe (status 35); qualquer
      *>     outro erro de abertura encerra, para nao converter de novo um
      *>     arquivo ja convertido
           open i-o arq-controle
           if ws-fs-controle = "35"
               open output arq-controle
               close arq-controle
               open i-o arq-controle
           end-if
           if ws-fs-controle <> "00"
               display "ERRO: nao foi possivel abrir conversao_controle.dat "
                       "(status " ws-fs-controle "). NADA foi convertido; "
                       "verifique o arquivo antes de executar novamente."
               move 8 to return-code
               stop run
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal: converte, uma unica vez, os arquivos
      *>  gravados com apostas de ate 15 numeros para o layout de ate 20
      *>  (historico, boloes, checkpoint de aposta, arquivo morto e log de
      *>  movimentos de cadastro) e os premios a pagar gravados antes dos
      *>  valores do pagamento com retencao, e lista as quantidades de
      *>  registros antes e depois. Cada arquivo e primeiro copiado, no layout antigo, para
      *>  conversao_<nome do arquivo> (que fica como ponto de restauracao) e
      *>  depois recriado no layout novo a partir da copia; o controle em
      *>  conversao_controle.dat guarda a fase de cada arquivo, para uma
      *>  execucao interrompida ser retomada sem copiar de novo um arquivo
      *>  ja recriado, e um arquivo convertido nunca e convertido de novo
      *>------------------------------------------------------------------------
       processamento section.

           move "conversao" to ws-imp-prefixo
           move "CONVERSAO DOS ARQUIVOS PARA O LAYOUT ATUAL" to ws-imp-titulo
           perform abre-impressao

           display " "
           move "====================================================" to ws-imp-linha
           perform exibe-e-imprime
           move " CONVERSAO DOS ARQUIVOS PARA O LAYOUT ATUAL" to ws-imp-linha
           perform exibe-e-imprime
           move "====================================================" to ws-imp-linha
           perform exibe-e-imprime
           move spaces to ws-imp-linha
           move "ARQUIVO" to ws-imp-linha(1:7)
           move "    ANTES" to ws-imp-linha(32:9)
           move "   DEPOIS" to ws-imp-linha(43:9)
           move "SITUACAO" to ws-imp-linha(54:8)
           perform exibe-e-imprime

           perform converte-historico
           perform converte-boloes
           perform converte-checkpoint-aposta
           perform varying ws-cvt-ano from 2000 by 1
                     until ws-cvt-ano > ws-cvt-ano-atual
               perform converte-arquivo-morto
           end-perform
           perform converte-movimentos
           perform converte-premios

           move "----------------------------------------------------" to ws-imp-linha
           perform exibe-e-imprime
           move spaces to ws-imp-linha
           string "Arquivos convertidos nesta execucao....: "
                    delimited by size
                  ws-cvt-convertidos delimited by size
             into ws-imp-linha
           perform exibe-e-imprime
           move spaces to ws-imp-linha
           string "Arquivos ja convertidos anteriormente..: "
                    delimited by size
                  ws-cvt-ja-convertidos delimited by size
             into ws-imp-linha
           perform exibe-e-imprime
           move spaces to ws-imp-linha
           string "Arquivos com erro......................: "
                    delimited by size
                  ws-cvt-com-erro delimited by size
             into ws-imp-linha
           perform exibe-e-imprime
           move "====================================================" to ws-imp-linha
           perform exibe-e-imprime

           perform encerra-impressao

           if ws-cvt-com-erro > zero
               move 8 to return-code
           end-if
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le o controle do arquivo ws-cvt-arquivo e monta o nome da sua
      *>  copia no layout antigo; sem controle, a fase fica em branco
      *>------------------------------------------------------------------------
       prepara-conversao section.

           move "N" to ws-cvt-erro
           move "S" to ws-cvt-existe
           move zero to ws-cvt-qtd-antes
           move zero to ws-cvt-qtd-depois
           move spaces to ws-cvt-situacao

           move spaces to ws-nome-copia
           string "conversao_" delimited by size
                  ws-cvt-arquivo delimited by space
             into ws-nome-copia

           move ws-cvt-arquivo to ws-cvc-arquivo
           read arq-controle
               invalid key
                   move space to ws-cvc-fase
                   move zero to ws-cvc-qtd-antes
                   move zero to ws-cvc-qtd-depois
           end-read

           evaluate ws-cvc-fase
               when "F"
                   move ws-cvc-qtd-antes to ws-cvt-qtd-antes
                   move ws-cvc-qtd-depois to ws-cvt-qtd-depois
                   move "ja convertido anteriormente" to ws-cvt-situacao
                   add 1 to ws-cvt-ja-convertidos
               when "C"
                   move ws-cvc-qtd-antes to ws-cvt-qtd-antes
               when other
                   continue
           end-evaluate
           .
       prepara-conversao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava no controle a fase ws-cvc-fase do arquivo ws-cvt-arquivo,
      *>  com as quantidades e o operador
      *>------------------------------------------------------------------------
       grava-controle-conversao section.

           accept ws-hora-agora from time
           move ws-cvt-arquivo to ws-cvc-arquivo
           move ws-cvt-qtd-antes to ws-cvc-qtd-antes
           move ws-cvt-qtd-depois to ws-cvc-qtd-depois
           move ws-data-hoje to ws-cvc-data
           move ws-hora-agora to ws-cvc-hora
           move ws-operador-corrente to ws-cvc-operador

           rewrite ws-conversao-controle
               invalid key
                   write ws-conversao-controle
                       invalid key
                           display "Falha ao gravar o controle da "
                                   "conversao de " ws-cvt-arquivo
                                   " (status " ws-fs-controle ")."
                   end-write
           end-rewrite
           .
       grava-controle-conversao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Abre a copia no layout antigo para gravacao (fase de copia)
      *>------------------------------------------------------------------------
       abre-copia-gravacao section.

           open output arq-copia
           if ws-fs-copia <> "00"
               move "S" to ws-cvt-erro
               move ws-fs-copia to ws-fs-edit
               move spaces to ws-cvt-situacao
               string "ERRO ao criar a copia (status " delimited by size
                      ws-fs-edit delimited by size
                      ")" delimited by size
                 into ws-cvt-situacao
           end-if
           .
       abre-copia-gravacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Abre a copia no layout antigo para leitura (fase de recriacao)
      *>------------------------------------------------------------------------
       abre-copia-leitura section.

           move "N" to ws-eof-copia
           open input arq-copia
           if ws-fs-copia <> "00"
               move "S" to ws-cvt-erro
               move ws-fs-copia to ws-fs-edit
               move spaces to ws-cvt-situacao
               string "ERRO: copia indisponivel (status " delimited by size
                      ws-fs-edit delimited by size
                      ")" delimited by size
                 into ws-cvt-situacao
           end-if
           .
       abre-copia-leitura-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Trata o status de abertura ws-fs-edit do arquivo antigo: 35 e
      *>  arquivo inexistente (nada a converter), outro erro interrompe a
      *>  conversao do arquivo
      *>------------------------------------------------------------------------
       trata-abertura-antigo section.

           evaluate ws-fs-edit
               when "00"
                   continue
               when "35"
                   move "N" to ws-cvt-existe
                   move "inexistente; nada a converter" to ws-cvt-situacao
               when other
                   move "S" to ws-cvt-erro
                   move spaces to ws-cvt-situacao
                   string "ERRO na abertura (status " delimited by size
                          ws-fs-edit delimited by size
                          ")" delimited by size
                     into ws-cvt-situacao
           end-evaluate
           .
       trata-abertura-antigo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Registra no controle a fase de copia concluida do arquivo corrente
      *>------------------------------------------------------------------------
       conclui-copia section.

           if ws-cvt-erro = "N" and ws-cvt-existe = "S"
               move "C" to ws-cvc-fase
               perform grava-controle-conversao
           end-if
           .
       conclui-copia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Da o arquivo recriado por convertido quando as quantidades de
      *>  registros antes e depois batem
      *>------------------------------------------------------------------------
       conclui-conversao section.

           if ws-cvt-erro = "N"
               if ws-cvt-qtd-depois = ws-cvt-qtd-antes
                   move "F" to ws-cvc-fase
                   perform grava-controle-conversao
                   move "convertido" to ws-cvt-situacao
                   add 1 to ws-cvt-convertidos
               else
                   move "S" to ws-cvt-erro
                   move "ERRO: quantidades antes e depois divergem"
                     to ws-cvt-situacao
               end-if
           end-if

           if ws-cvt-erro = "S"
               add 1 to ws-cvt-com-erro
           end-if
           .
       conclui-conversao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista a conversao do arquivo corrente no relatorio
      *>------------------------------------------------------------------------
       imprime-linha-conversao section.

           move spaces to ws-imp-linha
           move ws-cvt-arquivo to ws-imp-linha(1:30)
           move ws-cvt-qtd-antes to ws-imp-linha(32:9)
           move ws-cvt-qtd-depois to ws-imp-linha(43:9)
           move ws-cvt-situacao to ws-imp-linha(54:45)
           perform exibe-e-imprime
           .
       imprime-linha-conversao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Historico de apostas
      *>------------------------------------------------------------------------
       converte-historico section.

           move "historico_apostas.dat" to ws-cvt-arquivo
           perform prepara-conversao

           if ws-cvc-fase <> "F"
               if ws-cvc-fase <> "C"
                   perform copia-historico-antigo
                   perform conclui-copia
               end-if
               if ws-cvt-erro = "N" and ws-cvt-existe = "S"
                   perform recria-historico
               end-if
               if ws-cvt-existe = "S"
                   perform conclui-conversao
               end-if
           end-if

           perform imprime-linha-conversao
           .
       converte-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Copia o historico, no layout antigo, conferindo que cada registro
      *>  esta mesmo no layout antigo
      *>------------------------------------------------------------------------
       copia-historico-antigo section.

           open input arq-historico-antigo
           move ws-fs-historico to ws-fs-edit
           perform trata-abertura-antigo

           if ws-fs-historico = "00"
               perform abre-copia-gravacao
               if ws-cvt-erro = "N"
                   move "N" to ws-eof-antigo
                   perform until ws-eof-antigo = "S"
                       read arq-historico-antigo next
                           at end
                               move "S" to ws-eof-antigo
                           not at end
                               move ws-hant-registro to ws-hant-imagem
                               perform valida-historico-antigo
                               if ws-cvt-erro = "S"
                                   move "S" to ws-eof-antigo
                               else
                                   move 155 to ws-tam-copia
                                   move ws-hant-registro to ws-registro-copia
                                   write ws-registro-copia
                                   add 1 to ws-cvt-qtd-antes
                               end-if
                       end-read
                   end-perform
                   close arq-copia
               end-if
               close arq-historico-antigo
           end-if
           .
       copia-historico-antigo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere se a imagem em ws-hant-imagem esta no layout antigo: a
      *>  quantidade apostada numerica de ate 15 e a situacao da jogada no
      *>  lugar dela (no layout novo cai ali um digito do valor do premio)
      *>------------------------------------------------------------------------
       valida-historico-antigo section.

           if ws-hant-qtd-apostada is not numeric
           or ws-hant-qtd-apostada > "15"
           or (ws-hant-situacao <> space and ws-hant-situacao <> "A"
               and ws-hant-situacao <> "P" and ws-hant-situacao <> "C")
               move "S" to ws-cvt-erro
               move "ERRO: layout nao reconhecido (ja convertido?)"
                 to ws-cvt-situacao
               display "Registro fora do layout antigo em " ws-cvt-arquivo
                       ": " ws-hant-chave
           end-if
           .
       valida-historico-antigo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Monta em ws-hnov-imagem o registro no layout novo a partir de
      *>  ws-hant-imagem
      *>------------------------------------------------------------------------
       monta-historico-novo section.

           move ws-hant-inicio to ws-hnov-inicio
           move zero to ws-hnov-numeros-novos
           move ws-hant-resto to ws-hnov-resto
           move space to ws-hnov-transmissao
           move spaces to ws-hnov-cod-rejeicao
           .
       monta-historico-novo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Recria o historico no layout novo a partir da copia
      *>------------------------------------------------------------------------
       recria-historico section.

           perform abre-copia-leitura
           if ws-cvt-erro = "N"
               open output arq-historico
               if ws-fs-historico <> "00"
                   move "S" to ws-cvt-erro
                   move ws-fs-historico to ws-fs-edit
                   move spaces to ws-cvt-situacao
                   string "ERRO ao recriar (status " delimited by size
                          ws-fs-edit delimited by size
                          ")" delimited by size
                     into ws-cvt-situacao
               else
                   perform until ws-eof-copia = "S"
                       read arq-copia
                           at end
                               move "S" to ws-eof-copia
                           not at end
                               move ws-registro-copia(1:155)
                                 to ws-hant-imagem
                               perform monta-historico-novo
                               move ws-hnov-imagem to ws-historico-registro
                               write ws-historico-registro
                                   invalid key
                                       display "Falha ao gravar "
                                               ws-hant-chave " (status "
                                               ws-fs-historico ")."
                                   not invalid key
                                       add 1 to ws-cvt-qtd-depois
                               end-write
                       end-read
                   end-perform
                   close arq-historico
               end-if
               close arq-copia
           end-if
           .
       recria-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Boloes
      *>------------------------------------------------------------------------
       converte-boloes section.

           move "boloes.dat" to ws-cvt-arquivo
           perform prepara-conversao

           if ws-cvc-fase <> "F"
               if ws-cvc-fase <> "C"
                   perform copia-boloes-antigo
                   perform conclui-copia
               end-if
               if ws-cvt-erro = "N" and ws-cvt-existe = "S"
                   perform recria-boloes
               end-if
               if ws-cvt-existe = "S"
                   perform conclui-conversao
               end-if
           end-if

           perform imprime-linha-conversao
           .
       converte-boloes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Copia os boloes, no layout antigo, conferindo a quantidade de
      *>  numeros e de participantes de cada um
      *>------------------------------------------------------------------------
       copia-boloes-antigo section.

           open input arq-boloes-antigo
           move ws-fs-boloes to ws-fs-edit
           perform trata-abertura-antigo

           if ws-fs-boloes = "00"
               perform abre-copia-gravacao
               if ws-cvt-erro = "N"
                   move "N" to ws-eof-antigo
                   perform until ws-eof-antigo = "S"
                       read arq-boloes-antigo next
                           at end
                               move "S" to ws-eof-antigo
                           not at end
                               move ws-bant-registro to ws-bant-imagem
                               if ws-bant-qtd is not numeric
                               or ws-bant-qtd > "15"
                               or ws-bant-qtd-participantes is not numeric
                               or ws-bant-qtd-participantes > "10"
                               or ws-bant-participantes is not numeric
                                   move "S" to ws-cvt-erro
                                   move "ERRO: layout nao reconhecido (ja convertido?)"
                                     to ws-cvt-situacao
                                   display "Registro fora do layout antigo "
                                           "em boloes.dat: " ws-bant-nome
                                   move "S" to ws-eof-antigo
                               else
                                   move 134 to ws-tam-copia
                                   move ws-bant-registro to ws-registro-copia
                                   write ws-registro-copia
                                   add 1 to ws-cvt-qtd-antes
                               end-if
                       end-read
                   end-perform
                   close arq-copia
               end-if
               close arq-boloes-antigo
           end-if
           .
       copia-boloes-antigo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Recria os boloes no layout novo a partir da copia
      *>------------------------------------------------------------------------
       recria-boloes section.

           perform abre-copia-leitura
           if ws-cvt-erro = "N"
               open output arq-boloes
               if ws-fs-boloes <> "00"
                   move "S" to ws-cvt-erro
                   move ws-fs-boloes to ws-fs-edit
                   move spaces to ws-cvt-situacao
                   string "ERRO ao recriar (status " delimited by size
                          ws-fs-edit delimited by size
                          ")" delimited by size
                     into ws-cvt-situacao
               else
                   perform until ws-eof-copia = "S"
                       read arq-copia
                           at end
                               move "S" to ws-eof-copia
                           not at end
                               move ws-registro-copia(1:134)
                                 to ws-bant-imagem
                               move ws-bant-inicio to ws-bnov-inicio
                               move zero to ws-bnov-numeros-novos
                               move ws-bant-resto to ws-bnov-resto
                               move ws-bnov-imagem to ws-registro-bolao
                               write ws-registro-bolao
                                   invalid key
                                       display "Falha ao gravar o bolao "
                                               ws-bant-nome " (status "
                                               ws-fs-boloes ")."
                                   not invalid key
                                       add 1 to ws-cvt-qtd-depois
                               end-write
                       end-read
                   end-perform
                   close arq-boloes
               end-if
               close arq-copia
           end-if
           .
       recria-boloes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Checkpoint de aposta do desafio2 (aposta interrompida no meio)
      *>------------------------------------------------------------------------
       converte-checkpoint-aposta section.

           move "checkpoint_aposta.dat" to ws-cvt-arquivo
           perform prepara-conversao

           if ws-cvc-fase <> "F"
               if ws-cvc-fase <> "C"
                   perform copia-checkpoint-antigo
                   perform conclui-copia
               end-if
               if ws-cvt-erro = "N" and ws-cvt-existe = "S"
                   perform recria-checkpoint
               end-if
               if ws-cvt-existe = "S"
                   perform conclui-conversao
               end-if
           end-if

           perform imprime-linha-conversao
           .
       converte-checkpoint-aposta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Copia o checkpoint, no layout antigo
      *>------------------------------------------------------------------------
       copia-checkpoint-antigo section.

           open input arq-checkpoint-antigo
           move ws-fs-checkpoint to ws-fs-edit
           perform trata-abertura-antigo

           if ws-fs-checkpoint = "00"
               perform abre-copia-gravacao
               if ws-cvt-erro = "N"
                   move "N" to ws-eof-antigo
                   perform until ws-eof-antigo = "S"
                       read arq-checkpoint-antigo next
                           at end
                               move "S" to ws-eof-antigo
                           not at end
                               move ws-cant-registro to ws-cant-imagem
                               if ws-cant-qtd is not numeric
                               or ws-cant-qtd > "15"
                               or ws-cant-indice is not numeric
                                   move "S" to ws-cvt-erro
                                   move "ERRO: layout nao reconhecido (ja convertido?)"
                                     to ws-cvt-situacao
                                   move "S" to ws-eof-antigo
                               else
                                   move 44 to ws-tam-copia
                                   move ws-cant-registro to ws-registro-copia
                                   write ws-registro-copia
                                   add 1 to ws-cvt-qtd-antes
                               end-if
                       end-read
                   end-perform
                   close arq-copia
               end-if
               close arq-checkpoint-antigo
           end-if
           .
       copia-checkpoint-antigo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Recria o checkpoint no layout novo a partir da copia
      *>------------------------------------------------------------------------
       recria-checkpoint section.

           perform abre-copia-leitura
           if ws-cvt-erro = "N"
               open output arq-checkpoint
               if ws-fs-checkpoint <> "00"
                   move "S" to ws-cvt-erro
                   move ws-fs-checkpoint to ws-fs-edit
                   move spaces to ws-cvt-situacao
                   string "ERRO ao recriar (status " delimited by size
                          ws-fs-edit delimited by size
                          ")" delimited by size
                     into ws-cvt-situacao
               else
                   perform until ws-eof-copia = "S"
                       read arq-copia
                           at end
                               move "S" to ws-eof-copia
                           not at end
                               move ws-registro-copia(1:44)
                                 to ws-cant-imagem
                               move ws-cant-imagem to ws-cnov-inicio
                               move zero to ws-cnov-numeros-novos
                               move ws-cnov-imagem to ws-registro-checkpoint
                               write ws-registro-checkpoint
                                   invalid key
                                       display "Falha ao gravar o "
                                               "checkpoint (status "
                                               ws-fs-checkpoint ")."
                                   not invalid key
                                       add 1 to ws-cvt-qtd-depois
                               end-write
                       end-read
                   end-perform
                   close arq-checkpoint
               end-if
               close arq-copia
           end-if
           .
       recria-checkpoint-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Arquivo morto do ano ws-cvt-ano; os anos sem arquivo morto nao
      *>  aparecem no relatorio
      *>------------------------------------------------------------------------
       converte-arquivo-morto section.

           move spaces to ws-nome-arquivo-morto
           string "historico_arquivo_" delimited by size
                  ws-cvt-ano delimited by size
                  ".dat" delimited by size
             into ws-nome-arquivo-morto
           move ws-nome-arquivo-morto to ws-cvt-arquivo
           perform prepara-conversao

           if ws-cvc-fase <> "F"
               if ws-cvc-fase <> "C"
                   perform copia-arquivo-morto-antigo
                   perform conclui-copia
               end-if
               if ws-cvt-erro = "N" and ws-cvt-existe = "S"
                   perform recria-arquivo-morto
               end-if
               if ws-cvt-existe = "S"
                   perform conclui-conversao
               end-if
           end-if

           if ws-cvt-existe = "S"
               perform imprime-linha-conversao
           end-if
           .
       converte-arquivo-morto-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Copia o arquivo morto do ano, no layout antigo do historico
      *>------------------------------------------------------------------------
       copia-arquivo-morto-antigo section.

           open input arq-morto-antigo
           move ws-fs-arquivo-morto to ws-fs-edit
           perform trata-abertura-antigo

           if ws-fs-arquivo-morto = "00"
               perform abre-copia-gravacao
               if ws-cvt-erro = "N"
                   move "N" to ws-eof-antigo
                   perform until ws-eof-antigo = "S"
                       read arq-morto-antigo
                           at end
                               move "S" to ws-eof-antigo
                           not at end
                               move ws-morto-antigo-registro to ws-hant-imagem
                               perform valida-historico-antigo
                               if ws-cvt-erro = "S"
                                   move "S" to ws-eof-antigo
                               else
                                   move 155 to ws-tam-copia
                                   move ws-morto-antigo-registro
                                     to ws-registro-copia
                                   write ws-registro-copia
                                   add 1 to ws-cvt-qtd-antes
                               end-if
                       end-read
                   end-perform
                   close arq-copia
               end-if
               close arq-morto-antigo
           end-if
           .
       copia-arquivo-morto-antigo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Recria o arquivo morto do ano no layout novo a partir da copia
      *>------------------------------------------------------------------------
       recria-arquivo-morto section.

           perform abre-copia-leitura
           if ws-cvt-erro = "N"
               open output arq-arquivo-morto
               if ws-fs-arquivo-morto <> "00"
                   move "S" to ws-cvt-erro
                   move ws-fs-arquivo-morto to ws-fs-edit
                   move spaces to ws-cvt-situacao
                   string "ERRO ao recriar (status " delimited by size
                          ws-fs-edit delimited by size
                          ")" delimited by size
                     into ws-cvt-situacao
               else
                   perform until ws-eof-copia = "S"
                       read arq-copia
                           at end
                               move "S" to ws-eof-copia
                           not at end
                               move ws-registro-copia(1:155)
                                 to ws-hant-imagem
                               perform monta-historico-novo
                               move ws-hnov-imagem
                                 to ws-registro-arquivo-morto
                               write ws-registro-arquivo-morto
                               if ws-fs-arquivo-morto = "00"
                                   add 1 to ws-cvt-qtd-depois
                               else
                                   display "Falha ao gravar " ws-hant-chave
                                           " (status " ws-fs-arquivo-morto
                                           ")."
                               end-if
                       end-read
                   end-perform
                   close arq-arquivo-morto
               end-if
               close arq-copia
           end-if
           .
       recria-arquivo-morto-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Log de movimentos de cadastro: as imagens antes/depois passam a
      *>  180 posicoes, para caber o registro inteiro do historico e do
      *>  bolao
      *>------------------------------------------------------------------------
       converte-movimentos section.

           move "cadastro_movimentos.dat" to ws-cvt-arquivo
           perform prepara-conversao

           if ws-cvc-fase <> "F"
               if ws-cvc-fase <> "C"
                   perform copia-movimentos-antigo
                   perform conclui-copia
               end-if
               if ws-cvt-erro = "N" and ws-cvt-existe = "S"
                   perform recria-movimentos
               end-if
               if ws-cvt-existe = "S"
                   perform conclui-conversao
               end-if
           end-if

           perform imprime-linha-conversao
           .
       converte-movimentos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Copia o log de movimentos, no layout antigo
      *>------------------------------------------------------------------------
       copia-movimentos-antigo section.

           open input arq-movimentos-antigo
           move ws-fs-movimentos to ws-fs-edit
           perform trata-abertura-antigo

           if ws-fs-movimentos = "00"
               perform abre-copia-gravacao
               if ws-cvt-erro = "N"
                   move "N" to ws-eof-antigo
                   perform until ws-eof-antigo = "S"
                       read arq-movimentos-antigo
                           at end
                               move "S" to ws-eof-antigo
                           not at end
                               move ws-movimento-antigo-registro
                                 to ws-mant-imagem
                               if ws-mant-data is not numeric
                                   move "S" to ws-cvt-erro
                                   move "ERRO: layout nao reconhecido"
                                     to ws-cvt-situacao
                                   move "S" to ws-eof-antigo
                               else
                                   move 348 to ws-tam-copia
                                   move ws-movimento-antigo-registro
                                     to ws-registro-copia
                                   write ws-registro-copia
                                   add 1 to ws-cvt-qtd-antes
                               end-if
                       end-read
                   end-perform
                   close arq-copia
               end-if
               close arq-movimentos-antigo
           end-if
           .
       copia-movimentos-antigo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Recria o log de movimentos no layout novo a partir da copia
      *>------------------------------------------------------------------------
       recria-movimentos section.

           perform abre-copia-leitura
           if ws-cvt-erro = "N"
               open output arq-movimentos
               if ws-fs-movimentos <> "00"
                   move "S" to ws-cvt-erro
                   move ws-fs-movimentos to ws-fs-edit
                   move spaces to ws-cvt-situacao
                   string "ERRO ao recriar (status " delimited by size
                          ws-fs-edit delimited by size
                          ")" delimited by size
                     into ws-cvt-situacao
               else
                   perform until ws-eof-copia = "S"
                       read arq-copia
                           at end
                               move "S" to ws-eof-copia
                           not at end
                               move ws-registro-copia to ws-mant-imagem
                               move ws-mant-cabecalho to ws-movimento-registro
                               move ws-mant-antes to ws-mov-antes
                               move ws-mant-depois to ws-mov-depois
                               write ws-movimento-registro
                               if ws-fs-movimentos = "00"
                                   add 1 to ws-cvt-qtd-depois
                               else
                                   display "Falha ao gravar movimento "
                                           "(status " ws-fs-movimentos ")."
                               end-if
                       end-read
                   end-perform
                   close arq-movimentos
               end-if
               close arq-copia
           end-if
           .
       recria-movimentos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Premios a pagar: o registro ganha os valores bruto, imposto retido
      *>  e liquido do pagamento
      *>------------------------------------------------------------------------
       converte-premios section.

           move "premios_pagar.dat" to ws-cvt-arquivo
           perform prepara-conversao

           if ws-cvc-fase <> "F"
               if ws-cvc-fase <> "C"
                   perform copia-premios-antigo
                   perform conclui-copia
               end-if
               if ws-cvt-erro = "N" and ws-cvt-existe = "S"
                   perform recria-premios
               end-if
               if ws-cvt-existe = "S"
                   perform conclui-conversao
               end-if
           end-if

           perform imprime-linha-conversao
           .
       converte-premios-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Copia os premios a pagar, no layout antigo, conferindo o valor, a
      *>  situacao e a data de pagamento de cada um
      *>------------------------------------------------------------------------
       copia-premios-antigo section.

           open input arq-premios-antigo
           move ws-fs-premios to ws-fs-edit
           perform trata-abertura-antigo

           if ws-fs-premios = "00"
               perform abre-copia-gravacao
               if ws-cvt-erro = "N"
                   move "N" to ws-eof-antigo
                   perform until ws-eof-antigo = "S"
                       read arq-premios-antigo next
                           at end
                               move "S" to ws-eof-antigo
                           not at end
                               move ws-pant-registro to ws-pant-imagem
                               if ws-pant-valor is not numeric
                               or ws-pant-data-pagamento is not numeric
                               or (ws-pant-situacao <> "P"
                                   and ws-pant-situacao <> "G"
                                   and ws-pant-situacao <> "C")
                                   move "S" to ws-cvt-erro
                                   move "ERRO: layout nao reconhecido (ja convertido?)"
                                     to ws-cvt-situacao
                                   display "Registro fora do layout antigo "
                                           "em premios_pagar.dat: "
                                           ws-pant-chave
                                   move "S" to ws-eof-antigo
                               else
                                   move 71 to ws-tam-copia
                                   move ws-pant-registro to ws-registro-copia
                                   write ws-registro-copia
                                   add 1 to ws-cvt-qtd-antes
                               end-if
                       end-read
                   end-perform
                   close arq-copia
               end-if
               close arq-premios-antigo
           end-if
           .
       copia-premios-antigo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Recria os premios a pagar no layout novo a partir da copia: o
      *>  pendente e o estornado ficam com os valores zerados; o ja pago,
      *>  que nao teve retencao, com bruto e liquido iguais ao valor pago
      *>------------------------------------------------------------------------
       recria-premios section.

           perform abre-copia-leitura
           if ws-cvt-erro = "N"
               open output arq-premios
               if ws-fs-premios <> "00"
                   move "S" to ws-cvt-erro
                   move ws-fs-premios to ws-fs-edit
                   move spaces to ws-cvt-situacao
                   string "ERRO ao recriar (status " delimited by size
                          ws-fs-edit delimited by size
                          ")" delimited by size
                     into ws-cvt-situacao
               else
                   perform until ws-eof-copia = "S"
                       read arq-copia
                           at end
                               move "S" to ws-eof-copia
                           not at end
                               move ws-registro-copia(1:71)
                                 to ws-pant-imagem
                               move ws-pant-imagem to ws-premio-registro
                               move zero to ws-prm-valor-ir
                               if ws-prm-situacao = "G"
                                   move ws-prm-valor to ws-prm-valor-bruto
                                   move ws-prm-valor to ws-prm-valor-liquido
                               else
                                   move zero to ws-prm-valor-bruto
                                   move zero to ws-prm-valor-liquido
                               end-if
                               write ws-premio-registro
                                   invalid key
                                       display "Falha ao gravar o premio "
                                               ws-pant-chave " (status "
                                               ws-fs-premios ")."
                                   not invalid key
                                       add 1 to ws-cvt-qtd-depois
                               end-write
                       end-read
                   end-perform
                   close arq-premios
               end-if
               close arq-copia
           end-if
           .
       recria-premios-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização
      *>------------------------------------------------------------------------
       finaliza section.

           close arq-controle
           stop run
           .
       finaliza-exit.
           exit.

           copy "imprime.cpy".

           copy "autentica.cpy".
