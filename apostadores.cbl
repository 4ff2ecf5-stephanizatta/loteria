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

       fd  arq-movimentos.
           copy "cadmov.cpy".

       fd  arq-operadores.
           copy "operador.cpy".

       fd  arq-param-jogos.
           copy "parjogos.cpy".

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-ext-data-final                       pic 9(08).
       77  ws-ext-jogadas                          pic 9(07).
       77  ws-ext-premiadas                        pic 9(07).
       77  ws-ext-canceladas                       pic 9(07).
       77  ws-ext-apostado                         pic 9(11)v99.
       77  ws-ext-premios                          pic 9(11)v99.
       77  ws-ext-apostado-edt                     pic zz.zzz.zzz.zz9,99.
       77  ws-ext-indice                           pic 9(02).
       77  ws-ext-pos                              pic 9(03).

      *>----Cada jogada do extrato sai com o jogo e o preco da tabela de
      *>    jogos em vigor no dia em que foi feita; a tabela so e recarregada
      *>    quando muda o dia da jogada
       77  ws-ext-data-tabela                      pic 9(08).
       77  ws-ext-valor-tabela                     pic 9(07)v99.

           copy "tabjogos.cpy".

           copy "combdef.cpy".

      *>----Variaveis da trilha de auditoria das alteracoes de cadastro:
      *>    cada operacao de manutencao e gravada no log de movimentos com
      *>    o operador identificado no inicio da execucao e as imagens do
      *>    registro antes e depois
       77  ws-fs-movimentos                        pic x(02).
       77  ws-imagem-antes                         pic x(55).

      *>----Variaveis da saida do extrato em arquivo de impressao
           copy "impdef.cpy".

      *>----Variaveis da identificacao do operador da sessao
           copy "operdef.cpy".

      *>Declaração do corpo do programa
       procedure division.

               move "S" to ws-fim-programa
           end-if

      *>     identificacao do operador no cadastro de operadores, para a
      *>     trilha de auditoria e para o perfil exigido em cada opcao
           if ws-fim-programa <> "S"
               perform autentica-operador
           end-if
           .
       inicializa-exit.
               evaluate ws-opcao-menu
                   when 1
                       perform inclui-apostador
      *>           alteracao e exclusao do cadastro sao reservadas ao
      *>           supervisor ou gerente
                   when 2
                       move "S" to ws-perfil-exigido
                       perform verifica-perfil
                       if ws-perfil-permitido = "S"
                           perform altera-apostador
                       end-if
                   when 3
                       move "S" to ws-perfil-exigido
                       perform verifica-perfil
                       if ws-perfil-permitido = "S"
                           perform exclui-apostador
                       end-if
                   when 4
                       perform consulta-apostador
                   when 5

           move zero to ws-ext-jogadas
           move zero to ws-ext-premiadas
           move zero to ws-ext-canceladas
           move zero to ws-ext-apostado
           move zero to ws-ext-premios
           move zero to ws-ext-data-tabela
           move "N" to ws-eof-historico

           open input arq-historico
                      ws-ext-premiadas delimited by size
                 into ws-imp-linha
               perform exibe-e-imprime
               if ws-ext-canceladas > zero
                   move spaces to ws-imp-linha
                   string "Jogadas canceladas...: " delimited by size
                          ws-ext-canceladas delimited by size
                          " (fora dos totais)" delimited by size
                     into ws-imp-linha
                   perform exibe-e-imprime
               end-if
               move spaces to ws-imp-linha
               string "Total apostado.......: R$ " delimited by size
                      ws-ext-apostado-edt delimited by size
           exit.

      *>------------------------------------------------------------------------
      *>  Lista uma jogada do extrato e acumula os totais; a jogada
      *>  cancelada sai listada como tal, mas fora dos totais (o valor foi
      *>  devolvido ao apostador e o premio estornado)
      *>------------------------------------------------------------------------
       lista-jogada-extrato section.

           if ws-hist-situacao = "C"
               add 1 to ws-ext-canceladas
           else
               add 1 to ws-ext-jogadas
               add ws-hist-valor-aposta to ws-ext-apostado
               add ws-hist-valor-premio to ws-ext-premios
      *>         venda antecipada ainda pendente (resultado "PENDENTE") nao
      *>         e jogada premiada: so conta depois de apurada
               if ws-hist-resultado <> "PERDEU"
               and ws-hist-situacao <> "P"
                   add 1 to ws-ext-premiadas
               end-if
           end-if

           move ws-hist-valor-aposta to ws-ext-valor-edt
               move "concurso" to ws-imp-linha(53:8)
               move ws-hist-concurso to ws-imp-linha(62:5)
           end-if
           if ws-hist-situacao = "C"
               move "CANCELADA" to ws-imp-linha(68:9)
           end-if

           if ws-hist-data <> ws-ext-data-tabela
               move ws-hist-data to ws-data-vigencia-jogos
               perform carrega-tabela-jogos-data
               move ws-hist-data to ws-ext-data-tabela
           end-if
           move zero to ws-ext-valor-tabela
           if ws-hist-jogo >= 1 and ws-hist-jogo <= 3
               move ws-jogo-nome(ws-hist-jogo) to ws-imp-linha(78:10)
               move ws-hist-qtd-apostada to ws-comb-n
               move ws-jogo-qtd-sorteio(ws-hist-jogo) to ws-comb-k
               perform calcula-combinacoes
               compute ws-ext-valor-tabela =
                   ws-jogo-preco-base(ws-hist-jogo) * ws-comb-total
           end-if
           perform exibe-e-imprime

           move "  numeros:" to ws-imp-linha
               move ws-hist-numeros-apostados(ws-ext-indice)
                 to ws-imp-linha(ws-ext-pos + 1:2)
           end-perform
      *>     preco da aposta pela tabela do dia, ao lado do valor cobrado
           if ws-ext-valor-tabela > zero
               move ws-ext-valor-tabela to ws-ext-valor-edt
               move "tabela R$" to ws-imp-linha(78:9)
               move ws-ext-valor-edt to ws-imp-linha(88:9)
           end-if
           perform exibe-e-imprime
           .
       lista-jogada-extrato-exit.
           exit.

           copy "imprime.cpy".

           copy "cargajogos.cpy".

           copy "calccomb.cpy".

           copy "autentica.cpy".
