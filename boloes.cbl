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

       fd  arq-movimentos.
           copy "cadmov.cpy".

       fd  arq-operadores.
           copy "operador.cpy".

      *>----Variaveis de trabalho
       working-storage section.

      *>    movimentos com o operador identificado no inicio da execucao e
      *>    as imagens do registro antes e depois
       77  ws-fs-movimentos                        pic x(02).
       77  ws-imagem-antes                         pic x(180).

      *>----Variaveis do rateio dos premios do bolao entre os participantes,
      *>    proporcional as cotas; o residuo do arredondamento fica na
       77  ws-rat-distribuido                      pic 9(11)v99.
       77  ws-rat-valor-edt                        pic zz.zzz.zzz.zz9,99.

      *>----Variaveis da identificacao do operador da sessao
           copy "operdef.cpy".

      *>Declaração do corpo do programa
       procedure division.

               move "S" to ws-cadastro-disponivel
           end-if

      *>     identificacao do operador no cadastro de operadores, para a
      *>     trilha de auditoria e para o perfil exigido em cada opcao
           if ws-fim-programa <> "S"
               perform autentica-operador
           end-if
           .
       inicializa-exit.
                       perform lista-boloes
                   when 2
                       perform consulta-bolao
      *>           exclusao, renomeacao e manutencao dos participantes
      *>           sao reservadas ao supervisor ou gerente
                   when 3
                       move "S" to ws-perfil-exigido
                       perform verifica-perfil
                       if ws-perfil-permitido = "S"
                           perform exclui-bolao
                       end-if
                   when 4
                       move "S" to ws-perfil-exigido
                       perform verifica-perfil
                       if ws-perfil-permitido = "S"
                           perform renomeia-bolao
                       end-if
                   when 5
                       perform desempenho-bolao
                   when 6
                       move "S" to ws-perfil-exigido
                       perform verifica-perfil
                       if ws-perfil-permitido = "S"
                           perform inclui-participante
                       end-if
                   when 7
                       move "S" to ws-perfil-exigido
                       perform verifica-perfil
                       if ws-perfil-permitido = "S"
                           perform retira-participante
                       end-if
                   when 8
                       perform rateio-bolao
                   when 9
                           move "S" to ws-eof-historico
                       not at end
                           perform compara-bolao-com-jogada
      *>                     jogada cancelada (programa cancela) nao entra
      *>                     no desempenho nem no rateio do bolao
                           if ws-cmp-igual = "S"
                           and ws-hist-situacao <> "C"
                               perform acumula-desempenho
                           end-if
                   end-read
           .
       finaliza-exit.
           exit.

           copy "autentica.cpy".
