               record key is ws-frq-chave
               file status is ws-fs-frequencias.

           select arq-operadores
               assign to "operadores.dat"
               organization is indexed
               access mode is dynamic
               record key is ws-ope-codigo
               file status is ws-fs-operadores.

      *>Declaração de variáveis
       data division.

      *>  historico (historico.cpy); manter o tamanho em dia quando o
      *>  layout do historico mudar
       fd  arq-arquivo-morto.
       01  ws-registro-arquivo-morto                pic x(169).

      *>  checkpoint do arquivamento, no molde do checkpoint de aposta do
      *>  desafio2: permite retomar a execucao do ponto em que parou, sem
       fd  arq-frequencias.
           copy "frequenc.cpy".

       fd  arq-operadores.
           copy "operador.cpy".

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-frq-eof-semente                      pic x(01).
       77  ws-ctl-creditados                       pic 9(07).

      *>----Variaveis da identificacao do operador da sessao
           copy "operdef.cpy".

      *>Declaração do corpo do programa
       procedure division.

                   stop run
           end-evaluate

      *>     o expurgo do historico e reservado ao gerente: o operador se
      *>     identifica no cadastro de operadores antes de qualquer copia
           if ws-fs-historico = "00"
               perform autentica-operador
               move "G" to ws-perfil-exigido
               perform verifica-perfil
               if ws-perfil-permitido <> "S"
                   move 8 to return-code
                   stop run
               end-if
           end-if

      *>     o checkpoint so e criado quando nao existe (status 35); qualquer
      *>     outro erro de abertura derruba a execucao, para nao perder o
      *>     ponto de retomada de um arquivamento interrompido
      *>                         jogo existirem) e creditada ANTES de
      *>                         excluir, para as estatisticas
      *>                         sobreviverem ao expurgo; sem o mestre, o
      *>                         expurgo para antes de perder dado. Jogada
      *>                         cancelada nao contabilizada nao e creditada
                               if ws-hist-freq-contab <> "S"
                               and ws-hist-situacao <> "C"
                                   perform credita-antes-do-expurgo
                               end-if
                               if ws-fim-fase <> "S"
           exit.

           copy "freqatu.cpy".

           copy "autentica.cpy".
