      *>------------------------------------------------------------------------
      *>  Identificacao do operador contra o cadastro de operadores
      *>  (operadores.dat): codigo e senha, ate 3 tentativas; operador
      *>  bloqueado ou credenciais invalidas encerram a execucao. O
      *>  cadastro e aberto e fechado aqui mesmo. As variaveis ficam em
      *>  operdef.cpy
      *>------------------------------------------------------------------------
       autentica-operador section.

           move "N" to ws-operador-autenticado
           move spaces to ws-operador-corrente
           move spaces to ws-operador-nome
           move spaces to ws-operador-perfil

           open input arq-operadores
           if ws-fs-operadores <> "00"
               display "ERRO: cadastro de operadores operadores.dat "
                       "indisponivel (status " ws-fs-operadores "). "
                       "Cadastre os operadores pelo programa operadores "
                       "antes de executar."
               move 8 to return-code
               stop run
           end-if

           move zero to ws-aut-tentativas
           perform until ws-operador-autenticado = "S"
                      or ws-aut-tentativas >= 3
               add 1 to ws-aut-tentativas
               display "Operador: "
               accept ws-aut-codigo
               display "Senha: "
               accept ws-aut-senha

               move ws-aut-codigo to ws-ope-codigo
               read arq-operadores
                   invalid key
                       display "Operador ou senha invalidos."
                   not invalid key
                       evaluate true
                           when ws-ope-senha <> ws-aut-senha
                               display "Operador ou senha invalidos."
                           when ws-ope-situacao <> "A"
                               display "Operador " ws-ope-codigo
                                       " bloqueado; procure o gerente."
                           when other
      *>                         copia o cadastro para working storage
      *>                         ainda com o arquivo aberto
                               move "S" to ws-operador-autenticado
                               move ws-ope-codigo to ws-operador-corrente
                               move ws-ope-nome to ws-operador-nome
                               move ws-ope-perfil to ws-operador-perfil
                       end-evaluate
               end-read
           end-perform

           close arq-operadores

           if ws-operador-autenticado <> "S"
               display "Identificacao do operador recusada; execucao "
                       "encerrada."
               move 8 to return-code
               stop run
           end-if

           perform descreve-perfil
           display "Operador " ws-operador-corrente " - "
                   ws-operador-nome " (" ws-perfil-descricao ")."
           display " "
           .
       autentica-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Descricao do perfil do operador corrente, para as mensagens
      *>------------------------------------------------------------------------
       descreve-perfil section.

           evaluate ws-operador-perfil
               when "C"
                   move "caixa" to ws-perfil-descricao
               when "S"
                   move "supervisor" to ws-perfil-descricao
               when "G"
                   move "gerente" to ws-perfil-descricao
               when other
                   move "indefinido" to ws-perfil-descricao
           end-evaluate
           .
       descreve-perfil-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Verifica se o perfil do operador corrente alcanca o perfil exigido
      *>  pela funcao (ws-perfil-exigido: "S" = supervisor ou gerente, "G"
      *>  = somente gerente) e devolve ws-perfil-permitido, avisando a
      *>  recusa
      *>------------------------------------------------------------------------
       verifica-perfil section.

           evaluate ws-operador-perfil
               when "G"
                   move 3 to ws-aut-nivel-operador
               when "S"
                   move 2 to ws-aut-nivel-operador
               when "C"
                   move 1 to ws-aut-nivel-operador
               when other
                   move zero to ws-aut-nivel-operador
           end-evaluate

           evaluate ws-perfil-exigido
               when "G"
                   move 3 to ws-aut-nivel-exigido
               when "S"
                   move 2 to ws-aut-nivel-exigido
               when other
                   move 1 to ws-aut-nivel-exigido
           end-evaluate

           if ws-aut-nivel-operador >= ws-aut-nivel-exigido
               move "S" to ws-perfil-permitido
           else
               move "N" to ws-perfil-permitido
               perform descreve-perfil
               if ws-perfil-exigido = "G"
                   display "Funcao nao permitida ao perfil "
                           ws-perfil-descricao " do operador "
                           ws-operador-corrente "; exige gerente."
               else
                   display "Funcao nao permitida ao perfil "
                           ws-perfil-descricao " do operador "
                           ws-operador-corrente "; exige supervisor ou "
                           "gerente."
               end-if
           end-if
           .
       verifica-perfil-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Autorizacao de um supervisor (ou gerente) ativo, com codigo e
      *>  senha, para uma operacao do operador corrente; devolve
      *>  ws-supervisor-autorizado e o codigo em ws-supervisor-operador
      *>------------------------------------------------------------------------
       autoriza-supervisor section.

           move "N" to ws-supervisor-autorizado
           move spaces to ws-supervisor-operador

           display "Codigo do supervisor: "
           accept ws-aut-codigo
           display "Senha do supervisor: "
           accept ws-aut-senha

           open input arq-operadores
           if ws-fs-operadores <> "00"
               display "Cadastro de operadores indisponivel (status "
                       ws-fs-operadores "); autorizacao recusada."
           else
               move ws-aut-codigo to ws-ope-codigo
               read arq-operadores
                   invalid key
                       display "Supervisor ou senha invalidos."
                   not invalid key
                       evaluate true
                           when ws-ope-senha <> ws-aut-senha
                               display "Supervisor ou senha invalidos."
                           when ws-ope-situacao <> "A"
                               display "Operador " ws-ope-codigo
                                       " bloqueado."
                           when ws-ope-perfil <> "S"
                            and ws-ope-perfil <> "G"
                               display "Operador " ws-ope-codigo " nao "
                                       "tem perfil de supervisor."
                           when other
                               move "S" to ws-supervisor-autorizado
                               move ws-ope-codigo to ws-supervisor-operador
                       end-evaluate
               end-read
               close arq-operadores
           end-if
           .
       autoriza-supervisor-exit.
           exit.
