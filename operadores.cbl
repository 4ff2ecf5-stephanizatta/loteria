      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "operadores".
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

           select arq-operadores
               assign to "operadores.dat"
               organization is indexed
               access mode is dynamic
               record key is ws-ope-codigo
               file status is ws-fs-operadores.

           select arq-movimentos
               assign to "cadastro_movimentos.dat"
               organization is line sequential
               file status is ws-fs-movimentos.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.

       fd  arq-operadores.
           copy "operador.cpy".

       fd  arq-movimentos.
           copy "cadmov.cpy".

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-eof-operadores                       pic x(01).
       77  ws-cadastro-vazio                       pic x(01).

       77  ws-opcao-menu                           pic 9(01).
       77  ws-resp-confirma                        pic x(01).
       77  ws-fim-programa                         pic x(01).

      *>----Dados informados pelo operador na manutencao
       77  ws-codigo-informado                     pic x(10).
       77  ws-perfil-informado                     pic x(01).
       77  ws-nome-informado                       pic x(30).
       77  ws-senha-nova                           pic x(10).
       77  ws-senha-confirmacao                    pic x(10).
       77  ws-senha-valida                         pic x(01).
       77  ws-data-hoje                            pic 9(08).
       77  ws-total-listados                       pic 9(05).

      *>----Variaveis da trilha de auditoria das alteracoes de cadastro: as
      *>    imagens vao para o log de movimentos com a senha mascarada
       77  ws-fs-movimentos                        pic x(02).
       77  ws-imagem-antes                         pic x(68).
       77  ws-imagem-depois                        pic x(68).

      *>----Variaveis da identificacao do operador (autentica.cpy)
           copy "operdef.cpy".

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização: com o cadastro vazio, o primeiro
      *>  operador e cadastrado como gerente, sem identificacao; senao o
      *>  operador se identifica antes de qualquer manutencao
      *>------------------------------------------------------------------------
       inicializa section.

           move "N" to ws-fim-programa
           accept ws-data-hoje from date yyyymmdd

      *>     o cadastro so e criado quando nao existe (status 35); qualquer
      *>     outro erro de abertura encerra o programa, para nao recriar
      *>     vazio um cadastro corrompido e perder os operadores
           open i-o arq-operadores
           if ws-fs-operadores = "35"
               open output arq-operadores
               close arq-operadores
               open i-o arq-operadores
           end-if
           if ws-fs-operadores <> "00"
               display "ERRO: nao foi possivel abrir operadores.dat "
                       "(status " ws-fs-operadores "). O arquivo existe mas "
                       "nao pode ser aberto; NADA foi recriado. Verifique a "
                       "integridade ou restaure o backup antes de executar."
               move 8 to return-code
               stop run
           end-if

           move "S" to ws-cadastro-vazio
           move low-values to ws-ope-codigo
           start arq-operadores key >= ws-ope-codigo
               invalid key
                   continue
               not invalid key
                   read arq-operadores next
                       at end
                           continue
                       not at end
                           move "N" to ws-cadastro-vazio
                   end-read
           end-start

      *>     a identificacao abre o cadastro por conta propria
           if ws-cadastro-vazio = "N"
               close arq-operadores
               perform autentica-operador
               open i-o arq-operadores
               if ws-fs-operadores <> "00"
                   display "ERRO: nao foi possivel reabrir operadores.dat "
                           "(status " ws-fs-operadores ")."
                   move 8 to return-code
                   stop run
               end-if
           else
               perform cadastra-primeiro-gerente
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Cadastro vazio: o primeiro operador e um gerente, que passa a ser o
      *>  operador da execucao e cadastra os demais
      *>------------------------------------------------------------------------
       cadastra-primeiro-gerente section.

           display "Cadastro de operadores vazio. Cadastre o primeiro "
                   "operador, com perfil de gerente."

           move spaces to ws-codigo-informado
           perform until ws-codigo-informado <> spaces
               display "Codigo do operador: "
               accept ws-codigo-informado
           end-perform
           display "Nome do operador: "
           accept ws-nome-informado
           perform aceita-senha-nova
           perform until ws-senha-valida = "S"
               perform aceita-senha-nova
           end-perform

           move ws-codigo-informado to ws-ope-codigo
           move ws-nome-informado to ws-ope-nome
           move ws-senha-nova to ws-ope-senha
           move "G" to ws-ope-perfil
           move "A" to ws-ope-situacao
           move ws-data-hoje to ws-ope-data-cadastro
           move ws-data-hoje to ws-ope-data-alteracao

           write ws-operador-registro
               invalid key
                   display "Falha ao incluir o gerente (status "
                           ws-fs-operadores ")."
                   move 8 to return-code
                   move "S" to ws-fim-programa
               not invalid key
                   move ws-ope-codigo to ws-operador-corrente
                   move ws-ope-nome to ws-operador-nome
                   move "G" to ws-operador-perfil
                   move "S" to ws-operador-autenticado
                   display "Gerente " ws-ope-codigo " cadastrado."
                   move "INCLUSAO" to ws-mov-operacao
                   move spaces to ws-mov-antes
                   perform monta-imagem-depois
                   perform registra-movimento-operador
           end-write
           display " "
           .
       cadastra-primeiro-gerente-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal: menu de manutencao do cadastro; somente o
      *>  gerente mantem o cadastro, e qualquer operador troca a propria
      *>  senha
      *>------------------------------------------------------------------------
       processamento section.

           perform until ws-fim-programa = "S"
               display " "
               display "===================================================="
               display " CADASTRO DE OPERADORES"
               display "===================================================="
               display "  1 - Listar operadores"
               display "  2 - Incluir operador"
               display "  3 - Alterar nome e perfil de um operador"
               display "  4 - Bloquear / desbloquear um operador"
               display "  5 - Redefinir a senha de um operador"
               display "  6 - Trocar a propria senha"
               display "  9 - Sair"
               accept ws-opcao-menu
               display " "

               evaluate ws-opcao-menu
                   when 1 thru 5
                       move "G" to ws-perfil-exigido
                       perform verifica-perfil
                       if ws-perfil-permitido = "S"
                           perform executa-opcao-gerente
                       end-if
                   when 6
                       perform troca-propria-senha
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
      *>  Opcoes de manutencao reservadas ao gerente
      *>------------------------------------------------------------------------
       executa-opcao-gerente section.

           evaluate ws-opcao-menu
               when 1
                   perform lista-operadores
               when 2
                   perform inclui-operador
               when 3
                   perform altera-operador
               when 4
                   perform bloqueia-desbloqueia-operador
               when 5
                   perform redefine-senha-operador
           end-evaluate
           .
       executa-opcao-gerente-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista todos os operadores, com perfil e situacao (sem a senha)
      *>------------------------------------------------------------------------
       lista-operadores section.

           move zero to ws-total-listados
           move "N" to ws-eof-operadores
           move low-values to ws-ope-codigo

           start arq-operadores key >= ws-ope-codigo
               invalid key
                   move "S" to ws-eof-operadores
           end-start

           display "===================================================="
           display " OPERADORES CADASTRADOS"
           display "===================================================="

           perform until ws-eof-operadores = "S"
               read arq-operadores next
                   at end
                       move "S" to ws-eof-operadores
                   not at end
                       add 1 to ws-total-listados
                       perform exibe-operador
               end-read
           end-perform

           display "----------------------------------------------------"
           display "Operadores cadastrados: " ws-total-listados
           display "===================================================="
           .
       lista-operadores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Exibe o operador corrente do buffer (codigo, nome, perfil e
      *>  situacao)
      *>------------------------------------------------------------------------
       exibe-operador section.

           display ws-ope-codigo " " ws-ope-nome " " with no advancing
           evaluate ws-ope-perfil
               when "C"
                   display "caixa     " with no advancing
               when "S"
                   display "supervisor" with no advancing
               when "G"
                   display "gerente   " with no advancing
               when other
                   display "indefinido" with no advancing
           end-evaluate
           if ws-ope-situacao = "A"
               display " ativo"
           else
               display " BLOQUEADO"
           end-if
           .
       exibe-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aceita o codigo do operador a manter, rejeitando entrada em branco
      *>------------------------------------------------------------------------
       aceita-codigo-operador section.

           display "Informe o codigo do operador: "
           accept ws-codigo-informado
           perform until ws-codigo-informado <> spaces
               display "Entrada invalida. Informe o codigo."
               display "Informe o codigo do operador: "
               accept ws-codigo-informado
           end-perform
           .
       aceita-codigo-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aceita o perfil de acesso (C, S ou G)
      *>------------------------------------------------------------------------
       aceita-perfil section.

           display "Perfil (C - caixa, S - supervisor, G - gerente): "
           accept ws-perfil-informado
           perform until ws-perfil-informado = "C"
                      or ws-perfil-informado = "S"
                      or ws-perfil-informado = "G"
               display "Perfil invalido. Informe C, S ou G."
               display "Perfil (C - caixa, S - supervisor, G - gerente): "
               accept ws-perfil-informado
           end-perform
           .
       aceita-perfil-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aceita uma senha nova, digitada duas vezes; senha em branco ou que
      *>  nao confere e recusada (ws-senha-valida)
      *>------------------------------------------------------------------------
       aceita-senha-nova section.

           move "N" to ws-senha-valida
           display "Nova senha: "
           accept ws-senha-nova
           display "Repita a nova senha: "
           accept ws-senha-confirmacao

           evaluate true
               when ws-senha-nova = spaces
                   display "Senha em branco nao e aceita."
               when ws-senha-nova <> ws-senha-confirmacao
                   display "As senhas digitadas nao conferem."
               when other
                   move "S" to ws-senha-valida
           end-evaluate
           .
       aceita-senha-nova-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Inclui um novo operador, ativo, com senha inicial
      *>------------------------------------------------------------------------
       inclui-operador section.

           perform aceita-codigo-operador
           move ws-codigo-informado to ws-ope-codigo

           read arq-operadores
               invalid key
                   display "Nome do operador: "
                   accept ws-nome-informado
                   perform aceita-perfil
                   perform aceita-senha-nova
                   if ws-senha-valida = "S"
                       move ws-codigo-informado to ws-ope-codigo
                       move ws-nome-informado to ws-ope-nome
                       move ws-senha-nova to ws-ope-senha
                       move ws-perfil-informado to ws-ope-perfil
                       move "A" to ws-ope-situacao
                       move ws-data-hoje to ws-ope-data-cadastro
                       move ws-data-hoje to ws-ope-data-alteracao
                       write ws-operador-registro
                           invalid key
                               display "Falha ao incluir (status "
                                       ws-fs-operadores ")."
                           not invalid key
                               display "Operador " ws-ope-codigo
                                       " incluido."
                               move "INCLUSAO" to ws-mov-operacao
                               move spaces to ws-mov-antes
                               perform monta-imagem-depois
                               perform registra-movimento-operador
                       end-write
                   else
                       display "Inclusao cancelada."
                   end-if
               not invalid key
                   display "Codigo " ws-codigo-informado
                           " ja cadastrado para " ws-ope-nome "."
           end-read
           .
       inclui-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Altera o nome e o perfil de um operador; o gerente nao rebaixa o
      *>  proprio perfil, para o cadastro nao ficar sem gerente
      *>------------------------------------------------------------------------
       altera-operador section.

           perform aceita-codigo-operador
           move ws-codigo-informado to ws-ope-codigo

           read arq-operadores
               invalid key
                   display "Operador " ws-codigo-informado
                           " nao encontrado."
               not invalid key
                   perform monta-imagem-antes
                   perform exibe-operador
                   display "Informe o novo nome: "
                   accept ws-nome-informado
                   perform aceita-perfil
                   if ws-codigo-informado = ws-operador-corrente
                   and ws-perfil-informado <> "G"
                       display "O gerente nao pode rebaixar o proprio "
                               "perfil; peca a outro gerente."
                   else
                       move ws-nome-informado to ws-ope-nome
                       move ws-perfil-informado to ws-ope-perfil
                       move ws-data-hoje to ws-ope-data-alteracao
                       rewrite ws-operador-registro
                           invalid key
                               display "Falha ao alterar (status "
                                       ws-fs-operadores ")."
                           not invalid key
                               display "Operador " ws-ope-codigo
                                       " alterado."
                               move "ALTERACAO" to ws-mov-operacao
                               move ws-imagem-antes to ws-mov-antes
                               perform monta-imagem-depois
                               perform registra-movimento-operador
                       end-rewrite
                   end-if
           end-read
           .
       altera-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Bloqueia um operador ativo ou desbloqueia um bloqueado, com
      *>  confirmacao; o gerente nao bloqueia a si mesmo
      *>------------------------------------------------------------------------
       bloqueia-desbloqueia-operador section.

           perform aceita-codigo-operador
           move ws-codigo-informado to ws-ope-codigo

           read arq-operadores
               invalid key
                   display "Operador " ws-codigo-informado
                           " nao encontrado."
               not invalid key
                   perform monta-imagem-antes
                   perform exibe-operador
                   if ws-codigo-informado = ws-operador-corrente
                       display "O operador nao pode bloquear a si mesmo."
                   else
                       if ws-ope-situacao = "A"
                           display "Bloquear este operador? (S/N) "
                       else
                           display "Desbloquear este operador? (S/N) "
                       end-if
                       accept ws-resp-confirma
                       if ws-resp-confirma = "S" or ws-resp-confirma = "s"
                           if ws-ope-situacao = "A"
                               move "B" to ws-ope-situacao
                               move "BLOQUEIO" to ws-mov-operacao
                           else
                               move "A" to ws-ope-situacao
                               move "DESBLOQUEA" to ws-mov-operacao
                           end-if
                           move ws-data-hoje to ws-ope-data-alteracao
                           rewrite ws-operador-registro
                               invalid key
                                   display "Falha ao regravar (status "
                                           ws-fs-operadores ")."
                               not invalid key
                                   display "Operador " ws-ope-codigo
                                           " regravado."
                                   move ws-imagem-antes to ws-mov-antes
                                   perform monta-imagem-depois
                                   perform registra-movimento-operador
                           end-rewrite
                       else
                           display "Operacao cancelada."
                       end-if
                   end-if
           end-read
           .
       bloqueia-desbloqueia-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Redefine a senha de um operador (esquecimento), pelo gerente
      *>------------------------------------------------------------------------
       redefine-senha-operador section.

           perform aceita-codigo-operador
           move ws-codigo-informado to ws-ope-codigo

           read arq-operadores
               invalid key
                   display "Operador " ws-codigo-informado
                           " nao encontrado."
               not invalid key
                   perform grava-senha-nova
           end-read
           .
       redefine-senha-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Troca da propria senha pelo operador da execucao, com a senha
      *>  atual
      *>------------------------------------------------------------------------
       troca-propria-senha section.

           move ws-operador-corrente to ws-codigo-informado
           move ws-operador-corrente to ws-ope-codigo

           read arq-operadores
               invalid key
                   display "Operador " ws-operador-corrente
                           " nao encontrado."
               not invalid key
                   display "Senha atual: "
                   accept ws-aut-senha
                   if ws-aut-senha <> ws-ope-senha
                       display "Senha atual nao confere."
                   else
                       perform grava-senha-nova
                   end-if
           end-read
           .
       troca-propria-senha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aceita e grava a senha nova do operador lido no buffer
      *>------------------------------------------------------------------------
       grava-senha-nova section.

           perform monta-imagem-antes
           perform aceita-senha-nova
           if ws-senha-valida = "S"
               move ws-senha-nova to ws-ope-senha
               move ws-data-hoje to ws-ope-data-alteracao
               rewrite ws-operador-registro
                   invalid key
                       display "Falha ao gravar a senha (status "
                               ws-fs-operadores ")."
                   not invalid key
                       display "Senha do operador " ws-ope-codigo
                               " alterada."
                       move "SENHA" to ws-mov-operacao
                       move ws-imagem-antes to ws-mov-antes
                       perform monta-imagem-depois
                       perform registra-movimento-operador
               end-rewrite
           else
               display "Senha nao alterada."
           end-if
           .
       grava-senha-nova-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imagens do registro para a trilha de auditoria, com a senha
      *>  mascarada (a senha nunca vai para o log de movimentos)
      *>------------------------------------------------------------------------
       monta-imagem-antes section.

           move ws-operador-registro to ws-imagem-antes
           move all "*" to ws-imagem-antes(41:10)
           .
       monta-imagem-antes-exit.
           exit.

       monta-imagem-depois section.

           move ws-operador-registro to ws-imagem-depois
           move all "*" to ws-imagem-depois(41:10)
           move ws-imagem-depois to ws-mov-depois
           .
       monta-imagem-depois-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Registra na trilha de auditoria a operacao de manutencao corrente
      *>  sobre o cadastro de operadores (ver gravamov.cpy)
      *>------------------------------------------------------------------------
       registra-movimento-operador section.

           move "OPERADORES" to ws-mov-arquivo
           move spaces to ws-mov-chave
           move ws-codigo-informado to ws-mov-chave(1:10)
           perform grava-movimento
           .
       registra-movimento-operador-exit.
           exit.

           copy "gravamov.cpy".

      *>------------------------------------------------------------------------
      *>  Finalização
      *>------------------------------------------------------------------------
       finaliza section.

           close arq-operadores
           stop run
           .
       finaliza-exit.
           exit.

           copy "autentica.cpy".
