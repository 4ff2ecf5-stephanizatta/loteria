      *>------------------------------------------------------------------------
      *>  Variaveis da identificacao do operador e do controle de acesso por
      *>  perfil (ver autentica.cpy). Cada programa que identifica o
      *>  operador declara um select "arq-operadores" (operadores.dat,
      *>  indexed, dynamic, record key ws-ope-codigo, file status
      *>  ws-fs-operadores) com o registro de operador.cpy
      *>------------------------------------------------------------------------
       77  ws-fs-operadores                        pic x(02).
      *>----Operador identificado na execucao (vai para a trilha de
      *>    auditoria) e o seu perfil de acesso
       77  ws-operador-corrente                    pic x(10).
       77  ws-operador-nome                        pic x(30).
       77  ws-operador-perfil                      pic x(01).
       77  ws-operador-autenticado                 pic x(01).
       77  ws-perfil-descricao                     pic x(10).
      *>----Credenciais digitadas e tentativas da identificacao
       77  ws-aut-codigo                           pic x(10).
       77  ws-aut-senha                            pic x(10).
       77  ws-aut-tentativas                       pic 9(01).
      *>----Verificacao do perfil exigido por uma funcao ("S" = supervisor
      *>    ou gerente; "G" = somente gerente)
       77  ws-perfil-exigido                       pic x(01).
       77  ws-perfil-permitido                     pic x(01).
       77  ws-aut-nivel-operador                   pic 9(01).
       77  ws-aut-nivel-exigido                    pic 9(01).
      *>----Autorizacao de um supervisor (ou gerente) para uma operacao do
      *>    operador corrente: liberacao de limite, cancelamento de venda
       77  ws-supervisor-autorizado                pic x(01).
       77  ws-supervisor-operador                  pic x(10).
