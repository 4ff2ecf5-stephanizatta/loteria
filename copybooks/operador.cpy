      *>------------------------------------------------------------------------
      *>  Layout do registro do cadastro de operadores (OPERADOR)
      *>  Mantido pelo programa operadores; lido na identificacao do
      *>  operador (autentica.cpy) pelos programas de venda e manutencao.
      *>  Um operador nao e excluido, apenas bloqueado, para a trilha de
      *>  auditoria continuar apontando para um cadastro
      *>------------------------------------------------------------------------
       01  ws-operador-registro.
           05 ws-ope-codigo                          pic x(10).
           05 ws-ope-nome                            pic x(30).
           05 ws-ope-senha                           pic x(10).
      *>  perfil de acesso: "C" = caixa (venda e consultas); "S" =
      *>  supervisor (alem do caixa: liberacoes, cancelamentos, pagamento
      *>  de premios e manutencoes de cadastro); "G" = gerente (tudo,
      *>  inclusive exclusao de concurso, expurgo e cadastro de operadores)
           05 ws-ope-perfil                          pic x(01).
      *>  situacao: "A" = ativo; "B" = bloqueado (nao se identifica)
           05 ws-ope-situacao                        pic x(01).
           05 ws-ope-data-cadastro                   pic 9(08).
           05 ws-ope-data-alteracao                  pic 9(08).
