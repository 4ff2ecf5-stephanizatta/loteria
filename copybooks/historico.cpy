               10 ws-hist-hora                       pic 9(08).
               10 ws-hist-seq                         pic 9(04).
           05 ws-hist-qtd-apostada                   pic 9(02).
           05 ws-hist-numeros-apostados occurs 20    pic 9(02).
           05 ws-hist-qtd-sorteada                    pic 9(02).
           05 ws-hist-numeros-sorteados occurs 15     pic 9(02).
           05 ws-hist-pontos                          pic 9(02).
           05 ws-hist-jogo                            pic 9(01).
      *>  situacao da jogada: "A" = apurada (pontos, resultado e premio ja
      *>  definitivos); "P" = venda antecipada pendente do resultado oficial
      *>  do concurso, a apurar pelo programa apuracao; "C" = cancelada pelo
      *>  programa cancela (fica no historico para auditoria, mas fora dos
      *>  totais de caixa, da apuracao e dos relatorios)
           05 ws-hist-situacao                        pic x(01).
      *>  dia em que pontos e premio foram apurados: a propria data da
      *>  jogada na apuracao imediata, ou o dia da execucao do programa
      *>  credita os nao-contabilizados antes de expurga-los, para as
      *>  estatisticas sobreviverem ao expurgo
           05 ws-hist-freq-contab                     pic x(01).
      *>  transmissao da jogada a operadora (programa remessa): espaco =
      *>  ainda nao enviada; "E" = enviada na remessa do dia; "A" = aceita
      *>  ou "R" = rejeitada pelo retorno da operadora, com o codigo de
      *>  rejeicao que ela informou (espacos quando aceita)
           05 ws-hist-transmissao                     pic x(01).
           05 ws-hist-cod-rejeicao                    pic x(03).
