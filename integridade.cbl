      *>  (historico.cpy, bolao.cpy, resultado.cpy, apostador.cpy); manter
      *>  em dia quando os layouts mudarem
       fd  arq-backup-historico.
       01  ws-backup-historico                      pic x(169).

       fd  arq-backup-boloes.
       01  ws-backup-boloes                         pic x(144).

       fd  arq-backup-resultados.
       01  ws-backup-resultados                     pic x(46).
