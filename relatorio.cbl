               record key is ws-frq-chave
               file status is ws-fs-frequencias.

           select arq-param-jogos
               assign to "parametros_jogos.dat"
               organization is indexed
               access mode is dynamic
               record key is ws-pjg-chave
               file status is ws-fs-param-jogos.

      *>Declaração de variáveis
       data division.

       fd  arq-frequencias.
           copy "frequenc.cpy".

       fd  arq-param-jogos.
           copy "parjogos.cpy".

      *>----Variaveis de trabalho
       working-storage section.


       77  ws-total-jogadas                        pic 9(07) value zero.
       77  ws-total-vitorias                       pic 9(07) value zero.
       77  ws-total-canceladas                     pic 9(07) value zero.
       77  ws-soma-pontos                          pic 9(09) value zero.
       77  ws-total-arrecadado                     pic 9(11)v99 value zero.
       77  ws-total-premios                        pic 9(11)v99 value zero.
                       at end
                           move "S" to ws-eof-historico
                       not at end
      *>                     jogada cancelada (programa cancela) fica fora
      *>                     das estatisticas: o valor foi devolvido ao
      *>                     apostador e o premio estornado
                           if ws-hist-situacao = "C"
                               add 1 to ws-total-canceladas
                           else
                               perform acumula-estatisticas
                           end-if
                   end-read
               end-perform

             into ws-imp-linha
           perform exibe-e-imprime

           if ws-total-canceladas > zero
               move spaces to ws-imp-linha
               string "Jogadas canceladas (fora)....: " delimited by size
                      ws-total-canceladas delimited by size
                 into ws-imp-linha
               perform exibe-e-imprime
           end-if

           move spaces to ws-imp-linha
           string "Taxa de vitoria..............: " delimited by size
                  ws-taxa-vitoria-edt delimited by size
