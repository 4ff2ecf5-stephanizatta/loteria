
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arq-param-jogos
               assign to "parametros_jogos.dat"
               organization is indexed
               access mode is dynamic
               record key is ws-pjg-chave
               file status is ws-fs-param-jogos.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.

       fd  arq-param-jogos.
           copy "parjogos.cpy".

      *>----Variaveis de trabalho
       working-storage section.

       01  ws-numeros-sorteados occurs 15.
           05 ws-num-sorteado                      pic 9(02).

       01 ws-numeros-apostados occurs 20.
           05 ws-num-apostado                      pic 9(02).

       77  ws-ind-sorteio                          pic 9(02).
