               move "  antes.: " to ws-imp-linha(1:10)
               move ws-mov-antes(1:90) to ws-imp-linha(11:90)
               perform exibe-e-imprime
               if ws-mov-antes(91:90) <> spaces
                   move spaces to ws-imp-linha
                   move ws-mov-antes(91:90) to ws-imp-linha(11:90)
                   perform exibe-e-imprime
               end-if
           end-if
               move "  depois: " to ws-imp-linha(1:10)
               move ws-mov-depois(1:90) to ws-imp-linha(11:90)
               perform exibe-e-imprime
               if ws-mov-depois(91:90) <> spaces
                   move spaces to ws-imp-linha
                   move ws-mov-depois(91:90) to ws-imp-linha(11:90)
                   perform exibe-e-imprime
               end-if
           end-if
