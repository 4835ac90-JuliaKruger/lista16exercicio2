                                                   value space.
           05 fd-chk-pontos-cat occurs 3           pic 9(05)
                                                   value 0.
           05 fd-chk-sorteio                       pic x(01)
                                                   value space.

       fd arqDetalhes.
       01 fd-detalhes-linha                        pic x(100)
           accept ws-confirma
           if ws-confirma <> "S" and ws-confirma <> "s" then
               display "Retencao cancelada: nada foi alterado."
               move 4 to return-code
               stop run
           end-if
           .
                   display "Ha uma partida interrompida (checkpoint.txt ativo)."
                   display "Conclua ou descarte a partida antes da retencao."
                   display "Nada foi alterado."
                   move 8 to return-code
                   stop run
               end-if
               close arqCheckpoint
                   display "detalhes.txt com bloco sem rodape:"
                   display "gravacao interrompida ou arquivo truncado."
                   display "Retencao abortada: detalhes.txt nao foi alterado."
                   move 16 to return-code
                   stop run
               end-if

                   display "detalhes.txt com bloco sem rodape:"
                   display "gravacao interrompida ou arquivo truncado."
                   display "Retencao abortada: detalhes.txt nao foi alterado."
                   move 16 to return-code
                   stop run
               end-if
               move "S" to ws-bloco-aberto
               if ws-bloco-aberto <> "S" then
                   display "detalhes.txt com rodape sem cabecalho."
                   display "Retencao abortada: detalhes.txt nao foi alterado."
                   move 16 to return-code
                   stop run
               end-if
               move fd-detalhes-linha(1:17) to ws-det-controle
                   display "detalhes.txt com rodape divergente:"
                   display "contagem/total do bloco nao conferem."
                   display "Retencao abortada: detalhes.txt nao foi alterado."
                   move 16 to return-code
                   stop run
               end-if
               move space to ws-bloco-aberto
      *>------------------------------------------------------------------------
       finaliza-anormal section.
           display ws-msn-erro
           move 16 to return-code
           stop run
           .
       finaliza-anormal-exit.
