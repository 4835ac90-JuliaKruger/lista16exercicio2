           if ws-fs-historico = 35 then
               display "Nenhum historico.dat encontrado."
               display "(historico antigo em texto? rode indexahistorico.)"
               move 16 to return-code
               stop run
           end-if
           if ws-fs-historico <> 0 then
           if ws-fs-historico = 23 then
               display "historico.dat sem registro de controle."
               display "Rode indexahistorico (exporta e carga) uma vez."
               move 16 to return-code
               stop run
           end-if
           if ws-fs-historico <> 0 then
                       ws-ctl-total-lido " pontos."
               display "Arquivo truncado ou gravacao interrompida."
               display "Conciliacao abortada."
               move 16 to return-code
               stop run
           end-if

           open input arqCsv
           if ws-fs-csv = 35 then
               display "Nenhum resultados.csv encontrado."
               move 16 to return-code
               stop run
           end-if
           if ws-fs-csv <> 0 then
               display "resultados.csv com bloco sem rodape:"
               display "gravacao interrompida ou arquivo truncado."
               display "Conciliacao abortada."
               move 16 to return-code
               stop run
           end-if

                       display "resultados.csv com bloco sem rodape:"
                       display "gravacao interrompida ou arquivo truncado."
                       display "Conciliacao abortada."
                       move 16 to return-code
                       stop run
                   end-if
                   move "S" to ws-bloco-aberto
                   if ws-bloco-aberto <> "S" then
                       display "resultados.csv com rodape sem cabecalho."
                       display "Conciliacao abortada."
                       move 16 to return-code
                       stop run
                   end-if
                   move spaces to ws-csv-controle
                       display "resultados.csv com rodape divergente:"
                       display "contagem/total do bloco nao conferem."
                       display "Conciliacao abortada."
                       move 16 to return-code
                       stop run
                   end-if
                   move space to ws-bloco-aberto
               display "Somente no historico: " ws-qtd-so-historico
               display "Somente no csv......: " ws-qtd-so-csv
               display "LIBERACAO DE PREMIOS NAO RECOMENDADA."
               move 8 to return-code
           end-if
           display "==============================================================="
           .
      *>------------------------------------------------------------------------
       finaliza-anormal section.
           display ws-msn-erro
           move 16 to return-code
           stop run
           .
       finaliza-anormal-exit.
