                                                   value space.
           05 fd-det-sessao                        pic 9(04)
                                                   value 0.
      *> identificador permanente da pergunta (brancos nas linhas
      *> gravadas antes de as perguntas terem identificador)
           05 fd-det-id-pergunta                   pic 9(05)
                                                   value 0.
      *> modo do sorteio da sessao: "A" = adaptativo, espaco = uniforme
           05 fd-det-sorteio                       pic x(01)
                                                   value space.
      *> registros de controle do bloco de gravacao: cabecalho "H" e
      *> rodape "T" com contagem de registros e total de acertos
       01 fd-det-cabecalho.
                                                   value "x".
           05 fd-dificuldade                       pic 9(02)
                                                   value 0.
      *> identificador permanente da pergunta (zeros nas linhas de
      *> apelido e em arquivos antigos ainda sem identificador)
           05 fd-id-pergunta                       pic 9(05)
                                                   value 0.

       fd arqBackup.
       01 fd-backup-linha                          pic x(47)
                                                   value space.

       fd arqAuditoria.
      *>----Variáveis de trabalho
       Working-storage Section.

      *> estatistica de acertos/erros por pergunta (categoria +
      *> identificador; linhas antigas sem identificador agrupam pelo
      *> texto do estado, com identificador 0) dentro da janela
       01 ws-estatisticas occurs 300.
           05 ws-est-categoria                     pic 9(01)
                                                   value 0.
           05 ws-est-id-pergunta                   pic 9(05)
                                                   value 0.
           05 ws-est-estado                        pic x(20)
                                                   value space.
           05 ws-est-perguntas                     pic 9(05)
                                                   value space.
           05 ws-lin-dificuldade                   pic 9(02)
                                                   value 0.
           05 ws-lin-id-pergunta                   pic 9(05)
                                                   value 0.
       77 ws-qtd-linhas                            pic 9(03)
                                                   value 0.

                                                   value 0.
       77 ws-taxa-erro                             pic 9(03)
                                                   value 0.
       77 ws-id-detalhe                            pic 9(05)
                                                   value 0.
       77 ws-soma-perguntas                        pic 9(07)
                                                   value 0.
       77 ws-soma-erradas                          pic 9(07)
                                                   value 0.
       77 ws-nova-dificuldade                      pic 9(02)
                                                   value 0.
       77 ws-qtd-alteradas                         pic 9(03)
           accept ws-confirma
           if ws-confirma <> "S" and ws-confirma <> "s" then
               display "Recalibracao cancelada: nada foi alterado."
               move 4 to return-code
               stop run
           end-if

               display "detalhes.txt com bloco sem rodape:"
               display "gravacao interrompida ou arquivo truncado."
               display "Recalibracao abortada: nada foi alterado."
               move 16 to return-code
               stop run
           end-if

                   display "detalhes.txt com bloco sem rodape:"
                   display "gravacao interrompida ou arquivo truncado."
                   display "Recalibracao abortada: nada foi alterado."
                   move 16 to return-code
                   stop run
               end-if
               move "S" to ws-bloco-aberto
               if ws-bloco-aberto <> "S" then
                   display "detalhes.txt com rodape sem cabecalho."
                   display "Recalibracao abortada: nada foi alterado."
                   move 16 to return-code
                   stop run
               end-if
               if fd-det-rod-qtd <> ws-bloco-qtd
                   display "detalhes.txt com rodape divergente:"
                   display "contagem/total do bloco nao conferem."
                   display "Recalibracao abortada: nada foi alterado."
                   move 16 to return-code
                   stop run
               end-if
               move space to ws-bloco-aberto
           exit.

      *>------------------------------------------------------------------------
      *> Acumular a linha lida na estatistica da pergunta da sua categoria
      *> (pelo identificador; sem ele, pelo texto do estado)
      *>------------------------------------------------------------------------
       acumula-estatistica section.
           if fd-det-id-pergunta is numeric then
               move fd-det-id-pergunta to ws-id-detalhe
           else
               move 0                  to ws-id-detalhe
           end-if

           move 0 to ws-achou
           perform varying ws-ind-busca from 1 by 1
                   until ws-ind-busca > ws-qtd-estatisticas or ws-achou > 0
               if ws-est-categoria(ws-ind-busca) = fd-det-categoria
                       and ws-est-id-pergunta(ws-ind-busca) = ws-id-detalhe
                       and (ws-id-detalhe > 0
                            or ws-est-estado(ws-ind-busca) = fd-det-estado) then
                   move ws-ind-busca to ws-achou
               end-if
           end-perform

           if ws-achou = 0 then
               if ws-qtd-estatisticas >= 300 then
                   move ws-qtd-estatisticas            to ws-msn-erro-ofsset
                   move 95                              to ws-msn-erro-cod
                   move "Mais de 300 perguntas no arq. detalhes." to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               add 1 to ws-qtd-estatisticas
               move fd-det-categoria to ws-est-categoria(ws-qtd-estatisticas)
               move ws-id-detalhe    to ws-est-id-pergunta(ws-qtd-estatisticas)
               move ws-qtd-estatisticas to ws-achou
           end-if

      *> o texto guardado e o da resposta mais recente (o arquivo esta em
      *> ordem de gravacao), o nome atual da pergunta
           move fd-det-estado to ws-est-estado(ws-achou)
           add 1 to ws-est-perguntas(ws-achou)
           if fd-det-resultado = "E" or fd-det-resultado = "T" then
               add 1 to ws-est-erradas(ws-achou)
                       move fd-estadosorteio  to ws-lin-estado(ws-qtd-linhas)
                       move fd-capitalsorteio to ws-lin-capital(ws-qtd-linhas)
                       move fd-dificuldade    to ws-lin-dificuldade(ws-qtd-linhas)
                       if fd-id-pergunta is numeric then
                           move fd-id-pergunta to ws-lin-id-pergunta(ws-qtd-linhas)
                       else
                           move 0              to ws-lin-id-pergunta(ws-qtd-linhas)
                       end-if
                   end-if
               end-perform

      *> noite ruim nao reclassificar a lista inteira
      *>------------------------------------------------------------------------
       recalibra-linha section.
      *> somar a estatistica do identificador da pergunta com a das
      *> respostas antigas, sem identificador, gravadas com o mesmo texto
           move 0 to ws-soma-perguntas
           move 0 to ws-soma-erradas
           perform varying ws-ind-busca from 1 by 1
                   until ws-ind-busca > ws-qtd-estatisticas
               if ws-est-categoria(ws-ind-busca) = ws-categoria
                       and ((ws-lin-id-pergunta(ws-ind) > 0
                             and ws-est-id-pergunta(ws-ind-busca)
                                 = ws-lin-id-pergunta(ws-ind))
                        or (ws-est-id-pergunta(ws-ind-busca) = 0
                             and ws-est-estado(ws-ind-busca)
                                 = ws-lin-estado(ws-ind))) then
                   add ws-est-perguntas(ws-ind-busca) to ws-soma-perguntas
                   add ws-est-erradas(ws-ind-busca)   to ws-soma-erradas
               end-if
           end-perform

           if ws-soma-perguntas = 0
                   or ws-soma-perguntas < ws-minimo-respostas then
               add 1 to ws-qtd-sem-minimo
           else
               compute ws-taxa-erro rounded =
                   ws-soma-erradas * 100 / ws-soma-perguntas
               evaluate true
                   when ws-taxa-erro < 34
                       move 1 to ws-nova-dificuldade
               move ws-lin-estado(ws-ind)      to fd-estadosorteio
               move ws-lin-capital(ws-ind)     to fd-capitalsorteio
               move ws-lin-dificuldade(ws-ind) to fd-dificuldade
               move ws-lin-id-pergunta(ws-ind) to fd-id-pergunta
               write fd-estados
               if ws-fs-arqEstados <> 0 then
                   move 12                             to ws-msn-erro-ofsset
      *>------------------------------------------------------------------------
       finaliza-anormal section.
           display ws-msn-erro
           move 16 to return-code
           stop run
           .
       finaliza-anormal-exit.
