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
      *>----Variáveis de trabalho
       Working-storage Section.

      *> uma linha por pergunta: categoria + identificador (linhas antigas
      *> sem identificador agrupam pelo texto do estado, com identificador 0)
       01 ws-estatisticas occurs 300.
           05 ws-est-categoria                     pic 9(01)
                                                   value 0.
           05 ws-est-id-pergunta                   pic 9(05)
                                                   value 0.
           05 ws-est-estado                        pic x(20)
                                                   value space.
           05 ws-est-perguntas                     pic 9(05)
       77 ws-achou                                 pic 9(03)
                                                   value 0.
       77 ws-controle                              pic x(10).
       77 ws-id-detalhe                            pic 9(05)
                                                   value 0.
       77 ws-qtd-mantidas                          pic 9(03)
                                                   value 0.
       77 ws-id-texto                              pic z(04)9.
       01 ws-aux-estatistica.
           05 ws-aux-categoria                     pic 9(01).
           05 ws-aux-id-pergunta                   pic 9(05).
           05 ws-aux-estado                        pic x(20).
           05 ws-aux-perguntas                     pic 9(05).
           05 ws-aux-erros                         pic 9(05).
               display "detalhes.txt com bloco sem rodape:"
               display "gravacao interrompida ou arquivo truncado."
               display "Relatorio abortado."
               move 16 to return-code
               stop run
           end-if

                   display "detalhes.txt com bloco sem rodape:"
                   display "gravacao interrompida ou arquivo truncado."
                   display "Relatorio abortado."
                   move 16 to return-code
                   stop run
               end-if
               move "S" to ws-bloco-aberto
               if ws-bloco-aberto <> "S" then
                   display "detalhes.txt com rodape sem cabecalho."
                   display "Relatorio abortado."
                   move 16 to return-code
                   stop run
               end-if
               if fd-det-rod-qtd <> ws-bloco-qtd
                   display "detalhes.txt com rodape divergente:"
                   display "contagem/total do bloco nao conferem."
                   display "Relatorio abortado."
                   move 16 to return-code
                   stop run
               end-if
               move space to ws-bloco-aberto
      *> Acumular a linha lida na estatistica do estado da sua categoria
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

      *> o texto mostrado e o da resposta mais recente (o arquivo esta em
      *> ordem de gravacao): o nome atual da pergunta, mesmo renomeada
           move fd-det-estado to ws-est-estado(ws-achou)
           add 1 to ws-est-perguntas(ws-achou)
           evaluate fd-det-resultado
               when "E"
               stop run
           end-if

           perform funde-respostas-antigas

           perform varying ws-ind from 1 by 1 until ws-ind > ws-qtd-estatisticas
               compute ws-est-taxa(ws-ind) rounded =
                   (ws-est-erros(ws-ind) + ws-est-tempos(ws-ind)) * 100
           perform ordena-estatisticas

           display "==============================================================="
           display "   TAXA DE ERRO POR PERGUNTA (erros + tempos esgotados)"
           display "==============================================================="
           display "CAT    ID ESTADO               PERGUNTAS  ERROS  TEMPOS  TAXA ERRO"
           display "--- ----- -------------------- ---------  -----  ------  ---------"
           perform varying ws-ind from 1 by 1 until ws-ind > ws-qtd-estatisticas
               move ws-est-perguntas(ws-ind) to ws-perguntas-texto
               move ws-est-erros(ws-ind)     to ws-erros-texto
               move ws-est-tempos(ws-ind)    to ws-tempos-texto
               move ws-est-taxa(ws-ind)      to ws-taxa-texto
               move ws-est-id-pergunta(ws-ind) to ws-id-texto
               display " " ws-est-categoria(ws-ind) "  "
                       ws-id-texto " "
                       ws-est-estado(ws-ind)
                       "    " ws-perguntas-texto
                       "  " ws-erros-texto
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Somar as respostas antigas, gravadas sem identificador, a pergunta
      *> que tem hoje o mesmo texto na mesma categoria; as que nao casam
      *> (pergunta ja renomeada ou removida) seguem pelo texto, com ID 0
      *>------------------------------------------------------------------------
       funde-respostas-antigas section.
           perform varying ws-ind from 1 by 1 until ws-ind > ws-qtd-estatisticas
               if ws-est-id-pergunta(ws-ind) = 0 then
                   move 0 to ws-achou
                   perform varying ws-ind-busca from 1 by 1
                           until ws-ind-busca > ws-qtd-estatisticas or ws-achou > 0
                       if ws-est-id-pergunta(ws-ind-busca) > 0
                               and ws-est-categoria(ws-ind-busca)
                                   = ws-est-categoria(ws-ind)
                               and ws-est-estado(ws-ind-busca)
                                   = ws-est-estado(ws-ind) then
                           move ws-ind-busca to ws-achou
                       end-if
                   end-perform
                   if ws-achou > 0 then
                       add ws-est-perguntas(ws-ind) to ws-est-perguntas(ws-achou)
                       add ws-est-erros(ws-ind)     to ws-est-erros(ws-achou)
                       add ws-est-tempos(ws-ind)    to ws-est-tempos(ws-achou)
                       move 0 to ws-est-perguntas(ws-ind)
                   end-if
               end-if
           end-perform

      *> retirar da tabela as linhas antigas ja somadas
           move 0 to ws-qtd-mantidas
           perform varying ws-ind from 1 by 1 until ws-ind > ws-qtd-estatisticas
               if ws-est-perguntas(ws-ind) > 0 then
                   add 1 to ws-qtd-mantidas
                   if ws-qtd-mantidas <> ws-ind then
                       move ws-estatisticas(ws-ind) to ws-estatisticas(ws-qtd-mantidas)
                   end-if
               end-if
           end-perform
           move ws-qtd-mantidas to ws-qtd-estatisticas
           .
       funde-respostas-antigas-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Ordenar as estatisticas por taxa de erro decrescente
      *>------------------------------------------------------------------------
      *>------------------------------------------------------------------------
       finaliza-anormal section.
           display ws-msn-erro
           move 16 to return-code
           stop run
           .
       finaliza-anormal-exit.
