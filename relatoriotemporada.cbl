           lock mode is automatic
           file status is ws-fs-historico.

      *> o detalhe por resposta diz em que sessoes o jogador jogou com o
      *> sorteio adaptativo (o historico nao guarda o modo do sorteio)
           select arqDetalhes assign to "detalhes.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-detalhes.

       I-O-Control.


               10 fd-hix-ctl-total                 pic 9(09).
               10 filler                           pic x(35).

       fd arqDetalhes.
       01 fd-detalhes-linha.
           05 fd-det-categoria                     pic 9(01)
                                                   value 0.
           05 fd-det-estado                        pic x(20)
                                                   value space.
           05 fd-det-codigo                        pic 9(04)
                                                   value 0.
           05 fd-det-jogador                       pic x(20)
                                                   value space.
           05 fd-det-resposta                      pic x(25)
                                                   value space.
           05 fd-det-resultado                     pic x(01)
                                                   value space.
           05 fd-det-data                          pic x(10)
                                                   value space.
           05 fd-det-hora                          pic x(08)
                                                   value space.
           05 fd-det-sessao                        pic 9(04)
                                                   value 0.
           05 fd-det-id-pergunta                   pic 9(05)
                                                   value 0.
      *> modo do sorteio da sessao: "A" = adaptativo aos erros de cada
      *> jogador; espaco = sorteio uniforme
           05 fd-det-sorteio                       pic x(01)
                                                   value space.


      *>----Variáveis de trabalho
       Working-storage Section.
                                                   value 0.
           05 ws-cla-melhor                        pic 9(05)
                                                   value 0.
      *> parte do total ganha em sessoes de sorteio adaptativo
           05 ws-cla-adaptativo                    pic 9(07)
                                                   value 0.
       77 ws-qtd-jogadores                         pic 9(03)
                                                   value 0.

                                                   value 0.

       77 ws-fs-historico                          pic 9(02).

      *> jogador + sessao + data das partidas com sorteio adaptativo
       01 ws-adaptativas occurs 1000.
           05 ws-ada-codigo                        pic 9(04)
                                                   value 0.
           05 ws-ada-sessao                        pic 9(04)
                                                   value 0.
           05 ws-ada-data                          pic x(10)
                                                   value space.
       77 ws-qtd-adaptativas                       pic 9(04)
                                                   value 0.
       77 ws-ind-ada                               pic 9(04)
                                                   value 0.
       77 ws-partida-adaptativa                    pic x(01)
                                                   value space.
       77 ws-fs-detalhes                           pic 9(02).
       77 ws-filtro-codigo                         pic 9(04)
                                                   value 0.
       77 ws-filtro-mes                            pic x(07)
       77 ws-aux-total                             pic 9(07).
       77 ws-aux-sessoes                           pic 9(05).
       77 ws-aux-melhor                            pic 9(05).
       77 ws-aux-adaptativo                        pic 9(07).
       77 ws-aux-chave                             pic x(07).
       77 ws-mes-atual                             pic x(07)
                                                   value space.
       77 ws-total-texto                           pic z(06)9.
       77 ws-sessoes-texto                         pic z(04)9.
       77 ws-melhor-texto                          pic z(04)9.
       77 ws-adaptativo-texto                      pic z(06)9.
       01 ws-msn-erro.
           05 ws-msn-erro-ofsset                   pic 9(04).
           05 filler                               pic x(01) value "-".
           display "Mes (AAAA/MM, vazio = todos): "
           accept ws-filtro-mes

           perform carrega-partidas-adaptativas

           open input arqHistorico.
           if ws-fs-historico = 35 then
               display "Nenhum historico.dat encontrado: nada a relatar."
               display "(historico antigo em texto? rode indexahistorico.)"
               move 16 to return-code
               stop run
           end-if
           if ws-fs-historico <> 0 then
                       add 1 to ws-ctl-qtd-lida
                       add fd-hix-pontos to ws-ctl-total-lido
                   end-if
      *> somente as linhas de jogador ("J") e os ajustes de pontuacao
      *> ("A") entram na classificacao individual; as linhas de equipe
      *> ("E") ficam de fora
                   if ws-fim-historico <> "S"
                           and ws-registro-filtrado <> "S"
                           and (fd-hix-tipo = "J" or fd-hix-tipo = "A")
                           and fd-hix-jogador <> space then
                       perform acumula-jogador
                       perform acumula-mes
                           ws-ctl-total-lido " pontos."
                   display "Arquivo truncado ou gravacao interrompida."
                   display "Relatorio abortado."
                   move 16 to return-code
                   stop run
               end-if
           end-if
           if ws-fs-historico = 23 then
               display "historico.dat sem registro de controle."
               display "Rode indexahistorico (exporta e carga) uma vez."
               move 16 to return-code
               stop run
           end-if
           if ws-fs-historico <> 0 then
                   move "S" to ws-achou
                   move fd-hix-jogador to ws-cla-jogador(ws-ind-busca)
                   add fd-hix-pontos to ws-cla-total(ws-ind-busca)
      *> o ajuste nao e sessao jogada: nao conta sessao nem melhor marca
                   if fd-hix-tipo = "J" then
                       add 1 to ws-cla-sessoes(ws-ind-busca)
                       if fd-hix-pontos > ws-cla-melhor(ws-ind-busca) then
                           move fd-hix-pontos to ws-cla-melhor(ws-ind-busca)
                       end-if
                       perform confere-partida-adaptativa
                       if ws-partida-adaptativa = "S" then
                           add fd-hix-pontos to ws-cla-adaptativo(ws-ind-busca)
                       end-if
                   end-if
               end-if
           end-perform
               move fd-hix-codigo  to ws-cla-codigo(ws-qtd-jogadores)
               move fd-hix-jogador to ws-cla-jogador(ws-qtd-jogadores)
               move fd-hix-pontos  to ws-cla-total(ws-qtd-jogadores)
               move 0               to ws-cla-adaptativo(ws-qtd-jogadores)
               if fd-hix-tipo = "J" then
                   move 1              to ws-cla-sessoes(ws-qtd-jogadores)
                   move fd-hix-pontos to ws-cla-melhor(ws-qtd-jogadores)
                   perform confere-partida-adaptativa
                   if ws-partida-adaptativa = "S" then
                       move fd-hix-pontos to ws-cla-adaptativo(ws-qtd-jogadores)
                   end-if
               else
                   move 0              to ws-cla-sessoes(ws-qtd-jogadores)
                   move 0              to ws-cla-melhor(ws-qtd-jogadores)
               end-if
           end-if
           .
       acumula-jogador-exit.
           display "==============================================================="
           display "          CLASSIFICACAO DA TEMPORADA - QUADRO GERAL"
           display "==============================================================="
           display "LUGAR JOGADOR              TOTAL   SESSOES  MELHOR SESSAO  ADAPTATIVO"
           display "----- -------------------- ------- -------- -------------  ----------"
           perform varying ws-ind from 1 by 1 until ws-ind > ws-qtd-jogadores
               move ws-ind                  to ws-lugar-texto
               move ws-cla-total(ws-ind)    to ws-total-texto
               move ws-cla-sessoes(ws-ind)  to ws-sessoes-texto
               move ws-cla-melhor(ws-ind)   to ws-melhor-texto
               move ws-cla-adaptativo(ws-ind) to ws-adaptativo-texto
               display ws-lugar-texto "o   " ws-cla-jogador(ws-ind)
                       " " ws-total-texto "    " ws-sessoes-texto
                       "        " ws-melhor-texto
                       "     " ws-adaptativo-texto
           end-perform
           display "ADAPTATIVO: pontos ganhos em sessoes de sorteio adaptativo."


           perform varying ws-ind-mes from 1 by 1 until ws-ind-mes > ws-qtd-meses
               display " "
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Recolher do detalhes.txt as partidas (jogador + sessao + data)
      *> jogadas com o sorteio adaptativo; sem o arquivo nada se marca
      *>------------------------------------------------------------------------
       carrega-partidas-adaptativas section.
           move 0 to ws-qtd-adaptativas
           open input arqDetalhes
           if ws-fs-detalhes = 35 then
               continue
           else
               if ws-fs-detalhes <> 0 then
                   move 5                                  to ws-msn-erro-ofsset
                   move ws-fs-detalhes                     to ws-msn-erro-cod
                   move "Erro ao abrir arq. detalhes."      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-detalhes = 10
                   read arqDetalhes
                   if ws-fs-detalhes <> 0 and ws-fs-detalhes <> 10 then
                       move 6                              to ws-msn-erro-ofsset
                       move ws-fs-detalhes                 to ws-msn-erro-cod
                       move "Erro ao ler arq. detalhes."    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-detalhes = 0
                           and fd-detalhes-linha(1:1) <> "H"
                           and fd-detalhes-linha(1:1) <> "T"
                           and fd-det-sorteio = "A" then
                       move 0 to ws-ind-busca
                       perform varying ws-ind-ada from 1 by 1
                               until ws-ind-ada > ws-qtd-adaptativas or ws-ind-busca > 0
                           if ws-ada-codigo(ws-ind-ada) = fd-det-codigo
                                   and ws-ada-sessao(ws-ind-ada) = fd-det-sessao
                                   and ws-ada-data(ws-ind-ada) = fd-det-data then
                               move 1 to ws-ind-busca
                           end-if
                       end-perform
                       if ws-ind-busca = 0 then
                           if ws-qtd-adaptativas >= 1000 then
                               move ws-qtd-adaptativas         to ws-msn-erro-ofsset
                               move 93                          to ws-msn-erro-cod
                               move "Mais de 1000 partidas adaptativas." to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                           add 1 to ws-qtd-adaptativas
                           move fd-det-codigo to ws-ada-codigo(ws-qtd-adaptativas)
                           move fd-det-sessao to ws-ada-sessao(ws-qtd-adaptativas)
                           move fd-det-data   to ws-ada-data(ws-qtd-adaptativas)
                       end-if
                   end-if
               end-perform

               close arqDetalhes
           end-if
           .
       carrega-partidas-adaptativas-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Conferir se o registro de jogador lido e de partida com sorteio
      *> adaptativo (mesmo jogador, sessao e data no detalhes.txt)
      *>------------------------------------------------------------------------
       confere-partida-adaptativa section.
           move space to ws-partida-adaptativa
           perform varying ws-ind-ada from 1 by 1
                   until ws-ind-ada > ws-qtd-adaptativas or ws-partida-adaptativa = "S"
               if ws-ada-codigo(ws-ind-ada) = fd-hix-codigo
                       and ws-ada-sessao(ws-ind-ada) = fd-hix-sessao
                       and ws-ada-data(ws-ind-ada) = fd-hix-data then
                   move "S" to ws-partida-adaptativa
               end-if
           end-perform
           .
       confere-partida-adaptativa-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Ordenar a classificação geral por total de pontos (decrescente)
      *>------------------------------------------------------------------------
                       move ws-cla-total(ws-ind + 1)   to ws-aux-total
                       move ws-cla-sessoes(ws-ind + 1) to ws-aux-sessoes
                       move ws-cla-melhor(ws-ind + 1)  to ws-aux-melhor
                       move ws-cla-adaptativo(ws-ind + 1) to ws-aux-adaptativo
                       move ws-cla-codigo(ws-ind)      to ws-cla-codigo(ws-ind + 1)
                       move ws-cla-jogador(ws-ind)     to ws-cla-jogador(ws-ind + 1)
                       move ws-cla-total(ws-ind)       to ws-cla-total(ws-ind + 1)
                       move ws-cla-sessoes(ws-ind)     to ws-cla-sessoes(ws-ind + 1)
                       move ws-cla-melhor(ws-ind)      to ws-cla-melhor(ws-ind + 1)
                       move ws-cla-adaptativo(ws-ind)  to ws-cla-adaptativo(ws-ind + 1)
                       move ws-aux-codigo              to ws-cla-codigo(ws-ind)
                       move ws-aux-jogador             to ws-cla-jogador(ws-ind)
                       move ws-aux-total               to ws-cla-total(ws-ind)
                       move ws-aux-sessoes             to ws-cla-sessoes(ws-ind)
                       move ws-aux-melhor              to ws-cla-melhor(ws-ind)
                       move ws-aux-adaptativo          to ws-cla-adaptativo(ws-ind)
                       move "trocou" to ws-controle
                   end-if
                   add 1 to ws-ind
      *>------------------------------------------------------------------------
       finaliza-anormal section.
           display ws-msn-erro
           move 16 to return-code
           stop run
           .
       finaliza-anormal-exit.
