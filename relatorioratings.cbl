           lock mode is automatic
           file status is ws-fs-ratings.

      *> livro dos duelos 1x1 gravado pelo jogo (um registro por duelo)
           select arqDuelos assign to "duelos.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-duelos.

       I-O-Control.


           05 fd-rat-rating                        pic 9(04)
                                                   value 0.

       fd arqDuelos.
       01 fd-duelos-linha.
           05 fd-due-sessao                        pic 9(04)
                                                   value 0.
           05 fd-due-data                          pic x(10)
                                                   value space.
           05 fd-due-hora                          pic x(08)
                                                   value space.
           05 fd-due-rodada                        pic 9(04)
                                                   value 0.
           05 fd-due-venc-codigo                   pic 9(04)
                                                   value 0.
           05 fd-due-venc-nome                     pic x(20)
                                                   value space.
           05 fd-due-venc-pontos                   pic 9(05)
                                                   value 0.
           05 fd-due-venc-antes                    pic 9(04)
                                                   value 0.
           05 fd-due-venc-depois                   pic 9(04)
                                                   value 0.
           05 fd-due-perd-codigo                   pic 9(04)
                                                   value 0.
           05 fd-due-perd-nome                     pic x(20)
                                                   value space.
           05 fd-due-perd-pontos                   pic 9(05)
                                                   value 0.
           05 fd-due-perd-antes                    pic 9(04)
                                                   value 0.
           05 fd-due-perd-depois                   pic 9(04)
                                                   value 0.
           05 fd-due-delta                         pic 9(03)
                                                   value 0.


      *>----Variáveis de trabalho
       Working-storage Section.
       77 ws-aux-rating                            pic 9(04).
       77 ws-lugar-texto                           pic zz9.
       77 ws-rating-texto                          pic z(03)9.

      *> duelos do livro dentro do periodo pedido, na ordem de gravacao
      *> (cronologica)
       01 ws-duelos occurs 1000.
           05 ws-due-sessao                        pic 9(04)
                                                   value 0.
           05 ws-due-data                          pic x(10)
                                                   value space.
           05 ws-due-venc-codigo                   pic 9(04)
                                                   value 0.
           05 ws-due-venc-nome                     pic x(20)
                                                   value space.
           05 ws-due-venc-antes                    pic 9(04)
                                                   value 0.
           05 ws-due-venc-depois                   pic 9(04)
                                                   value 0.
           05 ws-due-perd-codigo                   pic 9(04)
                                                   value 0.
           05 ws-due-perd-nome                     pic x(20)
                                                   value space.
           05 ws-due-perd-antes                    pic 9(04)
                                                   value 0.
           05 ws-due-perd-depois                   pic 9(04)
                                                   value 0.
       77 ws-qtd-duelos                            pic 9(04)
                                                   value 0.

      *> confronto direto: um registro por par de jogadores (o de menor
      *> codigo e sempre o jogador A do par)
       01 ws-confrontos occurs 300.
           05 ws-con-codigo-a                      pic 9(04)
                                                   value 0.
           05 ws-con-nome-a                        pic x(20)
                                                   value space.
           05 ws-con-codigo-b                      pic 9(04)
                                                   value 0.
           05 ws-con-nome-b                        pic x(20)
                                                   value space.
           05 ws-con-vitorias-a                    pic 9(04)
                                                   value 0.
           05 ws-con-vitorias-b                    pic 9(04)
                                                   value 0.
           05 ws-con-ultimo                        pic x(10)
                                                   value space.
       77 ws-qtd-confrontos                        pic 9(03)
                                                   value 0.

       77 ws-fs-duelos                             pic 9(02).
       77 ws-filtro-data                           pic x(10)
                                                   value space.
       77 ws-ind-duelo                             pic 9(04)
                                                   value 0.
       77 ws-ind-con                               pic 9(03)
                                                   value 0.
       77 ws-achou                                 pic 9(03)
                                                   value 0.
       77 ws-cod-menor                             pic 9(04)
                                                   value 0.
       77 ws-cod-maior                             pic 9(04)
                                                   value 0.
       77 ws-evo-duelos                            pic 9(04)
                                                   value 0.
       77 ws-evo-vitorias                          pic 9(04)
                                                   value 0.
       77 ws-evo-derrotas                          pic 9(04)
                                                   value 0.
       77 ws-evo-inicial                           pic 9(04)
                                                   value 0.
       77 ws-evo-antes                             pic 9(04)
                                                   value 0.
       77 ws-evo-depois                            pic 9(04)
                                                   value 0.
       77 ws-evo-variacao                          pic s9(05)
                                                   value 0.
       77 ws-evo-resultado                         pic x(01)
                                                   value space.
       77 ws-evo-adversario                        pic x(20)
                                                   value space.
       77 ws-variacao-texto                        pic +(04)9.
       77 ws-qtd-texto                             pic z(03)9.
       77 ws-vitorias-a-texto                      pic z(03)9.
       77 ws-vitorias-b-texto                      pic z(03)9.
       01 ws-msn-erro.
           05 ws-msn-erro-ofsset                   pic 9(04).
           05 filler                               pic x(01) value "-".
      *> Carregar o arquivo de ratings dos duelos
      *>------------------------------------------------------------------------
       inicializa section.
      *> o livro de duelos atravessa temporadas: a data de inicio limita
      *> o confronto direto e a evolucao a temporada corrente
           display "Duelos a partir de (AAAA/MM/DD, vazio = todos): "
           accept ws-filtro-data

           open input arqRatings.
           if ws-fs-ratings = 35 then
               display "Nenhum ratings.txt encontrado: nenhum duelo registrado."
           end-perform

           close arqRatings.

           perform carrega-duelos
           .
       inicializa-exit.
           exit.
                       "   " ws-rat-nome(ws-ind) "  " ws-rating-texto
           end-perform
           display "==============================================================="

           if ws-qtd-duelos = 0 then
               display "Nenhum duelo no livro para o periodo pedido."
           else
               perform relatorio-confrontos
               perform relatorio-evolucao
           end-if
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Carregar o livro de duelos (quando existir) a partir da data de
      *> inicio pedida, montando ao mesmo tempo o confronto direto
      *>------------------------------------------------------------------------
       carrega-duelos section.
           move 0 to ws-qtd-duelos
           move 0 to ws-qtd-confrontos
           open input arqDuelos
           if ws-fs-duelos = 35 then
      *> livro ainda inexistente: nenhum duelo gravado desde a sua criacao
               continue
           else
               if ws-fs-duelos <> 0 then
                   move 3                                  to ws-msn-erro-ofsset
                   move ws-fs-duelos                       to ws-msn-erro-cod
                   move "Erro ao abrir arq. duelos."        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-duelos = 10
                   read arqDuelos
                   if ws-fs-duelos <> 0 and ws-fs-duelos <> 10 then
                       move 4                              to ws-msn-erro-ofsset
                       move ws-fs-duelos                   to ws-msn-erro-cod
                       move "Erro ao ler arq. duelos."      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-duelos = 0 and fd-duelos-linha <> space
                           and (ws-filtro-data = space
                                or fd-due-data >= ws-filtro-data) then
                       if ws-qtd-duelos >= 1000 then
                           move ws-qtd-duelos              to ws-msn-erro-ofsset
                           move 94                          to ws-msn-erro-cod
                           move "Mais de 1000 duelos no periodo pedido." to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-qtd-duelos
                       move fd-due-sessao       to ws-due-sessao(ws-qtd-duelos)
                       move fd-due-data         to ws-due-data(ws-qtd-duelos)
                       move fd-due-venc-codigo  to ws-due-venc-codigo(ws-qtd-duelos)
                       move fd-due-venc-nome    to ws-due-venc-nome(ws-qtd-duelos)
                       move fd-due-venc-antes   to ws-due-venc-antes(ws-qtd-duelos)
                       move fd-due-venc-depois  to ws-due-venc-depois(ws-qtd-duelos)
                       move fd-due-perd-codigo  to ws-due-perd-codigo(ws-qtd-duelos)
                       move fd-due-perd-nome    to ws-due-perd-nome(ws-qtd-duelos)
                       move fd-due-perd-antes   to ws-due-perd-antes(ws-qtd-duelos)
                       move fd-due-perd-depois  to ws-due-perd-depois(ws-qtd-duelos)
                       perform acumula-confronto
                   end-if
               end-perform

               close arqDuelos
               if ws-fs-duelos <> 0 then
                   move 5                                  to ws-msn-erro-ofsset
                   move ws-fs-duelos                       to ws-msn-erro-cod
                   move "Erro ao fechar arq. duelos."       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       carrega-duelos-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Somar o duelo lido ao par de jogadores do confronto direto
      *>------------------------------------------------------------------------
       acumula-confronto section.
           if fd-due-venc-codigo < fd-due-perd-codigo then
               move fd-due-venc-codigo to ws-cod-menor
               move fd-due-perd-codigo to ws-cod-maior
           else
               move fd-due-perd-codigo to ws-cod-menor
               move fd-due-venc-codigo to ws-cod-maior
           end-if

           move 0 to ws-achou
           perform varying ws-ind-con from 1 by 1
                   until ws-ind-con > ws-qtd-confrontos or ws-achou > 0
               if ws-con-codigo-a(ws-ind-con) = ws-cod-menor
                       and ws-con-codigo-b(ws-ind-con) = ws-cod-maior then
                   move ws-ind-con to ws-achou
               end-if
           end-perform

           if ws-achou = 0 then
               if ws-qtd-confrontos >= 300 then
                   move ws-qtd-confrontos              to ws-msn-erro-ofsset
                   move 93                              to ws-msn-erro-cod
                   move "Mais de 300 pares no arq. duelos." to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               add 1 to ws-qtd-confrontos
               move ws-qtd-confrontos to ws-achou
               move ws-cod-menor to ws-con-codigo-a(ws-achou)
               move ws-cod-maior to ws-con-codigo-b(ws-achou)
               move 0            to ws-con-vitorias-a(ws-achou)
               move 0            to ws-con-vitorias-b(ws-achou)
           end-if

      *> os nomes acompanham o registro mais recente do livro
           if fd-due-venc-codigo = ws-cod-menor then
               add 1 to ws-con-vitorias-a(ws-achou)
               move fd-due-venc-nome to ws-con-nome-a(ws-achou)
               move fd-due-perd-nome to ws-con-nome-b(ws-achou)
           else
               add 1 to ws-con-vitorias-b(ws-achou)
               move fd-due-perd-nome to ws-con-nome-a(ws-achou)
               move fd-due-venc-nome to ws-con-nome-b(ws-achou)
           end-if
           move fd-due-data to ws-con-ultimo(ws-achou)
           .
       acumula-confronto-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Imprimir o confronto direto: vitorias de cada lado por par de
      *> jogadores e a data do ultimo duelo entre eles
      *>------------------------------------------------------------------------
       relatorio-confrontos section.
           display " "
           display "==============================================================="
           display "          CONFRONTO DIRETO DOS DUELOS 1x1"
           display "==============================================================="
           display "JOGADOR A              X JOGADOR B              VIT.A VIT.B ULTIMO"
           display "-------------------- ----- -------------------- ----- ----- ----------"
           perform varying ws-ind-con from 1 by 1
                   until ws-ind-con > ws-qtd-confrontos
               move ws-con-vitorias-a(ws-ind-con) to ws-vitorias-a-texto
               move ws-con-vitorias-b(ws-ind-con) to ws-vitorias-b-texto
               display ws-con-nome-a(ws-ind-con) "  x  "
                       ws-con-nome-b(ws-ind-con) " "
                       ws-vitorias-a-texto "  " ws-vitorias-b-texto "  "
                       ws-con-ultimo(ws-ind-con)
           end-perform
           move ws-qtd-duelos to ws-qtd-texto
           display "---------------------------------------------------------------"
           display "Duelos no periodo: " ws-qtd-texto
           .
       relatorio-confrontos-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Imprimir a evolucao do rating de cada jogador no periodo, duelo a
      *> duelo (na ordem do quadro de ratings), com o saldo de vitorias e
      *> a variacao acumulada desde o primeiro duelo do periodo
      *>------------------------------------------------------------------------
       relatorio-evolucao section.
           display " "
           display "==============================================================="
           display "          EVOLUCAO DO RATING NO PERIODO"
           display "==============================================================="
           perform varying ws-ind from 1 by 1 until ws-ind > ws-qtd-ratings
               move 0 to ws-evo-duelos
               move 0 to ws-evo-vitorias
               move 0 to ws-evo-derrotas
               move 0 to ws-evo-inicial
               perform varying ws-ind-duelo from 1 by 1
                       until ws-ind-duelo > ws-qtd-duelos
                   if ws-due-venc-codigo(ws-ind-duelo) = ws-rat-codigo(ws-ind)
                           or ws-due-perd-codigo(ws-ind-duelo) = ws-rat-codigo(ws-ind) then
                       if ws-evo-duelos = 0 then
                           move ws-rat-rating(ws-ind) to ws-rating-texto
                           display " "
                           display ws-rat-codigo(ws-ind) " " ws-rat-nome(ws-ind)
                                   "  rating atual " ws-rating-texto
                           display "  DATA       SESSAO RES ADVERSARIO           ANTES DEPOIS   VAR"
                       end-if
                       perform mostra-duelo-jogador
                   end-if
               end-perform
               if ws-evo-duelos > 0 then
                   compute ws-evo-variacao = ws-evo-depois - ws-evo-inicial
                   move ws-evo-variacao to ws-variacao-texto
                   display "  duelos " ws-evo-duelos
                           "  vitorias " ws-evo-vitorias
                           "  derrotas " ws-evo-derrotas
                           "  variacao no periodo " ws-variacao-texto
               end-if
           end-perform
           display " "
           display "==============================================================="
           .
       relatorio-evolucao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Mostrar um duelo (ws-ind-duelo) do ponto de vista do jogador do
      *> quadro de ratings (ws-ind) e somar o saldo do jogador
      *>------------------------------------------------------------------------
       mostra-duelo-jogador section.
           add 1 to ws-evo-duelos
           if ws-due-venc-codigo(ws-ind-duelo) = ws-rat-codigo(ws-ind) then
               move "V"                              to ws-evo-resultado
               move ws-due-perd-nome(ws-ind-duelo)   to ws-evo-adversario
               move ws-due-venc-antes(ws-ind-duelo)  to ws-evo-antes
               move ws-due-venc-depois(ws-ind-duelo) to ws-evo-depois
               add 1 to ws-evo-vitorias
           else
               move "D"                              to ws-evo-resultado
               move ws-due-venc-nome(ws-ind-duelo)   to ws-evo-adversario
               move ws-due-perd-antes(ws-ind-duelo)  to ws-evo-antes
               move ws-due-perd-depois(ws-ind-duelo) to ws-evo-depois
               add 1 to ws-evo-derrotas
           end-if
           if ws-evo-duelos = 1 then
               move ws-evo-antes to ws-evo-inicial
           end-if
           compute ws-evo-variacao = ws-evo-depois - ws-evo-antes
           move ws-evo-variacao to ws-variacao-texto
           display "  " ws-due-data(ws-ind-duelo) " "
                   ws-due-sessao(ws-ind-duelo) "    "
                   ws-evo-resultado "  "
                   ws-evo-adversario " "
                   ws-evo-antes "  " ws-evo-depois "  "
                   ws-variacao-texto
           .
       mostra-duelo-jogador-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Ordenar a tabela de ratings por rating decrescente
      *>------------------------------------------------------------------------
