           lock mode is automatic
           file status is ws-fs-arqEstados.

      *> ultimo identificador de pergunta distribuido em cada categoria
      *> (um identificador nunca e reaproveitado, nem apos uma remocao)
           select arqIdPerguntas assign to "idperguntas.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-idperguntas.

      *> o historico da temporada vive no arquivo indexado historico.dat
      *> (chave jogador + data); o antigo historico.txt passou a ser uma
      *> exportacao sob demanda do programa indexahistorico
           lock mode is automatic
           file status is ws-fs-auditoria.

      *> cadastro de operadores: usuario, resumo da senha e papel
           select arqOperadores assign to "operadores.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-operadores.

           select arqBackup assign to ws-nome-arquivo-backup
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-ratings.

      *> livro dos duelos 1x1: um registro por duelo, com os ratings de
      *> antes e depois dos dois jogadores (so acrescenta, nunca regrava)
           select arqDuelos assign to "duelos.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-duelos.

       I-O-Control.


                                                   value "x".
           05 fd-dificuldade                       pic 9(02)
                                                   value 0.
      *> identificador permanente da pergunta (zeros nas linhas de
      *> apelido e em arquivos antigos ainda sem identificador)
           05 fd-id-pergunta                       pic 9(05)
                                                   value 0.

       fd arqIdPerguntas.
       01 fd-idperguntas-linha.
           05 fd-idp-categoria                     pic 9(01)
                                                   value 0.
           05 fd-idp-ultimo                        pic 9(05)
                                                   value 0.
       fd arqHistorico.
       01 fd-hix-registro.
           05 fd-hix-chave.
                                                   value space.
           05 fd-chk-pontos-cat occurs 3           pic 9(05)
                                                   value 0.
           05 fd-chk-sorteio                       pic x(01)
                                                   value space.

       fd arqCsv.
       01 fd-csv-linha                             pic x(100)
                                                   value space.
           05 fd-det-sessao                        pic 9(04)
                                                   value 0.
      *> identificador permanente da pergunta (a estatistica de erros
      *> agrupa por ele; o texto pode mudar na manutencao)
           05 fd-det-id-pergunta                   pic 9(05)
                                                   value 0.
      *> modo do sorteio da sessao: "A" = adaptativo aos erros de cada
      *> jogador; espaco = sorteio uniforme
           05 fd-det-sorteio                       pic x(01)
                                                   value space.
      *> registros de controle do bloco de gravacao: cabecalho "H" no
      *> inicio da rodada e rodape "T" com contagem e total de acertos
       01 fd-det-cabecalho.
                                                   value space.
           05 fd-jog-divisao                       pic x(01)
                                                   value space.
      *> situacao do codigo: "I" = inativo (desligado ou unificado em
      *> outro codigo); espaco = ativo
           05 fd-jog-situacao                      pic x(01)
                                                   value space.

       fd arqAuditoria.
       01 fd-auditoria-linha.
               10 fd-aud-depois-dificuldade        pic 9(02)
                                                   value 0.

       fd arqOperadores.
       01 fd-operadores-linha.
           05 fd-ope-usuario                       pic x(20)
                                                   value space.
      *> resumo numerico da senha: a senha nunca e gravada em claro
           05 fd-ope-resumo                        pic 9(09)
                                                   value 0.
      *> papel: "A" = apresentador, "P" = mantenedor de perguntas,
      *> "L" = administrador da liga
           05 fd-ope-papel                         pic x(01)
                                                   value space.

       fd arqBackup.
       01 fd-backup-linha                          pic x(47)
                                                   value space.

       fd arqChaveamento.
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

       fd arqAgenda.
       01 fd-agenda-linha.
           05 fd-age-sessao                        pic 9(04)
                                                   value 1.
           05 ws-estado-categoria                  pic 9(01)
                                                   value 0.
           05 ws-id-pergunta                       pic 9(05)
                                                   value 0.
       77 ws-semente                               pic 9(02).
       01 ws-sorteados occurs 150                  pic x(01)
                                                   value space.
                                                   value 0.
       77 ws-qtd-estados                           pic 9(03)
                                                   value 27.

      *> sorteio adaptativo: erros e tempos esgotados de cada jogador da
      *> sessao em cada pergunta carregada, dentro da janela de dias;
      *> cada erro soma peso a pergunta no sorteio do jogador
       77 ws-sorteio-adaptativo                    pic x(01)
                                                   value space.
       77 ws-janela-sorteio                        pic 9(03)
                                                   value 90.
       01 ws-erros-jogadores occurs 50.
           05 ws-err-codigo                        pic 9(04)
                                                   value 0.
           05 ws-err-pergunta occurs 150           pic 9(02)
                                                   value 0.
       77 ws-ind-err                               pic 9(02)
                                                   value 0.
       77 ws-achou-err                             pic 9(02)
                                                   value 0.
       77 ws-achou-pergunta                        pic 9(03)
                                                   value 0.
       77 ws-peso-total                            pic 9(07)
                                                   value 0.
       77 ws-peso-sorteado                         pic 9(07)
                                                   value 0.
       77 ws-peso-acumulado                        pic 9(07)
                                                   value 0.
       77 ws-dias-sorteio                          pic 9(07)
                                                   value 0.
       77 ws-data-corte-num                        pic 9(08)
                                                   value 0.
       77 ws-data-corte-sorteio                    pic x(10)
                                                   value space.
       77 ws-ind-sorteio                           pic 9(03).
       77 ws-qtd-linhas-validas                    pic 9(03)
                                                   value 0.
                                                   value space.
           05 ws-cad-divisao                       pic x(01)
                                                   value space.
           05 ws-cad-situacao                      pic x(01)
                                                   value space.
       77 ws-qtd-cadastro                          pic 9(03)
                                                   value 0.
       77 ws-ind-cadastro                          pic 9(03)
       77 ws-aux-imprime-pontos                    pic x(50).

       77 ws-fs-arqEstados                         pic 9(02).
       77 ws-fs-idperguntas                        pic 9(02).
       01 ws-ultimo-id occurs 3                    pic 9(05)
                                                   value 0.
       77 ws-ind-id                                pic 9(03)
                                                   value 0.
       77 ws-fs-historico                          pic 9(02).
       77 ws-fs-checkpoint                         pic 9(02).
       77 ws-fs-agenda                             pic 9(02).
                                                   value 0.
       77 ws-delta-elo                             pic s9(03)v9(02)
                                                   value 0.
       77 ws-fs-duelos                             pic 9(02).
      *> sessao agendada da noite em que o duelo foi jogado (o duelo em
      *> si corre avulso, mas o livro guarda a referencia)
       77 ws-sessao-duelo                          pic 9(04)
                                                   value 0.
       01 ws-semeados occurs 50.
           05 ws-sem-codigo                        pic 9(04)
                                                   value 0.
       77 ws-fs-backup                             pic 9(02).
       77 ws-operador                              pic x(20)
                                                   value space.
       77 ws-operador-papel                        pic x(01)
                                                   value space.

      *> identificacao do operador para as telas de manutencao
       01 ws-operadores occurs 50.
           05 ws-ope-usuario                       pic x(20)
                                                   value space.
           05 ws-ope-resumo                        pic 9(09)
                                                   value 0.
           05 ws-ope-papel                         pic x(01)
                                                   value space.
       77 ws-qtd-operadores                        pic 9(02)
                                                   value 0.
       77 ws-ind-ope                               pic 9(02)
                                                   value 0.
       77 ws-ind-operador                          pic 9(02)
                                                   value 0.
       77 ws-fs-operadores                         pic 9(02).
       77 ws-papeis-permitidos                     pic x(03)
                                                   value space.
       77 ws-tela-acesso                           pic x(20)
                                                   value space.
       77 ws-acesso-liberado                       pic x(01)
                                                   value space.
       77 ws-tentativas-acesso                     pic 9(01)
                                                   value 0.
       77 ws-qtd-papel                             pic 9(01)
                                                   value 0.
       01 ws-login-dados.
           05 ws-login-usuario                     pic x(20)
                                                   value space.
           05 ws-login-senha                       pic x(20)
                                                   value space.
       77 ws-login-resumo                          pic 9(09)
                                                   value 0.
       77 ws-resumo-calculo                        pic 9(11)
                                                   value 0.
       77 ws-ind-senha                             pic 9(02)
                                                   value 0.
      *> visao do diario de auditoria para as tentativas de acesso negadas
       01 ws-aud-acesso.
           05 ws-aud-acesso-tela                   pic x(20)
                                                   value space.
           05 ws-aud-acesso-motivo                 pic x(22)
                                                   value space.
       77 ws-nome-arquivo-backup                   pic x(50)
                                                   value space.
       77 ws-aud-acao                              pic x(10)
           perform escolhe-sessao
           perform escolhe-categoria
           perform escolhe-modo
           perform escolhe-sorteio

      *> numa sessao mista (categoria 4) os tres arquivos de categoria
      *> entram juntos na tabela de perguntas, cada linha etiquetada com
                       move fd-capitalsorteio to ws-capitalsorteio(ws-qtd-linhas-validas)
                       move fd-dificuldade    to ws-dificuldade(ws-qtd-linhas-validas)
                       move ws-categoria-carga to ws-estado-categoria(ws-qtd-linhas-validas)
      *> arquivo antigo, ainda sem identificador: fica 0 ate a proxima
      *> gravacao pela manutencao, que distribui os que faltam
                       if fd-id-pergunta is numeric then
                           move fd-id-pergunta to ws-id-pergunta(ws-qtd-linhas-validas)
                       else
                           move 0              to ws-id-pergunta(ws-qtd-linhas-validas)
                       end-if
                       if ws-id-pergunta(ws-qtd-linhas-validas) > 0 then
                           perform varying ws-ind-id from 1 by 1
                                   until ws-ind-id >= ws-qtd-linhas-validas
                               if ws-estado-categoria(ws-ind-id) = ws-categoria-carga
                                       and ws-id-pergunta(ws-ind-id)
                                           = ws-id-pergunta(ws-qtd-linhas-validas) then
                                   move ws-id-pergunta(ws-ind-id)  to ws-msn-erro-ofsset
                                   move 94                          to ws-msn-erro-cod
                                   move "Identificador de pergunta repetido no arq." to ws-msn-erro-text
                                   perform finaliza-anormal
                               end-if
                           end-perform
                       end-if
                   end-if
               end-if
           end-perform
                       perform finaliza-anormal
                   end-if
                   move fd-par-valor to ws-arquivo-categoria-3
               when "SORTEIO-JANELA"
      *> janela, em dias, dos erros que pesam no sorteio adaptativo
                   compute ws-par-valor-num = function numval(fd-par-valor)
                   if ws-par-valor-num < 1 or ws-par-valor-num > 999 then
                       move ws-par-valor-num               to ws-msn-erro-ofsset
                       move 76                              to ws-msn-erro-cod
                       move "SORTEIO-JANELA fora de faixa (1-999)." to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   move ws-par-valor-num to ws-janela-sorteio
               when "RECALIBRA-JANELA"
               when "RECALIBRA-MINIMO"
               when "RETENCAO-DIAS"
               when "PRESENCA-MINIMA"
      *> parametros dos lotes de recalibracao de dificuldade, de
      *> retencao de arquivos e da presenca minima: validados e usados
      *> pelos programas recalibradificuldade, retencao, premiacao,
      *> fechatemporada e relatoriopresencas, nao pelo jogo
                   continue
               when other
                   move 0                                   to ws-msn-erro-ofsset
                       else
                           move "B"            to ws-cad-divisao(ws-qtd-cadastro)
                       end-if
                       move fd-jog-situacao to ws-cad-situacao(ws-qtd-cadastro)
                   end-if
               end-perform

                   display ws-cad-nome(ws-ind-cadastro)    line ws-linha col 07
                   display "Div:"                          line ws-linha col 29
                   display ws-cad-divisao(ws-ind-cadastro) line ws-linha col 34
                   if ws-cad-situacao(ws-ind-cadastro) = "I" then
                       display "Inativo"                   line ws-linha col 37
                   end-if
                   add 1 to ws-linha
               end-perform

                       add 1 to ws-qtd-cadastro
                       move ws-prox-codigo to ws-cad-codigo(ws-qtd-cadastro)
                       move ws-auxjogador  to ws-cad-nome(ws-qtd-cadastro)
                       move space          to ws-cad-situacao(ws-qtd-cadastro)
      *> novatos entram na divisao B (de acesso), salvo indicacao A
                       display "Divisao (A/B, vazio = B): " line 21 col 01
                       accept ws-aux-divisao line 21 col 28
               move ws-cad-codigo(ws-ind-cadastro)  to fd-jog-codigo
               move ws-cad-nome(ws-ind-cadastro)    to fd-jog-nome
               move ws-cad-divisao(ws-ind-cadastro) to fd-jog-divisao
               move ws-cad-situacao(ws-ind-cadastro) to fd-jog-situacao
               write fd-jogadores-linha
               if ws-fs-jogadores <> 0 then
                   move 37                             to ws-msn-erro-ofsset
       escolhe-modo-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Escolher o sorteio da sessao: uniforme, ou adaptativo, com peso
      *> maior para as perguntas que cada jogador errou na janela
      *>------------------------------------------------------------------------
       escolhe-sorteio section.
           if ws-retomou <> "S" then
               display erase
               display "Sorteio adaptativo aos erros de cada jogador (S/N)? " line 01 col 01
               accept ws-sorteio-adaptativo line 01 col 54
               if ws-sorteio-adaptativo = "s" then
                   move "S" to ws-sorteio-adaptativo
               end-if
               if ws-sorteio-adaptativo <> "S" then
                   move space to ws-sorteio-adaptativo
               end-if
           end-if
           .
       escolhe-sorteio-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Carregar o calendario de sessoes agendadas (quando existir); sem o
      *> arquivo de agenda a sessao corre avulsa, com numero de sessao 0
                   ws-rating-b - ws-delta-elo
           end-if

      *> registrar o duelo no livro antes de mostrar o resultado
           perform grava-duelo

           display erase
           display "RATING ATUALIZADO (duelo 1x1)"     line 01 col 01
           display ws-jogador(1)                       line 03 col 01
       atualiza-ratings-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Acrescentar o duelo ao livro duelos.txt: sessao, data e hora,
      *> vencedor e perdedor com pontos e ratings de antes e depois, e o
      *> ajuste Elo efetivamente aplicado ao vencedor
      *>------------------------------------------------------------------------
       grava-duelo section.
           perform atualiza-data-hora

           move ws-sessao-duelo          to fd-due-sessao
           move ws-data-atual-formatada  to fd-due-data
           move ws-hora-atual-formatada  to fd-due-hora
           move ws-rodada-atual          to fd-due-rodada

           move ws-codigo(1)             to fd-due-venc-codigo
           move ws-jogador(1)            to fd-due-venc-nome
           move ws-pontos(1)             to fd-due-venc-pontos
           move ws-rating-a              to fd-due-venc-antes
           move ws-codigo(1) to ws-codigo-busca
           perform localiza-rating
           move ws-rat-rating(ws-achou-rating) to fd-due-venc-depois

           move ws-codigo(2)             to fd-due-perd-codigo
           move ws-jogador(2)            to fd-due-perd-nome
           move ws-pontos(2)             to fd-due-perd-pontos
           move ws-rating-b              to fd-due-perd-antes
           move ws-codigo(2) to ws-codigo-busca
           perform localiza-rating
           move ws-rat-rating(ws-achou-rating) to fd-due-perd-depois

           compute fd-due-delta = fd-due-venc-depois - fd-due-venc-antes

           open extend arqDuelos
           if ws-fs-duelos = 35 then
               open output arqDuelos
           end-if
           if ws-fs-duelos <> 0 then
               move 100                                to ws-msn-erro-ofsset
               move ws-fs-duelos                       to ws-msn-erro-cod
               move "Erro ao abrir arq. duelos."        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           write fd-duelos-linha
           if ws-fs-duelos <> 0 then
               move 101                                to ws-msn-erro-ofsset
               move ws-fs-duelos                       to ws-msn-erro-cod
               move "Erro ao gravar arq. duelos."       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqDuelos
           if ws-fs-duelos <> 0 then
               move 102                                to ws-msn-erro-ofsset
               move ws-fs-duelos                       to ws-msn-erro-cod
               move "Erro ao fechar arq. duelos."       to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-duelo-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Regravar o arquivo de ratings com o conteudo atualizado
      *>------------------------------------------------------------------------
      *> editar, remover linhas) antes de cadastrar os jogadores
      *>------------------------------------------------------------------------
       manutencao-estados section.
           perform prepara-ids-pergunta
           move 0 to ws-opcao-manutencao
           move 1 to ws-pagina-manutencao
           perform until ws-opcao-manutencao = 9
               display erase
               display "MANUTENCAO - ESTADOS / CAPITAIS / DIFICULDADE / ID" line 01 col 01
               display "Pagina: "        line 02 col 60
               display ws-pagina-manutencao line 02 col 68

                   display ws-estadosorteio(ws-ind) line ws-linha col 04
                   display ws-capitalsorteio(ws-ind) line ws-linha col 25
                   display ws-dificuldade(ws-ind) line ws-linha col 46
                   display ws-id-pergunta(ws-ind) line ws-linha col 50
                   add 1 to ws-linha
               end-perform

       manutencao-estados-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Preparar os identificadores de pergunta da categoria em
      *> manutencao: ler o ultimo distribuido, nunca ficar abaixo do maior
      *> ja presente no arquivo e distribuir os que faltam (arquivo antigo)
      *>------------------------------------------------------------------------
       prepara-ids-pergunta section.
           perform carrega-ids-pergunta
           perform varying ws-ind-id from 1 by 1 until ws-ind-id > ws-qtd-estados
               if ws-id-pergunta(ws-ind-id) > ws-ultimo-id(ws-categoria) then
                   move ws-id-pergunta(ws-ind-id) to ws-ultimo-id(ws-categoria)
               end-if
           end-perform
           perform varying ws-ind-id from 1 by 1 until ws-ind-id > ws-qtd-estados
               if ws-id-pergunta(ws-ind-id) = 0 then
                   move ws-ind-id to ws-pos-manutencao
                   perform atribui-id-pergunta
               end-if
           end-perform
           .
       prepara-ids-pergunta-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Dar o proximo identificador da categoria a pergunta da linha
      *> ws-pos-manutencao
      *>------------------------------------------------------------------------
       atribui-id-pergunta section.
           if ws-ultimo-id(ws-categoria) >= 99999 then
               move ws-categoria                       to ws-msn-erro-ofsset
               move 77                                 to ws-msn-erro-cod
               move "Identificadores de pergunta esgotados." to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           add 1 to ws-ultimo-id(ws-categoria)
           move ws-ultimo-id(ws-categoria) to ws-id-pergunta(ws-pos-manutencao)
           .
       atribui-id-pergunta-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Ler o ultimo identificador de pergunta distribuido por categoria
      *> (sem o arquivo, comeca do zero)
      *>------------------------------------------------------------------------
       carrega-ids-pergunta section.
           move 0 to ws-ultimo-id(1)
           move 0 to ws-ultimo-id(2)
           move 0 to ws-ultimo-id(3)
           open input arqIdPerguntas
           if ws-fs-idperguntas = 35 then
               continue
           else
               if ws-fs-idperguntas <> 0 then
                   move 109                                to ws-msn-erro-ofsset
                   move ws-fs-idperguntas                  to ws-msn-erro-cod
                   move "Erro ao abrir arq. idperguntas."   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-idperguntas = 10
                   read arqIdPerguntas
                   if ws-fs-idperguntas <> 0 and ws-fs-idperguntas <> 10 then
                       move 110                            to ws-msn-erro-ofsset
                       move ws-fs-idperguntas              to ws-msn-erro-cod
                       move "Erro ao ler arq. idperguntas."  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-idperguntas = 0
                           and fd-idp-categoria >= 1 and fd-idp-categoria <= 3 then
                       move fd-idp-ultimo to ws-ultimo-id(fd-idp-categoria)
                   end-if
               end-perform

               close arqIdPerguntas
           end-if
           .
       carrega-ids-pergunta-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Regravar o ultimo identificador de pergunta de cada categoria
      *>------------------------------------------------------------------------
       grava-ids-pergunta section.
           open output arqIdPerguntas
           if ws-fs-idperguntas <> 0 then
               move 111                                to ws-msn-erro-ofsset
               move ws-fs-idperguntas                  to ws-msn-erro-cod
               move "Erro ao regravar arq. idperguntas." to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform varying ws-ind-id from 1 by 1 until ws-ind-id > 3
               move ws-ind-id               to fd-idp-categoria
               move ws-ultimo-id(ws-ind-id) to fd-idp-ultimo
               write fd-idperguntas-linha
               if ws-fs-idperguntas <> 0 then
                   move 112                            to ws-msn-erro-ofsset
                   move ws-fs-idperguntas              to ws-msn-erro-cod
                   move "Erro ao gravar arq. idperguntas." to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-perform

           close arqIdPerguntas
           .
       grava-ids-pergunta-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Adicionar uma nova linha de estado/capital/dificuldade
      *>------------------------------------------------------------------------
                   move 0     to ws-dificuldade(ws-qtd-estados)
                   subtract 1 from ws-qtd-estados
               else
                   perform atribui-id-pergunta
                   move "ADICIONA"                       to ws-aud-acao
                   move spaces                           to ws-aud-antes
                   move 0                                to ws-aud-antes-dificuldade
                       move ws-estadosorteio(ws-ind + 1)  to ws-estadosorteio(ws-ind)
                       move ws-capitalsorteio(ws-ind + 1) to ws-capitalsorteio(ws-ind)
                       move ws-dificuldade(ws-ind + 1)    to ws-dificuldade(ws-ind)
                       move ws-id-pergunta(ws-ind + 1)    to ws-id-pergunta(ws-ind)
                   end-perform
                   subtract 1 from ws-qtd-estados

           move 0        to ws-aud-depois-dificuldade
           perform grava-auditoria

      *> o contador vai para o disco antes do arquivo: uma queda entre
      *> as duas gravacoes deixa no maximo um identificador sem uso
           perform grava-ids-pergunta

           open output arqEstados
           if ws-fs-arqEstados <> 0 then
               move 11                                 to ws-msn-erro-ofsset
               move ws-estadosorteio(ws-ind)  to fd-estadosorteio
               move ws-capitalsorteio(ws-ind) to fd-capitalsorteio
               move ws-dificuldade(ws-ind)    to fd-dificuldade
               move ws-id-pergunta(ws-ind)    to fd-id-pergunta
               write fd-estados
      *> regravar logo abaixo da pergunta as suas linhas de apelido
               perform varying ws-ind-alias from 1 by 1
                       move "+"                          to fd-estadosorteio
                       move ws-alias-texto(ws-ind-alias) to fd-capitalsorteio
                       move 0                            to fd-dificuldade
                       move 0                            to fd-id-pergunta
                       write fd-estados
                   end-if
               end-perform
       grava-auditoria-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Identificar o operador pelo cadastro de operadores (usuario e
      *> senha) e liberar a tela somente para os papeis permitidos; um
      *> operador ja identificado nesta execucao nao digita de novo
      *>------------------------------------------------------------------------
       autentica-operador section.
           move "N" to ws-acesso-liberado
           if ws-operador-papel <> space then
               move 0 to ws-qtd-papel
               inspect ws-papeis-permitidos tallying ws-qtd-papel
                   for all ws-operador-papel
               if ws-qtd-papel > 0 then
                   move "S" to ws-acesso-liberado
               end-if
           end-if

           if ws-acesso-liberado = "N" then
               perform carrega-operadores
               if ws-qtd-operadores = 0 then
                   display erase
                   display "Nenhum operador cadastrado (rodar cadastrooperadores)." line 01 col 01
                   accept ws-aux line 01 col 57
               end-if

               move 0 to ws-tentativas-acesso
               perform until ws-acesso-liberado = "S"
                          or ws-tentativas-acesso >= 3
                          or ws-qtd-operadores = 0
                   add 1 to ws-tentativas-acesso
                   move space to ws-login-dados
                   display erase
                   display "IDENTIFICACAO DO OPERADOR -" line 01 col 01
                   display ws-tela-acesso                line 01 col 29
                   display "Usuario: "                   line 03 col 01
                   accept ws-login-usuario               line 03 col 10
                   display "Senha..: "                   line 04 col 01
                   accept ws-login-senha                 line 04 col 10 with secure

                   perform confere-operador
                   if ws-acesso-liberado = "N" then
                       display ws-aud-acesso-motivo      line 06 col 01
                       accept ws-aux                     line 06 col 24
                   end-if
               end-perform
           end-if
           .
       autentica-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Conferir usuario, senha e papel digitados contra o cadastro de
      *> operadores; a tentativa negada vai para o diario de auditoria
      *>------------------------------------------------------------------------
       confere-operador section.
           perform calcula-resumo-senha

           move 0 to ws-ind-operador
           perform varying ws-ind-ope from 1 by 1 until ws-ind-ope > ws-qtd-operadores
               if ws-ope-usuario(ws-ind-ope) = ws-login-usuario then
                   move ws-ind-ope to ws-ind-operador
               end-if
           end-perform

           move ws-tela-acesso to ws-aud-acesso-tela
           evaluate true
               when ws-login-usuario = space or ws-ind-operador = 0
                   move "LOGIN-ERRO"            to ws-aud-acao
                   move "Usuario inexistente."  to ws-aud-acesso-motivo
               when ws-ope-resumo(ws-ind-operador) <> ws-login-resumo
                   move "LOGIN-ERRO"            to ws-aud-acao
                   move "Senha invalida."       to ws-aud-acesso-motivo
               when other
                   move 0 to ws-qtd-papel
                   inspect ws-papeis-permitidos tallying ws-qtd-papel
                       for all ws-ope-papel(ws-ind-operador)
                   if ws-qtd-papel = 0 then
                       move "LOGIN-NEGA"        to ws-aud-acao
                       move "Papel sem acesso."  to ws-aud-acesso-motivo
                   else
                       move "S"                              to ws-acesso-liberado
                       move ws-ope-usuario(ws-ind-operador)  to ws-operador
                       move ws-ope-papel(ws-ind-operador)    to ws-operador-papel
                   end-if
           end-evaluate

           if ws-acesso-liberado = "N" then
               perform registra-falha-acesso
           end-if
           .
       confere-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Calcular o resumo numerico de usuario + senha (a senha nunca e
      *> gravada nem comparada em claro)
      *>------------------------------------------------------------------------
       calcula-resumo-senha section.
           move 0 to ws-resumo-calculo
           perform varying ws-ind-senha from 1 by 1 until ws-ind-senha > 40
               compute ws-resumo-calculo =
                   function mod(ws-resumo-calculo * 31
                              + function ord(ws-login-dados(ws-ind-senha:1)), 999999937)
           end-perform
           move ws-resumo-calculo to ws-login-resumo
           .
       calcula-resumo-senha-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Carregar o cadastro de operadores (inexistente = nenhum operador)
      *>------------------------------------------------------------------------
       carrega-operadores section.
           move 0 to ws-qtd-operadores
           open input arqOperadores
           if ws-fs-operadores = 35 then
               continue
           else
               if ws-fs-operadores <> 0 then
                   move 103                                to ws-msn-erro-ofsset
                   move ws-fs-operadores                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. operadores."    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-operadores = 10
                   read arqOperadores
                   if ws-fs-operadores <> 0 and ws-fs-operadores <> 10 then
                       move 104                            to ws-msn-erro-ofsset
                       move ws-fs-operadores               to ws-msn-erro-cod
                       move "Erro ao ler arq. operadores."  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-operadores = 0 and fd-operadores-linha <> space then
                       if ws-qtd-operadores >= 50 then
                           move ws-qtd-operadores          to ws-msn-erro-ofsset
                           move 95                          to ws-msn-erro-cod
                           move "Mais de 50 operadores no cadastro." to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-qtd-operadores
                       move fd-ope-usuario to ws-ope-usuario(ws-qtd-operadores)
                       move fd-ope-resumo  to ws-ope-resumo(ws-qtd-operadores)
                       move fd-ope-papel   to ws-ope-papel(ws-qtd-operadores)
                   end-if
               end-perform

               close arqOperadores
               if ws-fs-operadores <> 0 then
                   move 105                                to ws-msn-erro-ofsset
                   move ws-fs-operadores                   to ws-msn-erro-cod
                   move "Erro ao fechar arq. operadores."   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       carrega-operadores-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Registrar no diario de auditoria uma tentativa de acesso negada:
      *> o operador e o usuario digitado, "antes" traz a tela e o motivo
      *>------------------------------------------------------------------------
       registra-falha-acesso section.
           perform atualiza-data-hora

           open extend arqAuditoria
           if ws-fs-auditoria = 35 then
               open output arqAuditoria
           end-if
           if ws-fs-auditoria <> 0 then
               move 106                                to ws-msn-erro-ofsset
               move ws-fs-auditoria                    to ws-msn-erro-cod
               move "Erro ao abrir arq. auditoria."     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-data-atual-formatada to fd-aud-data
           move ws-hora-atual-formatada to fd-aud-hora
           move ws-login-usuario        to fd-aud-operador
           move ws-aud-acao             to fd-aud-acao
           move ws-aud-acesso           to fd-aud-antes
           move space                   to fd-aud-depois
           write fd-auditoria-linha
           if ws-fs-auditoria <> 0 then
               move 107                                to ws-msn-erro-ofsset
               move ws-fs-auditoria                    to ws-msn-erro-cod
               move "Erro ao gravar arq. auditoria."    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqAuditoria
           if ws-fs-auditoria <> 0 then
               move 108                                to ws-msn-erro-ofsset
               move ws-fs-auditoria                    to ws-msn-erro-cod
               move "Erro ao fechar arq. auditoria."    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       registra-falha-acesso-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Verificar se existe uma partida salva e oferecer retomar dela
      *>------------------------------------------------------------------------
                   else
                       move 1 to ws-modo-jogo
                   end-if
      *> checkpoints gravados antes do sorteio adaptativo nao tem a
      *> coluna: a partida retomada segue com o sorteio uniforme
                   if fd-chk-sorteio = "S" then
                       move "S"   to ws-sorteio-adaptativo
                   else
                       move space to ws-sorteio-adaptativo
                   end-if

      *> checkpoint salvo sem nenhum jogador cadastrado (operador saiu
      *> na propria tela de cadastro): nao ha nada valido para retomar
                       display "Manutencao indisponivel em sessao mista." line 02 col 01
                       accept ws-aux line 02 col 43
                   else
      *> a manutencao de perguntas abre para o mantenedor de perguntas
      *> e para o administrador da liga
                       move "PL"                 to ws-papeis-permitidos
                       move "ESTADOS / CAPITAIS" to ws-tela-acesso
                       perform autentica-operador
                       if ws-acesso-liberado = "S" then
                           perform manutencao-estados
                       end-if
                   end-if
               end-if

               display "Entrar no cadastro mestre de jogadores (S/N)? " line 02 col 01
               accept ws-cadastrar line 02 col 49
               if ws-cadastrar = "S" or ws-cadastrar = "s" then
      *> o cadastro de jogadores abre para o apresentador (inscricao na
      *> hora do jogo) e para o administrador da liga
                   move "AL"                 to ws-papeis-permitidos
                   move "CADASTRO JOGADORES" to ws-tela-acesso
                   perform autentica-operador
                   if ws-acesso-liberado = "S" then
                       perform manutencao-jogadores
                   end-if
               end-if

               move 0 to ws-num-jogadores
                       display ws-sessao-atual                              line 24 col 46
                       display "segue em aberto e o duelo corre avulso."    line 25 col 01
                       accept ws-aux line 25 col 43
                       move ws-sessao-atual to ws-sessao-duelo
                       move 0     to ws-sessao-atual
                       move space to ws-sessao-definida
                   end-if
               perform prepara-chaveamento
           end-if

      *> o sorteio adaptativo pesa os erros recentes dos jogadores da
      *> sessao (tambem numa partida retomada)
           if ws-sorteio-adaptativo = "S" then
               perform carrega-erros-jogadores
           end-if

               perform until ws-sair-programa = "X" or ws-sair-programa = "x"
      *> abrir o bloco de controle de detalhes da rodada: um rodape sem
      *> cabecalho (ou vice-versa) denuncia uma gravacao interrompida
               display "Nenhum jogador no cadastro mestre." line 01 col 01
               display "Abrindo o cadastro de jogadores..." line 02 col 01
               accept ws-aux line 02 col 40
               move "AL"                 to ws-papeis-permitidos
               move "CADASTRO JOGADORES" to ws-tela-acesso
               perform autentica-operador
               if ws-acesso-liberado = "S" then
                   perform manutencao-jogadores
               end-if
               if ws-qtd-cadastro = 0 then
                   move 0                                  to ws-msn-erro-ofsset
                   move 91                                 to ws-msn-erro-cod
                   perform localiza-cadastro
                   if ws-cad-achou = 0 then
                       display "Codigo inexistente no cadastro.  " line ws-linha col 46
                   else
      *> codigo inativo (desligado ou unificado): o historico continua
      *> no cadastro, mas o codigo nao entra mais em sessao
                       if ws-cad-situacao(ws-cad-achou) = "I" then
                           display "Codigo inativo no cadastro.      " line ws-linha col 46
                           move 0 to ws-cad-achou
                       end-if
                   end-if
               end-perform
               move ws-cad-codigo(ws-cad-achou) to ws-codigo(ws-ind)
           display ws-jogador(ws-ind) line 02 col 36
           display "Tema: "                          line 03 col 07
           display ws-estadosorteio(ws-num_random) line 03 col 13
           if ws-sorteio-adaptativo = "S" then
               display "[sorteio adaptativo]"            line 02 col 58
           end-if

           move space to ws-acertou
           move space to ws-tempo-esgotado
           move ws-data-atual-formatada          to fd-det-data
           move ws-hora-atual-formatada          to fd-det-hora
           move ws-sessao-atual                  to fd-det-sessao
           move ws-id-pergunta(ws-num_random)    to fd-det-id-pergunta
           if ws-sorteio-adaptativo = "S" then
               move "A"                          to fd-det-sorteio
           else
               move space                        to fd-det-sorteio
           end-if
           write fd-detalhes-linha
           add 1 to ws-det-bloco-qtd
           if ws-resultado-pergunta = "C" then
           if ws-qtd-sorteados >= ws-qtd-estados then
               perform reseta-sorteio
           end-if
           if ws-sorteio-adaptativo = "S" then
               perform sorteio-ponderado
           else
               move zero to ws-num_random
               perform until ws-num_random > 0 and ws-sorteados(ws-num_random) = space
                   accept ws-semente from time
                   compute ws-num_random = function random(ws-semente) * ws-qtd-estados + 1
               end-perform
           end-if
           move "S" to ws-sorteados(ws-num_random)
           add 1 to ws-qtd-sorteados
           .
       sorteio-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Sorteio adaptativo para o jogador ws-ind: cada pergunta ainda nao
      *> sorteada na rodada pesa 1 mais 2 por erro do jogador nela dentro
      *> da janela; sorteia-se um ponto do peso total e anda-se pelas
      *> perguntas acumulando os pesos ate alcanca-lo
      *>------------------------------------------------------------------------
       sorteio-ponderado section.
           move 0 to ws-achou-err
           perform varying ws-ind-err from 1 by 1
                   until ws-ind-err > ws-num-jogadores or ws-achou-err > 0
               if ws-err-codigo(ws-ind-err) = ws-codigo(ws-ind) then
                   move ws-ind-err to ws-achou-err
               end-if
           end-perform

           move 0 to ws-peso-total
           perform varying ws-ind-sorteio from 1 by 1 until ws-ind-sorteio > ws-qtd-estados
               if ws-sorteados(ws-ind-sorteio) = space then
                   add 1 to ws-peso-total
                   if ws-achou-err > 0 then
                       compute ws-peso-total = ws-peso-total
                           + 2 * ws-err-pergunta(ws-achou-err, ws-ind-sorteio)
                   end-if
               end-if
           end-perform

           accept ws-semente from time
           compute ws-peso-sorteado = function random(ws-semente) * ws-peso-total + 1
           if ws-peso-sorteado > ws-peso-total then
               move ws-peso-total to ws-peso-sorteado
           end-if

           move 0 to ws-num_random
           move 0 to ws-peso-acumulado
           perform varying ws-ind-sorteio from 1 by 1
                   until ws-ind-sorteio > ws-qtd-estados or ws-num_random > 0
               if ws-sorteados(ws-ind-sorteio) = space then
                   add 1 to ws-peso-acumulado
                   if ws-achou-err > 0 then
                       compute ws-peso-acumulado = ws-peso-acumulado
                           + 2 * ws-err-pergunta(ws-achou-err, ws-ind-sorteio)
                   end-if
                   if ws-peso-acumulado >= ws-peso-sorteado then
                       move ws-ind-sorteio to ws-num_random
                   end-if
               end-if
           end-perform
           .
       sorteio-ponderado-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Carregar do detalhes.txt os erros e tempos esgotados de cada
      *> jogador da sessao, por pergunta da tabela carregada, desde a data
      *> de corte da janela do sorteio adaptativo (a pergunta casa pelo
      *> identificador; linhas sem identificador casam pelo texto)
      *>------------------------------------------------------------------------
       carrega-erros-jogadores section.
           perform atualiza-data-hora
           compute ws-dias-sorteio =
               function integer-of-date(ws-data-atual) - ws-janela-sorteio
           move function date-of-integer(ws-dias-sorteio) to ws-data-corte-num
           string ws-data-corte-num(1:4)  delimited by size
                  "/"                     delimited by size
                  ws-data-corte-num(5:2)  delimited by size
                  "/"                     delimited by size
                  ws-data-corte-num(7:2)  delimited by size
                  into ws-data-corte-sorteio
           end-string

           perform varying ws-ind-err from 1 by 1 until ws-ind-err > ws-num-jogadores
               move ws-codigo(ws-ind-err) to ws-err-codigo(ws-ind-err)
               perform varying ws-ind-sorteio from 1 by 1 until ws-ind-sorteio > 150
                   move 0 to ws-err-pergunta(ws-ind-err, ws-ind-sorteio)
               end-perform
           end-perform

           open input arqDetalhes
           if ws-fs-detalhes = 35 then
      *> sem historico de respostas o sorteio fica uniforme
               continue
           else
               if ws-fs-detalhes <> 0 then
                   move 113                                to ws-msn-erro-ofsset
                   move ws-fs-detalhes                     to ws-msn-erro-cod
                   move "Erro ao abrir arq. detalhes."      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-detalhes = 10
                   read arqDetalhes
                   if ws-fs-detalhes <> 0 and ws-fs-detalhes <> 10 then
                       move 114                            to ws-msn-erro-ofsset
                       move ws-fs-detalhes                 to ws-msn-erro-cod
                       move "Erro ao ler arq. detalhes."    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-detalhes = 0
                           and fd-detalhes-linha(1:1) <> "H"
                           and fd-detalhes-linha(1:1) <> "T"
                           and (fd-det-resultado = "E" or fd-det-resultado = "T")
                           and fd-det-data >= ws-data-corte-sorteio then
                       perform acumula-erro-jogador
                   end-if
               end-perform

               close arqDetalhes
           end-if
           .
       carrega-erros-jogadores-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Somar o erro lido ao jogador da sessao e a pergunta da tabela
      *>------------------------------------------------------------------------
       acumula-erro-jogador section.
           move 0 to ws-achou-err
           perform varying ws-ind-err from 1 by 1
                   until ws-ind-err > ws-num-jogadores or ws-achou-err > 0
               if ws-err-codigo(ws-ind-err) = fd-det-codigo then
                   move ws-ind-err to ws-achou-err
               end-if
           end-perform

           if ws-achou-err > 0 then
               move 0 to ws-achou-pergunta
               perform varying ws-ind-sorteio from 1 by 1
                       until ws-ind-sorteio > ws-qtd-estados or ws-achou-pergunta > 0
                   if ws-estado-categoria(ws-ind-sorteio) = fd-det-categoria then
                       if fd-det-id-pergunta is numeric
                               and fd-det-id-pergunta > 0 then
                           if ws-id-pergunta(ws-ind-sorteio) = fd-det-id-pergunta then
                               move ws-ind-sorteio to ws-achou-pergunta
                           end-if
                       else
                           if ws-estadosorteio(ws-ind-sorteio) = fd-det-estado then
                               move ws-ind-sorteio to ws-achou-pergunta
                           end-if
                       end-if
                   end-if
               end-perform
               if ws-achou-pergunta > 0
                       and ws-err-pergunta(ws-achou-err, ws-achou-pergunta) < 99 then
                   add 1 to ws-err-pergunta(ws-achou-err, ws-achou-pergunta)
               end-if
           end-if
           .
       acumula-erro-jogador-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Zerar o controle de estados já sorteados na rodada
      *>------------------------------------------------------------------------
           move ws-sessao-atual   to fd-chk-sessao
           move ws-torneio        to fd-chk-torneio
           move ws-duelo          to fd-chk-duelo
           move ws-sorteio-adaptativo to fd-chk-sorteio
           move 0                 to fd-chk-pontos-cat(1)
           move 0                 to fd-chk-pontos-cat(2)
           move 0                 to fd-chk-pontos-cat(3)
               move ws-pontos-cat(ws-ind, 1) to fd-chk-pontos-cat(1)
               move ws-pontos-cat(ws-ind, 2) to fd-chk-pontos-cat(2)
               move ws-pontos-cat(ws-ind, 3) to fd-chk-pontos-cat(3)
               move space               to fd-chk-sorteio
               write fd-checkpoint-linha
               if ws-fs-checkpoint <> 0 then
                   move 16                                  to ws-msn-erro-ofsset
