      $set sourceformat"free"
      *>----Divisão de identificação do programa
       Identification Division.
       Program-id. "integridadejogadores".
       Author. "Julia Krüger".
       Installation. "PC".
       Date-written. 15/10/2026.
       Date-compiled. 15/10/2026.

      *>----Divisão para configuração do ambiente
       Environment Division.
       Configuration Section.
           special-names. decimal-point is comma.

      *>----Declaração dos recursos externos
       Input-output Section.
       File-control.
           select arqJogadores assign to "jogadores.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-jogadores.

      *> o historico da temporada vive no arquivo indexado historico.dat
      *> (chave jogador + data)
           select arqHistorico assign to "historico.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-hix-chave
           alternate record key is fd-hix-data with duplicates
           lock mode is automatic
           file status is ws-fs-historico.

           select arqRatings assign to "ratings.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-ratings.

           select arqChaveamento assign to "chaveamento.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-chaveamento.

           select arqDetalhes assign to "detalhes.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-detalhes.

           select arqDuelos assign to "duelos.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-duelos.

       I-O-Control.


      *>----Declaração de variáveis
       Data Division.

      *>----Variáveis de arquivos
       File Section.
       fd arqJogadores.
       01 fd-jogadores-linha.
           05 fd-jog-codigo                        pic 9(04)
                                                   value 0.
           05 fd-jog-nome                          pic x(20)
                                                   value space.
           05 fd-jog-divisao                       pic x(01)
                                                   value space.
           05 fd-jog-situacao                      pic x(01)
                                                   value space.

       fd arqHistorico.
       01 fd-hix-registro.
           05 fd-hix-chave.
               10 fd-hix-codigo                    pic 9(04)
                                                   value 0.
               10 fd-hix-data                      pic x(10)
                                                   value space.
               10 fd-hix-hora                      pic x(08)
                                                   value space.
               10 fd-hix-seq                       pic 9(02)
                                                   value 0.
           05 fd-hix-tipo                          pic x(01)
                                                   value space.
           05 fd-hix-corpo.
               10 fd-hix-jogador                   pic x(20)
                                                   value space.
               10 fd-hix-equipe                    pic x(20)
                                                   value space.
               10 fd-hix-pontos                    pic 9(05)
                                                   value 0.
               10 fd-hix-sessao                    pic 9(04)
                                                   value 0.
               10 fd-hix-pago                      pic x(01)
                                                   value space.
               10 fd-hix-categoria                 pic 9(01)
                                                   value 0.
      *> visao do registro de controle (tipo "H", chave toda zerada):
      *> carrega a contagem de registros e o total de pontos do arquivo
           05 fd-hix-controle redefines fd-hix-corpo.
               10 fd-hix-ctl-qtd                   pic 9(07).
               10 fd-hix-ctl-total                 pic 9(09).
               10 filler                           pic x(35).

       fd arqRatings.
       01 fd-ratings-linha.
           05 fd-rat-codigo                        pic 9(04)
                                                   value 0.
           05 fd-rat-nome                          pic x(20)
                                                   value space.
           05 fd-rat-rating                        pic 9(04)
                                                   value 0.

       fd arqChaveamento.
       01 fd-chaveamento-linha.
           05 fd-cha-rodada                        pic 9(02)
                                                   value 0.
           05 fd-cha-jogo                          pic 9(02)
                                                   value 0.
           05 fd-cha-codigo1                       pic 9(04)
                                                   value 0.
           05 fd-cha-nome1                         pic x(20)
                                                   value space.
           05 fd-cha-codigo2                       pic 9(04)
                                                   value 0.
           05 fd-cha-nome2                         pic x(20)
                                                   value space.
           05 fd-cha-vencedor                      pic 9(04)
                                                   value 0.

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
           05 fd-det-resto                         pic x(55)
                                                   value space.

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

       01 ws-cadastro occurs 100.
           05 ws-cad-codigo                        pic 9(04)
                                                   value 0.
           05 ws-cad-nome                          pic x(20)
                                                   value space.
       77 ws-qtd-cadastro                          pic 9(03)
                                                   value 0.
       77 ws-ind-cadastro                          pic 9(03)
                                                   value 0.
       77 ws-cad-achou                             pic 9(03)
                                                   value 0.

      *> ocorrencias encontradas, uma por arquivo + codigo + nome, com a
      *> quantidade de registros em que aparecem
       01 ws-ocorrencias occurs 500.
           05 ws-oco-tipo                          pic x(01)
                                                   value space.
           05 ws-oco-arquivo                       pic x(16)
                                                   value space.
           05 ws-oco-codigo                        pic 9(04)
                                                   value 0.
           05 ws-oco-nome                          pic x(20)
                                                   value space.
           05 ws-oco-qtd                           pic 9(05)
                                                   value 0.
       77 ws-qtd-ocorrencias                       pic 9(03)
                                                   value 0.

      *> jogos do chaveamento que apontam para jogadores desconhecidos
       01 ws-chaves-ruins occurs 100.
           05 ws-chr-rodada                        pic 9(02)
                                                   value 0.
           05 ws-chr-jogo                          pic 9(02)
                                                   value 0.
           05 ws-chr-codigo                        pic 9(04)
                                                   value 0.
           05 ws-chr-motivo                        pic x(30)
                                                   value space.
       77 ws-qtd-chaves-ruins                      pic 9(03)
                                                   value 0.
       77 ws-chave-codigo                          pic 9(04)
                                                   value 0.
       77 ws-chave-motivo                          pic x(30)
                                                   value space.

       77 ws-fs-jogadores                          pic 9(02).
       77 ws-fs-historico                          pic 9(02).
       77 ws-fs-ratings                            pic 9(02).
       77 ws-fs-chaveamento                        pic 9(02).
       77 ws-fs-detalhes                           pic 9(02).
       77 ws-fs-duelos                             pic 9(02).
       77 ws-fim-historico                         pic x(01)
                                                   value space.

      *> registro em conferencia (arquivo, codigo e nome lidos)
       77 ws-conf-arquivo                          pic x(16)
                                                   value space.
       77 ws-conf-codigo                           pic 9(04)
                                                   value 0.
       77 ws-conf-nome                             pic x(20)
                                                   value space.
       77 ws-conf-tipo                             pic x(01)
                                                   value space.

       77 ws-qtd-registros                         pic 9(07)
                                                   value 0.
       77 ws-qtd-orfaos                            pic 9(05)
                                                   value 0.
       77 ws-qtd-divergentes                       pic 9(05)
                                                   value 0.
       77 ws-ind                                   pic 9(03)
                                                   value 0.
       77 ws-achou                                 pic 9(03)
                                                   value 0.
       77 ws-qtd-texto                             pic z(04)9.
       77 ws-registros-texto                       pic z(06)9.
       77 ws-codigo-retorno                        pic 9(02)
                                                   value 0.
       01 ws-msn-erro.
           05 ws-msn-erro-ofsset                   pic 9(04).
           05 filler                               pic x(01) value "-".
           05 ws-msn-erro-cod                      pic 9(02).
           05 filler                               pic x(01) value space.
           05 ws-msn-erro-text                     pic x(42).


      *>----Declaração do corpo do programa
       Procedure Division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *> Carregar o cadastro mestre e varrer os arquivos que guardam
      *> codigo de jogador
      *>------------------------------------------------------------------------
       inicializa section.
           perform carrega-jogadores
           perform confere-historico
           perform confere-ratings
           perform confere-chaveamento
           perform confere-detalhes
           perform confere-duelos
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Carregar o cadastro mestre de jogadores (inativos inclusive: o
      *> historico de um codigo inativo continua valido)
      *>------------------------------------------------------------------------
       carrega-jogadores section.
           move 0 to ws-qtd-cadastro
           open input arqJogadores
           if ws-fs-jogadores = 35 then
               display "Nenhum jogadores.txt encontrado: nada a conferir."
               move 16 to return-code
               stop run
           end-if
           if ws-fs-jogadores <> 0 then
               move 1                                  to ws-msn-erro-ofsset
               move ws-fs-jogadores                    to ws-msn-erro-cod
               move "Erro ao abrir arq. jogadores."     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-jogadores = 10
               read arqJogadores
               if ws-fs-jogadores <> 0 and ws-fs-jogadores <> 10 then
                   move 2                              to ws-msn-erro-ofsset
                   move ws-fs-jogadores                to ws-msn-erro-cod
                   move "Erro ao ler arq. jogadores."   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               if ws-fs-jogadores = 0 and fd-jog-nome <> space then
                   if ws-qtd-cadastro >= 100 then
                       move ws-qtd-cadastro            to ws-msn-erro-ofsset
                       move 92                          to ws-msn-erro-cod
                       move "Mais de 100 jogadores no cadastro." to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   add 1 to ws-qtd-cadastro
                   move fd-jog-codigo to ws-cad-codigo(ws-qtd-cadastro)
                   move fd-jog-nome   to ws-cad-nome(ws-qtd-cadastro)
               end-if
           end-perform

           close arqJogadores
           .
       carrega-jogadores-exit.
           exit.

      *>------------------------------------------------------------------------
      *> historico.dat: registros de jogador ("J") e de subtotal por
      *> categoria ("C"); controle ("H") e equipes ("E", codigo 0) nao
      *> carregam jogador
      *>------------------------------------------------------------------------
       confere-historico section.
           open input arqHistorico
           if ws-fs-historico = 35 then
               display "Nenhum historico.dat encontrado: arquivo nao conferido."
           else
               if ws-fs-historico <> 0 then
                   move 3                                  to ws-msn-erro-ofsset
                   move ws-fs-historico                    to ws-msn-erro-cod
                   move "Erro ao abrir arq. historico."     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "historico.dat" to ws-conf-arquivo
               move space to ws-fim-historico
               perform until ws-fim-historico = "S"
                   read arqHistorico next
                   if ws-fs-historico = 10 then
                       move "S" to ws-fim-historico
                   else
                       if ws-fs-historico <> 0 then
                           move 4                              to ws-msn-erro-ofsset
                           move ws-fs-historico                 to ws-msn-erro-cod
                           move "Erro ao ler arq. historico."    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       if fd-hix-tipo <> "H" and fd-hix-tipo <> "E" then
                           move fd-hix-codigo  to ws-conf-codigo
                           move fd-hix-jogador to ws-conf-nome
                           perform confere-jogador
                       end-if
                   end-if
               end-perform
               close arqHistorico
           end-if
           .
       confere-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *> ratings.txt: um registro por jogador com rating
      *>------------------------------------------------------------------------
       confere-ratings section.
           open input arqRatings
           if ws-fs-ratings = 35 then
               display "Nenhum ratings.txt encontrado: arquivo nao conferido."
           else
               if ws-fs-ratings <> 0 then
                   move 5                                  to ws-msn-erro-ofsset
                   move ws-fs-ratings                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. ratings."       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "ratings.txt" to ws-conf-arquivo
               perform until ws-fs-ratings = 10
                   read arqRatings
                   if ws-fs-ratings <> 0 and ws-fs-ratings <> 10 then
                       move 6                              to ws-msn-erro-ofsset
                       move ws-fs-ratings                  to ws-msn-erro-cod
                       move "Erro ao ler arq. ratings."     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-ratings = 0 and fd-ratings-linha <> space then
                       move fd-rat-codigo to ws-conf-codigo
                       move fd-rat-nome   to ws-conf-nome
                       perform confere-jogador
                   end-if
               end-perform
               close arqRatings
           end-if
           .
       confere-ratings-exit.
           exit.

      *>------------------------------------------------------------------------
      *> chaveamento.txt: os dois lados de cada jogo (codigo 0 no segundo
      *> lado e folga) e o vencedor, que precisa ser um dos dois lados
      *>------------------------------------------------------------------------
       confere-chaveamento section.
           open input arqChaveamento
           if ws-fs-chaveamento = 35 then
               display "Nenhum chaveamento.txt encontrado: arquivo nao conferido."
           else
               if ws-fs-chaveamento <> 0 then
                   move 7                                  to ws-msn-erro-ofsset
                   move ws-fs-chaveamento                  to ws-msn-erro-cod
                   move "Erro ao abrir arq. chaveamento."   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "chaveamento.txt" to ws-conf-arquivo
               perform until ws-fs-chaveamento = 10
                   read arqChaveamento
                   if ws-fs-chaveamento <> 0 and ws-fs-chaveamento <> 10 then
                       move 8                              to ws-msn-erro-ofsset
                       move ws-fs-chaveamento              to ws-msn-erro-cod
                       move "Erro ao ler arq. chaveamento."  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-chaveamento = 0 and fd-chaveamento-linha <> space then
                       move fd-cha-codigo1 to ws-conf-codigo
                       move fd-cha-nome1   to ws-conf-nome
                       perform confere-jogador
                       if ws-conf-tipo = "O" then
                           move fd-cha-codigo1 to ws-chave-codigo
                           move "Jogador 1 fora do cadastro" to ws-chave-motivo
                           perform registra-chave-ruim
                       end-if
                       if fd-cha-codigo2 <> 0 then
                           move fd-cha-codigo2 to ws-conf-codigo
                           move fd-cha-nome2   to ws-conf-nome
                           perform confere-jogador
                           if ws-conf-tipo = "O" then
                               move fd-cha-codigo2 to ws-chave-codigo
                               move "Jogador 2 fora do cadastro" to ws-chave-motivo
                               perform registra-chave-ruim
                           end-if
                       end-if
                       if fd-cha-vencedor <> 0
                               and fd-cha-vencedor <> fd-cha-codigo1
                               and fd-cha-vencedor <> fd-cha-codigo2 then
                           move fd-cha-vencedor to ws-chave-codigo
                           move "Vencedor fora do jogo" to ws-chave-motivo
                           perform registra-chave-ruim
                       end-if
                   end-if
               end-perform
               close arqChaveamento
           end-if
           .
       confere-chaveamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Guardar o jogo lido do chaveamento na lista de jogos com
      *> problema, com o codigo e o motivo preparados pelo chamador
      *>------------------------------------------------------------------------
       registra-chave-ruim section.
           if ws-qtd-chaves-ruins >= 100 then
               move ws-qtd-chaves-ruins                to ws-msn-erro-ofsset
               move 94                                  to ws-msn-erro-cod
               move "Mais de 100 jogos ruins no chaveamento." to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           add 1 to ws-qtd-chaves-ruins
           move fd-cha-rodada    to ws-chr-rodada(ws-qtd-chaves-ruins)
           move fd-cha-jogo      to ws-chr-jogo(ws-qtd-chaves-ruins)
           move ws-chave-codigo  to ws-chr-codigo(ws-qtd-chaves-ruins)
           move ws-chave-motivo  to ws-chr-motivo(ws-qtd-chaves-ruins)
           .
       registra-chave-ruim-exit.
           exit.

      *>------------------------------------------------------------------------
      *> detalhes.txt: linhas de resposta (as linhas de controle "H"/"T"
      *> dos blocos nao carregam jogador)
      *>------------------------------------------------------------------------
       confere-detalhes section.
           open input arqDetalhes
           if ws-fs-detalhes = 35 then
               display "Nenhum detalhes.txt encontrado: arquivo nao conferido."
           else
               if ws-fs-detalhes <> 0 then
                   move 9                                  to ws-msn-erro-ofsset
                   move ws-fs-detalhes                     to ws-msn-erro-cod
                   move "Erro ao abrir arq. detalhes."      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "detalhes.txt" to ws-conf-arquivo
               perform until ws-fs-detalhes = 10
                   read arqDetalhes
                   if ws-fs-detalhes <> 0 and ws-fs-detalhes <> 10 then
                       move 10                             to ws-msn-erro-ofsset
                       move ws-fs-detalhes                 to ws-msn-erro-cod
                       move "Erro ao ler arq. detalhes."    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-detalhes = 0 and fd-detalhes-linha <> space
                           and fd-detalhes-linha(1:1) <> "H"
                           and fd-detalhes-linha(1:1) <> "T" then
                       move fd-det-codigo  to ws-conf-codigo
                       move fd-det-jogador to ws-conf-nome
                       perform confere-jogador
                   end-if
               end-perform
               close arqDetalhes
           end-if
           .
       confere-detalhes-exit.
           exit.

      *>------------------------------------------------------------------------
      *> duelos.txt: vencedor e perdedor de cada duelo 1x1
      *>------------------------------------------------------------------------
       confere-duelos section.
           open input arqDuelos
           if ws-fs-duelos = 35 then
               display "Nenhum duelos.txt encontrado: arquivo nao conferido."
           else
               if ws-fs-duelos <> 0 then
                   move 11                                 to ws-msn-erro-ofsset
                   move ws-fs-duelos                       to ws-msn-erro-cod
                   move "Erro ao abrir arq. duelos."        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "duelos.txt" to ws-conf-arquivo
               perform until ws-fs-duelos = 10
                   read arqDuelos
                   if ws-fs-duelos <> 0 and ws-fs-duelos <> 10 then
                       move 12                             to ws-msn-erro-ofsset
                       move ws-fs-duelos                   to ws-msn-erro-cod
                       move "Erro ao ler arq. duelos."      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-duelos = 0 and fd-duelos-linha <> space then
                       move fd-due-venc-codigo to ws-conf-codigo
                       move fd-due-venc-nome   to ws-conf-nome
                       perform confere-jogador
                       move fd-due-perd-codigo to ws-conf-codigo
                       move fd-due-perd-nome   to ws-conf-nome
                       perform confere-jogador
                   end-if
               end-perform
               close arqDuelos
           end-if
           .
       confere-duelos-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Conferir o codigo e o nome lidos (ws-conf-*) contra o cadastro:
      *> "O" = codigo orfao, "N" = nome divergente, espaco = confere
      *>------------------------------------------------------------------------
       confere-jogador section.
           add 1 to ws-qtd-registros
           move space to ws-conf-tipo
           move 0 to ws-cad-achou
           perform varying ws-ind-cadastro from 1 by 1
                   until ws-ind-cadastro > ws-qtd-cadastro or ws-cad-achou > 0
               if ws-cad-codigo(ws-ind-cadastro) = ws-conf-codigo then
                   move ws-ind-cadastro to ws-cad-achou
               end-if
           end-perform

           if ws-cad-achou = 0 then
               move "O" to ws-conf-tipo
           else
               if ws-cad-nome(ws-cad-achou) <> ws-conf-nome then
                   move "N" to ws-conf-tipo
               end-if
           end-if

           if ws-conf-tipo <> space then
               perform registra-ocorrencia
           end-if
           .
       confere-jogador-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Somar a ocorrencia ao grupo arquivo + tipo + codigo + nome
      *>------------------------------------------------------------------------
       registra-ocorrencia section.
           move 0 to ws-achou
           perform varying ws-ind from 1 by 1
                   until ws-ind > ws-qtd-ocorrencias or ws-achou > 0
               if ws-oco-tipo(ws-ind) = ws-conf-tipo
                       and ws-oco-arquivo(ws-ind) = ws-conf-arquivo
                       and ws-oco-codigo(ws-ind) = ws-conf-codigo
                       and ws-oco-nome(ws-ind) = ws-conf-nome then
                   move ws-ind to ws-achou
               end-if
           end-perform

           if ws-achou = 0 then
               if ws-qtd-ocorrencias >= 500 then
                   move ws-qtd-ocorrencias             to ws-msn-erro-ofsset
                   move 93                              to ws-msn-erro-cod
                   move "Mais de 500 ocorrencias distintas." to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               add 1 to ws-qtd-ocorrencias
               move ws-qtd-ocorrencias to ws-achou
               move ws-conf-tipo    to ws-oco-tipo(ws-achou)
               move ws-conf-arquivo to ws-oco-arquivo(ws-achou)
               move ws-conf-codigo  to ws-oco-codigo(ws-achou)
               move ws-conf-nome    to ws-oco-nome(ws-achou)
           end-if
           add 1 to ws-oco-qtd(ws-achou)
           if ws-conf-tipo = "O" then
               add 1 to ws-qtd-orfaos
           else
               add 1 to ws-qtd-divergentes
           end-if
           .
       registra-ocorrencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Imprimir o relatorio e montar o codigo de retorno: 0 = tudo
      *> confere, 4 = somente nomes divergentes, 8 = codigos orfaos ou
      *> chaveamento com jogador desconhecido
      *>------------------------------------------------------------------------
       processamento section.
           display "==============================================================="
           display "   INTEGRIDADE DOS CODIGOS DE JOGADOR x jogadores.txt"
           display "==============================================================="

           display " "
           display "CODIGOS ORFAOS (fora do cadastro mestre)"
           display "ARQUIVO          CODIGO NOME NO ARQUIVO       REGISTROS"
           display "---------------- ------ -------------------- ---------"
           perform varying ws-ind from 1 by 1 until ws-ind > ws-qtd-ocorrencias
               if ws-oco-tipo(ws-ind) = "O" then
                   move ws-oco-qtd(ws-ind) to ws-qtd-texto
                   display ws-oco-arquivo(ws-ind) " "
                           ws-oco-codigo(ws-ind) "   "
                           ws-oco-nome(ws-ind) "     "
                           ws-qtd-texto
               end-if
           end-perform

           display " "
           display "NOMES DIVERGENTES DO CADASTRO MESTRE"
           display "ARQUIVO          CODIGO NOME NO ARQUIVO       NOME NO CADASTRO     REGISTROS"
           display "---------------- ------ -------------------- -------------------- ---------"
           perform varying ws-ind from 1 by 1 until ws-ind > ws-qtd-ocorrencias
               if ws-oco-tipo(ws-ind) = "N" then
                   perform varying ws-ind-cadastro from 1 by 1
                           until ws-ind-cadastro > ws-qtd-cadastro
                              or ws-cad-codigo(ws-ind-cadastro) = ws-oco-codigo(ws-ind)
                       continue
                   end-perform
                   move ws-oco-qtd(ws-ind) to ws-qtd-texto
                   display ws-oco-arquivo(ws-ind) " "
                           ws-oco-codigo(ws-ind) "   "
                           ws-oco-nome(ws-ind) " "
                           ws-cad-nome(ws-ind-cadastro) "     "
                           ws-qtd-texto
               end-if
           end-perform

           display " "
           display "CHAVEAMENTO COM JOGADOR DESCONHECIDO"
           display "RODADA JOGO CODIGO MOTIVO"
           display "------ ---- ------ ------------------------------"
           perform varying ws-ind from 1 by 1 until ws-ind > ws-qtd-chaves-ruins
               display "    " ws-chr-rodada(ws-ind) "   "
                       ws-chr-jogo(ws-ind) "   "
                       ws-chr-codigo(ws-ind) " "
                       ws-chr-motivo(ws-ind)
           end-perform

           display " "
           display "---------------------------------------------------------------"
           move ws-qtd-registros to ws-registros-texto
           display "Registros conferidos........: " ws-registros-texto
           move ws-qtd-orfaos to ws-qtd-texto
           display "Registros com codigo orfao..: " ws-qtd-texto
           move ws-qtd-divergentes to ws-qtd-texto
           display "Registros com nome divergente: " ws-qtd-texto
           move ws-qtd-chaves-ruins to ws-qtd-texto
           display "Jogos do chaveamento ruins..: " ws-qtd-texto

           evaluate true
               when ws-qtd-orfaos > 0 or ws-qtd-chaves-ruins > 0
                   move 8 to ws-codigo-retorno
                   display "CODIGOS ORFAOS: PREMIACAO E FECHAMENTO NAO RECOMENDADOS."
               when ws-qtd-divergentes > 0
                   move 4 to ws-codigo-retorno
                   display "Somente nomes divergentes: conferir o cadastro mestre."
               when other
                   move 0 to ws-codigo-retorno
                   display "ARQUIVOS INTEGROS: todos os codigos conferem."
           end-evaluate
           display "Codigo de retorno: " ws-codigo-retorno
           display "==============================================================="
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Finalização Anormal
      *>------------------------------------------------------------------------
       finaliza-anormal section.
           display ws-msn-erro
           move 16 to return-code
           stop run
           .
       finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Finalização Normal
      *>------------------------------------------------------------------------
       finaliza section.
           move ws-codigo-retorno to return-code
           stop run
           .
       finaliza-exit.
           exit.
