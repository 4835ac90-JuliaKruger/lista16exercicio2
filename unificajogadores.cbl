      $set sourceformat"free"
      *>----Divisão de identificação do programa
       Identification Division.
       Program-id. "unificajogadores".
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
      *> (chave jogador + data): a unificacao troca a chave dos registros
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

           select arqCsv assign to "resultados.csv"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-csv.

           select arqDuelos assign to "duelos.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-duelos.

           select arqCheckpoint assign to "checkpoint.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-checkpoint.

           select arqAuditoria assign to "auditoria.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-auditoria.

      *> cadastro de operadores: usuario, resumo da senha e papel
           select arqOperadores assign to "operadores.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-operadores.

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
      *> situacao do codigo: "I" = inativo; espaco = ativo
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
      *> linha inteira, para reconhecer o cabecalho "H" e o rodape "T"
      *> dos blocos de controle (copiados sem alteracao)
       01 fd-det-texto                             pic x(100).

       fd arqCsv.
       01 fd-csv-linha                             pic x(100)
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

       fd arqCheckpoint.
       01 fd-checkpoint-linha.
           05 fd-chk-tipo                          pic x(01)
                                                   value space.
           05 fd-chk-nome                          pic x(20)
                                                   value space.
           05 fd-chk-pontos                        pic 9(05)
                                                   value 0.
           05 filler                               pic x(68)
                                                   value space.

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

       fd arqAuditoria.
       01 fd-auditoria-linha.
           05 fd-aud-data                          pic x(10)
                                                   value space.
           05 fd-aud-hora                          pic x(08)
                                                   value space.
           05 fd-aud-operador                      pic x(20)
                                                   value space.
           05 fd-aud-acao                          pic x(10)
                                                   value space.
           05 fd-aud-antes.
               10 fd-aud-antes-estado              pic x(20)
                                                   value space.
               10 fd-aud-antes-capital             pic x(20)
                                                   value space.
               10 fd-aud-antes-dificuldade         pic 9(02)
                                                   value 0.
           05 fd-aud-depois.
               10 fd-aud-depois-estado             pic x(20)
                                                   value space.
               10 fd-aud-depois-capital            pic x(20)
                                                   value space.
               10 fd-aud-depois-dificuldade        pic 9(02)
                                                   value 0.


      *>----Variáveis de trabalho
       Working-storage Section.

       01 ws-cadastro occurs 100.
           05 ws-cad-codigo                        pic 9(04)
                                                   value 0.
           05 ws-cad-nome                          pic x(20)
                                                   value space.
           05 ws-cad-divisao                       pic x(01)
                                                   value space.
           05 ws-cad-situacao                      pic x(01)
                                                   value space.
       77 ws-qtd-cadastro                          pic 9(03)
                                                   value 0.
       77 ws-ind-cadastro                          pic 9(03)
                                                   value 0.
       77 ws-cad-achou                             pic 9(03)
                                                   value 0.
       77 ws-codigo-busca                          pic 9(04)
                                                   value 0.

      *> codigo duplicado (sai) e codigo sobrevivente (fica)
       77 ws-codigo-duplicado                      pic 9(04)
                                                   value 0.
       77 ws-nome-duplicado                        pic x(20)
                                                   value space.
       77 ws-ind-duplicado                         pic 9(03)
                                                   value 0.
       77 ws-codigo-sobrevivente                   pic 9(04)
                                                   value 0.
       77 ws-nome-sobrevivente                     pic x(20)
                                                   value space.
       77 ws-ind-sobrevivente                      pic 9(03)
                                                   value 0.

      *> registros do historico do codigo duplicado, recolhidos antes de
      *> qualquer alteracao (a troca de chave desposicionaria a leitura)
       01 ws-hix-registros occurs 2000             pic x(76)
                                                   value space.
       77 ws-qtd-hix                               pic 9(04)
                                                   value 0.
       77 ws-fim-historico                         pic x(01)
                                                   value space.

      *> linhas do arquivo sequencial em tratamento, regravado inteiro
       01 ws-linhas occurs 5000                    pic x(140)
                                                   value space.
       77 ws-qtd-linhas                            pic 9(04)
                                                   value 0.
       77 ws-qtd-alteradas                         pic 9(05)
                                                   value 0.

      *> campos de uma linha de resultados.csv (tipo, codigo, nome e o
      *> restante da linha, copiado sem alteracao)
       01 ws-csv-campos.
           05 ws-csv-tipo                          pic x(01).
           05 ws-csv-codigo                        pic x(10).
           05 ws-csv-nome                          pic x(30).
       77 ws-csv-ponteiro                          pic 9(03)
                                                   value 0.
       77 ws-csv-codigo-num                        pic 9(04)
                                                   value 0.
       77 ws-csv-codigo-texto                      pic z(03)9.
       77 ws-csv-nova-linha                        pic x(100)
                                                   value space.

       77 ws-rat-ind-duplicado                     pic 9(04)
                                                   value 0.
       77 ws-rat-ind-sobrevivente                  pic 9(04)
                                                   value 0.

       77 ws-fs-jogadores                          pic 9(02).
       77 ws-fs-historico                          pic 9(02).
       77 ws-fs-ratings                            pic 9(02).
       77 ws-fs-chaveamento                        pic 9(02).
       77 ws-fs-detalhes                           pic 9(02).
       77 ws-fs-csv                                pic 9(02).
       77 ws-fs-duelos                             pic 9(02).
       77 ws-fs-checkpoint                         pic 9(02).
       77 ws-fs-auditoria                          pic 9(02).

       77 ws-opcao                                 pic 9(01)
                                                   value 0.
       77 ws-operador                              pic x(20)
                                                   value space.
       77 ws-operador-papel                        pic x(01)
                                                   value space.

      *> identificacao do operador pelo cadastro de operadores
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
       77 ws-confirma                              pic x(01)
                                                   value space.
       77 ws-ind                                   pic 9(04)
                                                   value 0.
       77 ws-qtd-texto                             pic z(04)9.
       77 ws-data-atual                            pic 9(08).
       77 ws-hora-atual                            pic 9(08).
       01 ws-data-atual-formatada.
           05 ws-data-atual-ano                    pic 9(04).
           05 filler                               pic x(01) value "/".
           05 ws-data-atual-mes                    pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-data-atual-dia                    pic 9(02).
       01 ws-hora-atual-formatada.
           05 ws-hora-atual-hh                     pic 9(02).
           05 filler                               pic x(01) value ":".
           05 ws-hora-atual-mm                     pic 9(02).
           05 filler                               pic x(01) value ":".
           05 ws-hora-atual-ss                     pic 9(02).

      *> o diario de auditoria guarda, para jogadores, o codigo e o nome
      *> de antes e de depois, o arquivo alterado e quantas linhas mudaram
       77 ws-aud-acao                              pic x(10)
                                                   value space.
       01 ws-aud-antes.
           05 ws-aud-antes-codigo                  pic 9(04)
                                                   value 0.
           05 ws-aud-antes-nome                    pic x(20)
                                                   value space.
           05 ws-aud-antes-arquivo                 pic x(16)
                                                   value space.
           05 filler                               pic x(02)
                                                   value space.
       01 ws-aud-depois.
           05 ws-aud-depois-codigo                 pic 9(04)
                                                   value 0.
           05 ws-aud-depois-nome                   pic x(20)
                                                   value space.
           05 ws-aud-depois-qtd                    pic 9(05)
                                                   value 0.
           05 filler                               pic x(13)
                                                   value space.
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
      *> Recusar a execucao sob partida interrompida, carregar o cadastro
      *> mestre, identificar o operador e escolher a operacao
      *>------------------------------------------------------------------------
       inicializa section.
           display "==============================================================="
           display "   UNIFICACAO E INATIVACAO DE CODIGOS DE JOGADOR"
           display "==============================================================="

           perform verifica-checkpoint
           perform carrega-jogadores

      *> unificar e inativar codigos e tarefa do administrador da liga
           move "L"                  to ws-papeis-permitidos
           move "UNIFICA JOGADORES"  to ws-tela-acesso
           perform autentica-operador
           if ws-acesso-liberado = "N" then
               display "Acesso negado."
               perform finaliza
           end-if

           move 0 to ws-opcao
           perform until ws-opcao = 1 or ws-opcao = 2 or ws-opcao = 3
               display "1-Unificar codigo duplicado  2-Inativar codigo  3-Reativar codigo"
               display "Opcao: "
               accept ws-opcao
           end-perform
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Recusar a execucao quando existe checkpoint de partida
      *> interrompida: a retomada regravaria os codigos antigos
      *>------------------------------------------------------------------------
       verifica-checkpoint section.
           open input arqCheckpoint
           if ws-fs-checkpoint = 35 then
      *> sem checkpoint: caminho livre
               continue
           else
               if ws-fs-checkpoint <> 0 then
                   move 1                                  to ws-msn-erro-ofsset
                   move ws-fs-checkpoint                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. checkpoint."    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               read arqCheckpoint
               if ws-fs-checkpoint = 0 and fd-chk-tipo = "H"
                       and fd-chk-pontos > 0 then
                   close arqCheckpoint
                   display "Ha uma partida interrompida (checkpoint.txt ativo)."
                   display "Conclua ou descarte a partida antes da unificacao."
                   display "Nada foi alterado."
                   stop run
               end-if
               close arqCheckpoint
           end-if
           .
       verifica-checkpoint-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Carregar o cadastro mestre de jogadores
      *>------------------------------------------------------------------------
       carrega-jogadores section.
           move 0 to ws-qtd-cadastro
           open input arqJogadores
           if ws-fs-jogadores = 35 then
               display "Nenhum jogadores.txt encontrado: nada a unificar."
               stop run
           end-if
           if ws-fs-jogadores <> 0 then
               move 2                                  to ws-msn-erro-ofsset
               move ws-fs-jogadores                    to ws-msn-erro-cod
               move "Erro ao abrir arq. jogadores."     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-jogadores = 10
               read arqJogadores
               if ws-fs-jogadores <> 0 and ws-fs-jogadores <> 10 then
                   move 3                              to ws-msn-erro-ofsset
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
                   move fd-jog-codigo   to ws-cad-codigo(ws-qtd-cadastro)
                   move fd-jog-nome     to ws-cad-nome(ws-qtd-cadastro)
                   move fd-jog-divisao  to ws-cad-divisao(ws-qtd-cadastro)
                   move fd-jog-situacao to ws-cad-situacao(ws-qtd-cadastro)
               end-if
           end-perform

           close arqJogadores
           if ws-fs-jogadores <> 0 then
               move 4                                  to ws-msn-erro-ofsset
               move ws-fs-jogadores                    to ws-msn-erro-cod
               move "Erro ao fechar arq. jogadores."    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       carrega-jogadores-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Localizar o codigo ws-codigo-busca no cadastro mestre; devolve o
      *> indice em ws-cad-achou (0 quando o codigo nao existe)
      *>------------------------------------------------------------------------
       localiza-cadastro section.
           move 0 to ws-cad-achou
           perform varying ws-ind-cadastro from 1 by 1
                   until ws-ind-cadastro > ws-qtd-cadastro or ws-cad-achou > 0
               if ws-cad-codigo(ws-ind-cadastro) = ws-codigo-busca then
                   move ws-ind-cadastro to ws-cad-achou
               end-if
           end-perform
           .
       localiza-cadastro-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Executar a operacao escolhida
      *>------------------------------------------------------------------------
       processamento section.
           evaluate ws-opcao
               when 1
                   perform unifica-codigos
               when 2
                   perform inativa-codigo
               when 3
                   perform reativa-codigo
           end-evaluate
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Unificar o codigo duplicado no sobrevivente em todos os arquivos
      *> que guardam codigo de jogador; o duplicado fica inativo no
      *> cadastro (o codigo nunca e reutilizado)
      *>------------------------------------------------------------------------
       unifica-codigos section.
           display "Codigo duplicado (deixa de ser usado): "
           accept ws-codigo-duplicado
           move ws-codigo-duplicado to ws-codigo-busca
           perform localiza-cadastro
           if ws-cad-achou = 0 then
               display "Codigo " ws-codigo-duplicado " inexistente no cadastro."
               display "Nada foi alterado."
               stop run
           end-if
           move ws-cad-achou              to ws-ind-duplicado
           move ws-cad-nome(ws-cad-achou) to ws-nome-duplicado

           display "Codigo sobrevivente (recebe o historico): "
           accept ws-codigo-sobrevivente
           move ws-codigo-sobrevivente to ws-codigo-busca
           perform localiza-cadastro
           if ws-cad-achou = 0 then
               display "Codigo " ws-codigo-sobrevivente " inexistente no cadastro."
               display "Nada foi alterado."
               stop run
           end-if
           if ws-codigo-sobrevivente = ws-codigo-duplicado then
               display "Os dois codigos sao iguais. Nada foi alterado."
               stop run
           end-if
           if ws-cad-situacao(ws-cad-achou) = "I" then
               display "O codigo sobrevivente esta inativo. Reative-o antes."
               display "Nada foi alterado."
               stop run
           end-if
           move ws-cad-achou              to ws-ind-sobrevivente
           move ws-cad-nome(ws-cad-achou) to ws-nome-sobrevivente

           display "Duplicado....: " ws-codigo-duplicado " " ws-nome-duplicado
           display "Sobrevivente.: " ws-codigo-sobrevivente " " ws-nome-sobrevivente
           display "historico.dat, ratings.txt, chaveamento.txt, detalhes.txt,"
           display "resultados.csv e duelos.txt passam para o sobrevivente."
           display "Confirma a unificacao (S/N)? "
           accept ws-confirma
           if ws-confirma <> "S" and ws-confirma <> "s" then
               display "Unificacao cancelada: nada foi alterado."
               stop run
           end-if

      *> o historico e conferido antes de qualquer gravacao: se os dois
      *> codigos jogaram a mesma sessao, a chave do sobrevivente ja
      *> existe e a unificacao e recusada sem tocar em nenhum arquivo
           perform recolhe-historico

           move "UNIFICA" to ws-aud-acao
           perform unifica-historico
           perform unifica-ratings
           perform unifica-chaveamento
           perform unifica-detalhes
           perform unifica-csv
           perform unifica-duelos

           move "I" to ws-cad-situacao(ws-ind-duplicado)
           perform salva-jogadores
           move "jogadores.txt" to ws-aud-antes-arquivo
           move 1               to ws-qtd-alteradas
           perform grava-auditoria-jogador

           display "==============================================================="
           display "Unificacao concluida: codigo " ws-codigo-duplicado
                   " inativo, historico no codigo " ws-codigo-sobrevivente "."
           .
       unifica-codigos-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Recolher os registros do historico do codigo duplicado (a chave
      *> comeca pelo codigo) e conferir que nenhum deles colide com uma
      *> chave ja existente do sobrevivente
      *>------------------------------------------------------------------------
       recolhe-historico section.
           move 0 to ws-qtd-hix
           open input arqHistorico
           if ws-fs-historico = 35 then
      *> sem historico indexado: nada a recolher
               continue
           else
               if ws-fs-historico <> 0 then
                   move 5                                  to ws-msn-erro-ofsset
                   move ws-fs-historico                    to ws-msn-erro-cod
                   move "Erro ao abrir arq. historico."     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move space               to ws-fim-historico
               move ws-codigo-duplicado to fd-hix-codigo
               move low-values          to fd-hix-data
               move low-values          to fd-hix-hora
               move 0                   to fd-hix-seq
               start arqHistorico key >= fd-hix-chave
                   invalid key
                       move "S" to ws-fim-historico
               end-start

               perform until ws-fim-historico = "S"
                   read arqHistorico next
                   if ws-fs-historico = 10 then
                       move "S" to ws-fim-historico
                   else
                       if ws-fs-historico <> 0 then
                           move 6                              to ws-msn-erro-ofsset
                           move ws-fs-historico                 to ws-msn-erro-cod
                           move "Erro ao ler arq. historico."    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       if fd-hix-codigo <> ws-codigo-duplicado then
                           move "S" to ws-fim-historico
                       else
                           if ws-qtd-hix >= 2000 then
                               move ws-qtd-hix                 to ws-msn-erro-ofsset
                               move 91                          to ws-msn-erro-cod
                               move "Mais de 2000 registros no historico." to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                           add 1 to ws-qtd-hix
                           move fd-hix-registro to ws-hix-registros(ws-qtd-hix)
                       end-if
                   end-if
               end-perform

      *> conferir as chaves que o sobrevivente receberia
               perform varying ws-ind from 1 by 1 until ws-ind > ws-qtd-hix
                   move ws-hix-registros(ws-ind) to fd-hix-registro
                   move ws-codigo-sobrevivente   to fd-hix-codigo
                   read arqHistorico
                   if ws-fs-historico = 0 then
                       close arqHistorico
                       display "Os dois codigos jogaram a sessao de "
                               fd-hix-data " " fd-hix-hora "."
                       display "Corrija essa sessao antes de unificar."
                       display "Nada foi alterado."
                       stop run
                   end-if
                   if ws-fs-historico <> 23 then
                       move 7                              to ws-msn-erro-ofsset
                       move ws-fs-historico                 to ws-msn-erro-cod
                       move "Erro ao ler arq. historico."    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-perform

               close arqHistorico
           end-if
           .
       recolhe-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Regravar no historico os registros recolhidos com a chave e o
      *> nome do sobrevivente; a contagem e o total de pontos do arquivo
      *> nao mudam, o registro de controle continua conferindo
      *>------------------------------------------------------------------------
       unifica-historico section.
           move 0 to ws-qtd-alteradas
           if ws-qtd-hix > 0 then
               open i-o arqHistorico
               if ws-fs-historico <> 0 then
                   move 8                                  to ws-msn-erro-ofsset
                   move ws-fs-historico                    to ws-msn-erro-cod
                   move "Erro ao abrir arq. historico."     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform varying ws-ind from 1 by 1 until ws-ind > ws-qtd-hix
                   move ws-hix-registros(ws-ind) to fd-hix-registro
                   delete arqHistorico record
                   if ws-fs-historico <> 0 then
                       move 9                              to ws-msn-erro-ofsset
                       move ws-fs-historico                 to ws-msn-erro-cod
                       move "Erro ao excluir no arq. historico." to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   move ws-hix-registros(ws-ind) to fd-hix-registro
                   move ws-codigo-sobrevivente   to fd-hix-codigo
                   move ws-nome-sobrevivente     to fd-hix-jogador
                   write fd-hix-registro
                   if ws-fs-historico <> 0 then
                       move 10                             to ws-msn-erro-ofsset
                       move ws-fs-historico                 to ws-msn-erro-cod
                       move "Erro ao gravar arq. historico." to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   add 1 to ws-qtd-alteradas
               end-perform

               close arqHistorico
               if ws-fs-historico <> 0 then
                   move 11                                 to ws-msn-erro-ofsset
                   move ws-fs-historico                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. historico."    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move "historico.dat" to ws-aud-antes-arquivo
           perform registra-arquivo
           .
       unifica-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *> ratings.txt: o sobrevivente fica com o proprio rating quando ja
      *> tem um; sem rating proprio, herda o do duplicado
      *>------------------------------------------------------------------------
       unifica-ratings section.
           move 0 to ws-qtd-alteradas
           move 0 to ws-qtd-linhas
           move 0 to ws-rat-ind-duplicado
           move 0 to ws-rat-ind-sobrevivente
           open input arqRatings
           if ws-fs-ratings = 35 then
               continue
           else
               if ws-fs-ratings <> 0 then
                   move 12                                 to ws-msn-erro-ofsset
                   move ws-fs-ratings                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. ratings."       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform until ws-fs-ratings = 10
                   read arqRatings
                   if ws-fs-ratings <> 0 and ws-fs-ratings <> 10 then
                       move 13                             to ws-msn-erro-ofsset
                       move ws-fs-ratings                  to ws-msn-erro-cod
                       move "Erro ao ler arq. ratings."     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-ratings = 0 and fd-ratings-linha <> space then
                       perform guarda-linha
                       move fd-ratings-linha to ws-linhas(ws-qtd-linhas)
                       if fd-rat-codigo = ws-codigo-duplicado then
                           move ws-qtd-linhas to ws-rat-ind-duplicado
                       end-if
                       if fd-rat-codigo = ws-codigo-sobrevivente then
                           move ws-qtd-linhas to ws-rat-ind-sobrevivente
                       end-if
                   end-if
               end-perform
               close arqRatings

               if ws-rat-ind-duplicado > 0 then
                   if ws-rat-ind-sobrevivente > 0 then
      *> o sobrevivente ja tem rating: a linha do duplicado sai
                       move space to ws-linhas(ws-rat-ind-duplicado)
                   else
                       move ws-linhas(ws-rat-ind-duplicado) to fd-ratings-linha
                       move ws-codigo-sobrevivente to fd-rat-codigo
                       move ws-nome-sobrevivente   to fd-rat-nome
                       move fd-ratings-linha to ws-linhas(ws-rat-ind-duplicado)
                   end-if
                   move 1 to ws-qtd-alteradas

                   open output arqRatings
                   if ws-fs-ratings <> 0 then
                       move 14                             to ws-msn-erro-ofsset
                       move ws-fs-ratings                  to ws-msn-erro-cod
                       move "Erro ao regravar arq. ratings." to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   perform varying ws-ind from 1 by 1 until ws-ind > ws-qtd-linhas
                       if ws-linhas(ws-ind) <> space then
                           move ws-linhas(ws-ind) to fd-ratings-linha
                           write fd-ratings-linha
                           if ws-fs-ratings <> 0 then
                               move 15                         to ws-msn-erro-ofsset
                               move ws-fs-ratings              to ws-msn-erro-cod
                               move "Erro ao gravar arq. ratings." to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if
                   end-perform
                   close arqRatings
                   if ws-fs-ratings <> 0 then
                       move 43                                 to ws-msn-erro-ofsset
                       move ws-fs-ratings                      to ws-msn-erro-cod
                       move "Erro ao fechar arq. ratings."      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

           move "ratings.txt" to ws-aud-antes-arquivo
           perform registra-arquivo
           .
       unifica-ratings-exit.
           exit.

      *>------------------------------------------------------------------------
      *> chaveamento.txt: trocar o duplicado nos dois lados de cada jogo
      *> e no vencedor
      *>------------------------------------------------------------------------
       unifica-chaveamento section.
           move 0 to ws-qtd-alteradas
           move 0 to ws-qtd-linhas
           open input arqChaveamento
           if ws-fs-chaveamento = 35 then
               continue
           else
               if ws-fs-chaveamento <> 0 then
                   move 16                                 to ws-msn-erro-ofsset
                   move ws-fs-chaveamento                  to ws-msn-erro-cod
                   move "Erro ao abrir arq. chaveamento."   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform until ws-fs-chaveamento = 10
                   read arqChaveamento
                   if ws-fs-chaveamento <> 0 and ws-fs-chaveamento <> 10 then
                       move 17                             to ws-msn-erro-ofsset
                       move ws-fs-chaveamento              to ws-msn-erro-cod
                       move "Erro ao ler arq. chaveamento."  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-chaveamento = 0 and fd-chaveamento-linha <> space then
                       if fd-cha-codigo1 = ws-codigo-duplicado then
                           move ws-codigo-sobrevivente to fd-cha-codigo1
                           move ws-nome-sobrevivente   to fd-cha-nome1
                           add 1 to ws-qtd-alteradas
                       end-if
                       if fd-cha-codigo2 = ws-codigo-duplicado then
                           move ws-codigo-sobrevivente to fd-cha-codigo2
                           move ws-nome-sobrevivente   to fd-cha-nome2
                           add 1 to ws-qtd-alteradas
                       end-if
                       if fd-cha-vencedor = ws-codigo-duplicado then
                           move ws-codigo-sobrevivente to fd-cha-vencedor
                       end-if
                       perform guarda-linha
                       move fd-chaveamento-linha to ws-linhas(ws-qtd-linhas)
                   end-if
               end-perform
               close arqChaveamento

               if ws-qtd-alteradas > 0 then
                   open output arqChaveamento
                   if ws-fs-chaveamento <> 0 then
                       move 18                             to ws-msn-erro-ofsset
                       move ws-fs-chaveamento              to ws-msn-erro-cod
                       move "Erro ao regravar arq. chaveamento." to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   perform varying ws-ind from 1 by 1 until ws-ind > ws-qtd-linhas
                       move ws-linhas(ws-ind) to fd-chaveamento-linha
                       write fd-chaveamento-linha
                       if ws-fs-chaveamento <> 0 then
                           move 19                         to ws-msn-erro-ofsset
                           move ws-fs-chaveamento          to ws-msn-erro-cod
                           move "Erro ao gravar arq. chaveamento." to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-perform
                   close arqChaveamento
                   if ws-fs-chaveamento <> 0 then
                       move 44                                 to ws-msn-erro-ofsset
                       move ws-fs-chaveamento                  to ws-msn-erro-cod
                       move "Erro ao fechar arq. chaveamento."  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

           move "chaveamento.txt" to ws-aud-antes-arquivo
           perform registra-arquivo
           .
       unifica-chaveamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> detalhes.txt: trocar codigo e nome nas linhas de resposta; as
      *> linhas de controle "H"/"T" passam intactas (a contagem e o total
      *> de acertos dos blocos nao mudam)
      *>------------------------------------------------------------------------
       unifica-detalhes section.
           move 0 to ws-qtd-alteradas
           move 0 to ws-qtd-linhas
           open input arqDetalhes
           if ws-fs-detalhes = 35 then
               continue
           else
               if ws-fs-detalhes <> 0 then
                   move 20                                 to ws-msn-erro-ofsset
                   move ws-fs-detalhes                     to ws-msn-erro-cod
                   move "Erro ao abrir arq. detalhes."      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform until ws-fs-detalhes = 10
                   read arqDetalhes
                   if ws-fs-detalhes <> 0 and ws-fs-detalhes <> 10 then
                       move 21                             to ws-msn-erro-ofsset
                       move ws-fs-detalhes                 to ws-msn-erro-cod
                       move "Erro ao ler arq. detalhes."    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-detalhes = 0 and fd-det-texto <> space then
                       if fd-det-texto(1:1) <> "H" and fd-det-texto(1:1) <> "T"
                               and fd-det-codigo = ws-codigo-duplicado then
                           move ws-codigo-sobrevivente to fd-det-codigo
                           move ws-nome-sobrevivente   to fd-det-jogador
                           add 1 to ws-qtd-alteradas
                       end-if
                       perform guarda-linha
                       move fd-det-texto to ws-linhas(ws-qtd-linhas)
                   end-if
               end-perform
               close arqDetalhes

               if ws-qtd-alteradas > 0 then
                   open output arqDetalhes
                   if ws-fs-detalhes <> 0 then
                       move 22                             to ws-msn-erro-ofsset
                       move ws-fs-detalhes                 to ws-msn-erro-cod
                       move "Erro ao regravar arq. detalhes." to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   perform varying ws-ind from 1 by 1 until ws-ind > ws-qtd-linhas
                       move ws-linhas(ws-ind)(1:100) to fd-det-texto
                       write fd-det-texto
                       if ws-fs-detalhes <> 0 then
                           move 23                         to ws-msn-erro-ofsset
                           move ws-fs-detalhes             to ws-msn-erro-cod
                           move "Erro ao gravar arq. detalhes." to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-perform
                   close arqDetalhes
                   if ws-fs-detalhes <> 0 then
                       move 45                                 to ws-msn-erro-ofsset
                       move ws-fs-detalhes                     to ws-msn-erro-cod
                       move "Erro ao fechar arq. detalhes."     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

           move "detalhes.txt" to ws-aud-antes-arquivo
           perform registra-arquivo
           .
       unifica-detalhes-exit.
           exit.

      *>------------------------------------------------------------------------
      *> resultados.csv: trocar codigo e nome nas linhas de jogador ("J")
      *> e de subtotal por categoria ("C"); o restante da linha e as
      *> linhas de controle "H"/"T" passam intactos
      *>------------------------------------------------------------------------
       unifica-csv section.
           move 0 to ws-qtd-alteradas
           move 0 to ws-qtd-linhas
           open input arqCsv
           if ws-fs-csv = 35 then
               continue
           else
               if ws-fs-csv <> 0 then
                   move 24                                 to ws-msn-erro-ofsset
                   move ws-fs-csv                          to ws-msn-erro-cod
                   move "Erro ao abrir arq. resultados.csv." to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform until ws-fs-csv = 10
                   read arqCsv
                   if ws-fs-csv <> 0 and ws-fs-csv <> 10 then
                       move 25                             to ws-msn-erro-ofsset
                       move ws-fs-csv                      to ws-msn-erro-cod
                       move "Erro ao ler arq. resultados.csv." to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-csv = 0 and fd-csv-linha <> space then
                       if fd-csv-linha(1:2) = "J," or fd-csv-linha(1:2) = "C," then
                           perform troca-codigo-csv
                       end-if
                       perform guarda-linha
                       move fd-csv-linha to ws-linhas(ws-qtd-linhas)
                   end-if
               end-perform
               close arqCsv

               if ws-qtd-alteradas > 0 then
                   open output arqCsv
                   if ws-fs-csv <> 0 then
                       move 26                             to ws-msn-erro-ofsset
                       move ws-fs-csv                      to ws-msn-erro-cod
                       move "Erro ao regravar arq. resultados.csv." to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   perform varying ws-ind from 1 by 1 until ws-ind > ws-qtd-linhas
                       move ws-linhas(ws-ind)(1:100) to fd-csv-linha
                       write fd-csv-linha
                       if ws-fs-csv <> 0 then
                           move 27                         to ws-msn-erro-ofsset
                           move ws-fs-csv                  to ws-msn-erro-cod
                           move "Erro ao gravar arq. resultados.csv." to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-perform
                   close arqCsv
                   if ws-fs-csv <> 0 then
                       move 46                                 to ws-msn-erro-ofsset
                       move ws-fs-csv                          to ws-msn-erro-cod
                       move "Erro ao fechar arq. resultados.csv." to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

           move "resultados.csv" to ws-aud-antes-arquivo
           perform registra-arquivo
           .
       unifica-csv-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Trocar codigo e nome de uma linha "J"/"C" de resultados.csv
      *> quando o codigo e o duplicado
      *>------------------------------------------------------------------------
       troca-codigo-csv section.
           move spaces to ws-csv-campos
           move 1 to ws-csv-ponteiro
           unstring fd-csv-linha delimited by ","
               into ws-csv-tipo ws-csv-codigo ws-csv-nome
               with pointer ws-csv-ponteiro
           end-unstring
           if function trim(ws-csv-codigo) is numeric then
               compute ws-csv-codigo-num = function numval(ws-csv-codigo)
               if ws-csv-codigo-num = ws-codigo-duplicado then
                   move ws-codigo-sobrevivente to ws-csv-codigo-texto
                   move spaces to ws-csv-nova-linha
                   string ws-csv-tipo                               delimited by size
                          ","                                       delimited by size
                          function trim(ws-csv-codigo-texto)        delimited by size
                          ","                                       delimited by size
                          function trim(ws-nome-sobrevivente)       delimited by size
                          ","                                       delimited by size
                          fd-csv-linha(ws-csv-ponteiro:)            delimited by size
                          into ws-csv-nova-linha
                   end-string
                   move ws-csv-nova-linha to fd-csv-linha
                   add 1 to ws-qtd-alteradas
               end-if
           end-if
           .
       troca-codigo-csv-exit.
           exit.

      *>------------------------------------------------------------------------
      *> duelos.txt: trocar o duplicado como vencedor ou perdedor
      *>------------------------------------------------------------------------
       unifica-duelos section.
           move 0 to ws-qtd-alteradas
           move 0 to ws-qtd-linhas
           open input arqDuelos
           if ws-fs-duelos = 35 then
               continue
           else
               if ws-fs-duelos <> 0 then
                   move 28                                 to ws-msn-erro-ofsset
                   move ws-fs-duelos                       to ws-msn-erro-cod
                   move "Erro ao abrir arq. duelos."        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform until ws-fs-duelos = 10
                   read arqDuelos
                   if ws-fs-duelos <> 0 and ws-fs-duelos <> 10 then
                       move 29                             to ws-msn-erro-ofsset
                       move ws-fs-duelos                   to ws-msn-erro-cod
                       move "Erro ao ler arq. duelos."      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-duelos = 0 and fd-duelos-linha <> space then
                       if fd-due-venc-codigo = ws-codigo-duplicado then
                           move ws-codigo-sobrevivente to fd-due-venc-codigo
                           move ws-nome-sobrevivente   to fd-due-venc-nome
                           add 1 to ws-qtd-alteradas
                       end-if
                       if fd-due-perd-codigo = ws-codigo-duplicado then
                           move ws-codigo-sobrevivente to fd-due-perd-codigo
                           move ws-nome-sobrevivente   to fd-due-perd-nome
                           add 1 to ws-qtd-alteradas
                       end-if
                       perform guarda-linha
                       move fd-duelos-linha to ws-linhas(ws-qtd-linhas)
                   end-if
               end-perform
               close arqDuelos

               if ws-qtd-alteradas > 0 then
                   open output arqDuelos
                   if ws-fs-duelos <> 0 then
                       move 30                             to ws-msn-erro-ofsset
                       move ws-fs-duelos                   to ws-msn-erro-cod
                       move "Erro ao regravar arq. duelos."  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   perform varying ws-ind from 1 by 1 until ws-ind > ws-qtd-linhas
                       move ws-linhas(ws-ind) to fd-duelos-linha
                       write fd-duelos-linha
                       if ws-fs-duelos <> 0 then
                           move 31                         to ws-msn-erro-ofsset
                           move ws-fs-duelos               to ws-msn-erro-cod
                           move "Erro ao gravar arq. duelos."  to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-perform
                   close arqDuelos
                   if ws-fs-duelos <> 0 then
                       move 47                                 to ws-msn-erro-ofsset
                       move ws-fs-duelos                       to ws-msn-erro-cod
                       move "Erro ao fechar arq. duelos."       to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

           move "duelos.txt" to ws-aud-antes-arquivo
           perform registra-arquivo
           .
       unifica-duelos-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Reservar a proxima posicao da tabela de linhas
      *>------------------------------------------------------------------------
       guarda-linha section.
           if ws-qtd-linhas >= 5000 then
               move ws-qtd-linhas                  to ws-msn-erro-ofsset
               move 95                              to ws-msn-erro-cod
               move "Mais de 5000 linhas no arquivo."   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           add 1 to ws-qtd-linhas
           .
       guarda-linha-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Mostrar e auditar quantas linhas do arquivo ws-aud-antes-arquivo
      *> passaram do duplicado para o sobrevivente (arquivo sem linhas do
      *> duplicado nao gera registro de auditoria)
      *>------------------------------------------------------------------------
       registra-arquivo section.
           move ws-qtd-alteradas to ws-qtd-texto
           display ws-aud-antes-arquivo ": " ws-qtd-texto " linhas alteradas."
           if ws-qtd-alteradas > 0 then
               perform grava-auditoria-jogador
           end-if
           .
       registra-arquivo-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Inativar um codigo: o jogador deixa de ser aceito na inscricao
      *> das sessoes, e todo o seu historico permanece como esta
      *>------------------------------------------------------------------------
       inativa-codigo section.
           display "Codigo a inativar: "
           accept ws-codigo-busca
           perform localiza-cadastro
           if ws-cad-achou = 0 then
               display "Codigo " ws-codigo-busca " inexistente no cadastro."
               display "Nada foi alterado."
               stop run
           end-if
           if ws-cad-situacao(ws-cad-achou) = "I" then
               display "Codigo " ws-codigo-busca " ja esta inativo."
               stop run
           end-if
           display "Jogador: " ws-cad-codigo(ws-cad-achou) " " ws-cad-nome(ws-cad-achou)
           display "Confirma a inativacao (S/N)? "
           accept ws-confirma
           if ws-confirma <> "S" and ws-confirma <> "s" then
               display "Inativacao cancelada: nada foi alterado."
               stop run
           end-if

           move "I" to ws-cad-situacao(ws-cad-achou)
           perform salva-jogadores

           move "INATIVA"                  to ws-aud-acao
           move ws-cad-codigo(ws-cad-achou) to ws-codigo-duplicado
           move ws-cad-nome(ws-cad-achou)   to ws-nome-duplicado
           move ws-cad-codigo(ws-cad-achou) to ws-codigo-sobrevivente
           move ws-cad-nome(ws-cad-achou)   to ws-nome-sobrevivente
           move "jogadores.txt"             to ws-aud-antes-arquivo
           move 1                           to ws-qtd-alteradas
           perform grava-auditoria-jogador
           display "Codigo " ws-codigo-busca " inativado."
           .
       inativa-codigo-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Reativar um codigo inativo (jogador que voltou a liga); um codigo
      *> unificado nao tem mais historico proprio, mas pode voltar se a
      *> unificacao tiver sido um engano
      *>------------------------------------------------------------------------
       reativa-codigo section.
           display "Codigo a reativar: "
           accept ws-codigo-busca
           perform localiza-cadastro
           if ws-cad-achou = 0 then
               display "Codigo " ws-codigo-busca " inexistente no cadastro."
               display "Nada foi alterado."
               stop run
           end-if
           if ws-cad-situacao(ws-cad-achou) <> "I" then
               display "Codigo " ws-codigo-busca " ja esta ativo."
               stop run
           end-if
           display "Jogador: " ws-cad-codigo(ws-cad-achou) " " ws-cad-nome(ws-cad-achou)
           display "Confirma a reativacao (S/N)? "
           accept ws-confirma
           if ws-confirma <> "S" and ws-confirma <> "s" then
               display "Reativacao cancelada: nada foi alterado."
               stop run
           end-if

           move space to ws-cad-situacao(ws-cad-achou)
           perform salva-jogadores

           move "REATIVA"                  to ws-aud-acao
           move ws-cad-codigo(ws-cad-achou) to ws-codigo-duplicado
           move ws-cad-nome(ws-cad-achou)   to ws-nome-duplicado
           move ws-cad-codigo(ws-cad-achou) to ws-codigo-sobrevivente
           move ws-cad-nome(ws-cad-achou)   to ws-nome-sobrevivente
           move "jogadores.txt"             to ws-aud-antes-arquivo
           move 1                           to ws-qtd-alteradas
           perform grava-auditoria-jogador
           display "Codigo " ws-codigo-busca " reativado."
           .
       reativa-codigo-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Regravar o cadastro mestre de jogadores
      *>------------------------------------------------------------------------
       salva-jogadores section.
           open output arqJogadores
           if ws-fs-jogadores <> 0 then
               move 32                                 to ws-msn-erro-ofsset
               move ws-fs-jogadores                    to ws-msn-erro-cod
               move "Erro ao regravar arq. jogadores."  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform varying ws-ind-cadastro from 1 by 1
                   until ws-ind-cadastro > ws-qtd-cadastro
               move ws-cad-codigo(ws-ind-cadastro)   to fd-jog-codigo
               move ws-cad-nome(ws-ind-cadastro)     to fd-jog-nome
               move ws-cad-divisao(ws-ind-cadastro)  to fd-jog-divisao
               move ws-cad-situacao(ws-ind-cadastro) to fd-jog-situacao
               write fd-jogadores-linha
               if ws-fs-jogadores <> 0 then
                   move 33                             to ws-msn-erro-ofsset
                   move ws-fs-jogadores                to ws-msn-erro-cod
                   move "Erro ao gravar arq. jogadores." to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-perform

           close arqJogadores
           if ws-fs-jogadores <> 0 then
               move 34                                 to ws-msn-erro-ofsset
               move ws-fs-jogadores                    to ws-msn-erro-cod
               move "Erro ao fechar arq. jogadores."    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       salva-jogadores-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Gravar no diario de auditoria a alteracao de um arquivo: codigo
      *> e nome de antes (duplicado) e de depois (sobrevivente), o arquivo
      *> e a quantidade de linhas alteradas
      *>------------------------------------------------------------------------
       grava-auditoria-jogador section.
           perform atualiza-data-hora

           move ws-codigo-duplicado    to ws-aud-antes-codigo
           move ws-nome-duplicado      to ws-aud-antes-nome
           move ws-codigo-sobrevivente to ws-aud-depois-codigo
           move ws-nome-sobrevivente   to ws-aud-depois-nome
           move ws-qtd-alteradas       to ws-aud-depois-qtd

           open extend arqAuditoria
           if ws-fs-auditoria = 35 then
               open output arqAuditoria
           end-if
           if ws-fs-auditoria <> 0 then
               move 35                                 to ws-msn-erro-ofsset
               move ws-fs-auditoria                    to ws-msn-erro-cod
               move "Erro ao abrir arq. auditoria."     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-data-atual-formatada to fd-aud-data
           move ws-hora-atual-formatada to fd-aud-hora
           move ws-operador             to fd-aud-operador
           move ws-aud-acao             to fd-aud-acao
           move ws-aud-antes            to fd-aud-antes
           move ws-aud-depois           to fd-aud-depois
           write fd-auditoria-linha
           if ws-fs-auditoria <> 0 then
               move 36                                 to ws-msn-erro-ofsset
               move ws-fs-auditoria                    to ws-msn-erro-cod
               move "Erro ao gravar arq. auditoria."    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqAuditoria
           if ws-fs-auditoria <> 0 then
               move 48                                 to ws-msn-erro-ofsset
               move ws-fs-auditoria                    to ws-msn-erro-cod
               move "Erro ao fechar arq. auditoria."    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-auditoria-jogador-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Identificar o operador pelo cadastro de operadores (usuario e
      *> senha) e liberar a execucao somente para os papeis permitidos
      *>------------------------------------------------------------------------
       autentica-operador section.
           move "N" to ws-acesso-liberado
           perform carrega-operadores
           if ws-qtd-operadores = 0 then
               display "Nenhum operador cadastrado (rodar cadastrooperadores)."
           end-if

           move 0 to ws-tentativas-acesso
           perform until ws-acesso-liberado = "S"
                      or ws-tentativas-acesso >= 3
                      or ws-qtd-operadores = 0
               add 1 to ws-tentativas-acesso
               move space to ws-login-dados
               display "Usuario: "
               accept ws-login-usuario
               display "Senha..: "
               accept ws-login-senha with secure

               perform confere-operador
               if ws-acesso-liberado = "N" then
                   display ws-aud-acesso-motivo
               end-if
           end-perform
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
                   move 37                                 to ws-msn-erro-ofsset
                   move ws-fs-operadores                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. operadores."    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-operadores = 10
                   read arqOperadores
                   if ws-fs-operadores <> 0 and ws-fs-operadores <> 10 then
                       move 38                             to ws-msn-erro-ofsset
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
                   move 39                                 to ws-msn-erro-ofsset
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
               move 40                                 to ws-msn-erro-ofsset
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
               move 41                                 to ws-msn-erro-ofsset
               move ws-fs-auditoria                    to ws-msn-erro-cod
               move "Erro ao gravar arq. auditoria."    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqAuditoria
           if ws-fs-auditoria <> 0 then
               move 42                                 to ws-msn-erro-ofsset
               move ws-fs-auditoria                    to ws-msn-erro-cod
               move "Erro ao fechar arq. auditoria."    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       registra-falha-acesso-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Capturar a data e a hora atual formatadas para gravação em arquivo
      *>------------------------------------------------------------------------
       atualiza-data-hora section.
           accept ws-data-atual from date yyyymmdd
           accept ws-hora-atual from time
           move ws-data-atual(1:4) to ws-data-atual-ano
           move ws-data-atual(5:2) to ws-data-atual-mes
           move ws-data-atual(7:2) to ws-data-atual-dia
           move ws-hora-atual(1:2) to ws-hora-atual-hh
           move ws-hora-atual(3:2) to ws-hora-atual-mm
           move ws-hora-atual(5:2) to ws-hora-atual-ss
           .
       atualiza-data-hora-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Finalização Anormal
      *>------------------------------------------------------------------------
       finaliza-anormal section.
           display ws-msn-erro
           stop run
           .
       finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Finalização Normal
      *>------------------------------------------------------------------------
       finaliza section.
           stop run
           .
       finaliza-exit.
           exit.
