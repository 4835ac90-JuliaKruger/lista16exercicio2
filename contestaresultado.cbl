      $set sourceformat"free"
      *>----Divisão de identificação do programa
       Identification Division.
       Program-id. "contestaresultado".
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
      *> o historico da temporada vive no arquivo indexado historico.dat
      *> (chave jogador + data): o ajuste entra como registro novo
           select arqHistorico assign to "historico.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-hix-chave
           alternate record key is fd-hix-data with duplicates
           lock mode is automatic
           file status is ws-fs-historico.

           select arqDetalhes assign to "detalhes.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-detalhes.

           select arqParametros assign to "parametros.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-parametros.

           select arqEstados assign to ws-nome-arquivo-estados
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqEstados.

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
      *> tipo "A" = ajuste de pontuacao lancado na contestacao de uma
      *> sessao: pontos a somar aos da sessao (o registro "J" original
      *> nao e alterado), pago "N" ate a proxima premiacao
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
      *> identificador permanente da pergunta (brancos nas linhas
      *> gravadas antes de as perguntas terem identificador)
           05 fd-det-id-pergunta                   pic 9(05)
                                                   value 0.
      *> modo do sorteio da sessao: "A" = adaptativo, espaco = uniforme
           05 fd-det-sorteio                       pic x(01)
                                                   value space.

       fd arqParametros.
       01 fd-parametros-linha.
           05 fd-par-chave                         pic x(20)
                                                   value space.
           05 fd-par-valor                         pic x(30)
                                                   value space.

       fd arqEstados.
       01 fd-estados.
           05 fd-estadosorteio                     pic x(20)
                                                   value "x".
           05 fd-capitalsorteio                    pic x(20)
                                                   value "x".
           05 fd-dificuldade                       pic 9(02)
                                                   value 0.
      *> identificador permanente da pergunta (zeros nas linhas de
      *> apelido e em arquivos antigos ainda sem identificador)
           05 fd-id-pergunta                       pic 9(05)
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

      *> perguntas das tres categorias (sem as linhas de apelido), para
      *> mostrar na transcricao a resposta certa e a dificuldade atual
       01 ws-perguntas occurs 600.
           05 ws-per-categoria                     pic 9(01)
                                                   value 0.
           05 ws-per-id-pergunta                   pic 9(05)
                                                   value 0.
           05 ws-per-estado                        pic x(20)
                                                   value space.
           05 ws-per-capital                       pic x(20)
                                                   value space.
           05 ws-per-dificuldade                   pic 9(02)
                                                   value 0.
       77 ws-qtd-perguntas                         pic 9(03)
                                                   value 0.

      *> transcricao da sessao contestada: uma linha por pergunta feita
      *> ao jogador, na ordem do detalhes.txt
       01 ws-transcricao occurs 200.
           05 ws-tra-categoria                     pic 9(01)
                                                   value 0.
           05 ws-tra-id-pergunta                   pic 9(05)
                                                   value 0.
           05 ws-tra-estado                        pic x(20)
                                                   value space.
           05 ws-tra-resposta                      pic x(25)
                                                   value space.
           05 ws-tra-resultado                     pic x(01)
                                                   value space.
           05 ws-tra-data                          pic x(10)
                                                   value space.
           05 ws-tra-hora                          pic x(08)
                                                   value space.
           05 ws-tra-capital                       pic x(20)
                                                   value space.
           05 ws-tra-dificuldade                   pic 9(02)
                                                   value 0.
       77 ws-qtd-transcricao                       pic 9(03)
                                                   value 0.

      *> linha impressa da transcricao
       01 ws-tra-linha.
           05 ws-trl-numero                        pic zz9.
           05 filler                               pic x(01) value space.
           05 ws-trl-categoria                     pic 9(01).
           05 filler                               pic x(01) value space.
           05 ws-trl-id-pergunta                   pic 9(05).
           05 filler                               pic x(01) value space.
           05 ws-trl-estado                        pic x(20).
           05 filler                               pic x(01) value space.
           05 ws-trl-resposta                      pic x(25).
           05 filler                               pic x(01) value space.
           05 ws-trl-resultado                     pic x(01).
           05 filler                               pic x(01) value space.
           05 ws-trl-capital                       pic x(20).
           05 filler                               pic x(01) value space.
           05 ws-trl-dificuldade                   pic z9.
           05 filler                               pic x(01) value space.
           05 ws-trl-hora                          pic x(08).

      *> sessao e jogador contestados e o que o historico guarda deles
       77 ws-sessao-busca                          pic 9(04)
                                                   value 0.
       77 ws-codigo-busca                          pic 9(04)
                                                   value 0.
       77 ws-ses-jogador                           pic x(20)
                                                   value space.
       77 ws-ses-equipe                            pic x(20)
                                                   value space.
       77 ws-ses-data                              pic x(10)
                                                   value space.
       77 ws-ses-qtd-registros                     pic 9(02)
                                                   value 0.
       77 ws-ses-pontos                            pic 9(05)
                                                   value 0.
       77 ws-ses-qtd-ajustes                       pic 9(02)
                                                   value 0.
       77 ws-ses-pontos-ajustes                    pic 9(05)
                                                   value 0.
      *> "S" quando a premiacao ja pagou a sessao
       77 ws-ses-paga                              pic x(01)
                                                   value space.
       77 ws-ses-acertos                           pic 9(03)
                                                   value 0.
       77 ws-ses-erros                             pic 9(03)
                                                   value 0.
       77 ws-ses-tempos                            pic 9(03)
                                                   value 0.
      *> "A" quando a sessao foi jogada com o sorteio adaptativo
       77 ws-ses-sorteio                           pic x(01)
                                                   value space.

      *> ajuste escolhido pelo administrador da liga
       77 ws-linha-ajuste                          pic 9(03)
                                                   value 0.
       77 ws-pontos-ajuste                         pic 9(03)
                                                   value 0.
       77 ws-ajuste-repetido                       pic x(01)
                                                   value space.
       77 ws-fim-historico                         pic x(01)
                                                   value space.

       77 ws-fs-historico                          pic 9(02).
       77 ws-fs-detalhes                           pic 9(02).
       77 ws-fs-parametros                         pic 9(02).
       77 ws-fs-arqEstados                         pic 9(02).
       77 ws-fs-auditoria                          pic 9(02).
       77 ws-nome-arquivo-estados                  pic x(30)
                                                   value space.
       77 ws-arquivo-categoria-1                   pic x(30)
                                                   value "arqEstados.txt".
       77 ws-arquivo-categoria-2                   pic x(30)
                                                   value "arqCapitaisMundo.txt".
       77 ws-arquivo-categoria-3                   pic x(30)
                                                   value "arqBandeiras.txt".
       77 ws-categoria                             pic 9(01)
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
       77 ws-ind                                   pic 9(03)
                                                   value 0.
       77 ws-ind-busca                             pic 9(03)
                                                   value 0.
       77 ws-achou                                 pic 9(03)
                                                   value 0.
       77 ws-pontos-texto                          pic zzzz9.
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

      *> o diario de auditoria guarda, para o ajuste, a pergunta
      *> contestada ("antes": jogador, sessao, pergunta e resposta dada)
      *> e o efeito na sessao ("depois": pontos antes, ajuste, pontos
      *> depois, se a sessao ja estava paga e a chave do registro "A")
       77 ws-aud-acao                              pic x(10)
                                                   value space.
       01 ws-aud-antes.
           05 ws-aud-antes-codigo                  pic 9(04)
                                                   value 0.
           05 ws-aud-antes-sessao                  pic 9(04)
                                                   value 0.
           05 ws-aud-antes-categoria               pic 9(01)
                                                   value 0.
           05 ws-aud-antes-id-pergunta             pic 9(05)
                                                   value 0.
           05 ws-aud-antes-estado                  pic x(20)
                                                   value space.
           05 ws-aud-antes-resultado               pic x(01)
                                                   value space.
           05 filler                               pic x(07)
                                                   value space.
       01 ws-aud-depois.
           05 ws-aud-depois-pontos-sessao          pic 9(05)
                                                   value 0.
           05 ws-aud-depois-ajuste                 pic 9(05)
                                                   value 0.
           05 ws-aud-depois-pontos-novos           pic 9(05)
                                                   value 0.
           05 ws-aud-depois-paga                   pic x(01)
                                                   value space.
           05 ws-aud-depois-data                   pic x(10)
                                                   value space.
           05 ws-aud-depois-hora                   pic x(08)
                                                   value space.
           05 ws-aud-depois-seq                    pic 9(02)
                                                   value 0.
           05 filler                               pic x(06)
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
      *> Identificar o operador, ler os parametros e pedir a sessao e o
      *> jogador contestados
      *>------------------------------------------------------------------------
       inicializa section.
           display "==============================================================="
           display "   CONTESTACAO DE RESULTADO DE SESSAO"
           display "==============================================================="

      *> lancar ajuste de pontuacao e tarefa do administrador da liga
           move "L"                   to ws-papeis-permitidos
           move "CONTESTA RESULTADO"  to ws-tela-acesso
           perform autentica-operador
           if ws-acesso-liberado = "N" then
               display "Acesso negado."
               perform finaliza
           end-if

           perform le-parametros

           move 0 to ws-sessao-busca
           perform until ws-sessao-busca > 0
               display "Sessao contestada: "
               accept ws-sessao-busca
           end-perform
           move 0 to ws-codigo-busca
           perform until ws-codigo-busca > 0
               display "Codigo do jogador: "
               accept ws-codigo-busca
           end-perform
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Ler o arquivo de parametros: so os arquivos das categorias
      *> interessam aqui (sem o arquivo valem os nomes padrao)
      *>------------------------------------------------------------------------
       le-parametros section.
           open input arqParametros
           if ws-fs-parametros = 35 then
               continue
           else
               if ws-fs-parametros <> 0 then
                   move 1                                  to ws-msn-erro-ofsset
                   move ws-fs-parametros                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. parametros."    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-parametros = 10
                   read arqParametros
                   if ws-fs-parametros <> 0 and ws-fs-parametros <> 10 then
                       move 2                              to ws-msn-erro-ofsset
                       move ws-fs-parametros               to ws-msn-erro-cod
                       move "Erro ao ler arq. parametros."  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-parametros = 0 and fd-par-valor <> space then
                       evaluate fd-par-chave
                           when "ARQUIVO-CATEGORIA-1"
                               move fd-par-valor to ws-arquivo-categoria-1
                           when "ARQUIVO-CATEGORIA-2"
                               move fd-par-valor to ws-arquivo-categoria-2
                           when "ARQUIVO-CATEGORIA-3"
                               move fd-par-valor to ws-arquivo-categoria-3
                           when other
                               continue
                       end-evaluate
                   end-if
               end-perform

               close arqParametros
           end-if
           .
       le-parametros-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Montar e imprimir a transcricao; havendo pergunta a corrigir,
      *> lancar o ajuste aprovado
      *>------------------------------------------------------------------------
       processamento section.
           perform recolhe-sessao
           if ws-ses-qtd-registros = 0 then
               display "O jogador " ws-codigo-busca " nao tem registro da sessao "
                       ws-sessao-busca " no historico.dat."
               perform finaliza
           end-if

           move 1 to ws-categoria
           move ws-arquivo-categoria-1 to ws-nome-arquivo-estados
           perform carrega-categoria
           move 2 to ws-categoria
           move ws-arquivo-categoria-2 to ws-nome-arquivo-estados
           perform carrega-categoria
           move 3 to ws-categoria
           move ws-arquivo-categoria-3 to ws-nome-arquivo-estados
           perform carrega-categoria

           perform recolhe-transcricao
           perform imprime-transcricao

           if ws-ses-erros + ws-ses-tempos = 0 then
               display "Nenhuma resposta errada na sessao: nada a ajustar."
               perform finaliza
           end-if

           display "Lancar ajuste de pontuacao (S/N)? "
           accept ws-confirma
           if ws-confirma = "S" or ws-confirma = "s" then
               perform lanca-ajuste
           end-if
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Ler no historico os registros do jogador na sessao contestada:
      *> os de jogador ("J") dao os pontos e a situacao de pagamento, os
      *> de ajuste ("A") as correcoes ja lancadas
      *>------------------------------------------------------------------------
       recolhe-sessao section.
           move 0     to ws-ses-qtd-registros
           move 0     to ws-ses-pontos
           move 0     to ws-ses-qtd-ajustes
           move 0     to ws-ses-pontos-ajustes
           move "N"   to ws-ses-paga
           move space to ws-ses-jogador
           move space to ws-ses-equipe

           open input arqHistorico
           if ws-fs-historico = 35 then
               display "Nenhum historico.dat encontrado: nada a contestar."
               perform finaliza
           end-if
           if ws-fs-historico <> 0 then
               move 3                                  to ws-msn-erro-ofsset
               move ws-fs-historico                    to ws-msn-erro-cod
               move "Erro ao abrir arq. historico."     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move space           to ws-fim-historico
           move ws-codigo-busca to fd-hix-codigo
           move low-values      to fd-hix-data
           move low-values      to fd-hix-hora
           move 0               to fd-hix-seq
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
                       move 4                              to ws-msn-erro-ofsset
                       move ws-fs-historico                 to ws-msn-erro-cod
                       move "Erro ao ler arq. historico."    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if fd-hix-codigo <> ws-codigo-busca then
                       move "S" to ws-fim-historico
                   else
                       if fd-hix-sessao = ws-sessao-busca then
                           evaluate fd-hix-tipo
                               when "J"
                                   add 1             to ws-ses-qtd-registros
                                   add fd-hix-pontos to ws-ses-pontos
                                   move fd-hix-jogador to ws-ses-jogador
                                   move fd-hix-equipe  to ws-ses-equipe
                                   move fd-hix-data    to ws-ses-data
                                   if fd-hix-pago = "S" then
                                       move "S" to ws-ses-paga
                                   end-if
                               when "A"
                                   add 1             to ws-ses-qtd-ajustes
                                   add fd-hix-pontos to ws-ses-pontos-ajustes
                               when other
                                   continue
                           end-evaluate
                       end-if
                   end-if
               end-if
           end-perform

           close arqHistorico
           if ws-fs-historico <> 0 then
               move 21                                 to ws-msn-erro-ofsset
               move ws-fs-historico                    to ws-msn-erro-cod
               move "Erro ao fechar arq. historico."    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       recolhe-sessao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Carregar as perguntas do arquivo da categoria ws-categoria (as
      *> linhas de apelido "+" ficam de fora; arquivo ausente e pulado)
      *>------------------------------------------------------------------------
       carrega-categoria section.
           open input arqEstados
           if ws-fs-arqEstados = 35 then
               continue
           else
               if ws-fs-arqEstados <> 0 then
                   move 5                                  to ws-msn-erro-ofsset
                   move ws-fs-arqEstados                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. da categoria."  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqEstados = 10
                   read arqEstados
                   if ws-fs-arqEstados <> 0 and ws-fs-arqEstados <> 10 then
                       move 6                              to ws-msn-erro-ofsset
                       move ws-fs-arqEstados               to ws-msn-erro-cod
                       move "Erro ao ler arq. da categoria." to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-arqEstados = 0 and fd-estados <> space
                           and fd-estadosorteio(1:1) <> "+" then
                       if ws-qtd-perguntas >= 600 then
                           move ws-qtd-perguntas           to ws-msn-erro-ofsset
                           move 95                          to ws-msn-erro-cod
                           move "Mais de 600 perguntas nas categorias." to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-qtd-perguntas
                       move ws-categoria      to ws-per-categoria(ws-qtd-perguntas)
                       move fd-estadosorteio  to ws-per-estado(ws-qtd-perguntas)
                       move fd-capitalsorteio to ws-per-capital(ws-qtd-perguntas)
                       move fd-dificuldade    to ws-per-dificuldade(ws-qtd-perguntas)
                       if fd-id-pergunta is numeric then
                           move fd-id-pergunta to ws-per-id-pergunta(ws-qtd-perguntas)
                       else
                           move 0              to ws-per-id-pergunta(ws-qtd-perguntas)
                       end-if
                   end-if
               end-perform

               close arqEstados
               if ws-fs-arqEstados <> 0 then
                   move 22                                 to ws-msn-erro-ofsset
                   move ws-fs-arqEstados                   to ws-msn-erro-cod
                   move "Erro ao fechar arq. da categoria." to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       carrega-categoria-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Recolher do detalhes.txt as perguntas feitas ao jogador na
      *> sessao (as linhas de controle "H" e "T" ficam de fora)
      *>------------------------------------------------------------------------
       recolhe-transcricao section.
           move 0 to ws-qtd-transcricao
           move 0 to ws-ses-acertos
           move 0 to ws-ses-erros
           move 0 to ws-ses-tempos
           move space to ws-ses-sorteio

           open input arqDetalhes
           if ws-fs-detalhes = 35 then
               display "Nenhum detalhes.txt encontrado: sem transcricao."
               perform finaliza
           end-if
           if ws-fs-detalhes <> 0 then
               move 7                                  to ws-msn-erro-ofsset
               move ws-fs-detalhes                     to ws-msn-erro-cod
               move "Erro ao abrir arq. detalhes."      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-detalhes = 10
               read arqDetalhes
               if ws-fs-detalhes <> 0 and ws-fs-detalhes <> 10 then
                   move 8                              to ws-msn-erro-ofsset
                   move ws-fs-detalhes                 to ws-msn-erro-cod
                   move "Erro ao ler arq. detalhes."    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               if ws-fs-detalhes = 0
                       and fd-detalhes-linha(1:1) <> "H"
                       and fd-detalhes-linha(1:1) <> "T"
                       and fd-det-codigo = ws-codigo-busca
                       and fd-det-sessao is numeric
                       and fd-det-sessao = ws-sessao-busca then
                   perform guarda-pergunta
               end-if
           end-perform

           close arqDetalhes
           if ws-fs-detalhes <> 0 then
               move 23                                 to ws-msn-erro-ofsset
               move ws-fs-detalhes                     to ws-msn-erro-cod
               move "Erro ao fechar arq. detalhes."     to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       recolhe-transcricao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Guardar a linha lida na transcricao, com a resposta certa e a
      *> dificuldade atuais da pergunta (pelo identificador; sem ele,
      *> pelo texto)
      *>------------------------------------------------------------------------
       guarda-pergunta section.
           if ws-qtd-transcricao >= 200 then
               move ws-qtd-transcricao                 to ws-msn-erro-ofsset
               move 94                                  to ws-msn-erro-cod
               move "Mais de 200 perguntas na sessao."   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           add 1 to ws-qtd-transcricao
           move fd-det-categoria to ws-tra-categoria(ws-qtd-transcricao)
           move fd-det-estado    to ws-tra-estado(ws-qtd-transcricao)
           move fd-det-resposta  to ws-tra-resposta(ws-qtd-transcricao)
           move fd-det-resultado to ws-tra-resultado(ws-qtd-transcricao)
           move fd-det-data      to ws-tra-data(ws-qtd-transcricao)
           move fd-det-hora      to ws-tra-hora(ws-qtd-transcricao)
           if fd-det-sorteio = "A" then
               move "A" to ws-ses-sorteio
           end-if
           if fd-det-id-pergunta is numeric then
               move fd-det-id-pergunta to ws-tra-id-pergunta(ws-qtd-transcricao)
           else
               move 0                  to ws-tra-id-pergunta(ws-qtd-transcricao)
           end-if

           evaluate fd-det-resultado
               when "C"
                   add 1 to ws-ses-acertos
               when "T"
                   add 1 to ws-ses-tempos
               when other
                   add 1 to ws-ses-erros
           end-evaluate

           move 0 to ws-achou
           perform varying ws-ind-busca from 1 by 1
                   until ws-ind-busca > ws-qtd-perguntas or ws-achou > 0
               if ws-per-categoria(ws-ind-busca) = fd-det-categoria
                   and ((ws-tra-id-pergunta(ws-qtd-transcricao) > 0
                         and ws-per-id-pergunta(ws-ind-busca)
                             = ws-tra-id-pergunta(ws-qtd-transcricao))
                     or (ws-tra-id-pergunta(ws-qtd-transcricao) = 0
                         and ws-per-estado(ws-ind-busca) = fd-det-estado)) then
                   move ws-ind-busca to ws-achou
               end-if
           end-perform
           if ws-achou > 0 then
               move ws-per-capital(ws-achou)
                   to ws-tra-capital(ws-qtd-transcricao)
               move ws-per-dificuldade(ws-achou)
                   to ws-tra-dificuldade(ws-qtd-transcricao)
           else
               move "(pergunta removida)" to ws-tra-capital(ws-qtd-transcricao)
               move 0                     to ws-tra-dificuldade(ws-qtd-transcricao)
           end-if
           .
       guarda-pergunta-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Imprimir a transcricao pergunta a pergunta e o resumo da sessao
      *>------------------------------------------------------------------------
       imprime-transcricao section.
           display "---------------------------------------------------------------"
           display "TRANSCRICAO DA SESSAO " ws-sessao-busca " - "
                   ws-ses-jogador " (codigo " ws-codigo-busca ")"
           display "Jogada em " ws-ses-data "   Equipe: " ws-ses-equipe
           if ws-ses-sorteio = "A" then
               display "Sorteio adaptativo aos erros de cada jogador."
           end-if
           display "---------------------------------------------------------------"
           display " NR C ID    PERGUNTA             RESPOSTA DADA"
                   "             R RESPOSTA CERTA       DF HORA"
           perform varying ws-ind from 1 by 1 until ws-ind > ws-qtd-transcricao
               move ws-ind                         to ws-trl-numero
               move ws-tra-categoria(ws-ind)       to ws-trl-categoria
               move ws-tra-id-pergunta(ws-ind)     to ws-trl-id-pergunta
               move ws-tra-estado(ws-ind)          to ws-trl-estado
               move ws-tra-resposta(ws-ind)        to ws-trl-resposta
               move ws-tra-resultado(ws-ind)       to ws-trl-resultado
               move ws-tra-capital(ws-ind)         to ws-trl-capital
               move ws-tra-dificuldade(ws-ind)     to ws-trl-dificuldade
               move ws-tra-hora(ws-ind)            to ws-trl-hora
               display ws-tra-linha
           end-perform
           if ws-qtd-transcricao = 0 then
               display "(nenhuma pergunta desta sessao no detalhes.txt)"
           end-if
           display "---------------------------------------------------------------"
           display "R: C = acerto, E = erro, T = tempo esgotado."
           display "Acertos: " ws-ses-acertos "  Erros: " ws-ses-erros
                   "  Tempos esgotados: " ws-ses-tempos
           move ws-ses-pontos to ws-pontos-texto
           display "Pontos da sessao no historico....: " ws-pontos-texto
           if ws-ses-qtd-ajustes > 0 then
               move ws-ses-pontos-ajustes to ws-pontos-texto
               display "Ajustes ja lancados (" ws-ses-qtd-ajustes ")........: "
                       ws-pontos-texto
           end-if
           if ws-ses-paga = "S" then
               display "Sessao ja paga pela premiacao."
           else
               display "Sessao ainda nao paga pela premiacao."
           end-if
           .
       imprime-transcricao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Lancar o ajuste aprovado: a pergunta corrigida, os pontos (por
      *> padrao a dificuldade atual da pergunta), um registro "A" novo
      *> no historico, o controle acertado e o diario de auditoria
      *>------------------------------------------------------------------------
       lanca-ajuste section.
           move 0 to ws-linha-ajuste
           perform until ws-linha-ajuste > 0
               display "Linha da transcricao a corrigir (0 = desistir): "
               accept ws-linha-ajuste
               if ws-linha-ajuste = 0 then
                   display "Ajuste cancelado: nada foi alterado."
                   perform finaliza
               end-if
               if ws-linha-ajuste > ws-qtd-transcricao then
                   display "Linha inexistente na transcricao."
                   move 0 to ws-linha-ajuste
               else
                   if ws-tra-resultado(ws-linha-ajuste) = "C" then
                       display "Essa resposta ja foi dada como certa."
                       move 0 to ws-linha-ajuste
                   end-if
               end-if
           end-perform

           move ws-codigo-busca                       to ws-aud-antes-codigo
           move ws-sessao-busca                       to ws-aud-antes-sessao
           move ws-tra-categoria(ws-linha-ajuste)     to ws-aud-antes-categoria
           move ws-tra-id-pergunta(ws-linha-ajuste)   to ws-aud-antes-id-pergunta
           move ws-tra-estado(ws-linha-ajuste)        to ws-aud-antes-estado
           move ws-tra-resultado(ws-linha-ajuste)     to ws-aud-antes-resultado
           perform confere-ajuste-repetido
           if ws-ajuste-repetido = "S" then
               display "Essa pergunta ja foi ajustada para o jogador nesta sessao."
               display "Nada foi alterado."
               perform finaliza
           end-if

           move 0 to ws-pontos-ajuste
           move ws-tra-dificuldade(ws-linha-ajuste) to ws-pontos-texto
           display "Pontos do ajuste (0 = dificuldade atual, "
                   ws-pontos-texto "): "
           accept ws-pontos-ajuste
           if ws-pontos-ajuste = 0 then
               move ws-tra-dificuldade(ws-linha-ajuste) to ws-pontos-ajuste
           end-if
           if ws-pontos-ajuste = 0 then
               display "Pergunta sem dificuldade conhecida: informe os pontos."
               display "Ajuste cancelado: nada foi alterado."
               perform finaliza
           end-if

           move ws-pontos-ajuste to ws-pontos-texto
           display "Somar " ws-pontos-texto " pontos a sessao "
                   ws-sessao-busca " de " ws-ses-jogador
           display "Confirma o ajuste (S/N)? "
           accept ws-confirma
           if ws-confirma <> "S" and ws-confirma <> "s" then
               display "Ajuste cancelado: nada foi alterado."
               perform finaliza
           end-if

           perform grava-ajuste
           perform grava-auditoria-ajuste

           display "Ajuste gravado no historico.dat."
           if ws-ses-paga = "S" then
               display "A sessao ja foi paga: o ajuste fica em aberto para a"
               display "proxima premiacao, que paga a diferenca de premio."
           else
               display "O ajuste sera pago junto com a sessao na premiacao."
           end-if
           .
       lanca-ajuste-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Procurar no diario de auditoria um ajuste ja lancado para a
      *> mesma pergunta do mesmo jogador na mesma sessao
      *>------------------------------------------------------------------------
       confere-ajuste-repetido section.
           move "N" to ws-ajuste-repetido
           open input arqAuditoria
           if ws-fs-auditoria = 35 then
               continue
           else
               if ws-fs-auditoria <> 0 then
                   move 9                                  to ws-msn-erro-ofsset
                   move ws-fs-auditoria                    to ws-msn-erro-cod
                   move "Erro ao abrir arq. auditoria."     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-auditoria = 10
                   read arqAuditoria
                   if ws-fs-auditoria <> 0 and ws-fs-auditoria <> 10 then
                       move 10                             to ws-msn-erro-ofsset
                       move ws-fs-auditoria                to ws-msn-erro-cod
                       move "Erro ao ler arq. auditoria."   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-auditoria = 0 and fd-aud-acao = "AJUSTE"
                           and fd-aud-antes(1:34) = ws-aud-antes(1:34) then
                       move "S" to ws-ajuste-repetido
                   end-if
               end-perform

               close arqAuditoria
               if ws-fs-auditoria <> 0 then
                   move 24                                 to ws-msn-erro-ofsset
                   move ws-fs-auditoria                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. auditoria."    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       confere-ajuste-repetido-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Gravar o registro de ajuste ("A") no historico, com a chave do
      *> momento do lancamento (o sequencial sobe se a chave ja existir),
      *> e somar o registro e os pontos ao registro de controle
      *>------------------------------------------------------------------------
       grava-ajuste section.
           perform atualiza-data-hora

           open i-o arqHistorico
           if ws-fs-historico <> 0 then
               move 11                                 to ws-msn-erro-ofsset
               move ws-fs-historico                    to ws-msn-erro-cod
               move "Erro ao abrir arq. historico."     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *> sem o registro de controle o ajuste nao entraria nos totais: o
      *> controle e conferido antes de gravar qualquer coisa
           move 0            to fd-hix-codigo
           move "0000/00/00" to fd-hix-data
           move "00:00:00"   to fd-hix-hora
           move 0            to fd-hix-seq
           read arqHistorico
           if ws-fs-historico <> 0 then
               move 19                                 to ws-msn-erro-ofsset
               move ws-fs-historico                    to ws-msn-erro-cod
               move "Sem controle no arq. historico."   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move 0  to fd-hix-seq
           move 22 to ws-fs-historico
           perform until ws-fs-historico <> 22
               if fd-hix-seq >= 99 then
                   move 12                             to ws-msn-erro-ofsset
                   move ws-fs-historico                 to ws-msn-erro-cod
                   move "Sem sequencial livre no historico." to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move ws-codigo-busca                   to fd-hix-codigo
               move ws-data-atual-formatada           to fd-hix-data
               move ws-hora-atual-formatada           to fd-hix-hora
               add 1                                  to fd-hix-seq
               move "A"                               to fd-hix-tipo
               move ws-ses-jogador                    to fd-hix-jogador
               move ws-ses-equipe                     to fd-hix-equipe
               move ws-pontos-ajuste                  to fd-hix-pontos
               move ws-sessao-busca                   to fd-hix-sessao
               move "N"                               to fd-hix-pago
               move ws-tra-categoria(ws-linha-ajuste) to fd-hix-categoria
               write fd-hix-registro
           end-perform
           if ws-fs-historico <> 0 then
               move 13                                 to ws-msn-erro-ofsset
               move ws-fs-historico                    to ws-msn-erro-cod
               move "Erro ao gravar arq. historico."    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           move fd-hix-data to ws-aud-depois-data
           move fd-hix-hora to ws-aud-depois-hora
           move fd-hix-seq  to ws-aud-depois-seq

      *> o registro novo entra na contagem e no total do controle
           move 0            to fd-hix-codigo
           move "0000/00/00" to fd-hix-data
           move "00:00:00"   to fd-hix-hora
           move 0            to fd-hix-seq
           read arqHistorico
           if ws-fs-historico <> 0 then
               move 14                                 to ws-msn-erro-ofsset
               move ws-fs-historico                    to ws-msn-erro-cod
               move "Erro no controle do arq. historico." to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           add 1                to fd-hix-ctl-qtd
           add ws-pontos-ajuste to fd-hix-ctl-total
           rewrite fd-hix-registro
           if ws-fs-historico <> 0 then
               move 15                                 to ws-msn-erro-ofsset
               move ws-fs-historico                    to ws-msn-erro-cod
               move "Erro no controle do arq. historico." to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqHistorico
           if ws-fs-historico <> 0 then
               move 16                                 to ws-msn-erro-ofsset
               move ws-fs-historico                    to ws-msn-erro-cod
               move "Erro ao fechar arq. historico."    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-ajuste-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Registrar o ajuste no diario de auditoria: "antes" traz a
      *> pergunta contestada, "depois" o efeito nos pontos da sessao
      *>------------------------------------------------------------------------
       grava-auditoria-ajuste section.
           move "AJUSTE"         to ws-aud-acao
           compute ws-aud-depois-pontos-sessao = ws-ses-pontos + ws-ses-pontos-ajustes
           move ws-pontos-ajuste to ws-aud-depois-ajuste
           compute ws-aud-depois-pontos-novos =
               ws-aud-depois-pontos-sessao + ws-pontos-ajuste
           move ws-ses-paga      to ws-aud-depois-paga

           open extend arqAuditoria
           if ws-fs-auditoria = 35 then
               open output arqAuditoria
           end-if
           if ws-fs-auditoria <> 0 then
               move 17                                 to ws-msn-erro-ofsset
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
               move 18                                 to ws-msn-erro-ofsset
               move ws-fs-auditoria                    to ws-msn-erro-cod
               move "Erro ao gravar arq. auditoria."    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqAuditoria
           if ws-fs-auditoria <> 0 then
               move 20                                 to ws-msn-erro-ofsset
               move ws-fs-auditoria                    to ws-msn-erro-cod
               move "Erro ao fechar arq. auditoria."    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-auditoria-ajuste-exit.
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
