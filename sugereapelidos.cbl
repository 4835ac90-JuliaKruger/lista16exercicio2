      $set sourceformat"free"
      *>----Divisão de identificação do programa
       Identification Division.
       Program-id. "sugereapelidos".
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

       I-O-Control.


      *>----Declaração de variáveis
       Data Division.

      *>----Variáveis de arquivos
       File Section.
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
      *> registros de controle do bloco de gravacao: cabecalho "H" e
      *> rodape "T" com contagem de registros e total de acertos
       01 fd-det-cabecalho.
           05 fd-det-cab-tipo                      pic x(01).
           05 fd-det-cab-programa                  pic x(20).
           05 fd-det-cab-data                      pic x(10).
           05 fd-det-cab-hora                      pic x(08).
       01 fd-det-rodape.
           05 fd-det-rod-tipo                      pic x(01).
           05 fd-det-rod-qtd                       pic 9(07).
           05 fd-det-rod-total                     pic 9(09).

       fd arqParametros.
       01 fd-parametros-linha.
           05 fd-par-chave                         pic x(20)
                                                   value space.
           05 fd-par-valor                         pic x(30)
                                                   value space.

       fd arqEstados.
       01 fd-estados.
           05 fd-estadosorteio                     pic x(20)
                                                   value space.
           05 fd-capitalsorteio                    pic x(20)
                                                   value space.
           05 fd-dificuldade                       pic 9(02)
                                                   value 0.
      *> identificador permanente da pergunta (zeros nas linhas de
      *> apelido e em arquivos antigos ainda sem identificador)
           05 fd-id-pergunta                       pic 9(05)
                                                   value 0.


      *>----Variáveis de trabalho
       Working-storage Section.

      *> respostas hoje aceitas por pergunta (a capital e os apelidos "+"
      *> dos arquivos das categorias), ja normalizadas: um erro antigo
      *> que hoje seria aceito nao e mais sugerido
       01 ws-aceitas occurs 600.
           05 ws-ace-categoria                     pic 9(01)
                                                   value 0.
           05 ws-ace-estado                        pic x(20)
                                                   value space.
           05 ws-ace-norm                          pic x(25)
                                                   value space.
      *> "C" = capital da pergunta, "+" = apelido
           05 ws-ace-tipo                          pic x(01)
                                                   value space.
           05 ws-ace-capital                       pic x(20)
                                                   value space.
       77 ws-qtd-aceitas                           pic 9(03)
                                                   value 0.
       77 ws-estado-anterior                       pic x(20)
                                                   value space.

      *> respostas erradas agrupadas por pergunta e forma normalizada
       01 ws-grupos occurs 1000.
           05 ws-gru-chave.
               10 ws-gru-categoria                 pic 9(01)
                                                   value 0.
               10 ws-gru-estado                    pic x(20)
                                                   value space.
      *> complemento de 999 da quantidade de jogadores: a ordenacao
      *> crescente da chave poe os mais digitados primeiro
               10 ws-gru-ordem                     pic 9(03)
                                                   value 0.
           05 ws-gru-norm                          pic x(25)
                                                   value space.
           05 ws-gru-exemplo                       pic x(25)
                                                   value space.
           05 ws-gru-vezes                         pic 9(05)
                                                   value 0.
           05 ws-gru-qtd-jogadores                 pic 9(03)
                                                   value 0.
           05 ws-gru-jogadores occurs 50           pic 9(04)
                                                   value 0.
       77 ws-qtd-grupos                            pic 9(04)
                                                   value 0.
       01 ws-aux-grupo                             pic x(282).

       77 ws-fs-detalhes                           pic 9(02).
       77 ws-fs-parametros                         pic 9(02).
       77 ws-fs-arqEstados                         pic 9(02).
       77 ws-nome-arquivo-estados                  pic x(30)
                                                   value space.
       77 ws-arquivo-categoria-1                   pic x(30)
                                                   value "arqEstados.txt".
       77 ws-arquivo-categoria-2                   pic x(30)
                                                   value "arqCapitaisMundo.txt".
       77 ws-arquivo-categoria-3                   pic x(30)
                                                   value "arqBandeiras.txt".
       77 ws-categoria-carga                       pic 9(01)
                                                   value 0.
       77 ws-bloco-aberto                          pic x(01)
                                                   value space.
       77 ws-bloco-qtd                             pic 9(07)
                                                   value 0.
       77 ws-bloco-acertos                         pic 9(09)
                                                   value 0.
       77 ws-minimo-jogadores                      pic 9(03)
                                                   value 2.
       77 ws-minimo-texto                          pic x(03)
                                                   value space.
       77 ws-ind                                   pic 9(04)
                                                   value 0.
       77 ws-ind-busca                             pic 9(04)
                                                   value 0.
       77 ws-ind-jogador                           pic 9(03)
                                                   value 0.
       77 ws-achou                                 pic 9(04)
                                                   value 0.
       77 ws-ja-aceita                             pic x(01)
                                                   value space.
       77 ws-ja-contado                            pic x(01)
                                                   value space.
       77 ws-qtd-sugestoes                         pic 9(04)
                                                   value 0.
       77 ws-qtd-erros                             pic 9(07)
                                                   value 0.
       77 ws-controle                              pic x(10).
       77 ws-capital-pergunta                      pic x(20)
                                                   value space.
       77 ws-vezes-texto                           pic z(04)9.
       77 ws-jogadores-texto                       pic zz9.
       77 ws-qtd-texto                             pic z(06)9.
       77 ws-tamanho-aviso                         pic x(05)
                                                   value space.

      *> normalizacao da resposta: a mesma regra da conferencia do jogo
       77 ws-norm-entrada                          pic x(25)
                                                   value space.
       77 ws-norm-saida                            pic x(25)
                                                   value space.
       77 ws-norm-trabalho                         pic x(25)
                                                   value space.
       77 ws-norm-ind                              pic 9(02)
                                                   value 0.
       77 ws-norm-pos                              pic 9(02)
                                                   value 0.
       77 ws-norm-prox                             pic x(01)
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
      *> Pedir o minimo de jogadores distintos, carregar as respostas hoje
      *> aceitas nas tres categorias e agrupar os erros de detalhes.txt
      *>------------------------------------------------------------------------
       inicializa section.
           display "Minimo de jogadores distintos por resposta (vazio = 2): "
           accept ws-minimo-texto
           if ws-minimo-texto <> space then
               if function trim(ws-minimo-texto) is numeric then
                   compute ws-minimo-jogadores = function numval(ws-minimo-texto)
               end-if
               if ws-minimo-jogadores < 1 then
                   move 2 to ws-minimo-jogadores
               end-if
           end-if

           perform le-parametros

           move 1 to ws-categoria-carga
           move ws-arquivo-categoria-1 to ws-nome-arquivo-estados
           perform carrega-aceitas
           move 2 to ws-categoria-carga
           move ws-arquivo-categoria-2 to ws-nome-arquivo-estados
           perform carrega-aceitas
           move 3 to ws-categoria-carga
           move ws-arquivo-categoria-3 to ws-nome-arquivo-estados
           perform carrega-aceitas

           open input arqDetalhes.
           if ws-fs-detalhes = 35 then
               display "Nenhum detalhes.txt encontrado: nada a relatar."
               stop run
           end-if
           if ws-fs-detalhes <> 0 then
               move 1                                  to ws-msn-erro-ofsset
               move ws-fs-detalhes                     to ws-msn-erro-cod
               move "Erro ao abrir arq. detalhes."      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-detalhes = 10
               read arqDetalhes
               if ws-fs-detalhes <> 0 and ws-fs-detalhes <> 10 then
                   move 2                              to ws-msn-erro-ofsset
                   move ws-fs-detalhes                 to ws-msn-erro-cod
                   move "Erro ao ler arq. detalhes."    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               if ws-fs-detalhes = 0 and fd-detalhes-linha <> space then
                   evaluate fd-detalhes-linha(1:1)
                       when "H"
                       when "T"
                           perform valida-bloco-detalhes
                       when other
                           if ws-bloco-aberto = "S" then
                               add 1 to ws-bloco-qtd
                               if fd-det-resultado = "C" then
                                   add 1 to ws-bloco-acertos
                               end-if
                           end-if
      *> somente os erros digitados interessam: tempo esgotado nao
      *> tem resposta e a multipla escolha grava so a letra marcada
                           if fd-det-resultado = "E"
                                   and fd-det-resposta(2:24) <> space
                                   and fd-det-estado <> space then
                               add 1 to ws-qtd-erros
                               perform acumula-erro
                           end-if
                   end-evaluate
               end-if
           end-perform

           if ws-bloco-aberto = "S" then
               display "detalhes.txt com bloco sem rodape:"
               display "gravacao interrompida ou arquivo truncado."
               display "Relatorio abortado."
               stop run
           end-if

           close arqDetalhes.
           if ws-fs-detalhes <> 0 then
               move 3                                  to ws-msn-erro-ofsset
               move ws-fs-detalhes                     to ws-msn-erro-cod
               move "Erro ao fechar arq. detalhes."     to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Ler o arquivo de parametros operacionais (somente os nomes dos
      *> arquivos das categorias interessam aqui)
      *>------------------------------------------------------------------------
       le-parametros section.
           open input arqParametros
           if ws-fs-parametros = 35 then
               continue
           else
               if ws-fs-parametros <> 0 then
                   move 4                                  to ws-msn-erro-ofsset
                   move ws-fs-parametros                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. parametros."    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-parametros = 10
                   read arqParametros
                   if ws-fs-parametros <> 0 and ws-fs-parametros <> 10 then
                       move 5                              to ws-msn-erro-ofsset
                       move ws-fs-parametros               to ws-msn-erro-cod
                       move "Erro ao ler arq. parametros."  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-parametros = 0 then
                       evaluate fd-par-chave
                           when "ARQUIVO-CATEGORIA-1"
                               if fd-par-valor <> space then
                                   move fd-par-valor to ws-arquivo-categoria-1
                               end-if
                           when "ARQUIVO-CATEGORIA-2"
                               if fd-par-valor <> space then
                                   move fd-par-valor to ws-arquivo-categoria-2
                               end-if
                           when "ARQUIVO-CATEGORIA-3"
                               if fd-par-valor <> space then
                                   move fd-par-valor to ws-arquivo-categoria-3
                               end-if
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
      *> Carregar a capital e os apelidos de cada pergunta do arquivo da
      *> categoria ws-categoria-carga (o apelido "+" pertence a pergunta
      *> imediatamente anterior do arquivo)
      *>------------------------------------------------------------------------
       carrega-aceitas section.
           move space to ws-estado-anterior
           open input arqEstados
           if ws-fs-arqEstados = 35 then
      *> categoria sem arquivo: nenhuma resposta aceita a descontar
               continue
           else
               if ws-fs-arqEstados <> 0 then
                   move 6                                  to ws-msn-erro-ofsset
                   move ws-fs-arqEstados                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. da categoria."  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqEstados = 10
                   read arqEstados
                   if ws-fs-arqEstados <> 0 and ws-fs-arqEstados <> 10 then
                       move 7                              to ws-msn-erro-ofsset
                       move ws-fs-arqEstados               to ws-msn-erro-cod
                       move "Erro ao ler arq. da categoria." to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-arqEstados = 0 and fd-estados <> space then
                       if ws-qtd-aceitas >= 600 then
                           move ws-qtd-aceitas             to ws-msn-erro-ofsset
                           move 94                          to ws-msn-erro-cod
                           move "Mais de 600 respostas nas categorias." to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       if fd-estadosorteio(1:1) = "+" then
                           if ws-estado-anterior <> space then
                               add 1 to ws-qtd-aceitas
                               move "+" to ws-ace-tipo(ws-qtd-aceitas)
                               move ws-estado-anterior to ws-ace-estado(ws-qtd-aceitas)
                           end-if
                       else
                           add 1 to ws-qtd-aceitas
                           move "C" to ws-ace-tipo(ws-qtd-aceitas)
                           move fd-estadosorteio to ws-estado-anterior
                           move fd-estadosorteio to ws-ace-estado(ws-qtd-aceitas)
                       end-if
                       if ws-estado-anterior <> space then
                           move ws-categoria-carga to ws-ace-categoria(ws-qtd-aceitas)
                           move fd-capitalsorteio  to ws-ace-capital(ws-qtd-aceitas)
                           move fd-capitalsorteio  to ws-norm-entrada
                           perform normaliza-resposta
                           move ws-norm-saida      to ws-ace-norm(ws-qtd-aceitas)
                       end-if
                   end-if
               end-perform

               close arqEstados
           end-if
           .
       carrega-aceitas-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Validar a linha de controle lida contra o bloco corrente do
      *> detalhes.txt (cabecalho "H", rodape "T" com contagem e acertos)
      *>------------------------------------------------------------------------
       valida-bloco-detalhes section.
           if fd-detalhes-linha(1:1) = "H" then
               if ws-bloco-aberto = "S" then
                   display "detalhes.txt com bloco sem rodape:"
                   display "gravacao interrompida ou arquivo truncado."
                   display "Relatorio abortado."
                   stop run
               end-if
               move "S" to ws-bloco-aberto
               move 0   to ws-bloco-qtd
               move 0   to ws-bloco-acertos
           else
               if ws-bloco-aberto <> "S" then
                   display "detalhes.txt com rodape sem cabecalho."
                   display "Relatorio abortado."
                   stop run
               end-if
               if fd-det-rod-qtd <> ws-bloco-qtd
                       or fd-det-rod-total <> ws-bloco-acertos then
                   display "detalhes.txt com rodape divergente:"
                   display "contagem/total do bloco nao conferem."
                   display "Relatorio abortado."
                   stop run
               end-if
               move space to ws-bloco-aberto
           end-if
           .
       valida-bloco-detalhes-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Somar o erro lido ao grupo (pergunta + forma normalizada),
      *> contando cada jogador uma unica vez
      *>------------------------------------------------------------------------
       acumula-erro section.
           move fd-det-resposta to ws-norm-entrada
           perform normaliza-resposta

           move 0 to ws-achou
           perform varying ws-ind-busca from 1 by 1
                   until ws-ind-busca > ws-qtd-grupos or ws-achou > 0
               if ws-gru-categoria(ws-ind-busca) = fd-det-categoria
                       and ws-gru-estado(ws-ind-busca) = fd-det-estado
                       and ws-gru-norm(ws-ind-busca) = ws-norm-saida then
                   move ws-ind-busca to ws-achou
               end-if
           end-perform

           if ws-achou = 0 then
               if ws-qtd-grupos >= 1000 then
                   move ws-qtd-grupos                  to ws-msn-erro-ofsset
                   move 95                              to ws-msn-erro-cod
                   move "Mais de 1000 respostas erradas distintas." to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               add 1 to ws-qtd-grupos
               move fd-det-categoria to ws-gru-categoria(ws-qtd-grupos)
               move fd-det-estado    to ws-gru-estado(ws-qtd-grupos)
               move ws-norm-saida    to ws-gru-norm(ws-qtd-grupos)
      *> o exemplo mostrado e a primeira forma digitada encontrada
               move fd-det-resposta  to ws-gru-exemplo(ws-qtd-grupos)
               move ws-qtd-grupos to ws-achou
           end-if

           add 1 to ws-gru-vezes(ws-achou)

           move "N" to ws-ja-contado
           perform varying ws-ind-jogador from 1 by 1
                   until ws-ind-jogador > ws-gru-qtd-jogadores(ws-achou)
                      or ws-ind-jogador > 50
               if ws-gru-jogadores(ws-achou, ws-ind-jogador) = fd-det-codigo then
                   move "S" to ws-ja-contado
               end-if
           end-perform
      *> acima de 50 jogadores a contagem satura: a sugestao ja e obvia
           if ws-ja-contado = "N" and ws-gru-qtd-jogadores(ws-achou) < 50 then
               add 1 to ws-gru-qtd-jogadores(ws-achou)
               move fd-det-codigo
                   to ws-gru-jogadores(ws-achou, ws-gru-qtd-jogadores(ws-achou))
           end-if
           .
       acumula-erro-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Descartar os grupos abaixo do minimo de jogadores e os que hoje
      *> ja seriam aceitos, ordenar por pergunta e imprimir as sugestoes
      *>------------------------------------------------------------------------
       processamento section.
           perform varying ws-ind from 1 by 1 until ws-ind > ws-qtd-grupos
               compute ws-gru-ordem(ws-ind) = 999 - ws-gru-qtd-jogadores(ws-ind)
           end-perform

           perform ordena-grupos

           display "==============================================================="
           display "   SUGESTAO DE APELIDOS (erros repetidos em detalhes.txt)"
           display "==============================================================="
           move ws-qtd-erros to ws-qtd-texto
           display "Erros digitados lidos......: " ws-qtd-texto
           display "Minimo de jogadores........: " ws-minimo-jogadores

           move 0 to ws-qtd-sugestoes
           move space to ws-estado-anterior
           move 0 to ws-categoria-carga
           perform varying ws-ind from 1 by 1 until ws-ind > ws-qtd-grupos
               if ws-gru-qtd-jogadores(ws-ind) >= ws-minimo-jogadores then
                   perform confere-aceita
                   if ws-ja-aceita = "N" then
                       if ws-gru-estado(ws-ind) <> ws-estado-anterior
                               or ws-gru-categoria(ws-ind) <> ws-categoria-carga then
                           move ws-gru-estado(ws-ind)    to ws-estado-anterior
                           move ws-gru-categoria(ws-ind) to ws-categoria-carga
                           display " "
                           display "CAT " ws-gru-categoria(ws-ind) "  "
                                   ws-gru-estado(ws-ind)
                                   "  resposta certa: " ws-capital-pergunta
                           display "    DIGITADO                  FORMA NORMALIZADA         JOGAD. VEZES"
                       end-if
                       move ws-gru-vezes(ws-ind)         to ws-vezes-texto
                       move ws-gru-qtd-jogadores(ws-ind) to ws-jogadores-texto
      *> o apelido ocupa as 20 posicoes da resposta no arquivo
                       if ws-gru-exemplo(ws-ind)(21:5) <> space then
                           move "(>20)" to ws-tamanho-aviso
                       else
                           move space   to ws-tamanho-aviso
                       end-if
                       display "    " ws-gru-exemplo(ws-ind) " "
                               ws-gru-norm(ws-ind) "  "
                               ws-jogadores-texto " "
                               ws-vezes-texto " " ws-tamanho-aviso
                       add 1 to ws-qtd-sugestoes
                   end-if
               end-if
           end-perform

           display " "
           display "==============================================================="
           if ws-qtd-sugestoes = 0 then
               display "Nenhuma resposta errada repetida por jogadores distintos."
           else
               display "Sugestoes: " ws-qtd-sugestoes
               display "Para aceitar uma delas, inclua logo abaixo da pergunta, no"
               display "arquivo da categoria, a linha de apelido (+ na coluna do"
               display "estado e o apelido na coluna da capital)."
           end-if
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Conferir se a forma normalizada do grupo ws-ind ja e hoje aceita
      *> para a pergunta (capital ou apelido); devolve tambem a capital
      *>------------------------------------------------------------------------
       confere-aceita section.
           move "N"   to ws-ja-aceita
           move space to ws-capital-pergunta
           perform varying ws-ind-busca from 1 by 1
                   until ws-ind-busca > ws-qtd-aceitas
               if ws-ace-categoria(ws-ind-busca) = ws-gru-categoria(ws-ind)
                       and ws-ace-estado(ws-ind-busca) = ws-gru-estado(ws-ind) then
                   if ws-ace-tipo(ws-ind-busca) = "C" then
                       move ws-ace-capital(ws-ind-busca) to ws-capital-pergunta
                   end-if
                   if ws-ace-norm(ws-ind-busca) = ws-gru-norm(ws-ind) then
                       move "S" to ws-ja-aceita
                   end-if
               end-if
           end-perform
           .
       confere-aceita-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Ordenar os grupos por categoria, pergunta e quantidade de
      *> jogadores decrescente
      *>------------------------------------------------------------------------
       ordena-grupos section.
           move "trocou" to ws-controle
           perform until ws-controle <> "trocou"
               move 1 to ws-ind
               move "Ntrocou" to ws-controle
               perform until ws-ind > ws-qtd-grupos - 1
                   if ws-gru-chave(ws-ind) > ws-gru-chave(ws-ind + 1) then
                       move ws-grupos(ws-ind + 1) to ws-aux-grupo
                       move ws-grupos(ws-ind)     to ws-grupos(ws-ind + 1)
                       move ws-aux-grupo          to ws-grupos(ws-ind)
                       move "trocou" to ws-controle
                   end-if
                   add 1 to ws-ind
               end-perform
               move 1 to ws-ind
           end-perform
           .
       ordena-grupos-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Normalizar um texto de resposta para comparacao: remove os acentos
      *> (sequencias UTF-8 iniciadas por x"C3"), tira os espacos das pontas
      *> e converte tudo para maiusculas (a mesma regra do jogo)
      *>------------------------------------------------------------------------
       normaliza-resposta section.
           move spaces to ws-norm-trabalho
           move 0 to ws-norm-pos
           perform varying ws-norm-ind from 1 by 1 until ws-norm-ind > 25
               if ws-norm-entrada(ws-norm-ind:1) = x"C3" and ws-norm-ind < 25 then
                   move ws-norm-entrada(ws-norm-ind + 1:1) to ws-norm-prox
                   add 1 to ws-norm-pos
                   evaluate true
                       when ws-norm-prox >= x"80" and ws-norm-prox <= x"86"
                           move "A" to ws-norm-trabalho(ws-norm-pos:1)
                       when ws-norm-prox = x"87"
                           move "C" to ws-norm-trabalho(ws-norm-pos:1)
                       when ws-norm-prox >= x"88" and ws-norm-prox <= x"8B"
                           move "E" to ws-norm-trabalho(ws-norm-pos:1)
                       when ws-norm-prox >= x"8C" and ws-norm-prox <= x"8F"
                           move "I" to ws-norm-trabalho(ws-norm-pos:1)
                       when ws-norm-prox = x"91"
                           move "N" to ws-norm-trabalho(ws-norm-pos:1)
                       when ws-norm-prox >= x"92" and ws-norm-prox <= x"96"
                           move "O" to ws-norm-trabalho(ws-norm-pos:1)
                       when ws-norm-prox >= x"99" and ws-norm-prox <= x"9C"
                           move "U" to ws-norm-trabalho(ws-norm-pos:1)
                       when ws-norm-prox >= x"A0" and ws-norm-prox <= x"A6"
                           move "A" to ws-norm-trabalho(ws-norm-pos:1)
                       when ws-norm-prox = x"A7"
                           move "C" to ws-norm-trabalho(ws-norm-pos:1)
                       when ws-norm-prox >= x"A8" and ws-norm-prox <= x"AB"
                           move "E" to ws-norm-trabalho(ws-norm-pos:1)
                       when ws-norm-prox >= x"AC" and ws-norm-prox <= x"AF"
                           move "I" to ws-norm-trabalho(ws-norm-pos:1)
                       when ws-norm-prox = x"B1"
                           move "N" to ws-norm-trabalho(ws-norm-pos:1)
                       when ws-norm-prox >= x"B2" and ws-norm-prox <= x"B6"
                           move "O" to ws-norm-trabalho(ws-norm-pos:1)
                       when ws-norm-prox >= x"B9" and ws-norm-prox <= x"BC"
                           move "U" to ws-norm-trabalho(ws-norm-pos:1)
                       when other
                           move space to ws-norm-trabalho(ws-norm-pos:1)
                   end-evaluate
                   add 1 to ws-norm-ind
               else
                   add 1 to ws-norm-pos
                   move ws-norm-entrada(ws-norm-ind:1) to ws-norm-trabalho(ws-norm-pos:1)
               end-if
           end-perform

           move function upper-case(function trim(ws-norm-trabalho)) to ws-norm-saida
           .
       normaliza-resposta-exit.
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
