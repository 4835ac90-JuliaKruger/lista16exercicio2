      $set sourceformat"free"
      *>----Divisão de identificação do programa
       Identification Division.
       Program-id. "pacotepapel".
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
           select arqAgenda assign to "agenda.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-agenda.

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

      *> pacote da sessao em papel: as perguntas sorteadas, na ordem da
      *> folha, com a resposta certa e as alternativas; a importacao das
      *> folhas preenchidas (importapapel) corrige por ele
           select arqPacote assign to ws-nome-arquivo-pacote
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-pacote.

      *> folha de perguntas numerada, entregue aos jogadores
           select arqFolha assign to ws-nome-arquivo-folha
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-folha.

      *> gabarito, separado da folha, que fica com o apresentador
           select arqGabarito assign to ws-nome-arquivo-gabarito
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-gabarito.

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
       fd arqAgenda.
       01 fd-agenda-linha.
           05 fd-age-sessao                        pic 9(04)
                                                   value 0.
           05 fd-age-data                          pic x(10)
                                                   value space.
           05 fd-age-categoria                     pic 9(01)
                                                   value 0.
           05 fd-age-modo                          pic 9(01)
                                                   value 0.
           05 fd-age-status                        pic x(01)
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

      *> registro de pergunta ("Q"): numero na folha, pergunta sorteada,
      *> resposta certa, pontos (dificuldade) e, na multipla escolha, as
      *> quatro alternativas impressas e a letra certa
       fd arqPacote.
       01 fd-pacote-linha.
           05 fd-pac-tipo                          pic x(01)
                                                   value space.
           05 fd-pac-numero                        pic 9(03)
                                                   value 0.
           05 fd-pac-categoria                     pic 9(01)
                                                   value 0.
           05 fd-pac-id-pergunta                   pic 9(05)
                                                   value 0.
           05 fd-pac-estado                        pic x(20)
                                                   value space.
           05 fd-pac-capital                       pic x(20)
                                                   value space.
           05 fd-pac-dificuldade                   pic 9(02)
                                                   value 0.
           05 fd-pac-letra-certa                   pic x(01)
                                                   value space.
           05 fd-pac-opcao occurs 4                pic x(20)
                                                   value space.
      *> cabecalho do pacote ("P"): sessao da agenda, categoria e modo,
      *> quantidade de perguntas e quem gerou, quando
       01 fd-pacote-cabecalho.
           05 fd-pcb-tipo                          pic x(01).
           05 fd-pcb-sessao                        pic 9(04).
           05 fd-pcb-data-sessao                   pic x(10).
           05 fd-pcb-categoria                     pic 9(01).
           05 fd-pcb-modo                          pic 9(01).
           05 fd-pcb-qtd                           pic 9(03).
           05 fd-pcb-data                          pic x(10).
           05 fd-pcb-hora                          pic x(08).
           05 fd-pcb-operador                      pic x(20).

       fd arqFolha.
       01 fd-folha-linha                           pic x(80)
                                                   value space.

       fd arqGabarito.
       01 fd-gabarito-linha                        pic x(80)
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

      *> perguntas da categoria da sessao (as tres numa sessao mista),
      *> sem as linhas de apelido, como na tabela do jogo
       01 ws-perguntas occurs 150.
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
           05 ws-per-sorteada                      pic x(01)
                                                   value space.
       77 ws-qtd-perguntas                         pic 9(03)
                                                   value 0.

      *> perguntas da folha na ordem de impressao (indice na tabela de
      *> perguntas) e, na multipla escolha, as alternativas de cada uma
       01 ws-folha occurs 100.
           05 ws-fol-pergunta                      pic 9(03)
                                                   value 0.
           05 ws-fol-letra-certa                   pic x(01)
                                                   value space.
           05 ws-fol-opcao occurs 4                pic x(20)
                                                   value space.
       77 ws-qtd-folha                             pic 9(03)
                                                   value 0.
       77 ws-max-folha                             pic 9(03)
                                                   value 0.

      *> sorteio e alternativas (mesmas regras do jogo)
       77 ws-semente                               pic 9(08).
       77 ws-num_random                            pic 9(03).
       01 ws-opcoes-mc occurs 4.
           05 ws-opcao-texto                       pic x(20)
                                                   value space.
           05 ws-opcao-estado                      pic 9(03)
                                                   value 0.
       77 ws-ind-opcao                             pic 9(01)
                                                   value 0.
       77 ws-slot-correto                          pic 9(01)
                                                   value 0.
       77 ws-slot-resposta                         pic 9(01)
                                                   value 0.
       77 ws-num-opcao                             pic 9(03)
                                                   value 0.
       77 ws-opcao-repetida                        pic x(01)
                                                   value space.
       77 ws-tenta-opcao                           pic 9(03)
                                                   value 0.
       77 ws-letras                                pic x(04)
                                                   value "ABCD".

      *> calendario de sessoes
       01 ws-agenda occurs 100.
           05 ws-age-sessao                        pic 9(04)
                                                   value 0.
           05 ws-age-data                          pic x(10)
                                                   value space.
           05 ws-age-categoria                     pic 9(01)
                                                   value 0.
           05 ws-age-modo                          pic 9(01)
                                                   value 0.
           05 ws-age-status                        pic x(01)
                                                   value space.
       77 ws-qtd-agenda                            pic 9(03)
                                                   value 0.
       77 ws-ind-agenda                            pic 9(03)
                                                   value 0.
       77 ws-qtd-abertas                           pic 9(03)
                                                   value 0.

      *> sessao escolhida
       77 ws-sessao-escolha                        pic 9(04)
                                                   value 0.
       77 ws-sessao-atual                          pic 9(04)
                                                   value 0.
       77 ws-sessao-definida                       pic x(01)
                                                   value space.
       77 ws-data-sessao                           pic x(10)
                                                   value space.
       77 ws-modo-jogo                             pic 9(01)
                                                   value 0.

       77 ws-fs-agenda                             pic 9(02).
       77 ws-fs-parametros                         pic 9(02).
       77 ws-fs-arqEstados                         pic 9(02).
       77 ws-fs-pacote                             pic 9(02).
       77 ws-fs-folha                              pic 9(02).
       77 ws-fs-gabarito                           pic 9(02).
       77 ws-fs-auditoria                          pic 9(02).
       77 ws-nome-arquivo-estados                  pic x(30)
                                                   value space.
       77 ws-nome-arquivo-pacote                   pic x(30)
                                                   value space.
       77 ws-nome-arquivo-folha                    pic x(30)
                                                   value space.
       77 ws-nome-arquivo-gabarito                 pic x(30)
                                                   value space.
       77 ws-arquivo-categoria-1                   pic x(30)
                                                   value "arqEstados.txt".
       77 ws-arquivo-categoria-2                   pic x(30)
                                                   value "arqCapitaisMundo.txt".
       77 ws-arquivo-categoria-3                   pic x(30)
                                                   value "arqBandeiras.txt".
       77 ws-categoria                             pic 9(01)
                                                   value 0.
       77 ws-categoria-carga                       pic 9(01)
                                                   value 0.

      *> linhas impressas da folha e do gabarito
       77 ws-pergunta-texto                        pic x(60)
                                                   value space.
       77 ws-tema-texto                            pic x(45)
                                                   value space.
       77 ws-modo-texto                            pic x(30)
                                                   value space.
       01 ws-fol-linha-pergunta.
           05 ws-flp-numero                        pic 9(03).
           05 filler                               pic x(02) value space.
           05 ws-flp-texto                         pic x(75).
       01 ws-fol-linha-opcoes.
           05 filler                               pic x(05) value space.
           05 ws-flo-letra-1                       pic x(01).
           05 filler                               pic x(02) value ") ".
           05 ws-flo-opcao-1                       pic x(20).
           05 filler                               pic x(05) value space.
           05 ws-flo-letra-2                       pic x(01).
           05 filler                               pic x(02) value ") ".
           05 ws-flo-opcao-2                       pic x(20).
       01 ws-gab-linha.
           05 ws-gbl-numero                        pic 9(03).
           05 filler                               pic x(01) value space.
           05 ws-gbl-categoria                     pic 9(01).
           05 filler                               pic x(01) value space.
           05 ws-gbl-id-pergunta                   pic 9(05).
           05 filler                               pic x(01) value space.
           05 ws-gbl-estado                        pic x(20).
           05 filler                               pic x(01) value space.
           05 ws-gbl-letra                         pic x(01).
           05 filler                               pic x(01) value space.
           05 ws-gbl-capital                       pic x(20).
           05 filler                               pic x(01) value space.
           05 ws-gbl-dificuldade                   pic z9.
       77 ws-total-pontos                          pic 9(05)
                                                   value 0.
       77 ws-total-texto                           pic zzzz9.

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
       77 ws-aud-acao                              pic x(10)
                                                   value space.
       77 ws-confirma                              pic x(01)
                                                   value space.
       77 ws-ind                                   pic 9(03)
                                                   value 0.
       77 ws-ind-busca                             pic 9(03)
                                                   value 0.
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
      *> Identificar o operador, ler os parametros e escolher a sessao da
      *> agenda que vai ser jogada em papel
      *>------------------------------------------------------------------------
       inicializa section.
           display "==============================================================="
           display "   PACOTE DE SESSAO EM PAPEL (folha de perguntas e gabarito)"
           display "==============================================================="

      *> o pacote leva o gabarito: so o apresentador e o administrador
      *> da liga o geram
           move "AL"                  to ws-papeis-permitidos
           move "PACOTE PAPEL"        to ws-tela-acesso
           perform autentica-operador
           if ws-acesso-liberado = "N" then
               display "Acesso negado."
               perform finaliza
           end-if

           perform le-parametros
           perform carrega-agenda
           perform escolhe-sessao
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
      *> Carregar o calendario de sessoes agendadas
      *>------------------------------------------------------------------------
       carrega-agenda section.
           move 0 to ws-qtd-agenda
           open input arqAgenda
           if ws-fs-agenda = 35 then
               continue
           else
               if ws-fs-agenda <> 0 then
                   move 3                                  to ws-msn-erro-ofsset
                   move ws-fs-agenda                       to ws-msn-erro-cod
                   move "Erro ao abrir arq. agenda."        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-agenda = 10
                   read arqAgenda
                   if ws-fs-agenda <> 0 and ws-fs-agenda <> 10 then
                       move 4                              to ws-msn-erro-ofsset
                       move ws-fs-agenda                   to ws-msn-erro-cod
                       move "Erro ao ler arq. agenda."      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-agenda = 0 and fd-agenda-linha <> space then
                       if ws-qtd-agenda >= 100 then
                           move ws-qtd-agenda              to ws-msn-erro-ofsset
                           move 81                          to ws-msn-erro-cod
                           move "Mais de 100 sessoes no arq. agenda." to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-qtd-agenda
                       move fd-age-sessao    to ws-age-sessao(ws-qtd-agenda)
                       move fd-age-data      to ws-age-data(ws-qtd-agenda)
                       move fd-age-categoria to ws-age-categoria(ws-qtd-agenda)
                       move fd-age-modo      to ws-age-modo(ws-qtd-agenda)
                       move fd-age-status    to ws-age-status(ws-qtd-agenda)
                   end-if
               end-perform

               close arqAgenda
               if ws-fs-agenda <> 0 then
                   move 5                                  to ws-msn-erro-ofsset
                   move ws-fs-agenda                       to ws-msn-erro-cod
                   move "Erro ao fechar arq. agenda."       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       carrega-agenda-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Escolher a sessao agendada em aberto: ela define a categoria e o
      *> modo de resposta do pacote, como no jogo
      *>------------------------------------------------------------------------
       escolhe-sessao section.
           move 0 to ws-qtd-abertas
           display "SESSOES AGENDADAS EM ABERTO"
           perform varying ws-ind-agenda from 1 by 1
                   until ws-ind-agenda > ws-qtd-agenda
               if ws-age-status(ws-ind-agenda) = "A" then
                   add 1 to ws-qtd-abertas
                   display ws-age-sessao(ws-ind-agenda) " "
                           ws-age-data(ws-ind-agenda)
                           "  Cat: " ws-age-categoria(ws-ind-agenda)
                           "  Modo: " ws-age-modo(ws-ind-agenda)
               end-if
           end-perform

      *> a sessao em papel entra na liga como qualquer sessao: sem
      *> sessao agendada em aberto nao ha pacote
           if ws-qtd-abertas = 0 then
               display "Nenhuma sessao em aberto na agenda (rodar agendasessoes)."
               perform finaliza
           end-if

           move space to ws-sessao-definida
           perform until ws-sessao-definida = "S"
               display "Numero da sessao (0 = sair): "
               accept ws-sessao-escolha
               if ws-sessao-escolha = 0 then
                   perform finaliza
               end-if
               perform varying ws-ind-agenda from 1 by 1
                       until ws-ind-agenda > ws-qtd-agenda
                          or ws-sessao-definida = "S"
                   if ws-age-sessao(ws-ind-agenda) = ws-sessao-escolha
                           and ws-age-status(ws-ind-agenda) = "A" then
                       move "S" to ws-sessao-definida
                       move ws-sessao-escolha               to ws-sessao-atual
                       move ws-age-data(ws-ind-agenda)      to ws-data-sessao
                       move ws-age-categoria(ws-ind-agenda) to ws-categoria
                       move ws-age-modo(ws-ind-agenda)      to ws-modo-jogo
                   end-if
               end-perform
               if ws-sessao-definida <> "S" then
                   display "Sessao inexistente ou ja jogada."
               end-if
           end-perform
           .
       escolhe-sessao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Sortear as perguntas da folha, gravar o pacote e imprimir a folha
      *> de perguntas e o gabarito
      *>------------------------------------------------------------------------
       processamento section.
           move spaces to ws-nome-arquivo-pacote
           string "pacote-"      delimited by size
                  ws-sessao-atual delimited by size
                  ".txt"         delimited by size
                  into ws-nome-arquivo-pacote
           end-string
           move spaces to ws-nome-arquivo-folha
           string "folha-"       delimited by size
                  ws-sessao-atual delimited by size
                  ".txt"         delimited by size
                  into ws-nome-arquivo-folha
           end-string
           move spaces to ws-nome-arquivo-gabarito
           string "gabarito-"    delimited by size
                  ws-sessao-atual delimited by size
                  ".txt"         delimited by size
                  into ws-nome-arquivo-gabarito
           end-string

           perform confere-pacote-existente

      *> numa sessao mista (categoria 4) as tres categorias entram juntas
      *> na tabela, cada pergunta etiquetada com a sua categoria
           move 0 to ws-qtd-perguntas
           if ws-categoria = 4 then
               move 1 to ws-categoria-carga
               move ws-arquivo-categoria-1 to ws-nome-arquivo-estados
               perform carrega-categoria
               move 2 to ws-categoria-carga
               move ws-arquivo-categoria-2 to ws-nome-arquivo-estados
               perform carrega-categoria
               move 3 to ws-categoria-carga
               move ws-arquivo-categoria-3 to ws-nome-arquivo-estados
               perform carrega-categoria
           else
               move ws-categoria to ws-categoria-carga
               evaluate ws-categoria
                   when 2
                       move ws-arquivo-categoria-2 to ws-nome-arquivo-estados
                   when 3
                       move ws-arquivo-categoria-3 to ws-nome-arquivo-estados
                   when other
                       move ws-arquivo-categoria-1 to ws-nome-arquivo-estados
               end-evaluate
               perform carrega-categoria
           end-if

      *> a multipla escolha precisa de quatro alternativas distintas
           if ws-qtd-perguntas = 0
                   or (ws-modo-jogo = 2 and ws-qtd-perguntas < 4) then
               move ws-qtd-perguntas                   to ws-msn-erro-ofsset
               move 97                                 to ws-msn-erro-cod
               move "Perguntas insuficientes na categoria." to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *> a folha nunca repete pergunta: o maximo e o que a tabela tem
           move ws-qtd-perguntas to ws-max-folha
           if ws-max-folha > 100 then
               move 100 to ws-max-folha
           end-if
           move 0 to ws-qtd-folha
           perform until ws-qtd-folha >= 1 and ws-qtd-folha <= ws-max-folha
               display "Quantidade de perguntas da folha (1-" ws-max-folha "): "
               accept ws-qtd-folha
           end-perform

           perform sorteia-folha
           perform grava-pacote
           perform imprime-folha
           perform imprime-gabarito
           perform grava-auditoria-pacote

           move ws-total-pontos to ws-total-texto
           display "---------------------------------------------------------------"
           display "Sessao " ws-sessao-atual ": " ws-qtd-folha " perguntas, "
                   function trim(ws-total-texto) " pontos possiveis."
           display "Folha de perguntas..: " ws-nome-arquivo-folha
           display "Gabarito............: " ws-nome-arquivo-gabarito
           display "Pacote da importacao: " ws-nome-arquivo-pacote
           display "Respostas digitadas : respostas-" ws-sessao-atual ".txt"
                   " (codigo;numero;resposta;equipe)"
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Um pacote ja gerado para a sessao so e substituido com confirmacao:
      *> as folhas impressas do pacote anterior deixam de valer
      *>------------------------------------------------------------------------
       confere-pacote-existente section.
           open input arqPacote
           if ws-fs-pacote = 35 then
               continue
           else
               if ws-fs-pacote <> 0 then
                   move 6                                  to ws-msn-erro-ofsset
                   move ws-fs-pacote                       to ws-msn-erro-cod
                   move "Erro ao abrir arq. pacote."        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               close arqPacote
               if ws-fs-pacote <> 0 then
                   move 22                                 to ws-msn-erro-ofsset
                   move ws-fs-pacote                       to ws-msn-erro-cod
                   move "Erro ao fechar arq. pacote."       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               display "Ja existe pacote para esta sessao; as folhas impressas dele"
               display "deixam de valer. Gerar um novo pacote (S/N)? "
               accept ws-confirma
               if ws-confirma <> "S" and ws-confirma <> "s" then
                   display "Pacote existente mantido."
                   perform finaliza
               end-if
           end-if
           .
       confere-pacote-existente-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Carregar as perguntas do arquivo ws-nome-arquivo-estados (as
      *> linhas de apelido "+" ficam de fora), etiquetadas com a categoria
      *> ws-categoria-carga
      *>------------------------------------------------------------------------
       carrega-categoria section.
           open input arqEstados
           if ws-fs-arqEstados <> 0 then
               move 7                                  to ws-msn-erro-ofsset
               move ws-fs-arqEstados                   to ws-msn-erro-cod
               move "Erro ao abrir arq. da categoria."  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqEstados = 10
               read arqEstados
               if ws-fs-arqEstados <> 0 and ws-fs-arqEstados <> 10 then
                   move 8                              to ws-msn-erro-ofsset
                   move ws-fs-arqEstados               to ws-msn-erro-cod
                   move "Erro ao ler arq. da categoria." to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               if ws-fs-arqEstados = 0 and fd-estados <> space
                       and fd-estadosorteio(1:1) <> "+" then
                   if ws-qtd-perguntas >= 150 then
                       move ws-qtd-perguntas           to ws-msn-erro-ofsset
                       move 94                          to ws-msn-erro-cod
                       move "Mais de 150 perguntas nas categorias." to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   add 1 to ws-qtd-perguntas
                   move ws-categoria-carga to ws-per-categoria(ws-qtd-perguntas)
                   move fd-estadosorteio   to ws-per-estado(ws-qtd-perguntas)
                   move fd-capitalsorteio  to ws-per-capital(ws-qtd-perguntas)
                   move fd-dificuldade     to ws-per-dificuldade(ws-qtd-perguntas)
                   move space              to ws-per-sorteada(ws-qtd-perguntas)
                   if fd-id-pergunta is numeric then
                       move fd-id-pergunta to ws-per-id-pergunta(ws-qtd-perguntas)
                   else
                       move 0              to ws-per-id-pergunta(ws-qtd-perguntas)
                   end-if
               end-if
           end-perform

           close arqEstados
           if ws-fs-arqEstados <> 0 then
               move 23                                 to ws-msn-erro-ofsset
               move ws-fs-arqEstados                   to ws-msn-erro-cod
               move "Erro ao fechar arq. da categoria." to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       carrega-categoria-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Sortear as perguntas da folha sem repeticao (o sorteio uniforme do
      *> jogo) e, na multipla escolha, montar as alternativas de cada uma
      *>------------------------------------------------------------------------
       sorteia-folha section.
           accept ws-semente from time
           compute ws-num_random = function random(ws-semente) * ws-qtd-perguntas + 1
           move 0 to ws-total-pontos
           perform varying ws-ind from 1 by 1 until ws-ind > ws-qtd-folha
               perform until ws-num_random > 0 and ws-num_random <= ws-qtd-perguntas
                             and ws-per-sorteada(ws-num_random) = space
                   compute ws-num_random = function random * ws-qtd-perguntas + 1
               end-perform
               move "S"           to ws-per-sorteada(ws-num_random)
               move ws-num_random to ws-fol-pergunta(ws-ind)
               add ws-per-dificuldade(ws-num_random) to ws-total-pontos
               if ws-modo-jogo = 2 then
                   perform monta-alternativas
               end-if
           end-perform
           .
       sorteia-folha-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Montar as quatro alternativas da pergunta ws-num_random (a certa e
      *> tres respostas erradas da propria tabela, em posicoes sorteadas),
      *> com as mesmas regras da multipla escolha do jogo
      *>------------------------------------------------------------------------
       monta-alternativas section.
           perform varying ws-ind-opcao from 1 by 1 until ws-ind-opcao > 4
               move 0     to ws-opcao-estado(ws-ind-opcao)
               move space to ws-opcao-texto(ws-ind-opcao)
           end-perform

           compute ws-slot-correto = function random * 4 + 1
           if ws-slot-correto < 1 or ws-slot-correto > 4 then
               move 1 to ws-slot-correto
           end-if
           move ws-num_random                   to ws-opcao-estado(ws-slot-correto)
           move ws-per-capital(ws-num_random)   to ws-opcao-texto(ws-slot-correto)

           perform varying ws-ind-opcao from 1 by 1 until ws-ind-opcao > 4
               if ws-ind-opcao <> ws-slot-correto then
                   move 0 to ws-tenta-opcao
                   move "S" to ws-opcao-repetida
                   perform until ws-opcao-repetida <> "S"
                       compute ws-num-opcao = function random * ws-qtd-perguntas + 1
                       if ws-num-opcao > ws-qtd-perguntas then
                           move ws-qtd-perguntas to ws-num-opcao
                       end-if
                       move space to ws-opcao-repetida
                       if ws-num-opcao = ws-num_random then
                           move "S" to ws-opcao-repetida
                       end-if
      *> numa sessao mista as alternativas erradas saem da mesma
      *> categoria da pergunta
                       if ws-tenta-opcao < 150
                               and ws-per-categoria(ws-num-opcao) <>
                                   ws-per-categoria(ws-num_random) then
                           move "S" to ws-opcao-repetida
                       end-if
      *> uma alternativa errada nunca pode ter o texto da resposta certa
                       if ws-tenta-opcao < 200
                               and ws-per-capital(ws-num-opcao) =
                                   ws-per-capital(ws-num_random) then
                           move "S" to ws-opcao-repetida
                       end-if
                       perform varying ws-slot-resposta from 1 by 1 until ws-slot-resposta > 4
                           if ws-opcao-estado(ws-slot-resposta) = ws-num-opcao then
                               move "S" to ws-opcao-repetida
                           end-if
                           if ws-tenta-opcao < 99
                                   and ws-opcao-estado(ws-slot-resposta) > 0
                                   and ws-per-capital(ws-num-opcao) =
                                       ws-opcao-texto(ws-slot-resposta) then
                               move "S" to ws-opcao-repetida
                           end-if
                       end-perform
                       add 1 to ws-tenta-opcao
                   end-perform
                   move ws-num-opcao                  to ws-opcao-estado(ws-ind-opcao)
                   move ws-per-capital(ws-num-opcao)  to ws-opcao-texto(ws-ind-opcao)
               end-if
           end-perform

           move ws-letras(ws-slot-correto:1) to ws-fol-letra-certa(ws-ind)
           perform varying ws-ind-opcao from 1 by 1 until ws-ind-opcao > 4
               move ws-opcao-texto(ws-ind-opcao) to ws-fol-opcao(ws-ind, ws-ind-opcao)
           end-perform
           .
       monta-alternativas-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Gravar o pacote: cabecalho "P" e uma linha "Q" por pergunta
      *>------------------------------------------------------------------------
       grava-pacote section.
           perform atualiza-data-hora

           open output arqPacote
           if ws-fs-pacote <> 0 then
               move 9                                  to ws-msn-erro-ofsset
               move ws-fs-pacote                       to ws-msn-erro-cod
               move "Erro ao criar arq. pacote."        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "P"                     to fd-pcb-tipo
           move ws-sessao-atual         to fd-pcb-sessao
           move ws-data-sessao          to fd-pcb-data-sessao
           move ws-categoria            to fd-pcb-categoria
           move ws-modo-jogo            to fd-pcb-modo
           move ws-qtd-folha            to fd-pcb-qtd
           move ws-data-atual-formatada to fd-pcb-data
           move ws-hora-atual-formatada to fd-pcb-hora
           move ws-operador             to fd-pcb-operador
           write fd-pacote-cabecalho
           if ws-fs-pacote <> 0 then
               move 10                                 to ws-msn-erro-ofsset
               move ws-fs-pacote                       to ws-msn-erro-cod
               move "Erro ao gravar arq. pacote."       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform varying ws-ind from 1 by 1 until ws-ind > ws-qtd-folha
               move ws-fol-pergunta(ws-ind)  to ws-ind-busca
               move spaces                   to fd-pacote-linha
               move "Q"                      to fd-pac-tipo
               move ws-ind                   to fd-pac-numero
               move ws-per-categoria(ws-ind-busca)   to fd-pac-categoria
               move ws-per-id-pergunta(ws-ind-busca) to fd-pac-id-pergunta
               move ws-per-estado(ws-ind-busca)      to fd-pac-estado
               move ws-per-capital(ws-ind-busca)     to fd-pac-capital
               move ws-per-dificuldade(ws-ind-busca) to fd-pac-dificuldade
               move ws-fol-letra-certa(ws-ind)       to fd-pac-letra-certa
               perform varying ws-ind-opcao from 1 by 1 until ws-ind-opcao > 4
                   move ws-fol-opcao(ws-ind, ws-ind-opcao) to fd-pac-opcao(ws-ind-opcao)
               end-perform
               write fd-pacote-linha
               if ws-fs-pacote <> 0 then
                   move 11                             to ws-msn-erro-ofsset
                   move ws-fs-pacote                   to ws-msn-erro-cod
                   move "Erro ao gravar arq. pacote."   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-perform

           close arqPacote
           if ws-fs-pacote <> 0 then
               move 12                                 to ws-msn-erro-ofsset
               move ws-fs-pacote                       to ws-msn-erro-cod
               move "Erro ao fechar arq. pacote."       to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-pacote-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Montar o tema e o modo impressos no cabecalho da folha e do
      *> gabarito
      *>------------------------------------------------------------------------
       monta-textos-folha section.
           evaluate ws-categoria
               when 1
                   move "Capitais dos estados do Brasil"      to ws-tema-texto
               when 2
                   move "Capitais do mundo"                   to ws-tema-texto
               when 3
                   move "Bandeiras e curiosidades dos estados" to ws-tema-texto
               when other
                   move "Mistura das tres categorias"         to ws-tema-texto
           end-evaluate
           if ws-modo-jogo = 2 then
               move "Multipla escolha (A/B/C/D)" to ws-modo-texto
           else
               move "Resposta escrita"           to ws-modo-texto
           end-if
           .
       monta-textos-folha-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Texto impresso da pergunta ws-ind-busca: o enunciado da categoria
      *> seguido do tema sorteado
      *>------------------------------------------------------------------------
       monta-pergunta-texto section.
           evaluate ws-per-categoria(ws-ind-busca)
               when 2
                   move "Qual a capital desse pais:" to ws-pergunta-texto
               when 3
                   move "Qual a cor predominante da bandeira desse estado:" to ws-pergunta-texto
               when other
                   move "Qual a capital desse estado do Brasil:" to ws-pergunta-texto
           end-evaluate
           move spaces to ws-flp-texto
           string function trim(ws-pergunta-texto)     delimited by size
                  " "                                  delimited by size
                  function trim(ws-per-estado(ws-ind-busca)) delimited by size
                  into ws-flp-texto
           end-string
           .
       monta-pergunta-texto-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Imprimir a folha de perguntas numerada (uma copia por jogador):
      *> identificacao do jogador no alto e espaco para cada resposta
      *>------------------------------------------------------------------------
       imprime-folha section.
           perform monta-textos-folha

           open output arqFolha
           if ws-fs-folha <> 0 then
               move 13                                 to ws-msn-erro-ofsset
               move ws-fs-folha                        to ws-msn-erro-cod
               move "Erro ao criar arq. folha."         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move all "=" to fd-folha-linha
           perform grava-linha-folha
           move spaces to fd-folha-linha
           string "FOLHA DE PERGUNTAS - SESSAO " delimited by size
                  ws-sessao-atual                delimited by size
                  " - "                          delimited by size
                  ws-data-sessao                 delimited by size
                  into fd-folha-linha
           end-string
           perform grava-linha-folha
           move spaces to fd-folha-linha
           string "Tema: "                       delimited by size
                  function trim(ws-tema-texto)   delimited by size
                  "   Modo: "                    delimited by size
                  function trim(ws-modo-texto)   delimited by size
                  into fd-folha-linha
           end-string
           perform grava-linha-folha
           move all "=" to fd-folha-linha
           perform grava-linha-folha
           move spaces to fd-folha-linha
           perform grava-linha-folha
           move "Jogador: ____________________  Codigo: ______  Equipe: ____________________"
               to fd-folha-linha
           perform grava-linha-folha
           move spaces to fd-folha-linha
           perform grava-linha-folha
           move all "-" to fd-folha-linha
           perform grava-linha-folha

           perform varying ws-ind from 1 by 1 until ws-ind > ws-qtd-folha
               move ws-fol-pergunta(ws-ind) to ws-ind-busca
               perform monta-pergunta-texto
               move ws-ind to ws-flp-numero
               move ws-fol-linha-pergunta to fd-folha-linha
               perform grava-linha-folha
               if ws-modo-jogo = 2 then
                   move ws-letras(1:1)          to ws-flo-letra-1
                   move ws-fol-opcao(ws-ind, 1) to ws-flo-opcao-1
                   move ws-letras(2:1)          to ws-flo-letra-2
                   move ws-fol-opcao(ws-ind, 2) to ws-flo-opcao-2
                   move ws-fol-linha-opcoes     to fd-folha-linha
                   perform grava-linha-folha
                   move ws-letras(3:1)          to ws-flo-letra-1
                   move ws-fol-opcao(ws-ind, 3) to ws-flo-opcao-1
                   move ws-letras(4:1)          to ws-flo-letra-2
                   move ws-fol-opcao(ws-ind, 4) to ws-flo-opcao-2
                   move ws-fol-linha-opcoes     to fd-folha-linha
                   perform grava-linha-folha
                   move "     Resposta (A/B/C/D): ___" to fd-folha-linha
               else
                   move "     Resposta: _________________________" to fd-folha-linha
               end-if
               perform grava-linha-folha
               move spaces to fd-folha-linha
               perform grava-linha-folha
           end-perform

           close arqFolha
           if ws-fs-folha <> 0 then
               move 14                                 to ws-msn-erro-ofsset
               move ws-fs-folha                        to ws-msn-erro-cod
               move "Erro ao fechar arq. folha."        to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       imprime-folha-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Gravar a linha montada em fd-folha-linha
      *>------------------------------------------------------------------------
       grava-linha-folha section.
           write fd-folha-linha
           if ws-fs-folha <> 0 then
               move 15                                 to ws-msn-erro-ofsset
               move ws-fs-folha                        to ws-msn-erro-cod
               move "Erro ao gravar arq. folha."        to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-linha-folha-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Imprimir o gabarito: resposta certa (e letra, na multipla escolha)
      *> e pontos de cada pergunta, que sao a dificuldade, como no jogo
      *>------------------------------------------------------------------------
       imprime-gabarito section.
           open output arqGabarito
           if ws-fs-gabarito <> 0 then
               move 16                                 to ws-msn-erro-ofsset
               move ws-fs-gabarito                     to ws-msn-erro-cod
               move "Erro ao criar arq. gabarito."      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move all "=" to fd-gabarito-linha
           perform grava-linha-gabarito
           move spaces to fd-gabarito-linha
           string "GABARITO - SESSAO "           delimited by size
                  ws-sessao-atual                delimited by size
                  " - "                          delimited by size
                  ws-data-sessao                 delimited by size
                  "  (NAO ENTREGAR AOS JOGADORES)" delimited by size
                  into fd-gabarito-linha
           end-string
           perform grava-linha-gabarito
           move spaces to fd-gabarito-linha
           string "Tema: "                       delimited by size
                  function trim(ws-tema-texto)   delimited by size
                  "   Modo: "                    delimited by size
                  function trim(ws-modo-texto)   delimited by size
                  into fd-gabarito-linha
           end-string
           perform grava-linha-gabarito
           move all "=" to fd-gabarito-linha
           perform grava-linha-gabarito
           move " NR C ID    PERGUNTA             L RESPOSTA CERTA       PT"
               to fd-gabarito-linha
           perform grava-linha-gabarito
           move all "-" to fd-gabarito-linha
           perform grava-linha-gabarito

           perform varying ws-ind from 1 by 1 until ws-ind > ws-qtd-folha
               move ws-fol-pergunta(ws-ind) to ws-ind-busca
               move ws-ind                             to ws-gbl-numero
               move ws-per-categoria(ws-ind-busca)     to ws-gbl-categoria
               move ws-per-id-pergunta(ws-ind-busca)   to ws-gbl-id-pergunta
               move ws-per-estado(ws-ind-busca)        to ws-gbl-estado
               move ws-fol-letra-certa(ws-ind)         to ws-gbl-letra
               move ws-per-capital(ws-ind-busca)       to ws-gbl-capital
               move ws-per-dificuldade(ws-ind-busca)   to ws-gbl-dificuldade
               move ws-gab-linha to fd-gabarito-linha
               perform grava-linha-gabarito
           end-perform

           move all "-" to fd-gabarito-linha
           perform grava-linha-gabarito
           move ws-total-pontos to ws-total-texto
           move spaces to fd-gabarito-linha
           string "Pontos possiveis: "           delimited by size
                  function trim(ws-total-texto)  delimited by size
                  "   Gerado em "                delimited by size
                  ws-data-atual-formatada        delimited by size
                  " "                            delimited by size
                  ws-hora-atual-formatada        delimited by size
                  " por "                        delimited by size
                  function trim(ws-operador)     delimited by size
                  into fd-gabarito-linha
           end-string
           perform grava-linha-gabarito

           close arqGabarito
           if ws-fs-gabarito <> 0 then
               move 17                                 to ws-msn-erro-ofsset
               move ws-fs-gabarito                     to ws-msn-erro-cod
               move "Erro ao fechar arq. gabarito."     to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       imprime-gabarito-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Gravar a linha montada em fd-gabarito-linha
      *>------------------------------------------------------------------------
       grava-linha-gabarito section.
           write fd-gabarito-linha
           if ws-fs-gabarito <> 0 then
               move 18                                 to ws-msn-erro-ofsset
               move ws-fs-gabarito                     to ws-msn-erro-cod
               move "Erro ao gravar arq. gabarito."     to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-linha-gabarito-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Registrar a geracao do pacote no diario de auditoria: quem tirou
      *> o gabarito de qual sessao ("antes" traz a sessao e o arquivo)
      *>------------------------------------------------------------------------
       grava-auditoria-pacote section.
           move "PACOTE" to ws-aud-acao

           open extend arqAuditoria
           if ws-fs-auditoria = 35 then
               open output arqAuditoria
           end-if
           if ws-fs-auditoria <> 0 then
               move 19                                 to ws-msn-erro-ofsset
               move ws-fs-auditoria                    to ws-msn-erro-cod
               move "Erro ao abrir arq. auditoria."     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-data-atual-formatada to fd-aud-data
           move ws-hora-atual-formatada to fd-aud-hora
           move ws-operador             to fd-aud-operador
           move ws-aud-acao             to fd-aud-acao
           move spaces                  to fd-aud-antes
           move spaces                  to fd-aud-depois
           string "SESSAO "             delimited by size
                  ws-sessao-atual       delimited by size
                  into fd-aud-antes-estado
           end-string
           move ws-nome-arquivo-pacote  to fd-aud-antes-capital
           move 0                       to fd-aud-antes-dificuldade
           string "PERGUNTAS "          delimited by size
                  ws-qtd-folha          delimited by size
                  into fd-aud-depois-estado
           end-string
           move ws-total-pontos         to ws-total-texto
           move spaces                  to fd-aud-depois-capital
           string "PONTOS "                     delimited by size
                  function trim(ws-total-texto) delimited by size
                  into fd-aud-depois-capital
           end-string
           move 0                       to fd-aud-depois-dificuldade
           write fd-auditoria-linha
           if ws-fs-auditoria <> 0 then
               move 20                                 to ws-msn-erro-ofsset
               move ws-fs-auditoria                    to ws-msn-erro-cod
               move "Erro ao gravar arq. auditoria."    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqAuditoria
           if ws-fs-auditoria <> 0 then
               move 21                                 to ws-msn-erro-ofsset
               move ws-fs-auditoria                    to ws-msn-erro-cod
               move "Erro ao fechar arq. auditoria."    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-auditoria-pacote-exit.
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
