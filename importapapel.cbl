      $set sourceformat"free"
      *>----Divisão de identificação do programa
       Identification Division.
       Program-id. "importapapel".
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
      *> pacote gerado pelo pacotepapel: as perguntas da folha impressa,
      *> com a resposta certa, os pontos e as alternativas
           select arqPacote assign to ws-nome-arquivo-pacote
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-pacote.

      *> respostas das folhas digitadas: codigo;numero;resposta;equipe
           select arqRespostas assign to ws-nome-arquivo-respostas
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-respostas.

           select arqRejeitos assign to ws-nome-arquivo-rejeitos
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-rejeitos.

           select arqEstados assign to ws-nome-arquivo-estados
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqEstados.

           select arqParametros assign to "parametros.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-parametros.

           select arqJogadores assign to "jogadores.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-jogadores.

           select arqAgenda assign to "agenda.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-agenda.

      *> o historico da temporada vive no arquivo indexado historico.dat
      *> (chave jogador + data): a sessao em papel entra como as do jogo
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

           select arqCsv assign to "resultados.csv"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-csv.

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

       fd arqRespostas.
       01 fd-respostas-linha                       pic x(100)
                                                   value space.

       fd arqRejeitos.
       01 fd-rejeitos-linha                        pic x(132)
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

       fd arqParametros.
       01 fd-parametros-linha.
           05 fd-par-chave                         pic x(20)
                                                   value space.
           05 fd-par-valor                         pic x(30)
                                                   value space.

       fd arqJogadores.
       01 fd-jogadores-linha.
           05 fd-jog-codigo                        pic 9(04)
                                                   value 0.
           05 fd-jog-nome                          pic x(20)
                                                   value space.
           05 fd-jog-divisao                       pic x(01)
                                                   value space.
      *> situacao do codigo: "I" = inativo (desligado ou unificado em
      *> outro codigo); espaco = ativo
           05 fd-jog-situacao                      pic x(01)
                                                   value space.

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
      *> identificador permanente da pergunta (a estatistica de erros
      *> agrupa por ele; o texto pode mudar na manutencao)
           05 fd-det-id-pergunta                   pic 9(05)
                                                   value 0.
      *> modo do sorteio da sessao: "A" = adaptativo, espaco = uniforme
           05 fd-det-sorteio                       pic x(01)
                                                   value space.
      *> registros de controle do bloco de gravacao: cabecalho "H" no
      *> inicio e rodape "T" com contagem e total de acertos
       01 fd-det-cabecalho.
           05 fd-det-cab-tipo                      pic x(01).
           05 fd-det-cab-programa                  pic x(20).
           05 fd-det-cab-data                      pic x(10).
           05 fd-det-cab-hora                      pic x(08).
       01 fd-det-rodape.
           05 fd-det-rod-tipo                      pic x(01).
           05 fd-det-rod-qtd                       pic 9(07).
           05 fd-det-rod-total                     pic 9(09).

       fd arqCsv.
       01 fd-csv-linha                             pic x(100)
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

      *> perguntas da folha, na ordem impressa, e a linha correspondente
      *> na tabela atual de perguntas (0 = pergunta removida desde entao)
       01 ws-pacote occurs 100.
           05 ws-pac-categoria                     pic 9(01)
                                                   value 0.
           05 ws-pac-id-pergunta                   pic 9(05)
                                                   value 0.
           05 ws-pac-estado                        pic x(20)
                                                   value space.
           05 ws-pac-capital                       pic x(20)
                                                   value space.
           05 ws-pac-dificuldade                   pic 9(02)
                                                   value 0.
           05 ws-pac-letra-certa                   pic x(01)
                                                   value space.
           05 ws-pac-opcao occurs 4                pic x(20)
                                                   value space.
           05 ws-pac-pergunta                      pic 9(03)
                                                   value 0.
       77 ws-qtd-pacote                            pic 9(03)
                                                   value 0.
       77 ws-pac-qtd-cabecalho                     pic 9(03)
                                                   value 0.
       77 ws-pac-gerado                            pic x(20)
                                                   value space.

      *> perguntas atuais das tres categorias e os seus apelidos: a
      *> correcao aceita os apelidos cadastrados, como o jogo
       01 ws-perguntas occurs 150.
           05 ws-per-categoria                     pic 9(01)
                                                   value 0.
           05 ws-per-id-pergunta                   pic 9(05)
                                                   value 0.
           05 ws-per-estado                        pic x(20)
                                                   value space.
           05 ws-per-capital                       pic x(20)
                                                   value space.
       77 ws-qtd-perguntas                         pic 9(03)
                                                   value 0.
       77 ws-qtd-perguntas-arquivo                 pic 9(03)
                                                   value 0.
       01 ws-aliases occurs 300.
           05 ws-alias-dono                        pic 9(03)
                                                   value 0.
           05 ws-alias-texto                       pic x(20)
                                                   value space.
       77 ws-qtd-aliases                           pic 9(03)
                                                   value 0.
       77 ws-ind-alias                             pic 9(03)
                                                   value 0.
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
       77 ws-resposta-norm                         pic x(25)
                                                   value space.
       77 ws-capital-norm                          pic x(25)
                                                   value space.
       77 ws-acertou                               pic x(01)
                                                   value space.
       77 ws-resposta-letra                        pic x(01)
                                                   value space.
       77 ws-slot-resposta                         pic 9(01)
                                                   value 0.

      *> jogadores da sessao em papel: pontos, subtotais por categoria e
      *> a folha de cada um (resposta digitada e resultado por pergunta)
       01 ws-jogo occurs 50.
           05 ws-codigo                            pic 9(04)
                                                   value 0.
           05 ws-jogador                           pic x(20)
                                                   value space.
           05 ws-equipe                            pic x(20)
                                                   value space.
           05 ws-pontos                            pic 9(05)
                                                   value 0.
           05 ws-pontos-cat occurs 3               pic 9(05)
                                                   value 0.
           05 ws-acertos                           pic 9(03)
                                                   value 0.
           05 ws-folha-jogador occurs 100.
               10 ws-resposta                      pic x(25)
                                                   value space.
               10 ws-resposta-lida                 pic x(01)
                                                   value space.
               10 ws-resultado                     pic x(01)
                                                   value space.
       01 ws-jogo-aux.
           05 ws-aux-jogo-codigo                   pic 9(04).
           05 ws-aux-jogo-jogador                  pic x(20).
           05 ws-aux-jogo-equipe                   pic x(20).
           05 ws-aux-jogo-pontos                   pic 9(05).
           05 ws-aux-jogo-pontos-cat occurs 3      pic 9(05).
           05 ws-aux-jogo-acertos                  pic 9(03).
           05 ws-aux-jogo-folha occurs 100.
               10 ws-aux-jogo-resposta             pic x(25).
               10 ws-aux-jogo-resposta-lida        pic x(01).
               10 ws-aux-jogo-resultado            pic x(01).
       77 ws-num-jogadores                         pic 9(02)
                                                   value 0.
       77 ws-ind-jogador                           pic 9(02)
                                                   value 0.
       77 ws-controle                              pic x(07)
                                                   value space.

       01 ws-equipes occurs 10.
           05 ws-equipe-nome                       pic x(20)
                                                   value space.
           05 ws-equipe-pontos                     pic 9(05)
                                                   value 0.
       77 ws-qtd-equipes                           pic 9(02)
                                                   value 0.
       77 ws-ind-equipe                            pic 9(02)
                                                   value 0.
       77 ws-equipe-busca                          pic x(20)
                                                   value space.
       77 ws-aux-equipe                            pic x(20).
       77 ws-auxpontos                             pic 9(05).

      *> cadastro mestre de jogadores
       01 ws-cadastro occurs 100.
           05 ws-cad-codigo                        pic 9(04)
                                                   value 0.
           05 ws-cad-nome                          pic x(20)
                                                   value space.
           05 ws-cad-situacao                      pic x(01)
                                                   value space.
       77 ws-qtd-cadastro                          pic 9(03)
                                                   value 0.
       77 ws-ind-cadastro                          pic 9(03)
                                                   value 0.
       77 ws-cad-achou                             pic 9(03)
                                                   value 0.

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

      *> sessao escolhida e o que o pacote diz dela
       77 ws-sessao-escolha                        pic 9(04)
                                                   value 0.
       77 ws-sessao-atual                          pic 9(04)
                                                   value 0.
       77 ws-sessao-definida                       pic x(01)
                                                   value space.
       77 ws-categoria                             pic 9(01)
                                                   value 0.
       77 ws-categoria-carga                       pic 9(01)
                                                   value 0.
       77 ws-modo-jogo                             pic 9(01)
                                                   value 0.

      *> campos da linha de respostas (codigo;numero;resposta;equipe)
       01 ws-resposta-campos.
           05 ws-rsp-codigo                        pic x(06).
           05 ws-rsp-numero                        pic x(05).
           05 ws-rsp-resposta                      pic x(30).
           05 ws-rsp-equipe                        pic x(25).
       77 ws-rsp-codigo-num                        pic 9(05)
                                                   value 0.
       77 ws-rsp-numero-num                        pic 9(05)
                                                   value 0.
       77 ws-motivo                                pic x(45)
                                                   value space.
       77 ws-qtd-linhas-lidas                      pic 9(05)
                                                   value 0.
       77 ws-qtd-rejeitadas                        pic 9(05)
                                                   value 0.

       77 ws-fs-pacote                             pic 9(02).
       77 ws-fs-respostas                          pic 9(02).
       77 ws-fs-rejeitos                           pic 9(02).
       77 ws-fs-arqEstados                         pic 9(02).
       77 ws-fs-parametros                         pic 9(02).
       77 ws-fs-jogadores                          pic 9(02).
       77 ws-fs-agenda                             pic 9(02).
       77 ws-fs-historico                          pic 9(02).
       77 ws-fs-detalhes                           pic 9(02).
       77 ws-fs-csv                                pic 9(02).
       77 ws-fs-auditoria                          pic 9(02).
       77 ws-nome-arquivo-pacote                   pic x(30)
                                                   value space.
       77 ws-nome-arquivo-respostas                pic x(30)
                                                   value space.
       77 ws-nome-arquivo-rejeitos                 pic x(30)
                                                   value space.
       77 ws-nome-arquivo-estados                  pic x(30)
                                                   value space.
       77 ws-arquivo-categoria-1                   pic x(30)
                                                   value "arqEstados.txt".
       77 ws-arquivo-categoria-2                   pic x(30)
                                                   value "arqCapitaisMundo.txt".
       77 ws-arquivo-categoria-3                   pic x(30)
                                                   value "arqBandeiras.txt".

      *> contadores dos blocos de controle (cabecalho/rodape) gravados
      *> em detalhes.txt e resultados.csv e do controle do historico
       77 ws-det-bloco-qtd                         pic 9(07)
                                                   value 0.
       77 ws-det-bloco-acertos                     pic 9(09)
                                                   value 0.
       77 ws-rep-bloco-aberto                      pic x(01)
                                                   value space.
       77 ws-rep-bloco-qtd                         pic 9(07)
                                                   value 0.
       77 ws-rep-bloco-acertos                     pic 9(09)
                                                   value 0.
       77 ws-csv-bloco-qtd                         pic 9(07)
                                                   value 0.
       77 ws-csv-bloco-total                       pic 9(09)
                                                   value 0.
       77 ws-csv-qtd-texto                         pic 9(07).
       77 ws-csv-cat-texto                         pic 9(01).
       77 ws-csv-total-texto                       pic 9(09).
       77 ws-csv-pontos-texto                      pic z(04)9.
       77 ws-csv-lugar-texto                       pic z9.
       77 ws-csv-codigo-texto                      pic z(03)9.
       77 ws-csv-sessao-texto                      pic z(03)9.
       77 ws-hix-qtd-gravados                      pic 9(07)
                                                   value 0.
       77 ws-hix-pontos-gravados                   pic 9(09)
                                                   value 0.
       77 ws-pontos-texto                          pic zzzz9.
       77 ws-lugar-texto                           pic z9.

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
       77 ws-ind-pergunta                          pic 9(03)
                                                   value 0.
       77 ws-ind-busca                             pic 9(03)
                                                   value 0.
       77 ws-ind-cat                               pic 9(01)
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
      *> Identificar o operador, ler os parametros e os cadastros e escolher
      *> a sessao da agenda jogada em papel
      *>------------------------------------------------------------------------
       inicializa section.
           display "==============================================================="
           display "   IMPORTACAO DAS FOLHAS DE SESSAO EM PAPEL"
           display "==============================================================="

      *> lancar os resultados de uma sessao e tarefa do apresentador que
      *> a conduziu ou do administrador da liga
           move "AL"                  to ws-papeis-permitidos
           move "IMPORTA PAPEL"       to ws-tela-acesso
           perform autentica-operador
           if ws-acesso-liberado = "N" then
               display "Acesso negado."
               perform finaliza
           end-if

           perform le-parametros
           perform carrega-jogadores
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
      *> Carregar o cadastro mestre de jogadores (codigo, nome canonico e
      *> situacao)
      *>------------------------------------------------------------------------
       carrega-jogadores section.
           move 0 to ws-qtd-cadastro
           open input arqJogadores
           if ws-fs-jogadores = 35 then
               continue
           else
               if ws-fs-jogadores <> 0 then
                   move 3                                  to ws-msn-erro-ofsset
                   move ws-fs-jogadores                    to ws-msn-erro-cod
                   move "Erro ao abrir arq. jogadores."     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-jogadores = 10
                   read arqJogadores
                   if ws-fs-jogadores <> 0 and ws-fs-jogadores <> 10 then
                       move 4                              to ws-msn-erro-ofsset
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
                       move fd-jog-situacao to ws-cad-situacao(ws-qtd-cadastro)
                   end-if
               end-perform

               close arqJogadores
               if ws-fs-jogadores <> 0 then
                   move 5                                  to ws-msn-erro-ofsset
                   move ws-fs-jogadores                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. jogadores."    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       carrega-jogadores-exit.
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
                   move 6                                  to ws-msn-erro-ofsset
                   move ws-fs-agenda                       to ws-msn-erro-cod
                   move "Erro ao abrir arq. agenda."        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-agenda = 10
                   read arqAgenda
                   if ws-fs-agenda <> 0 and ws-fs-agenda <> 10 then
                       move 7                              to ws-msn-erro-ofsset
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
                   move 8                                  to ws-msn-erro-ofsset
                   move ws-fs-agenda                       to ws-msn-erro-cod
                   move "Erro ao fechar arq. agenda."       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       carrega-agenda-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Escolher a sessao agendada em aberto cujas folhas serao lancadas;
      *> uma sessao ja jogada (ou ja importada) nao entra de novo
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

           if ws-qtd-abertas = 0 then
               display "Nenhuma sessao em aberto na agenda."
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
                       move ws-sessao-escolha to ws-sessao-atual
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
      *> Carregar o pacote e as respostas digitadas, corrigir as folhas e,
      *> sem nenhuma linha rejeitada e com a confirmacao do operador,
      *> lancar a sessao como as do jogo: detalhes.txt, historico.dat,
      *> agenda.txt e resultados.csv
      *>------------------------------------------------------------------------
       processamento section.
           move spaces to ws-nome-arquivo-pacote
           string "pacote-"       delimited by size
                  ws-sessao-atual delimited by size
                  ".txt"          delimited by size
                  into ws-nome-arquivo-pacote
           end-string
           move spaces to ws-nome-arquivo-respostas
           string "respostas-"    delimited by size
                  ws-sessao-atual delimited by size
                  ".txt"          delimited by size
                  into ws-nome-arquivo-respostas
           end-string
           move spaces to ws-nome-arquivo-rejeitos
           string "rejeitos-"     delimited by size
                  ws-sessao-atual delimited by size
                  ".txt"          delimited by size
                  into ws-nome-arquivo-rejeitos
           end-string

           perform carrega-pacote

           move 0 to ws-qtd-perguntas
           move 0 to ws-qtd-aliases
           move 1 to ws-categoria-carga
           move ws-arquivo-categoria-1 to ws-nome-arquivo-estados
           perform carrega-categoria
           move 2 to ws-categoria-carga
           move ws-arquivo-categoria-2 to ws-nome-arquivo-estados
           perform carrega-categoria
           move 3 to ws-categoria-carga
           move ws-arquivo-categoria-3 to ws-nome-arquivo-estados
           perform carrega-categoria
           perform localiza-perguntas-pacote

           perform processa-respostas

           display "---------------------------------------------------------------"
           display "Linhas lidas.........: " ws-qtd-linhas-lidas
           display "Linhas rejeitadas....: " ws-qtd-rejeitadas " ("
                   function trim(ws-nome-arquivo-rejeitos) ")"
           display "Jogadores............: " ws-num-jogadores

      *> a sessao entra inteira ou nao entra: depois de lancada, a agenda
      *> a da como jogada e uma segunda importacao nao e aceita
           if ws-qtd-rejeitadas > 0 then
               display "Corrija as linhas rejeitadas e importe de novo: nada foi lancado."
               perform finaliza
           end-if
           if ws-num-jogadores = 0 then
               display "Nenhuma resposta a lancar."
               perform finaliza
           end-if

           perform corrige-folhas
           perform ordena
           perform monta-equipes
           perform ordena-equipes
           perform mostra-classificacao

           display "Lancar a sessao " ws-sessao-atual " (S/N)? "
           accept ws-confirma
           if ws-confirma <> "S" and ws-confirma <> "s" then
               display "Nada foi lancado."
               perform finaliza
           end-if

           perform atualiza-data-hora
           perform grava-detalhes
           perform grava-historico
           perform grava-csv
           perform grava-auditoria-importacao
           display "Sessao " ws-sessao-atual " lancada e marcada como jogada."
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Carregar o pacote da sessao: o cabecalho "P" diz a categoria, o
      *> modo e quantas perguntas a folha tem; as linhas "Q" vem na ordem
      *> da folha
      *>------------------------------------------------------------------------
       carrega-pacote section.
           move 0     to ws-qtd-pacote
           move 0     to ws-pac-qtd-cabecalho
           move space to ws-pac-gerado

           open input arqPacote
           if ws-fs-pacote = 35 then
               display "Sem pacote para a sessao (" function trim(ws-nome-arquivo-pacote)
                       "): gerar pelo pacotepapel."
               perform finaliza
           end-if
           if ws-fs-pacote <> 0 then
               move 9                                  to ws-msn-erro-ofsset
               move ws-fs-pacote                       to ws-msn-erro-cod
               move "Erro ao abrir arq. pacote."        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-pacote = 10
               read arqPacote
               if ws-fs-pacote <> 0 and ws-fs-pacote <> 10 then
                   move 10                             to ws-msn-erro-ofsset
                   move ws-fs-pacote                   to ws-msn-erro-cod
                   move "Erro ao ler arq. pacote."      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               if ws-fs-pacote = 0 then
                   evaluate fd-pac-tipo
                       when "P"
                           if fd-pcb-sessao <> ws-sessao-atual then
                               move fd-pcb-sessao                  to ws-msn-erro-ofsset
                               move 97                              to ws-msn-erro-cod
                               move "Pacote de outra sessao no arquivo." to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                           move fd-pcb-categoria to ws-categoria
                           move fd-pcb-modo      to ws-modo-jogo
                           move fd-pcb-qtd       to ws-pac-qtd-cabecalho
                           move spaces to ws-pac-gerado
                           string fd-pcb-data delimited by size
                                  " "         delimited by size
                                  fd-pcb-hora delimited by size
                                  into ws-pac-gerado
                           end-string
                       when "Q"
                           if ws-qtd-pacote >= 100
                                   or fd-pac-numero <> ws-qtd-pacote + 1 then
                               move fd-pac-numero                  to ws-msn-erro-ofsset
                               move 97                              to ws-msn-erro-cod
                               move "Pergunta fora de ordem no pacote." to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                           add 1 to ws-qtd-pacote
                           move fd-pac-categoria   to ws-pac-categoria(ws-qtd-pacote)
                           move fd-pac-id-pergunta to ws-pac-id-pergunta(ws-qtd-pacote)
                           move fd-pac-estado      to ws-pac-estado(ws-qtd-pacote)
                           move fd-pac-capital     to ws-pac-capital(ws-qtd-pacote)
                           move fd-pac-dificuldade to ws-pac-dificuldade(ws-qtd-pacote)
                           move fd-pac-letra-certa to ws-pac-letra-certa(ws-qtd-pacote)
                           perform varying ws-slot-resposta from 1 by 1
                                   until ws-slot-resposta > 4
                               move fd-pac-opcao(ws-slot-resposta)
                                   to ws-pac-opcao(ws-qtd-pacote, ws-slot-resposta)
                           end-perform
                       when other
                           continue
                   end-evaluate
               end-if
           end-perform

           close arqPacote
           if ws-fs-pacote <> 0 then
               move 48                                 to ws-msn-erro-ofsset
               move ws-fs-pacote                       to ws-msn-erro-cod
               move "Erro ao fechar arq. pacote."       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *> um pacote sem cabecalho ou cortado no meio nao corrige folha
           if ws-pac-qtd-cabecalho = 0 or ws-qtd-pacote <> ws-pac-qtd-cabecalho then
               move ws-qtd-pacote                      to ws-msn-erro-ofsset
               move 97                                 to ws-msn-erro-cod
               move "Pacote incompleto para a sessao."  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           display "Pacote gerado em " ws-pac-gerado ": " ws-qtd-pacote " perguntas."
           .
       carrega-pacote-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Carregar as perguntas e os apelidos ("+", resposta alternativa
      *> aceita para a pergunta imediatamente anterior) do arquivo da
      *> categoria ws-categoria-carga; arquivo ausente e pulado
      *>------------------------------------------------------------------------
       carrega-categoria section.
           move 0 to ws-qtd-perguntas-arquivo
           open input arqEstados
           if ws-fs-arqEstados = 35 then
               continue
           else
               if ws-fs-arqEstados <> 0 then
                   move 11                                 to ws-msn-erro-ofsset
                   move ws-fs-arqEstados                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. da categoria."  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqEstados = 10
                   read arqEstados
                   if ws-fs-arqEstados <> 0 and ws-fs-arqEstados <> 10 then
                       move 12                             to ws-msn-erro-ofsset
                       move ws-fs-arqEstados               to ws-msn-erro-cod
                       move "Erro ao ler arq. da categoria." to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-arqEstados = 0 and fd-estados <> space then
                       if fd-estadosorteio = "+" then
                           if ws-qtd-perguntas-arquivo > 0
                                   and fd-capitalsorteio <> space then
                               if ws-qtd-aliases >= 300 then
                                   move ws-qtd-aliases         to ws-msn-erro-ofsset
                                   move 96                      to ws-msn-erro-cod
                                   move "Mais de 300 apelidos carregados." to ws-msn-erro-text
                                   perform finaliza-anormal
                               end-if
                               add 1 to ws-qtd-aliases
                               move ws-qtd-perguntas  to ws-alias-dono(ws-qtd-aliases)
                               move fd-capitalsorteio to ws-alias-texto(ws-qtd-aliases)
                           end-if
                       else
                           if ws-qtd-perguntas >= 150 then
                               move ws-qtd-perguntas       to ws-msn-erro-ofsset
                               move 96                      to ws-msn-erro-cod
                               move "Mais de 150 perguntas nas categorias." to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                           add 1 to ws-qtd-perguntas
                           add 1 to ws-qtd-perguntas-arquivo
                           move ws-categoria-carga to ws-per-categoria(ws-qtd-perguntas)
                           move fd-estadosorteio   to ws-per-estado(ws-qtd-perguntas)
                           move fd-capitalsorteio  to ws-per-capital(ws-qtd-perguntas)
                           if fd-id-pergunta is numeric then
                               move fd-id-pergunta to ws-per-id-pergunta(ws-qtd-perguntas)
                           else
                               move 0              to ws-per-id-pergunta(ws-qtd-perguntas)
                           end-if
                       end-if
                   end-if
               end-perform

               close arqEstados
               if ws-fs-arqEstados <> 0 then
                   move 49                                 to ws-msn-erro-ofsset
                   move ws-fs-arqEstados                   to ws-msn-erro-cod
                   move "Erro ao fechar arq. da categoria." to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       carrega-categoria-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Achar cada pergunta do pacote na tabela atual (pelo identificador;
      *> sem identificador, pelo texto) para aplicar os seus apelidos
      *>------------------------------------------------------------------------
       localiza-perguntas-pacote section.
           perform varying ws-ind-pergunta from 1 by 1
                   until ws-ind-pergunta > ws-qtd-pacote
               move 0 to ws-pac-pergunta(ws-ind-pergunta)
               perform varying ws-ind-busca from 1 by 1
                       until ws-ind-busca > ws-qtd-perguntas
                          or ws-pac-pergunta(ws-ind-pergunta) > 0
                   if ws-per-categoria(ws-ind-busca) = ws-pac-categoria(ws-ind-pergunta)
                       and ((ws-pac-id-pergunta(ws-ind-pergunta) > 0
                             and ws-per-id-pergunta(ws-ind-busca)
                                 = ws-pac-id-pergunta(ws-ind-pergunta))
                         or (ws-pac-id-pergunta(ws-ind-pergunta) = 0
                             and ws-per-estado(ws-ind-busca)
                                 = ws-pac-estado(ws-ind-pergunta))) then
                       move ws-ind-busca to ws-pac-pergunta(ws-ind-pergunta)
                   end-if
               end-perform
           end-perform
           .
       localiza-perguntas-pacote-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Ler e criticar o arquivo de respostas digitadas; as linhas
      *> rejeitadas vao para o arquivo de rejeitos com o motivo
      *>------------------------------------------------------------------------
       processa-respostas section.
           move 0 to ws-qtd-linhas-lidas
           move 0 to ws-qtd-rejeitadas
           move 0 to ws-num-jogadores

           open input arqRespostas
           if ws-fs-respostas = 35 then
               display "Sem arquivo de respostas ("
                       function trim(ws-nome-arquivo-respostas) "): nada a importar."
               perform finaliza
           end-if
           if ws-fs-respostas <> 0 then
               move 13                                 to ws-msn-erro-ofsset
               move ws-fs-respostas                    to ws-msn-erro-cod
               move "Erro ao abrir arq. respostas."     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqRejeitos
           if ws-fs-rejeitos <> 0 then
               move 14                                 to ws-msn-erro-ofsset
               move ws-fs-rejeitos                     to ws-msn-erro-cod
               move "Erro ao criar arq. rejeitos."      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-respostas = 10
               read arqRespostas
               if ws-fs-respostas <> 0 and ws-fs-respostas <> 10 then
                   move 15                             to ws-msn-erro-ofsset
                   move ws-fs-respostas                to ws-msn-erro-cod
                   move "Erro ao ler arq. respostas."   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               if ws-fs-respostas = 0 and fd-respostas-linha <> space then
                   add 1 to ws-qtd-linhas-lidas
                   perform critica-linha-resposta
               end-if
           end-perform

           close arqRespostas
           if ws-fs-respostas <> 0 then
               move 50                                 to ws-msn-erro-ofsset
               move ws-fs-respostas                    to ws-msn-erro-cod
               move "Erro ao fechar arq. respostas."    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           close arqRejeitos
           if ws-fs-rejeitos <> 0 then
               move 51                                 to ws-msn-erro-ofsset
               move ws-fs-rejeitos                     to ws-msn-erro-cod
               move "Erro ao fechar arq. rejeitos."     to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       processa-respostas-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Criticar uma linha de resposta: codigo ativo no cadastro, numero de
      *> pergunta da folha, resposta unica por jogador e pergunta, equipe
      *> coerente entre as linhas do jogador; a aceita vai para a folha
      *>------------------------------------------------------------------------
       critica-linha-resposta section.
           move spaces to ws-resposta-campos
           unstring fd-respostas-linha delimited by ";"
               into ws-rsp-codigo
                    ws-rsp-numero
                    ws-rsp-resposta
                    ws-rsp-equipe
           end-unstring
           move space to ws-motivo
           compute ws-rsp-codigo-num = function numval(ws-rsp-codigo)
           compute ws-rsp-numero-num = function numval(ws-rsp-numero)

           move 0 to ws-cad-achou
           perform varying ws-ind-cadastro from 1 by 1
                   until ws-ind-cadastro > ws-qtd-cadastro or ws-cad-achou > 0
               if ws-cad-codigo(ws-ind-cadastro) = ws-rsp-codigo-num then
                   move ws-ind-cadastro to ws-cad-achou
               end-if
           end-perform

           move 0 to ws-ind-jogador
           perform varying ws-ind from 1 by 1
                   until ws-ind > ws-num-jogadores or ws-ind-jogador > 0
               if ws-codigo(ws-ind) = ws-rsp-codigo-num then
                   move ws-ind to ws-ind-jogador
               end-if
           end-perform

      *> na multipla escolha a folha traz so a letra marcada: vale a
      *> letra sem espacos, em maiuscula, como a gravada pelo jogo
           move function trim(ws-rsp-resposta) to ws-norm-trabalho
           move ws-norm-trabalho(1:1)          to ws-resposta-letra
           inspect ws-resposta-letra converting "abcd" to "ABCD"

           evaluate true
               when ws-rsp-codigo = space
                   move "codigo do jogador em branco"          to ws-motivo
               when ws-cad-achou = 0
                   move "codigo inexistente no cadastro"       to ws-motivo
               when ws-cad-situacao(ws-cad-achou) = "I"
                   move "codigo inativo no cadastro"           to ws-motivo
               when ws-rsp-numero = space
                   move "numero da pergunta em branco"         to ws-motivo
               when ws-rsp-numero-num < 1 or ws-rsp-numero-num > ws-qtd-pacote
                   move "numero de pergunta fora da folha"     to ws-motivo
               when ws-rsp-resposta(26:5) <> space
                   move "resposta com mais de 25 caracteres"   to ws-motivo
               when ws-modo-jogo = 2 and ws-rsp-resposta <> space
                    and (ws-norm-trabalho(2:24) <> space
                         or (ws-resposta-letra <> "A" and ws-resposta-letra <> "B"
                         and ws-resposta-letra <> "C" and ws-resposta-letra <> "D"))
                   move "resposta diferente de A, B, C ou D"   to ws-motivo
               when ws-rsp-equipe(21:5) <> space
                   move "equipe com mais de 20 caracteres"     to ws-motivo
               when ws-ind-jogador = 0 and ws-num-jogadores >= 50
                   move "limite de 50 jogadores na sessao"     to ws-motivo
               when other
                   if ws-ind-jogador > 0 then
                       if ws-resposta-lida(ws-ind-jogador, ws-rsp-numero-num) = "S" then
                           move "pergunta ja respondida pelo jogador" to ws-motivo
                       end-if
                       if ws-rsp-equipe <> space
                               and ws-equipe(ws-ind-jogador) <> space
                               and ws-rsp-equipe(1:20) <> ws-equipe(ws-ind-jogador) then
                           move "equipe diferente da de outra linha"   to ws-motivo
                       end-if
                   end-if
           end-evaluate

           if ws-motivo = space then
      *> primeira linha do jogador: entra na sessao com a folha em branco
               if ws-ind-jogador = 0 then
                   add 1 to ws-num-jogadores
                   move ws-num-jogadores to ws-ind-jogador
                   move ws-cad-codigo(ws-cad-achou) to ws-codigo(ws-ind-jogador)
                   move ws-cad-nome(ws-cad-achou)   to ws-jogador(ws-ind-jogador)
                   move space                       to ws-equipe(ws-ind-jogador)
                   move 0                           to ws-pontos(ws-ind-jogador)
                   move 0                           to ws-acertos(ws-ind-jogador)
                   perform varying ws-ind-cat from 1 by 1 until ws-ind-cat > 3
                       move 0 to ws-pontos-cat(ws-ind-jogador, ws-ind-cat)
                   end-perform
                   perform varying ws-ind-pergunta from 1 by 1
                           until ws-ind-pergunta > ws-qtd-pacote
                       move space to ws-resposta(ws-ind-jogador, ws-ind-pergunta)
                       move space to ws-resposta-lida(ws-ind-jogador, ws-ind-pergunta)
                       move space to ws-resultado(ws-ind-jogador, ws-ind-pergunta)
                   end-perform
               end-if
               if ws-modo-jogo = 2 then
                   move ws-resposta-letra
                       to ws-resposta(ws-ind-jogador, ws-rsp-numero-num)
               else
                   move ws-rsp-resposta(1:25)
                       to ws-resposta(ws-ind-jogador, ws-rsp-numero-num)
               end-if
               move "S" to ws-resposta-lida(ws-ind-jogador, ws-rsp-numero-num)
               if ws-rsp-equipe <> space then
                   move ws-rsp-equipe(1:20) to ws-equipe(ws-ind-jogador)
               end-if
           else
               add 1 to ws-qtd-rejeitadas
               move spaces to fd-rejeitos-linha
               string function trim(fd-respostas-linha)  delimited by size
                      " | "                              delimited by size
                      function trim(ws-motivo)           delimited by size
                      into fd-rejeitos-linha
               end-string
               write fd-rejeitos-linha
               if ws-fs-rejeitos <> 0 then
                   move 16                             to ws-msn-erro-ofsset
                   move ws-fs-rejeitos                 to ws-msn-erro-cod
                   move "Erro ao gravar arq. rejeitos."  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       critica-linha-resposta-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Corrigir a folha de cada jogador: pergunta sem resposta digitada
      *> conta como erro (no papel nao ha tempo esgotado); cada acerto vale
      *> a dificuldade da pergunta, como no jogo
      *>------------------------------------------------------------------------
       corrige-folhas section.
           perform varying ws-ind-jogador from 1 by 1
                   until ws-ind-jogador > ws-num-jogadores
               perform varying ws-ind-pergunta from 1 by 1
                       until ws-ind-pergunta > ws-qtd-pacote
                   move space to ws-acertou
                   if ws-modo-jogo = 2 then
                       perform confere-letra
                   else
                       perform confere-resposta
                   end-if
                   if ws-acertou = "S" then
                       move "C" to ws-resultado(ws-ind-jogador, ws-ind-pergunta)
                       add 1 to ws-acertos(ws-ind-jogador)
                       add ws-pac-dificuldade(ws-ind-pergunta) to ws-pontos(ws-ind-jogador)
      *> acumula tambem o subtotal da categoria da pergunta
                       add ws-pac-dificuldade(ws-ind-pergunta)
                           to ws-pontos-cat(ws-ind-jogador, ws-pac-categoria(ws-ind-pergunta))
                   else
                       move "E" to ws-resultado(ws-ind-jogador, ws-ind-pergunta)
                   end-if
               end-perform
           end-perform
           .
       corrige-folhas-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Conferir a resposta escrita com a resposta certa do pacote, com a
      *> resposta atual da pergunta e com os apelidos cadastrados para ela:
      *> a comparacao ignora maiusculas/minusculas, espacos nas pontas e
      *> acentos, como no jogo
      *>------------------------------------------------------------------------
       confere-resposta section.
           move ws-resposta(ws-ind-jogador, ws-ind-pergunta) to ws-norm-entrada
           perform normaliza-resposta
           move ws-norm-saida to ws-resposta-norm

           move ws-pac-capital(ws-ind-pergunta) to ws-norm-entrada
           perform normaliza-resposta
           move ws-norm-saida to ws-capital-norm

           if ws-resposta-norm = ws-capital-norm and ws-resposta-norm <> space then
               move "S" to ws-acertou
           end-if

           move ws-pac-pergunta(ws-ind-pergunta) to ws-ind-busca
           if ws-ind-busca > 0 and ws-acertou <> "S" then
               move ws-per-capital(ws-ind-busca) to ws-norm-entrada
               perform normaliza-resposta
               if ws-resposta-norm = ws-norm-saida and ws-resposta-norm <> space then
                   move "S" to ws-acertou
               end-if

               perform varying ws-ind-alias from 1 by 1
                       until ws-ind-alias > ws-qtd-aliases or ws-acertou = "S"
                   if ws-alias-dono(ws-ind-alias) = ws-ind-busca then
                       move ws-alias-texto(ws-ind-alias) to ws-norm-entrada
                       perform normaliza-resposta
                       if ws-resposta-norm = ws-norm-saida
                               and ws-resposta-norm <> space then
                           move "S" to ws-acertou
                       end-if
                   end-if
               end-perform
           end-if
           .
       confere-resposta-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Conferir a letra marcada (A/B/C/D): vale o texto da alternativa
      *> impressa, como no jogo (duas alternativas de mesmo texto valem)
      *>------------------------------------------------------------------------
       confere-letra section.
           move function trim(ws-resposta(ws-ind-jogador, ws-ind-pergunta))
               to ws-resposta-letra
           inspect ws-resposta-letra converting "abcd" to "ABCD"
           evaluate ws-resposta-letra
               when "A"
                   move 1 to ws-slot-resposta
               when "B"
                   move 2 to ws-slot-resposta
               when "C"
                   move 3 to ws-slot-resposta
               when "D"
                   move 4 to ws-slot-resposta
               when other
                   move 0 to ws-slot-resposta
           end-evaluate

           if ws-slot-resposta > 0 then
               if ws-pac-opcao(ws-ind-pergunta, ws-slot-resposta) =
                       ws-pac-capital(ws-ind-pergunta) then
                   move "S" to ws-acertou
               end-if
           end-if
           .
       confere-letra-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Normalizar um texto de resposta para comparacao: remove os acentos
      *> (sequencias UTF-8 iniciadas por x"C3"), tira os espacos das pontas
      *> e converte tudo para maiusculas
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
      *> Ordenar a colocação dos jogadores; no papel nao ha morte subita: um
      *> empate fica na ordem em que os jogadores aparecem nas respostas
      *>------------------------------------------------------------------------
       ordena section.
           move "trocou" to ws-controle
           perform until ws-controle <> "trocou"
               move 1 to ws-ind
               move "Ntrocou" to ws-controle
               perform until ws-ind > ws-num-jogadores - 1
                   if ws-pontos(ws-ind) < ws-pontos(ws-ind + 1) then
                       move ws-jogo(ws-ind + 1) to ws-jogo-aux
                       move ws-jogo(ws-ind)     to ws-jogo(ws-ind + 1)
                       move ws-jogo-aux         to ws-jogo(ws-ind)
                       move "trocou" to ws-controle
                   end-if
                   add 1 to ws-ind
               end-perform
           end-perform
           .
       ordena-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Montar as equipes e os seus totais a partir dos jogadores
      *>------------------------------------------------------------------------
       monta-equipes section.
           move 0 to ws-qtd-equipes
           perform varying ws-ind from 1 by 1 until ws-ind > ws-num-jogadores
               if ws-equipe(ws-ind) <> space then
                   move ws-equipe(ws-ind) to ws-equipe-busca
                   perform registra-equipe
                   add ws-pontos(ws-ind) to ws-equipe-pontos(ws-ind-equipe)
               end-if
           end-perform
           .
       monta-equipes-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Localizar a equipe ws-equipe-busca na tabela de equipes, cadastrando-a
      *> se ainda nao existir; devolve o indice em ws-ind-equipe
      *>------------------------------------------------------------------------
       registra-equipe section.
           move 0 to ws-ind-equipe
           perform varying ws-ind-busca from 1 by 1
                   until ws-ind-busca > ws-qtd-equipes or ws-ind-equipe > 0
               if ws-equipe-nome(ws-ind-busca) = ws-equipe-busca then
                   move ws-ind-busca to ws-ind-equipe
               end-if
           end-perform

           if ws-ind-equipe = 0 then
               if ws-qtd-equipes >= 10 then
                   move ws-qtd-equipes                 to ws-msn-erro-ofsset
                   move 93                              to ws-msn-erro-cod
                   move "Limite de 10 equipes excedido." to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               add 1 to ws-qtd-equipes
               move ws-equipe-busca to ws-equipe-nome(ws-qtd-equipes)
               move 0               to ws-equipe-pontos(ws-qtd-equipes)
               move ws-qtd-equipes  to ws-ind-equipe
           end-if
           .
       registra-equipe-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Ordenar a colocação das equipes por total de pontos
      *>------------------------------------------------------------------------
       ordena-equipes section.
           move "trocou" to ws-controle
           perform until ws-controle <> "trocou"
               move 1 to ws-ind
               move "Ntrocou" to ws-controle
               perform until ws-ind > ws-qtd-equipes - 1
                   if ws-equipe-pontos(ws-ind) < ws-equipe-pontos(ws-ind + 1) then
                       move ws-equipe-pontos(ws-ind + 1) to ws-auxpontos
                       move ws-equipe-nome(ws-ind + 1)   to ws-aux-equipe
                       move ws-equipe-pontos(ws-ind)     to ws-equipe-pontos(ws-ind + 1)
                       move ws-equipe-nome(ws-ind)       to ws-equipe-nome(ws-ind + 1)
                       move ws-auxpontos                 to ws-equipe-pontos(ws-ind)
                       move ws-aux-equipe                to ws-equipe-nome(ws-ind)
                       move "trocou" to ws-controle
                   end-if
                   add 1 to ws-ind
               end-perform
           end-perform
           .
       ordena-equipes-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Mostrar a colocação corrigida para a conferencia do operador
      *>------------------------------------------------------------------------
       mostra-classificacao section.
           display "---------------------------------------------------------------"
           display "COLOCACAO DA SESSAO " ws-sessao-atual
           display "LUGAR CODIGO JOGADOR              EQUIPE               ACERTOS PONTOS"
           perform varying ws-ind from 1 by 1 until ws-ind > ws-num-jogadores
               move ws-ind            to ws-lugar-texto
               move ws-pontos(ws-ind) to ws-pontos-texto
               display ws-lugar-texto "o   " ws-codigo(ws-ind) "   " ws-jogador(ws-ind)
                       " " ws-equipe(ws-ind) " " ws-acertos(ws-ind)
                       "     " ws-pontos-texto
           end-perform
           if ws-num-jogadores > 1 and ws-pontos(1) = ws-pontos(2) then
               display "ATENCAO: empate no primeiro lugar; vale a ordem das folhas"
               display "no arquivo de respostas (digitar antes quem venceu o desempate)."
           end-if
           if ws-qtd-equipes > 0 then
               display "EQUIPES"
               perform varying ws-ind from 1 by 1 until ws-ind > ws-qtd-equipes
                   move ws-ind                   to ws-lugar-texto
                   move ws-equipe-pontos(ws-ind) to ws-pontos-texto
                   display ws-lugar-texto "o   " ws-equipe-nome(ws-ind)
                           " " ws-pontos-texto
               end-perform
           end-if
           .
       mostra-classificacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Gravar no detalhes.txt o bloco da sessao: cabecalho "H", uma linha
      *> por pergunta de cada jogador e rodape "T" com contagem e acertos
      *>------------------------------------------------------------------------
       grava-detalhes section.
      *> um bloco deixado aberto por uma partida interrompida e fechado
      *> antes, para os leitores nao barrarem o arquivo
           perform repara-bloco-detalhes

           move 0 to ws-det-bloco-qtd
           move 0 to ws-det-bloco-acertos

           open extend arqDetalhes
           if ws-fs-detalhes = 35 then
               open output arqDetalhes
           end-if
           if ws-fs-detalhes <> 0 then
               move 17                                 to ws-msn-erro-ofsset
               move ws-fs-detalhes                     to ws-msn-erro-cod
               move "Erro ao abrir arq. detalhes."      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "H"                     to fd-det-cab-tipo
           move "importapapel"          to fd-det-cab-programa
           move ws-data-atual-formatada to fd-det-cab-data
           move ws-hora-atual-formatada to fd-det-cab-hora
           write fd-det-cabecalho
           if ws-fs-detalhes <> 0 then
               move 18                                 to ws-msn-erro-ofsset
               move ws-fs-detalhes                     to ws-msn-erro-cod
               move "Erro ao gravar arq. detalhes."     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform varying ws-ind-jogador from 1 by 1
                   until ws-ind-jogador > ws-num-jogadores
               perform varying ws-ind-pergunta from 1 by 1
                       until ws-ind-pergunta > ws-qtd-pacote
                   move ws-pac-categoria(ws-ind-pergunta)    to fd-det-categoria
                   move ws-pac-estado(ws-ind-pergunta)       to fd-det-estado
                   move ws-codigo(ws-ind-jogador)            to fd-det-codigo
                   move ws-jogador(ws-ind-jogador)           to fd-det-jogador
                   move ws-resposta(ws-ind-jogador, ws-ind-pergunta)
                                                             to fd-det-resposta
                   move ws-resultado(ws-ind-jogador, ws-ind-pergunta)
                                                             to fd-det-resultado
                   move ws-data-atual-formatada              to fd-det-data
                   move ws-hora-atual-formatada              to fd-det-hora
                   move ws-sessao-atual                      to fd-det-sessao
                   move ws-pac-id-pergunta(ws-ind-pergunta)  to fd-det-id-pergunta
                   move space                                to fd-det-sorteio
                   write fd-detalhes-linha
                   if ws-fs-detalhes <> 0 then
                       move 19                             to ws-msn-erro-ofsset
                       move ws-fs-detalhes                 to ws-msn-erro-cod
                       move "Erro ao gravar arq. detalhes." to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   add 1 to ws-det-bloco-qtd
                   if ws-resultado(ws-ind-jogador, ws-ind-pergunta) = "C" then
                       add 1 to ws-det-bloco-acertos
                   end-if
               end-perform
           end-perform

           move "T"                   to fd-det-rod-tipo
           move ws-det-bloco-qtd      to fd-det-rod-qtd
           move ws-det-bloco-acertos  to fd-det-rod-total
           write fd-det-rodape
           if ws-fs-detalhes <> 0 then
               move 20                                 to ws-msn-erro-ofsset
               move ws-fs-detalhes                     to ws-msn-erro-cod
               move "Erro ao gravar arq. detalhes."     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqDetalhes
           if ws-fs-detalhes <> 0 then
               move 21                                 to ws-msn-erro-ofsset
               move ws-fs-detalhes                     to ws-msn-erro-cod
               move "Erro ao fechar arq. detalhes."     to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-detalhes-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Fechar um bloco de detalhes deixado sem rodape por uma gravacao
      *> interrompida: reconta os registros e acertos do bloco aberto no
      *> final do arquivo e grava o rodape "T" que faltava
      *>------------------------------------------------------------------------
       repara-bloco-detalhes section.
           move space to ws-rep-bloco-aberto
           move 0     to ws-rep-bloco-qtd
           move 0     to ws-rep-bloco-acertos

           open input arqDetalhes
           if ws-fs-detalhes = 35 then
               continue
           else
               if ws-fs-detalhes <> 0 then
                   move 22                                 to ws-msn-erro-ofsset
                   move ws-fs-detalhes                     to ws-msn-erro-cod
                   move "Erro ao abrir arq. detalhes."      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-detalhes = 10
                   read arqDetalhes
                   if ws-fs-detalhes <> 0 and ws-fs-detalhes <> 10 then
                       move 23                             to ws-msn-erro-ofsset
                       move ws-fs-detalhes                 to ws-msn-erro-cod
                       move "Erro ao ler arq. detalhes."    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-detalhes = 0 and fd-detalhes-linha <> space then
                       evaluate fd-detalhes-linha(1:1)
                           when "H"
                               move "S" to ws-rep-bloco-aberto
                               move 0   to ws-rep-bloco-qtd
                               move 0   to ws-rep-bloco-acertos
                           when "T"
                               move space to ws-rep-bloco-aberto
                           when other
                               if ws-rep-bloco-aberto = "S" then
                                   add 1 to ws-rep-bloco-qtd
                                   if fd-det-resultado = "C" then
                                       add 1 to ws-rep-bloco-acertos
                                   end-if
                               end-if
                       end-evaluate
                   end-if
               end-perform

               close arqDetalhes
               if ws-fs-detalhes <> 0 then
                   move 52                                 to ws-msn-erro-ofsset
                   move ws-fs-detalhes                     to ws-msn-erro-cod
                   move "Erro ao fechar arq. detalhes."     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-rep-bloco-aberto = "S" then
                   open extend arqDetalhes
                   if ws-fs-detalhes <> 0 then
                       move 24                                 to ws-msn-erro-ofsset
                       move ws-fs-detalhes                     to ws-msn-erro-cod
                       move "Erro ao abrir arq. detalhes."      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   move "T"                  to fd-det-rod-tipo
                   move ws-rep-bloco-qtd     to fd-det-rod-qtd
                   move ws-rep-bloco-acertos to fd-det-rod-total
                   write fd-det-rodape
                   if ws-fs-detalhes <> 0 then
                       move 25                                 to ws-msn-erro-ofsset
                       move ws-fs-detalhes                     to ws-msn-erro-cod
                       move "Erro ao gravar arq. detalhes."     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   close arqDetalhes
                   if ws-fs-detalhes <> 0 then
                       move 53                                 to ws-msn-erro-ofsset
                       move ws-fs-detalhes                     to ws-msn-erro-cod
                       move "Erro ao fechar arq. detalhes."     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if
           .
       repara-bloco-detalhes-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Gravar a colocação da sessao no historico da temporada, como o
      *> jogo: jogadores ("J"), subtotais por categoria numa sessao mista
      *> ("C"), equipes ("E") e o registro de controle; depois a sessao
      *> deixa de estar em aberto na agenda
      *>------------------------------------------------------------------------
       grava-historico section.
           open i-o arqHistorico
           if ws-fs-historico = 35 then
      *> primeira gravacao da temporada: criar o arquivo indexado vazio
               open output arqHistorico
               close arqHistorico
               open i-o arqHistorico
           end-if
           if ws-fs-historico <> 0 then
               move 26                                 to ws-msn-erro-ofsset
               move ws-fs-historico                    to ws-msn-erro-cod
               move "Erro ao abrir arq. historico."     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move 0 to ws-hix-qtd-gravados
           move 0 to ws-hix-pontos-gravados
           perform varying ws-ind from 1 by 1 until ws-ind > ws-num-jogadores
               move ws-codigo(ws-ind)          to fd-hix-codigo
               move ws-data-atual-formatada    to fd-hix-data
               move ws-hora-atual-formatada    to fd-hix-hora
               move ws-ind                     to fd-hix-seq
               move "J"                        to fd-hix-tipo
               move ws-jogador(ws-ind)         to fd-hix-jogador
               move ws-equipe(ws-ind)          to fd-hix-equipe
               move ws-pontos(ws-ind)          to fd-hix-pontos
               move ws-sessao-atual            to fd-hix-sessao
               move "N"                        to fd-hix-pago
               move 0                          to fd-hix-categoria
               write fd-hix-registro
               if ws-fs-historico <> 0 then
                   move 27                             to ws-msn-erro-ofsset
                   move ws-fs-historico                 to ws-msn-erro-cod
                   move "Erro ao gravar arq. historico." to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               add 1 to ws-hix-qtd-gravados
               add ws-pontos(ws-ind) to ws-hix-pontos-gravados
           end-perform

      *> numa sessao mista cada jogador ganha tambem um registro de
      *> subtotal por categoria (tipo "C", sequencial 50 + categoria)
           if ws-categoria = 4 then
               perform varying ws-ind from 1 by 1 until ws-ind > ws-num-jogadores
                   perform varying ws-ind-cat from 1 by 1 until ws-ind-cat > 3
                       if ws-pontos-cat(ws-ind, ws-ind-cat) > 0 then
                           move ws-codigo(ws-ind)          to fd-hix-codigo
                           move ws-data-atual-formatada    to fd-hix-data
                           move ws-hora-atual-formatada    to fd-hix-hora
                           compute fd-hix-seq = 50 + ws-ind-cat
                           move "C"                        to fd-hix-tipo
                           move ws-jogador(ws-ind)         to fd-hix-jogador
                           move space                      to fd-hix-equipe
                           move ws-pontos-cat(ws-ind, ws-ind-cat)
                                                           to fd-hix-pontos
                           move ws-sessao-atual            to fd-hix-sessao
                           move "N"                        to fd-hix-pago
                           move ws-ind-cat                 to fd-hix-categoria
                           write fd-hix-registro
                           if ws-fs-historico <> 0 then
                               move 28                             to ws-msn-erro-ofsset
                               move ws-fs-historico                 to ws-msn-erro-cod
                               move "Erro ao gravar arq. historico." to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                           add 1 to ws-hix-qtd-gravados
                           add ws-pontos-cat(ws-ind, ws-ind-cat) to ws-hix-pontos-gravados
                       end-if
                   end-perform
               end-perform
           end-if

      *> a colocacao das equipes (tipo "E", codigo de jogador 0)
           perform varying ws-ind from 1 by 1 until ws-ind > ws-qtd-equipes
               move 0                          to fd-hix-codigo
               move ws-data-atual-formatada    to fd-hix-data
               move ws-hora-atual-formatada    to fd-hix-hora
               move ws-ind                     to fd-hix-seq
               move "E"                        to fd-hix-tipo
               move space                      to fd-hix-jogador
               move ws-equipe-nome(ws-ind)     to fd-hix-equipe
               move ws-equipe-pontos(ws-ind)   to fd-hix-pontos
               move ws-sessao-atual            to fd-hix-sessao
               move "N"                        to fd-hix-pago
               move 0                          to fd-hix-categoria
               write fd-hix-registro
               if ws-fs-historico <> 0 then
                   move 29                             to ws-msn-erro-ofsset
                   move ws-fs-historico                 to ws-msn-erro-cod
                   move "Erro ao gravar arq. historico." to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               add 1 to ws-hix-qtd-gravados
               add ws-equipe-pontos(ws-ind) to ws-hix-pontos-gravados
           end-perform

           perform atualiza-controle-historico

           close arqHistorico
           if ws-fs-historico <> 0 then
               move 30                                 to ws-msn-erro-ofsset
               move ws-fs-historico                    to ws-msn-erro-cod
               move "Erro ao fechar arq. historico."    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform marca-sessao-jogada
           .
       grava-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Atualizar o registro de controle do historico indexado (tipo "H",
      *> chave toda zerada) com a contagem e os pontos gravados
      *>------------------------------------------------------------------------
       atualiza-controle-historico section.
           move 0            to fd-hix-codigo
           move "0000/00/00" to fd-hix-data
           move "00:00:00"   to fd-hix-hora
           move 0            to fd-hix-seq
           read arqHistorico
           evaluate ws-fs-historico
               when 0
                   add ws-hix-qtd-gravados    to fd-hix-ctl-qtd
                   add ws-hix-pontos-gravados to fd-hix-ctl-total
                   rewrite fd-hix-registro
               when 23
      *> controle ainda inexistente (arquivo recem criado): nasce com
      *> os totais desta gravacao
                   move 0            to fd-hix-codigo
                   move "0000/00/00" to fd-hix-data
                   move "00:00:00"   to fd-hix-hora
                   move 0            to fd-hix-seq
                   move "H"          to fd-hix-tipo
                   move spaces       to fd-hix-corpo
                   move ws-hix-qtd-gravados    to fd-hix-ctl-qtd
                   move ws-hix-pontos-gravados to fd-hix-ctl-total
                   write fd-hix-registro
               when other
                   move 31                             to ws-msn-erro-ofsset
                   move ws-fs-historico                to ws-msn-erro-cod
                   move "Erro no controle do arq. historico." to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate
           if ws-fs-historico <> 0 then
               move 32                                 to ws-msn-erro-ofsset
               move ws-fs-historico                    to ws-msn-erro-cod
               move "Erro no controle do arq. historico." to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       atualiza-controle-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Marcar a sessao como jogada e regravar a agenda
      *>------------------------------------------------------------------------
       marca-sessao-jogada section.
           perform varying ws-ind-agenda from 1 by 1
                   until ws-ind-agenda > ws-qtd-agenda
               if ws-age-sessao(ws-ind-agenda) = ws-sessao-atual then
                   move "J" to ws-age-status(ws-ind-agenda)
               end-if
           end-perform

           open output arqAgenda
           if ws-fs-agenda <> 0 then
               move 33                                 to ws-msn-erro-ofsset
               move ws-fs-agenda                       to ws-msn-erro-cod
               move "Erro ao regravar arq. agenda."     to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           perform varying ws-ind-agenda from 1 by 1
                   until ws-ind-agenda > ws-qtd-agenda
               move ws-age-sessao(ws-ind-agenda)    to fd-age-sessao
               move ws-age-data(ws-ind-agenda)      to fd-age-data
               move ws-age-categoria(ws-ind-agenda) to fd-age-categoria
               move ws-age-modo(ws-ind-agenda)      to fd-age-modo
               move ws-age-status(ws-ind-agenda)    to fd-age-status
               write fd-agenda-linha
               if ws-fs-agenda <> 0 then
                   move 34                             to ws-msn-erro-ofsset
                   move ws-fs-agenda                   to ws-msn-erro-cod
                   move "Erro ao gravar arq. agenda."   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-perform
           close arqAgenda
           if ws-fs-agenda <> 0 then
               move 35                                 to ws-msn-erro-ofsset
               move ws-fs-agenda                       to ws-msn-erro-cod
               move "Erro ao fechar arq. agenda."       to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       marca-sessao-jogada-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Exportar a colocação em CSV para a planilha de premiação, no mesmo
      *> bloco de controle do jogo (cabecalho "H", linhas "J"/"C"/"E" e
      *> rodape "T" com contagem e total de pontos)
      *>------------------------------------------------------------------------
       grava-csv section.
           open extend arqCsv
           if ws-fs-csv = 35 then
               open output arqCsv
           end-if
           if ws-fs-csv <> 0 then
               move 36                                 to ws-msn-erro-ofsset
               move ws-fs-csv                          to ws-msn-erro-cod
               move "Erro ao abrir arq. resultados.csv." to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move 0 to ws-csv-bloco-qtd
           move 0 to ws-csv-bloco-total
           move spaces to fd-csv-linha
           string "H,importapapel,"         delimited by size
                  ws-data-atual-formatada   delimited by size
                  ","                       delimited by size
                  ws-hora-atual-formatada   delimited by size
                  into fd-csv-linha
           end-string
           perform grava-linha-csv

           perform varying ws-ind from 1 by 1 until ws-ind > ws-num-jogadores
               move ws-pontos(ws-ind)  to ws-csv-pontos-texto
               move ws-ind             to ws-csv-lugar-texto
               move ws-codigo(ws-ind)  to ws-csv-codigo-texto
               move ws-sessao-atual    to ws-csv-sessao-texto
               move spaces to fd-csv-linha
               string "J"                                  delimited by size
                     ","                                  delimited by size
                     function trim(ws-csv-codigo-texto)    delimited by size
                     ","                                  delimited by size
                     function trim(ws-jogador(ws-ind))     delimited by size
                     ","                                  delimited by size
                     function trim(ws-equipe(ws-ind))      delimited by size
                     ","                                  delimited by size
                     function trim(ws-csv-pontos-texto)    delimited by size
                     ","                                  delimited by size
                     function trim(ws-csv-lugar-texto)     delimited by size
                     ","                                  delimited by size
                     ws-data-atual-formatada               delimited by size
                     ","                                  delimited by size
                     function trim(ws-csv-sessao-texto)    delimited by size
                     into fd-csv-linha
               end-string
               perform grava-linha-csv
               add 1 to ws-csv-bloco-qtd
               add ws-pontos(ws-ind) to ws-csv-bloco-total
           end-perform

      *> numa sessao mista saem tambem os subtotais por categoria
      *> (linhas de tipo "C", com a categoria na coluna de equipe)
           if ws-categoria = 4 then
               perform varying ws-ind from 1 by 1 until ws-ind > ws-num-jogadores
                   perform varying ws-ind-cat from 1 by 1 until ws-ind-cat > 3
                       if ws-pontos-cat(ws-ind, ws-ind-cat) > 0 then
                           move ws-pontos-cat(ws-ind, ws-ind-cat)
                                                   to ws-csv-pontos-texto
                           move ws-codigo(ws-ind)  to ws-csv-codigo-texto
                           move ws-sessao-atual    to ws-csv-sessao-texto
                           move ws-ind-cat         to ws-csv-cat-texto
                           move spaces to fd-csv-linha
                           string "C,"                               delimited by size
                                 function trim(ws-csv-codigo-texto)  delimited by size
                                 ","                                 delimited by size
                                 function trim(ws-jogador(ws-ind))   delimited by size
                                 ",CAT"                              delimited by size
                                 ws-csv-cat-texto                    delimited by size
                                 ","                                 delimited by size
                                 function trim(ws-csv-pontos-texto)  delimited by size
                                 ",0,"                               delimited by size
                                 ws-data-atual-formatada             delimited by size
                                 ","                                 delimited by size
                                 function trim(ws-csv-sessao-texto)  delimited by size
                                 into fd-csv-linha
                           end-string
                           perform grava-linha-csv
                           add 1 to ws-csv-bloco-qtd
                           add ws-pontos-cat(ws-ind, ws-ind-cat) to ws-csv-bloco-total
                       end-if
                   end-perform
               end-perform
           end-if

           perform varying ws-ind from 1 by 1 until ws-ind > ws-qtd-equipes
               move ws-equipe-pontos(ws-ind) to ws-csv-pontos-texto
               move ws-ind                   to ws-csv-lugar-texto
               move ws-sessao-atual          to ws-csv-sessao-texto
               move spaces to fd-csv-linha
               string "E"                                  delimited by size
                     ",,,"                                delimited by size
                     function trim(ws-equipe-nome(ws-ind)) delimited by size
                     ","                                  delimited by size
                     function trim(ws-csv-pontos-texto)    delimited by size
                     ","                                  delimited by size
                     function trim(ws-csv-lugar-texto)     delimited by size
                     ","                                  delimited by size
                     ws-data-atual-formatada               delimited by size
                     ","                                  delimited by size
                     function trim(ws-csv-sessao-texto)    delimited by size
                     into fd-csv-linha
               end-string
               perform grava-linha-csv
               add 1 to ws-csv-bloco-qtd
               add ws-equipe-pontos(ws-ind) to ws-csv-bloco-total
           end-perform

           move ws-csv-bloco-qtd   to ws-csv-qtd-texto
           move ws-csv-bloco-total to ws-csv-total-texto
           move spaces to fd-csv-linha
           string "T,"              delimited by size
                  ws-csv-qtd-texto  delimited by size
                  ","               delimited by size
                  ws-csv-total-texto delimited by size
                  into fd-csv-linha
           end-string
           perform grava-linha-csv

           close arqCsv
           if ws-fs-csv <> 0 then
               move 43                                 to ws-msn-erro-ofsset
               move ws-fs-csv                          to ws-msn-erro-cod
               move "Erro ao fechar arq. resultados.csv." to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-csv-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Gravar a linha montada em fd-csv-linha
      *>------------------------------------------------------------------------
       grava-linha-csv section.
           write fd-csv-linha
           if ws-fs-csv <> 0 then
               move 44                                 to ws-msn-erro-ofsset
               move ws-fs-csv                          to ws-msn-erro-cod
               move "Erro ao gravar arq. resultados.csv." to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-linha-csv-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Registrar a importacao no diario de auditoria: "antes" traz a
      *> sessao e o arquivo de respostas, "depois" jogadores e perguntas
      *>------------------------------------------------------------------------
       grava-auditoria-importacao section.
           move "PAPEL" to ws-aud-acao

           open extend arqAuditoria
           if ws-fs-auditoria = 35 then
               open output arqAuditoria
           end-if
           if ws-fs-auditoria <> 0 then
               move 45                                 to ws-msn-erro-ofsset
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
           move ws-nome-arquivo-respostas to fd-aud-antes-capital
           move 0                       to fd-aud-antes-dificuldade
           string "JOGADORES "          delimited by size
                  ws-num-jogadores      delimited by size
                  into fd-aud-depois-estado
           end-string
           string "PERGUNTAS "          delimited by size
                  ws-qtd-pacote         delimited by size
                  into fd-aud-depois-capital
           end-string
           move 0                       to fd-aud-depois-dificuldade
           write fd-auditoria-linha
           if ws-fs-auditoria <> 0 then
               move 46                                 to ws-msn-erro-ofsset
               move ws-fs-auditoria                    to ws-msn-erro-cod
               move "Erro ao gravar arq. auditoria."    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqAuditoria
           if ws-fs-auditoria <> 0 then
               move 47                                 to ws-msn-erro-ofsset
               move ws-fs-auditoria                    to ws-msn-erro-cod
               move "Erro ao fechar arq. auditoria."    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-auditoria-importacao-exit.
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
