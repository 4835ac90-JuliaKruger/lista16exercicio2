      $set sourceformat"free"
      *>----Divisão de identificação do programa
       Identification Division.
       Program-id. "relatoriopresencas".
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
      *> (chave jogador + data)
           select arqHistorico assign to "historico.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-hix-chave
           alternate record key is fd-hix-data with duplicates
           lock mode is automatic
           file status is ws-fs-historico.

       I-O-Control.


      *>----Declaração de variáveis
       Data Division.

      *>----Variáveis de arquivos
       File Section.
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


      *>----Variáveis de trabalho
       Working-storage Section.

      *> cadastro mestre com a presenca apurada de cada jogador
       01 ws-cadastro occurs 100.
           05 ws-cad-codigo                        pic 9(04)
                                                   value 0.
           05 ws-cad-nome                          pic x(20)
                                                   value space.
           05 ws-cad-divisao                       pic x(01)
                                                   value space.
           05 ws-cad-situacao                      pic x(01)
                                                   value space.
           05 ws-cad-sessoes                       pic 9(04)
                                                   value 0.
           05 ws-cad-ultima-sessao                 pic 9(04)
                                                   value 0.
       77 ws-qtd-cadastro                          pic 9(03)
                                                   value 0.
       77 ws-ind-cad                               pic 9(03)
                                                   value 0.
       77 ws-achou-cad                             pic 9(03)
                                                   value 0.

      *> sessoes realizadas por divisao: uma sessao conta para a divisao
      *> quando ao menos um jogador da divisao jogou nela
       01 ws-sessoes-divisao occurs 500.
           05 ws-sdv-sessao                        pic 9(04)
                                                   value 0.
           05 ws-sdv-divisao                       pic x(01)
                                                   value space.
       77 ws-qtd-sessoes-divisao                   pic 9(03)
                                                   value 0.
       77 ws-ind-sdv                               pic 9(03)
                                                   value 0.
       77 ws-achou-sdv                             pic 9(03)
                                                   value 0.
       77 ws-realizadas-a                          pic 9(04)
                                                   value 0.
       77 ws-realizadas-b                          pic 9(04)
                                                   value 0.
       77 ws-realizadas-divisao                    pic 9(04)
                                                   value 0.
       77 ws-presenca-pct                          pic 9(03)
                                                   value 0.
       77 ws-presenca-minima                       pic 9(03)
                                                   value 0.
       77 ws-presenca-elegivel                     pic x(01)
                                                   value space.

       77 ws-fs-parametros                         pic 9(02).
       77 ws-fs-jogadores                          pic 9(02).
       77 ws-fs-agenda                             pic 9(02).
       77 ws-fs-historico                          pic 9(02).
       77 ws-par-valor-num                         pic 9(05)
                                                   value 0.
       77 ws-periodo                               pic x(07)
                                                   value space.
       77 ws-fim-historico                         pic x(01)
                                                   value space.
       77 ws-divisao-lista                         pic x(01)
                                                   value space.
       77 ws-qtd-agendadas                         pic 9(04)
                                                   value 0.
       77 ws-qtd-jogadas                           pic 9(04)
                                                   value 0.
       77 ws-qtd-abaixo                            pic 9(03)
                                                   value 0.
       77 ws-qtd-listados                          pic 9(03)
                                                   value 0.
       77 ws-faltas                                pic 9(04)
                                                   value 0.
       77 ws-sessoes-texto                         pic zzz9.
       77 ws-realizadas-texto                      pic zzz9.
       77 ws-faltas-texto                          pic zzz9.
       77 ws-pct-texto                             pic zz9.
       77 ws-situacao-texto                        pic x(16)
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
      *> Ler a presenca minima, o cadastro mestre e o periodo do relatorio
      *>------------------------------------------------------------------------
       inicializa section.
           display "==============================================================="
           display "   RELATORIO DE PRESENCA POR JOGADOR E POR DIVISAO"
           display "==============================================================="

           perform le-parametros
           perform carrega-jogadores

           display "Periodo (AAAA/MM, vazio = temporada inteira): "
           accept ws-periodo
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Ler o arquivo de parametros: so a presenca minima interessa aqui
      *> (sem o arquivo ou sem a chave a regra fica desligada)
      *>------------------------------------------------------------------------
       le-parametros section.
           move 0 to ws-presenca-minima
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
                   if ws-fs-parametros = 0
                           and fd-par-chave = "PRESENCA-MINIMA" then
                       compute ws-par-valor-num = function numval(fd-par-valor)
                       if ws-par-valor-num > 100 then
                           move ws-par-valor-num           to ws-msn-erro-ofsset
                           move 86                          to ws-msn-erro-cod
                           move "PRESENCA-MINIMA fora de faixa (0-100)." to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       move ws-par-valor-num to ws-presenca-minima
                   end-if
               end-perform

               close arqParametros
           end-if
           .
       le-parametros-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Carregar o cadastro mestre de jogadores com a divisao de cada um
      *> (jogadores cadastrados antes das divisoes entram na divisao B)
      *>------------------------------------------------------------------------
       carrega-jogadores section.
           move 0 to ws-qtd-cadastro
           open input arqJogadores
           if ws-fs-jogadores = 35 then
               display "Nenhum jogadores.txt encontrado: nada a relatar."
               stop run
           end-if
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
                       move 95                          to ws-msn-erro-cod
                       move "Mais de 100 jogadores no cadastro." to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   add 1 to ws-qtd-cadastro
                   move fd-jog-codigo to ws-cad-codigo(ws-qtd-cadastro)
                   move fd-jog-nome   to ws-cad-nome(ws-qtd-cadastro)
                   if fd-jog-divisao = "A" or fd-jog-divisao = "B" then
                       move fd-jog-divisao to ws-cad-divisao(ws-qtd-cadastro)
                   else
                       move "B"            to ws-cad-divisao(ws-qtd-cadastro)
                   end-if
                   move fd-jog-situacao to ws-cad-situacao(ws-qtd-cadastro)
               end-if
           end-perform

           close arqJogadores
           .
       carrega-jogadores-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Contar a agenda do periodo, apurar as presencas no historico e
      *> imprimir a divisao A e a divisao B
      *>------------------------------------------------------------------------
       processamento section.
           perform conta-agenda
           perform le-historico

           display "==============================================================="
           if ws-periodo = space then
               display "   PRESENCA - TEMPORADA INTEIRA"
           else
               display "   PRESENCA - PERIODO " ws-periodo
           end-if
           if ws-presenca-minima = 0 then
               display "   Presenca minima: nao exigida (PRESENCA-MINIMA = 0)"
           else
               move ws-presenca-minima to ws-pct-texto
               display "   Presenca minima para premiacao e promocao: "
                       ws-pct-texto "%"
           end-if
           display "   Sessoes agendadas: " ws-qtd-agendadas
                   "   jogadas: " ws-qtd-jogadas
           display "==============================================================="

           move 0 to ws-qtd-abaixo
           move "A" to ws-divisao-lista
           perform lista-divisao
           move "B" to ws-divisao-lista
           perform lista-divisao

           display "==============================================================="
           if ws-presenca-minima > 0 then
               display "Jogadores abaixo da presenca minima: " ws-qtd-abaixo
           end-if
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Contar as sessoes da agenda no periodo (agendadas e jogadas)
      *>------------------------------------------------------------------------
       conta-agenda section.
           move 0 to ws-qtd-agendadas
           move 0 to ws-qtd-jogadas
           open input arqAgenda
           if ws-fs-agenda = 35 then
               continue
           else
               if ws-fs-agenda <> 0 then
                   move 5                                  to ws-msn-erro-ofsset
                   move ws-fs-agenda                       to ws-msn-erro-cod
                   move "Erro ao abrir arq. agenda."        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-agenda = 10
                   read arqAgenda
                   if ws-fs-agenda <> 0 and ws-fs-agenda <> 10 then
                       move 6                              to ws-msn-erro-ofsset
                       move ws-fs-agenda                   to ws-msn-erro-cod
                       move "Erro ao ler arq. agenda."      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-agenda = 0 and fd-agenda-linha <> space
                           and (ws-periodo = space
                                or fd-age-data(1:7) = ws-periodo) then
                       add 1 to ws-qtd-agendadas
                       if fd-age-status = "J" then
                           add 1 to ws-qtd-jogadas
                       end-if
                   end-if
               end-perform

               close arqAgenda
           end-if
           .
       conta-agenda-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Ler os registros de jogador do periodo (pela chave alternativa de
      *> data) e apurar a presenca; sessao 0 (jogo avulso) nao conta
      *>------------------------------------------------------------------------
       le-historico section.
           move 0 to ws-qtd-sessoes-divisao
           move 0 to ws-realizadas-a
           move 0 to ws-realizadas-b

           open input arqHistorico
           if ws-fs-historico = 35 then
               display "Nenhum historico.dat encontrado: nenhuma sessao jogada."
           else
               if ws-fs-historico <> 0 then
                   move 7                                  to ws-msn-erro-ofsset
                   move ws-fs-historico                    to ws-msn-erro-cod
                   move "Erro ao abrir arq. historico."     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move space to ws-fim-historico
               if ws-periodo <> space then
                   move ws-periodo to fd-hix-data
                   start arqHistorico key >= fd-hix-data
                       invalid key
                           move "S" to ws-fim-historico
                   end-start
               end-if

               perform until ws-fim-historico = "S"
                   read arqHistorico next
                   if ws-fs-historico = 10 then
                       move "S" to ws-fim-historico
                   else
                       if ws-fs-historico <> 0 then
                           move 8                          to ws-msn-erro-ofsset
                           move ws-fs-historico             to ws-msn-erro-cod
                           move "Erro ao ler arq. historico." to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       if ws-periodo <> space
                               and fd-hix-data(1:7) > ws-periodo then
                           move "S" to ws-fim-historico
                       else
                           if fd-hix-tipo = "J" then
                               perform apura-presenca
                           end-if
                       end-if
                   end-if
               end-perform

               close arqHistorico
           end-if
           .
       le-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Contar a sessao do registro lido para o jogador (uma vez por
      *> sessao) e para a divisao dele
      *>------------------------------------------------------------------------
       apura-presenca section.
           if fd-hix-sessao > 0 then
               move 0 to ws-achou-cad
               perform varying ws-ind-cad from 1 by 1
                       until ws-ind-cad > ws-qtd-cadastro or ws-achou-cad > 0
                   if ws-cad-codigo(ws-ind-cad) = fd-hix-codigo then
                       move ws-ind-cad to ws-achou-cad
                   end-if
               end-perform

               if ws-achou-cad > 0 then
                   if ws-cad-ultima-sessao(ws-achou-cad) <> fd-hix-sessao then
                       add 1 to ws-cad-sessoes(ws-achou-cad)
                       move fd-hix-sessao to ws-cad-ultima-sessao(ws-achou-cad)
                   end-if

                   move 0 to ws-achou-sdv
                   perform varying ws-ind-sdv from 1 by 1
                           until ws-ind-sdv > ws-qtd-sessoes-divisao
                              or ws-achou-sdv > 0
                       if ws-sdv-sessao(ws-ind-sdv) = fd-hix-sessao
                               and ws-sdv-divisao(ws-ind-sdv)
                                   = ws-cad-divisao(ws-achou-cad) then
                           move ws-ind-sdv to ws-achou-sdv
                       end-if
                   end-perform
                   if ws-achou-sdv = 0 then
                       if ws-qtd-sessoes-divisao >= 500 then
                           move ws-qtd-sessoes-divisao     to ws-msn-erro-ofsset
                           move 94                          to ws-msn-erro-cod
                           move "Mais de 500 sessoes por divisao." to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-qtd-sessoes-divisao
                       move fd-hix-sessao
                           to ws-sdv-sessao(ws-qtd-sessoes-divisao)
                       move ws-cad-divisao(ws-achou-cad)
                           to ws-sdv-divisao(ws-qtd-sessoes-divisao)
                       if ws-cad-divisao(ws-achou-cad) = "A" then
                           add 1 to ws-realizadas-a
                       else
                           add 1 to ws-realizadas-b
                       end-if
                   end-if
               end-if
           end-if
           .
       apura-presenca-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Calcular o percentual de presenca do jogador ws-ind-cad sobre as
      *> sessoes realizadas na divisao dele e conferir a presenca minima
      *>------------------------------------------------------------------------
       calcula-presenca section.
           if ws-cad-divisao(ws-ind-cad) = "A" then
               move ws-realizadas-a to ws-realizadas-divisao
           else
               move ws-realizadas-b to ws-realizadas-divisao
           end-if
           if ws-realizadas-divisao = 0 then
               move 0 to ws-presenca-pct
           else
               compute ws-presenca-pct rounded =
                   ws-cad-sessoes(ws-ind-cad) * 100 / ws-realizadas-divisao
           end-if
           if ws-presenca-minima = 0
                   or ws-presenca-pct >= ws-presenca-minima then
               move "S" to ws-presenca-elegivel
           else
               move "N" to ws-presenca-elegivel
           end-if
           .
       calcula-presenca-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Imprimir a presenca dos jogadores ativos da divisao ws-divisao-lista
      *>------------------------------------------------------------------------
       lista-divisao section.
           if ws-divisao-lista = "A" then
               move ws-realizadas-a to ws-realizadas-divisao
           else
               move ws-realizadas-b to ws-realizadas-divisao
           end-if
           move ws-realizadas-divisao to ws-realizadas-texto
           display "---------------------------------------------------------------"
           display "  DIVISAO " ws-divisao-lista
                   " - sessoes realizadas na divisao: " ws-realizadas-texto
           display "---------------------------------------------------------------"
           display "CODIGO JOGADOR              JOGOU FALTAS PRESENCA SITUACAO"
           display "------ -------------------- ----- ------ -------- ----------------"

           move 0 to ws-qtd-listados
           perform varying ws-ind-cad from 1 by 1 until ws-ind-cad > ws-qtd-cadastro
               if ws-cad-divisao(ws-ind-cad) = ws-divisao-lista
                       and ws-cad-situacao(ws-ind-cad) <> "I" then
                   add 1 to ws-qtd-listados
                   perform calcula-presenca
                   compute ws-faltas = ws-realizadas-divisao - ws-cad-sessoes(ws-ind-cad)
                   move ws-cad-sessoes(ws-ind-cad) to ws-sessoes-texto
                   move ws-faltas                  to ws-faltas-texto
                   move ws-presenca-pct            to ws-pct-texto
                   if ws-presenca-elegivel = "S" then
                       move space              to ws-situacao-texto
                   else
                       move "ABAIXO DO MINIMO" to ws-situacao-texto
                       add 1 to ws-qtd-abaixo
                   end-if
                   display ws-cad-codigo(ws-ind-cad) "   "
                           ws-cad-nome(ws-ind-cad) " "
                           ws-sessoes-texto "   "
                           ws-faltas-texto "   "
                           ws-pct-texto "%    "
                           ws-situacao-texto
               end-if
           end-perform
           if ws-qtd-listados = 0 then
               display "  (nenhum jogador ativo nesta divisao)"
           end-if
           .
       lista-divisao-exit.
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
           stop run
           .
       finaliza-exit.
           exit.
