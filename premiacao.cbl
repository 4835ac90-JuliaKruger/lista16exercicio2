           lock mode is automatic
           file status is ws-fs-pagamentos.

      *> presenca minima (parametros) e divisao de cada jogador (cadastro)
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

       I-O-Control.


           05 fd-pag-valor                         pic 9(07)v99
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
           05 fd-jog-situacao                      pic x(01)
                                                   value space.


      *>----Variáveis de trabalho
       Working-storage Section.
                                                   value 0.
           05 ws-ext-valor                         pic 9(05)v99
                                                   value 0.
      *> "J" = sessao jogada, "A" = ajuste de pontuacao da sessao
           05 ws-ext-tipo                          pic x(01)
                                                   value space.
       77 ws-qtd-extrato                           pic 9(03)
                                                   value 0.

      *> ajustes de pontuacao ("A") em aberto no periodo: cada um vale a
      *> diferenca de premio que causa na sessao a que se refere
       01 ws-ajustes occurs 100.
           05 ws-aju-chave                         pic x(24)
                                                   value space.
           05 ws-aju-codigo                        pic 9(04)
                                                   value 0.
           05 ws-aju-jogador                       pic x(20)
                                                   value space.
           05 ws-aju-data                          pic x(10)
                                                   value space.
           05 ws-aju-sessao                        pic 9(04)
                                                   value 0.
           05 ws-aju-pontos                        pic 9(05)
                                                   value 0.
       77 ws-qtd-ajustes                           pic 9(03)
                                                   value 0.
       77 ws-ind-aju                               pic 9(03)
                                                   value 0.
       77 ws-pontos-base                           pic 9(07)
                                                   value 0.
       77 ws-pontos-faixa                          pic 9(07)
                                                   value 0.
       77 ws-valor-faixa                           pic 9(05)v99
                                                   value 0.
       77 ws-valor-base                            pic 9(05)v99
                                                   value 0.

      *> cadastro mestre com a presenca apurada de cada jogador no periodo
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
       77 ws-pct-texto                             pic zz9.
       77 ws-minima-texto                          pic zz9.
       77 ws-qtd-mantidos                          pic 9(03)
                                                   value 0.
       77 ws-codigo-retido                         pic 9(04)
                                                   value 0.
       77 ws-qtd-retidos                           pic 9(03)
                                                   value 0.
       77 ws-fs-parametros                         pic 9(02).
       77 ws-fs-jogadores                          pic 9(02).
       77 ws-par-valor-num                         pic 9(05)
                                                   value 0.

       77 ws-fs-historico                          pic 9(02).
       77 ws-fs-premios                            pic 9(02).
       77 ws-fs-pagamentos                         pic 9(02).
           display "==============================================================="

           perform carrega-premios
           perform le-parametros
           if ws-presenca-minima > 0 then
               perform carrega-jogadores
               move ws-presenca-minima to ws-minima-texto
               display "Presenca minima exigida: " ws-minima-texto "%"
                       " das sessoes da divisao no periodo."
           end-if

           display "Periodo (AAAA/MM, vazio = tudo em aberto): "
           accept ws-periodo
           accept ws-confirma
           if ws-confirma <> "S" and ws-confirma <> "s" then
               display "Premiacao cancelada: nada foi alterado."
               move 4 to return-code
               stop run
           end-if
           .
           open input arqPremios
           if ws-fs-premios = 35 then
               display "Nenhum premios.txt encontrado: sem tabela de premios."
               move 16 to return-code
               stop run
           end-if
           if ws-fs-premios <> 0 then
      *>------------------------------------------------------------------------
       processamento section.
           perform apura-pagamentos
           if ws-qtd-ajustes > 0 then
               perform valoriza-ajustes
           end-if
           if ws-presenca-minima > 0 then
               perform aplica-presenca-minima
           end-if
           if ws-qtd-pagamentos = 0 then
               display "Nenhuma sessao em aberto no periodo: nada a pagar."
           else
                           and fd-hix-data(1:7) > ws-periodo then
                       move "S" to ws-fim-historico
                   else
      *> a presenca conta todas as sessoes do periodo, pagas ou nao
                       if fd-hix-tipo = "J" and ws-presenca-minima > 0 then
                           perform apura-presenca
                       end-if
                       if fd-hix-tipo = "J" and fd-hix-pago <> "S" then
                           perform acumula-pagamento
                       end-if
                       if fd-hix-tipo = "A" and fd-hix-pago <> "S" then
                           perform guarda-ajuste
                       end-if
                   end-if
               end-if
           end-perform
           move fd-hix-sessao  to ws-ext-sessao(ws-qtd-extrato)
           move fd-hix-pontos  to ws-ext-pontos(ws-qtd-extrato)
           move ws-valor-sessao to ws-ext-valor(ws-qtd-extrato)
           move "J"            to ws-ext-tipo(ws-qtd-extrato)
           .
       acumula-pagamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Guardar o ajuste de pontuacao em aberto lido no periodo; ele so
      *> e valorado depois da leitura, contra os pontos da sua sessao
      *>------------------------------------------------------------------------
       guarda-ajuste section.
           if ws-qtd-ajustes >= 100 then
               move ws-qtd-ajustes                     to ws-msn-erro-ofsset
               move 88                                  to ws-msn-erro-cod
               move "Mais de 100 ajustes a pagar."       to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           add 1 to ws-qtd-ajustes
           move fd-hix-chave   to ws-aju-chave(ws-qtd-ajustes)
           move fd-hix-codigo  to ws-aju-codigo(ws-qtd-ajustes)
           move fd-hix-jogador to ws-aju-jogador(ws-qtd-ajustes)
           move fd-hix-data    to ws-aju-data(ws-qtd-ajustes)
           move fd-hix-sessao  to ws-aju-sessao(ws-qtd-ajustes)
           move fd-hix-pontos  to ws-aju-pontos(ws-qtd-ajustes)
           .
       guarda-ajuste-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Valorar cada ajuste em aberto: a base e o total da sessao no
      *> historico (registros "J" mais os ajustes lancados antes deste);
      *> o ajuste vale o premio da base somada ao ajuste menos o premio
      *> da base, pago ou nao a sessao original
      *>------------------------------------------------------------------------
       valoriza-ajustes section.
           open input arqHistorico
           if ws-fs-historico <> 0 then
               move 14                                 to ws-msn-erro-ofsset
               move ws-fs-historico                    to ws-msn-erro-cod
               move "Erro ao reabrir arq. historico."   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform varying ws-ind-aju from 1 by 1 until ws-ind-aju > ws-qtd-ajustes
               move 0                          to ws-pontos-base
               move space                      to ws-fim-historico
               move ws-aju-codigo(ws-ind-aju)  to fd-hix-codigo
               move low-values                 to fd-hix-data
               move low-values                 to fd-hix-hora
               move 0                          to fd-hix-seq
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
                           move 15                             to ws-msn-erro-ofsset
                           move ws-fs-historico                 to ws-msn-erro-cod
                           move "Erro ao ler arq. historico."    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       if fd-hix-codigo <> ws-aju-codigo(ws-ind-aju) then
                           move "S" to ws-fim-historico
                       else
                           if fd-hix-sessao = ws-aju-sessao(ws-ind-aju)
                                   and (fd-hix-tipo = "J"
                                        or (fd-hix-tipo = "A"
                                            and fd-hix-chave < ws-aju-chave(ws-ind-aju))) then
                               add fd-hix-pontos to ws-pontos-base
                           end-if
                       end-if
                   end-if
               end-perform

               move ws-pontos-base to ws-pontos-faixa
               perform busca-premio
               move ws-valor-faixa to ws-valor-base
               compute ws-pontos-faixa = ws-pontos-base + ws-aju-pontos(ws-ind-aju)
               perform busca-premio
               if ws-valor-faixa > ws-valor-base then
                   compute ws-valor-sessao = ws-valor-faixa - ws-valor-base
               else
                   move 0 to ws-valor-sessao
               end-if
               perform acumula-ajuste
           end-perform

           close arqHistorico
           .
       valoriza-ajustes-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Procurar na tabela de premios o valor da faixa de ws-pontos-faixa
      *> (fora de todas as faixas o valor e zero)
      *>------------------------------------------------------------------------
       busca-premio section.
           move 0 to ws-valor-faixa
           perform varying ws-ind-busca from 1 by 1
                   until ws-ind-busca > ws-qtd-premios
               if ws-pontos-faixa >= ws-pre-de(ws-ind-busca)
                       and ws-pontos-faixa <= ws-pre-ate(ws-ind-busca) then
                   move ws-pre-valor(ws-ind-busca) to ws-valor-faixa
               end-if
           end-perform
           .
       busca-premio-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Acumular o ajuste valorado no pagamento do jogador (sem contar
      *> sessao nova) e no extrato, para ser marcado como pago
      *>------------------------------------------------------------------------
       acumula-ajuste section.
           move 0 to ws-achou
           perform varying ws-ind-busca from 1 by 1
                   until ws-ind-busca > ws-qtd-pagamentos or ws-achou > 0
               if ws-pag-codigo(ws-ind-busca) = ws-aju-codigo(ws-ind-aju) then
                   move ws-ind-busca to ws-achou
               end-if
           end-perform
           if ws-achou = 0 then
               if ws-qtd-pagamentos >= 100 then
                   move ws-qtd-pagamentos              to ws-msn-erro-ofsset
                   move 93                              to ws-msn-erro-cod
                   move "Mais de 100 jogadores a pagar."    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               add 1 to ws-qtd-pagamentos
               move ws-aju-codigo(ws-ind-aju)  to ws-pag-codigo(ws-qtd-pagamentos)
               move ws-aju-jogador(ws-ind-aju) to ws-pag-nome(ws-qtd-pagamentos)
               move ws-qtd-pagamentos to ws-achou
           end-if
           add ws-aju-pontos(ws-ind-aju) to ws-pag-pontos(ws-achou)
           add ws-valor-sessao           to ws-pag-valor(ws-achou)

           if ws-qtd-extrato >= 500 then
               move ws-qtd-extrato                 to ws-msn-erro-ofsset
               move 92                              to ws-msn-erro-cod
               move "Mais de 500 sessoes a pagar."      to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           add 1 to ws-qtd-extrato
           move ws-aju-chave(ws-ind-aju)   to ws-ext-chave(ws-qtd-extrato)
           move ws-aju-codigo(ws-ind-aju)  to ws-ext-codigo(ws-qtd-extrato)
           move ws-aju-data(ws-ind-aju)    to ws-ext-data(ws-qtd-extrato)
           move ws-aju-sessao(ws-ind-aju)  to ws-ext-sessao(ws-qtd-extrato)
           move ws-aju-pontos(ws-ind-aju)  to ws-ext-pontos(ws-qtd-extrato)
           move ws-valor-sessao            to ws-ext-valor(ws-qtd-extrato)
           move "A"                        to ws-ext-tipo(ws-qtd-extrato)
           .
       acumula-ajuste-exit.
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
                   move 10                                 to ws-msn-erro-ofsset
                   move ws-fs-parametros                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. parametros."    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-parametros = 10
                   read arqParametros
                   if ws-fs-parametros <> 0 and ws-fs-parametros <> 10 then
                       move 11                             to ws-msn-erro-ofsset
                       move ws-fs-parametros               to ws-msn-erro-cod
                       move "Erro ao ler arq. parametros."  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-parametros = 0
                           and fd-par-chave = "PRESENCA-MINIMA" then
                       compute ws-par-valor-num = function numval(fd-par-valor)
                       if ws-par-valor-num > 100 then
                           move ws-par-valor-num           to ws-msn-erro-ofsset
                           move 91                          to ws-msn-erro-cod
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
               display "Sem jogadores.txt: presenca minima nao aplicada."
               move 0 to ws-presenca-minima
           else
               if ws-fs-jogadores <> 0 then
                   move 12                                 to ws-msn-erro-ofsset
                   move ws-fs-jogadores                    to ws-msn-erro-cod
                   move "Erro ao abrir arq. jogadores."     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-jogadores = 10
                   read arqJogadores
                   if ws-fs-jogadores <> 0 and ws-fs-jogadores <> 10 then
                       move 13                             to ws-msn-erro-ofsset
                       move ws-fs-jogadores                to ws-msn-erro-cod
                       move "Erro ao ler arq. jogadores."   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-jogadores = 0 and fd-jog-nome <> space then
                       if ws-qtd-cadastro >= 100 then
                           move ws-qtd-cadastro            to ws-msn-erro-ofsset
                           move 90                          to ws-msn-erro-cod
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
           end-if
           .
       carrega-jogadores-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Contar a sessao do registro lido para o jogador (uma vez por
      *> sessao) e para a divisao dele; sessao 0 (jogo avulso) nao conta
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
                           move 89                          to ws-msn-erro-cod
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
      *> Reter o pagamento de quem nao atingiu a presenca minima no
      *> periodo: as sessoes dele ficam em aberto (nao sao marcadas como
      *> pagas); codigo fora do cadastro mestre nao tem como ser apurado
      *> e segue a regra antiga
      *>------------------------------------------------------------------------
       aplica-presenca-minima section.
           move 0 to ws-qtd-mantidos
           move 0 to ws-qtd-retidos
           perform varying ws-ind from 1 by 1 until ws-ind > ws-qtd-pagamentos
               move "S" to ws-presenca-elegivel
               move 0   to ws-achou-cad
               perform varying ws-ind-cad from 1 by 1
                       until ws-ind-cad > ws-qtd-cadastro or ws-achou-cad > 0
                   if ws-cad-codigo(ws-ind-cad) = ws-pag-codigo(ws-ind) then
                       move ws-ind-cad to ws-achou-cad
                       perform calcula-presenca
                   end-if
               end-perform

               if ws-presenca-elegivel = "S" then
                   add 1 to ws-qtd-mantidos
                   if ws-qtd-mantidos <> ws-ind then
                       move ws-pagamentos(ws-ind) to ws-pagamentos(ws-qtd-mantidos)
                   end-if
               else
                   add 1 to ws-qtd-retidos
                   move ws-presenca-pct to ws-pct-texto
                   display "PRESENCA INSUFICIENTE: " ws-pag-nome(ws-ind)
                           " (codigo " ws-pag-codigo(ws-ind) ") "
                           ws-pct-texto "% < " ws-minima-texto "%"
                           " - pagamento retido"
                   move ws-pag-codigo(ws-ind) to ws-codigo-retido
                   perform retira-extrato-jogador
               end-if
           end-perform
           move ws-qtd-mantidos to ws-qtd-pagamentos
           if ws-qtd-retidos > 0 then
               display "Jogadores com pagamento retido por presenca: " ws-qtd-retidos
           end-if
           .
       aplica-presenca-minima-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Retirar do extrato as sessoes do jogador ws-codigo-retido (nao
      *> entram no arquivo de pagamentos nem sao marcadas como pagas)
      *>------------------------------------------------------------------------
       retira-extrato-jogador section.
           move 0 to ws-achou
           perform varying ws-ind-busca from 1 by 1
                   until ws-ind-busca > ws-qtd-extrato
               if ws-ext-codigo(ws-ind-busca) <> ws-codigo-retido then
                   add 1 to ws-achou
                   if ws-achou <> ws-ind-busca then
                       move ws-extrato(ws-ind-busca) to ws-extrato(ws-achou)
                   end-if
               end-if
           end-perform
           move ws-achou to ws-qtd-extrato
           .
       retira-extrato-jogador-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Gravar o arquivo de pagamentos do periodo: um registro por
      *> jogador, chaveado pelo codigo do cadastro mestre
                   if ws-ext-codigo(ws-ind-busca) = ws-pag-codigo(ws-ind) then
                       move ws-ext-pontos(ws-ind-busca) to ws-pontos-texto
                       move ws-ext-valor(ws-ind-busca)  to ws-valor-texto
                       if ws-ext-tipo(ws-ind-busca) = "A" then
                           display ws-ext-data(ws-ind-busca) "  "
                                   ws-ext-sessao(ws-ind-busca) "  "
                                   ws-pontos-texto "  "
                                   ws-valor-texto "  AJUSTE"
                       else
                           display ws-ext-data(ws-ind-busca) "  "
                                   ws-ext-sessao(ws-ind-busca) "  "
                                   ws-pontos-texto "  "
                                   ws-valor-texto
                       end-if
                   end-if
               end-perform
               move ws-pag-sessoes(ws-ind) to ws-sessoes-texto
      *>------------------------------------------------------------------------
       finaliza-anormal section.
           display ws-msn-erro
           move 16 to return-code
           stop run
           .
       finaliza-anormal-exit.
