           lock mode is automatic
           file status is ws-fs-jogadores.

      *> presenca minima exigida para a promocao a divisao A
           select arqParametros assign to "parametros.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-parametros.

       I-O-Control.


                                                   value space.
           05 fd-jog-divisao                       pic x(01)
                                                   value space.
           05 fd-jog-situacao                      pic x(01)
                                                   value space.

       fd arqParametros.
       01 fd-parametros-linha.
           05 fd-par-chave                         pic x(20)
                                                   value space.
           05 fd-par-valor                         pic x(30)
                                                   value space.


      *>----Variáveis de trabalho
                                                   value space.
           05 ws-cad-divisao                       pic x(01)
                                                   value space.
           05 ws-cad-situacao                      pic x(01)
                                                   value space.
      *> presenca do jogador na temporada (sessoes distintas jogadas)
           05 ws-cad-sessoes                       pic 9(04)
                                                   value 0.
           05 ws-cad-ultima-sessao                 pic 9(04)
                                                   value 0.
       77 ws-qtd-cadastro                          pic 9(03)
                                                   value 0.
       77 ws-ind-cad                               pic 9(03)
                                                   value 0.
       77 ws-fs-jogadores                          pic 9(02).

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
       77 ws-fs-parametros                         pic 9(02).
       77 ws-par-valor-num                         pic 9(05)
                                                   value 0.

       01 ws-equipes occurs 10.
           05 ws-equ-nome                          pic x(20)
                                                   value space.
           end-if

           perform carrega-jogadores
           perform le-parametros
           .
       inicializa-exit.
           exit.
                       else
                           move "B"            to ws-cad-divisao(ws-qtd-cadastro)
                       end-if
                       move fd-jog-situacao to ws-cad-situacao(ws-qtd-cadastro)
                   end-if
               end-perform

               if ws-fs-historico = 0 and fd-hix-tipo <> "H" then
                   add 1 to ws-ctl-qtd-lida
                   add fd-hix-pontos to ws-ctl-total-lido
      *> os ajustes de pontuacao ("A") somam no total do jogador
                   if (fd-hix-tipo = "J" or fd-hix-tipo = "A")
                           and fd-hix-jogador <> space then
                       perform acumula-jogador
                   end-if
                   if fd-hix-tipo = "J" and ws-presenca-minima > 0 then
                       perform apura-presenca
                   end-if
                   if fd-hix-tipo = "E" and fd-hix-equipe <> space then
                       perform acumula-equipe
                   end-if
               end-perform

      *> promover os primeiros colocados da divisao B (a classificacao
      *> geral esta em ordem decrescente de pontos); quem nao atingiu a
      *> presenca minima da temporada e pulado e a vaga passa ao seguinte
               if ws-presenca-minima > 0 then
                   move ws-presenca-minima to ws-minima-texto
                   display "  (presenca minima para subir: " ws-minima-texto "%)"
               end-if
               move 0 to ws-lugar-divisao
               perform varying ws-ind from 1 by 1
                       until ws-ind > ws-qtd-jogadores
                          or ws-lugar-divisao >= ws-qtd-promover
                   if ws-cla-divisao(ws-ind) = "B" then
                       perform confere-presenca-colocado
                       if ws-presenca-elegivel = "S" then
                           add 1 to ws-lugar-divisao
                           move "A" to ws-cla-divisao-nova(ws-ind)
                       else
                           move ws-presenca-pct to ws-pct-texto
                           display "  SEM PRESENCA MINIMA, NAO SOBE: "
                                   ws-cla-jogador(ws-ind) " " ws-pct-texto "%"
                       end-if
                   end-if
               end-perform

       promove-rebaixa-exit.
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
                   move 28                                 to ws-msn-erro-ofsset
                   move ws-fs-parametros                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. parametros."    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-parametros = 10
                   read arqParametros
                   if ws-fs-parametros <> 0 and ws-fs-parametros <> 10 then
                       move 29                             to ws-msn-erro-ofsset
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
      *> Conferir a presenca minima do colocado ws-ind; fora do cadastro
      *> mestre (ou linha antiga sem codigo) nao ha presenca a apurar e o
      *> colocado segue elegivel
      *>------------------------------------------------------------------------
       confere-presenca-colocado section.
           move "S" to ws-presenca-elegivel
           move 0   to ws-presenca-pct
           if ws-presenca-minima > 0 and ws-cla-codigo(ws-ind) > 0 then
               move 0 to ws-achou-cad
               perform varying ws-ind-cad from 1 by 1
                       until ws-ind-cad > ws-qtd-cadastro or ws-achou-cad > 0
                   if ws-cad-codigo(ws-ind-cad) = ws-cla-codigo(ws-ind) then
                       move ws-ind-cad to ws-achou-cad
                       perform calcula-presenca
                   end-if
               end-perform
           end-if
           .
       confere-presenca-colocado-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Levar a nova divisao do colocado ws-ind para o cadastro mestre;
      *> linhas antigas sem codigo (0) casam pelo nome
               move ws-cad-codigo(ws-ind-cad)  to fd-jog-codigo
               move ws-cad-nome(ws-ind-cad)    to fd-jog-nome
               move ws-cad-divisao(ws-ind-cad) to fd-jog-divisao
               move ws-cad-situacao(ws-ind-cad) to fd-jog-situacao
               write fd-jogadores-linha
               if ws-fs-jogadores <> 0 then
                   move 18                             to ws-msn-erro-ofsset
