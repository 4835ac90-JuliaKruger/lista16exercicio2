      $set sourceformat"free"
      *>----Divisão de identificação do programa
       Identification Division.
       Program-id. "cadeianoturna".
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
      *> definicao da cadeia: um passo por linha, na ordem de execucao
           select arqCadeia assign to "cadeia.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-cadeia.

      *> diario de execucao: inicio, fim e codigo de retorno de cada passo
           select arqCadeiaLog assign to "cadeia-log.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-cadeia-log.

      *> controle de retomada: situacao e passo da ultima execucao
           select arqCadeiaCtl assign to "cadeia-ctl.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-cadeia-ctl.

       I-O-Control.


      *>----Declaração de variáveis
       Data Division.

      *>----Variáveis de arquivos
       File Section.
       fd arqCadeia.
       01 fd-cadeia-linha.
           05 fd-cad-passo                         pic 9(02)
                                                   value 0.
           05 filler                               pic x(01)
                                                   value space.
           05 fd-cad-programa                      pic x(20)
                                                   value space.
      *> maior codigo de retorno aceito como termino normal do passo
           05 fd-cad-rc-maximo                     pic 9(02)
                                                   value 0.
           05 filler                               pic x(01)
                                                   value space.
           05 fd-cad-comando                       pic x(80)
                                                   value space.

       fd arqCadeiaLog.
       01 fd-cadeia-log-linha.
           05 fd-log-data                          pic x(10)
                                                   value space.
           05 filler                               pic x(01)
                                                   value space.
           05 fd-log-hora                          pic x(08)
                                                   value space.
           05 filler                               pic x(01)
                                                   value space.
           05 fd-log-passo                         pic 9(02)
                                                   value 0.
           05 filler                               pic x(01)
                                                   value space.
           05 fd-log-programa                      pic x(20)
                                                   value space.
      *> evento: INICIO, FIM, FALHA ou SALTO (passo ja concluido)
           05 fd-log-evento                        pic x(06)
                                                   value space.
           05 filler                               pic x(01)
                                                   value space.
           05 fd-log-rc                            pic -(04)9.

       fd arqCadeiaCtl.
       01 fd-cadeia-ctl-linha.
      *> situacao: "E" = em execucao, "F" = falhou, "C" = concluida
           05 fd-ctl-situacao                      pic x(01)
                                                   value space.
           05 fd-ctl-passo                         pic 9(02)
                                                   value 0.
           05 fd-ctl-data                          pic x(10)
                                                   value space.
           05 fd-ctl-hora                          pic x(08)
                                                   value space.


      *>----Variáveis de trabalho
       Working-storage Section.

       01 ws-passos occurs 30.
           05 ws-pas-passo                         pic 9(02)
                                                   value 0.
           05 ws-pas-programa                      pic x(20)
                                                   value space.
           05 ws-pas-rc-maximo                     pic 9(02)
                                                   value 0.
           05 ws-pas-comando                       pic x(80)
                                                   value space.
       77 ws-qtd-passos                            pic 9(02)
                                                   value 0.
       77 ws-ind                                   pic 9(02)
                                                   value 0.

       77 ws-fs-cadeia                             pic 9(02).
       77 ws-fs-cadeia-log                         pic 9(02).
       77 ws-fs-cadeia-ctl                         pic 9(02).

       77 ws-passo-inicial                         pic 9(02)
                                                   value 0.
       77 ws-passo-falhou                          pic 9(02)
                                                   value 0.
       77 ws-ctl-situacao                          pic x(01)
                                                   value space.
       77 ws-ctl-passo                             pic 9(02)
                                                   value 0.
       77 ws-ctl-data                              pic x(10)
                                                   value space.
       77 ws-ctl-hora                              pic x(08)
                                                   value space.
       77 ws-comando                               pic x(80)
                                                   value space.
       77 ws-rc-passo                              pic s9(05)
                                                   value 0.
       77 ws-rc-texto                              pic -(04)9.
       77 ws-log-passo                             pic 9(02)
                                                   value 0.
       77 ws-log-programa                          pic x(20)
                                                   value space.
       77 ws-log-evento                            pic x(06)
                                                   value space.
       77 ws-qtd-executados                        pic 9(02)
                                                   value 0.
       77 ws-qtd-saltados                          pic 9(02)
                                                   value 0.
       77 ws-confirma                              pic x(01)
                                                   value space.
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
      *> Carregar a definicao da cadeia, ler o controle da ultima execucao
      *> e decidir de qual passo comecar
      *>------------------------------------------------------------------------
       inicializa section.
           display "==============================================================="
           display "   CADEIA NOTURNA DE PROCESSAMENTO DA LIGA"
           display "==============================================================="

           perform carrega-cadeia
           perform le-controle

           move ws-pas-passo(1) to ws-passo-inicial
      *> execucao anterior que falhou (ou foi interrompida no meio de um
      *> passo): retomar do passo que nao terminou, sem repetir os
      *> passos ja concluidos
           if ws-ctl-situacao = "F" or ws-ctl-situacao = "E" then
               if ws-ctl-situacao = "F" then
                   display "A ultima execucao falhou no passo " ws-ctl-passo
               else
                   display "A ultima execucao foi interrompida no passo " ws-ctl-passo
               end-if
               display "(" ws-ctl-data " " ws-ctl-hora ")."
               display "Retomar a partir do passo " ws-ctl-passo " (S/N)? "
               accept ws-confirma
               if ws-confirma = "S" or ws-confirma = "s" then
                   move ws-ctl-passo to ws-passo-inicial
               else
                   display "Reiniciar a cadeia desde o primeiro passo (S/N)? "
                   accept ws-confirma
                   if ws-confirma <> "S" and ws-confirma <> "s" then
                       display "Cadeia cancelada: nenhum passo executado."
                       perform finaliza
                   end-if
               end-if
           end-if

           display "Passos da cadeia:"
           perform varying ws-ind from 1 by 1 until ws-ind > ws-qtd-passos
               if ws-pas-passo(ws-ind) < ws-passo-inicial then
                   display "  " ws-pas-passo(ws-ind) " " ws-pas-programa(ws-ind)
                           " (ja concluido)"
               else
                   display "  " ws-pas-passo(ws-ind) " " ws-pas-programa(ws-ind)
               end-if
           end-perform
           display "Confirma a execucao da cadeia (S/N)? "
           accept ws-confirma
           if ws-confirma <> "S" and ws-confirma <> "s" then
               display "Cadeia cancelada: nenhum passo executado."
               perform finaliza
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Carregar a definicao da cadeia (passos em ordem crescente)
      *>------------------------------------------------------------------------
       carrega-cadeia section.
           move 0 to ws-qtd-passos
           open input arqCadeia
           if ws-fs-cadeia = 35 then
               display "Nenhum cadeia.txt encontrado: nada a executar."
               move 16 to return-code
               stop run
           end-if
           if ws-fs-cadeia <> 0 then
               move 1                                  to ws-msn-erro-ofsset
               move ws-fs-cadeia                       to ws-msn-erro-cod
               move "Erro ao abrir arq. cadeia."        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-cadeia = 10
               read arqCadeia
               if ws-fs-cadeia <> 0 and ws-fs-cadeia <> 10 then
                   move 2                              to ws-msn-erro-ofsset
                   move ws-fs-cadeia                   to ws-msn-erro-cod
                   move "Erro ao ler arq. cadeia."      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               if ws-fs-cadeia = 0 and fd-cadeia-linha <> space then
                   if ws-qtd-passos >= 30 then
                       move ws-qtd-passos              to ws-msn-erro-ofsset
                       move 95                          to ws-msn-erro-cod
                       move "Mais de 30 passos no arq. cadeia." to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
      *> o numero do passo e a chave da retomada: tem de ser numerico,
      *> crescente e ter um comando
                   if fd-cad-passo is not numeric
                      or fd-cad-rc-maximo is not numeric
                      or fd-cad-comando = space then
                       move ws-qtd-passos              to ws-msn-erro-ofsset
                       move 94                          to ws-msn-erro-cod
                       move "Linha invalida no arq. cadeia." to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-qtd-passos > 0 then
                       if fd-cad-passo <= ws-pas-passo(ws-qtd-passos) then
                           move fd-cad-passo           to ws-msn-erro-ofsset
                           move 93                      to ws-msn-erro-cod
                           move "Passos fora de ordem no arq. cadeia." to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
                   add 1 to ws-qtd-passos
                   move fd-cad-passo     to ws-pas-passo(ws-qtd-passos)
                   move fd-cad-programa  to ws-pas-programa(ws-qtd-passos)
                   move fd-cad-rc-maximo to ws-pas-rc-maximo(ws-qtd-passos)
                   move fd-cad-comando   to ws-pas-comando(ws-qtd-passos)
               end-if
           end-perform

           close arqCadeia
           if ws-fs-cadeia <> 0 then
               move 3                                  to ws-msn-erro-ofsset
               move ws-fs-cadeia                       to ws-msn-erro-cod
               move "Erro ao fechar arq. cadeia."       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-qtd-passos = 0 then
               display "cadeia.txt sem passos: nada a executar."
               move 16 to return-code
               stop run
           end-if
           .
       carrega-cadeia-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Ler o controle da ultima execucao (inexistente = nunca executada)
      *>------------------------------------------------------------------------
       le-controle section.
           move space to ws-ctl-situacao
           move 0     to ws-ctl-passo
           open input arqCadeiaCtl
           if ws-fs-cadeia-ctl = 35 then
               continue
           else
               if ws-fs-cadeia-ctl <> 0 then
                   move 4                              to ws-msn-erro-ofsset
                   move ws-fs-cadeia-ctl               to ws-msn-erro-cod
                   move "Erro ao abrir arq. controle cadeia." to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               read arqCadeiaCtl
               if ws-fs-cadeia-ctl = 0 then
                   move fd-ctl-situacao to ws-ctl-situacao
                   move fd-ctl-passo    to ws-ctl-passo
                   move fd-ctl-data     to ws-ctl-data
                   move fd-ctl-hora     to ws-ctl-hora
               else
                   if ws-fs-cadeia-ctl <> 10 then
                       move 5                          to ws-msn-erro-ofsset
                       move ws-fs-cadeia-ctl           to ws-msn-erro-cod
                       move "Erro ao ler arq. controle cadeia." to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

               close arqCadeiaCtl
               if ws-fs-cadeia-ctl <> 0 then
                   move 12                                 to ws-msn-erro-ofsset
                   move ws-fs-cadeia-ctl                   to ws-msn-erro-cod
                   move "Erro ao fechar arq. controle cadeia." to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *> o passo a retomar precisa continuar existindo na definicao
           if ws-ctl-situacao = "F" or ws-ctl-situacao = "E" then
               move 0 to ws-passo-falhou
               perform varying ws-ind from 1 by 1 until ws-ind > ws-qtd-passos
                   if ws-pas-passo(ws-ind) = ws-ctl-passo then
                       move ws-ctl-passo to ws-passo-falhou
                   end-if
               end-perform
               if ws-passo-falhou = 0 then
                   display "O passo " ws-ctl-passo " da ultima execucao nao existe mais"
                   display "em cadeia.txt: a cadeia comeca do primeiro passo."
                   move space to ws-ctl-situacao
               end-if
           end-if
           .
       le-controle-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Executar os passos em ordem a partir do passo inicial; o primeiro
      *> passo que terminar acima do retorno aceito interrompe a cadeia
      *>------------------------------------------------------------------------
       processamento section.
           move 0 to ws-passo-falhou
           move 0 to ws-qtd-executados
           move 0 to ws-qtd-saltados

           move 0               to ws-log-passo
           move "cadeianoturna" to ws-log-programa
           move "INICIO"        to ws-log-evento
           move 0               to ws-rc-passo
           perform grava-log

           perform varying ws-ind from 1 by 1
                   until ws-ind > ws-qtd-passos or ws-passo-falhou > 0
               move ws-pas-passo(ws-ind)    to ws-log-passo
               move ws-pas-programa(ws-ind) to ws-log-programa
               if ws-pas-passo(ws-ind) < ws-passo-inicial then
                   move "SALTO" to ws-log-evento
                   move 0       to ws-rc-passo
                   perform grava-log
                   add 1 to ws-qtd-saltados
               else
                   perform executa-passo
               end-if
           end-perform

           move 0               to ws-log-passo
           move "cadeianoturna" to ws-log-programa
           if ws-passo-falhou > 0 then
               move "FALHA"     to ws-log-evento
               move 16          to ws-rc-passo
           else
               move "FIM"       to ws-log-evento
               move 0           to ws-rc-passo
               move "C"         to ws-ctl-situacao
               move 0           to ws-ctl-passo
               perform grava-controle
           end-if
           perform grava-log

           display "==============================================================="
           display "Passos executados...: " ws-qtd-executados
           display "Passos ja concluidos: " ws-qtd-saltados
           if ws-passo-falhou > 0 then
               display "CADEIA INTERROMPIDA NO PASSO " ws-passo-falhou "."
               display "A proxima execucao retoma a partir deste passo."
               move 16 to return-code
           else
               display "CADEIA CONCLUIDA."
           end-if
           display "==============================================================="
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Executar um passo: marcar o controle antes de comecar (uma queda
      *> no meio do passo tambem retoma dele), registrar inicio e fim e
      *> conferir o codigo de retorno
      *>------------------------------------------------------------------------
       executa-passo section.
           move "E"                  to ws-ctl-situacao
           move ws-pas-passo(ws-ind) to ws-ctl-passo
           perform grava-controle

           move "INICIO" to ws-log-evento
           move 0        to ws-rc-passo
           perform grava-log
           display "---------------------------------------------------------------"
           display "Passo " ws-pas-passo(ws-ind) " - " ws-pas-programa(ws-ind)
                   " inicio " ws-hora-atual-formatada

           move ws-pas-comando(ws-ind) to ws-comando
           move 0 to return-code
           call "SYSTEM" using ws-comando
           move return-code to ws-rc-passo
           move 0 to return-code
      *> o interpretador de comandos devolve o codigo do programa no byte
      *> alto da situacao de termino
           if ws-rc-passo > 255 then
               divide ws-rc-passo by 256 giving ws-rc-passo
           end-if

           add 1 to ws-qtd-executados
           move ws-rc-passo to ws-rc-texto
           if ws-rc-passo < 0 or ws-rc-passo > ws-pas-rc-maximo(ws-ind) then
               move "FALHA" to ws-log-evento
               perform grava-log
               move "F" to ws-ctl-situacao
               perform grava-controle
               move ws-pas-passo(ws-ind) to ws-passo-falhou
               display "Passo " ws-pas-passo(ws-ind) " - " ws-pas-programa(ws-ind)
                       " FALHOU com retorno " ws-rc-texto
           else
               move "FIM" to ws-log-evento
               perform grava-log
               display "Passo " ws-pas-passo(ws-ind) " - " ws-pas-programa(ws-ind)
                       " fim " ws-hora-atual-formatada " retorno " ws-rc-texto
           end-if
           .
       executa-passo-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Acrescentar um evento ao diario de execucao da cadeia
      *>------------------------------------------------------------------------
       grava-log section.
           perform atualiza-data-hora

           open extend arqCadeiaLog
           if ws-fs-cadeia-log = 35 then
               open output arqCadeiaLog
           end-if
           if ws-fs-cadeia-log <> 0 then
               move 6                                  to ws-msn-erro-ofsset
               move ws-fs-cadeia-log                   to ws-msn-erro-cod
               move "Erro ao abrir arq. log da cadeia."  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move space                   to fd-cadeia-log-linha
           move ws-data-atual-formatada to fd-log-data
           move ws-hora-atual-formatada to fd-log-hora
           move ws-log-passo            to fd-log-passo
           move ws-log-programa         to fd-log-programa
           move ws-log-evento           to fd-log-evento
           move ws-rc-passo             to fd-log-rc
           write fd-cadeia-log-linha
           if ws-fs-cadeia-log <> 0 then
               move 7                                  to ws-msn-erro-ofsset
               move ws-fs-cadeia-log                   to ws-msn-erro-cod
               move "Erro ao gravar arq. log da cadeia." to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqCadeiaLog
           if ws-fs-cadeia-log <> 0 then
               move 8                                  to ws-msn-erro-ofsset
               move ws-fs-cadeia-log                   to ws-msn-erro-cod
               move "Erro ao fechar arq. log da cadeia." to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-log-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Regravar o controle de retomada com a situacao e o passo atuais
      *>------------------------------------------------------------------------
       grava-controle section.
           perform atualiza-data-hora

           open output arqCadeiaCtl
           if ws-fs-cadeia-ctl <> 0 then
               move 9                                  to ws-msn-erro-ofsset
               move ws-fs-cadeia-ctl                   to ws-msn-erro-cod
               move "Erro ao abrir arq. controle cadeia." to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-ctl-situacao         to fd-ctl-situacao
           move ws-ctl-passo            to fd-ctl-passo
           move ws-data-atual-formatada to fd-ctl-data
           move ws-hora-atual-formatada to fd-ctl-hora
           write fd-cadeia-ctl-linha
           if ws-fs-cadeia-ctl <> 0 then
               move 10                                 to ws-msn-erro-ofsset
               move ws-fs-cadeia-ctl                   to ws-msn-erro-cod
               move "Erro ao gravar arq. controle cadeia." to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqCadeiaCtl
           if ws-fs-cadeia-ctl <> 0 then
               move 11                                 to ws-msn-erro-ofsset
               move ws-fs-cadeia-ctl                   to ws-msn-erro-cod
               move "Erro ao fechar arq. controle cadeia." to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-controle-exit.
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
