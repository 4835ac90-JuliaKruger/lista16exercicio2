           lock mode is automatic
           file status is ws-fs-historico.

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


               10 fd-hix-ctl-total                 pic 9(09).
               10 filler                           pic x(35).

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
           05 fd-aud-antes                         pic x(42)
                                                   value space.
           05 fd-aud-depois                        pic x(42)
                                                   value space.


      *>----Variáveis de trabalho
       Working-storage Section.
       77 ws-registros-texto                       pic z(04)9.
       77 ws-situacao                              pic x(08)
                                                   value space.
       77 ws-fs-auditoria                          pic 9(02).
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
           perform finaliza.

      *>------------------------------------------------------------------------
      *> Identificar o operador (a agenda e do administrador da liga) e
      *> carregar o calendario de sessoes agendadas (quando existir)
      *>------------------------------------------------------------------------
       inicializa section.
           move "L"                  to ws-papeis-permitidos
           move "AGENDA DE SESSOES"  to ws-tela-acesso
           perform autentica-operador
           if ws-acesso-liberado = "N" then
               display "Acesso negado."
               perform finaliza
           end-if

           move 0 to ws-qtd-agenda
           open input arqAgenda
           if ws-fs-agenda = 35 then
       salva-agenda-exit.
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
                   move 9                                  to ws-msn-erro-ofsset
                   move ws-fs-operadores                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. operadores."    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-operadores = 10
                   read arqOperadores
                   if ws-fs-operadores <> 0 and ws-fs-operadores <> 10 then
                       move 10                             to ws-msn-erro-ofsset
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
                   move 11                                 to ws-msn-erro-ofsset
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
               move 12                                 to ws-msn-erro-ofsset
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
               move 13                                 to ws-msn-erro-ofsset
               move ws-fs-auditoria                    to ws-msn-erro-cod
               move "Erro ao gravar arq. auditoria."    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqAuditoria
           if ws-fs-auditoria <> 0 then
               move 14                                 to ws-msn-erro-ofsset
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
