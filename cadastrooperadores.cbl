      $set sourceformat"free"
      *>----Divisão de identificação do programa
       Identification Division.
       Program-id. "cadastrooperadores".
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
      *> cadastro de operadores: usuario, resumo da senha e papel
           select arqOperadores assign to "operadores.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-operadores.

           select arqAuditoria assign to "auditoria.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-auditoria.

       I-O-Control.


      *>----Declaração de variáveis
       Data Division.

      *>----Variáveis de arquivos
       File Section.
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

       77 ws-ind                                   pic 9(02)
                                                   value 0.
       77 ws-ope-achou                             pic 9(02)
                                                   value 0.
       77 ws-qtd-administradores                   pic 9(02)
                                                   value 0.
       77 ws-novo-usuario                          pic x(20)
                                                   value space.
       77 ws-novo-papel                            pic x(01)
                                                   value space.
       77 ws-senha-confirma                        pic x(20)
                                                   value space.
       77 ws-senha-valida                          pic x(01)
                                                   value space.
       77 ws-descricao-papel                       pic x(24)
                                                   value space.
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

      *> o diario de auditoria guarda, para operadores, o usuario e o
      *> papel de antes e de depois (a senha nunca vai para o diario)
       77 ws-aud-acao                              pic x(10)
                                                   value space.
       01 ws-aud-antes.
           05 ws-aud-antes-usuario                 pic x(20)
                                                   value space.
           05 ws-aud-antes-papel                   pic x(01)
                                                   value space.
           05 filler                               pic x(21)
                                                   value space.
       01 ws-aud-depois.
           05 ws-aud-depois-usuario                pic x(20)
                                                   value space.
           05 ws-aud-depois-papel                  pic x(01)
                                                   value space.
           05 filler                               pic x(21)
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
      *> Carregar o cadastro de operadores; vazio, o primeiro operador
      *> incluido e o administrador da liga; senao so o administrador
      *> da liga entra
      *>------------------------------------------------------------------------
       inicializa section.
           display "==============================================================="
           display "   CADASTRO DE OPERADORES (usuario, senha e papel)"
           display "==============================================================="

           perform carrega-operadores
           if ws-qtd-operadores = 0 then
               display "Cadastro de operadores vazio."
               display "Incluir o primeiro administrador da liga:"
               move "L" to ws-novo-papel
               perform inclui-operador
               if ws-qtd-operadores = 0 then
                   display "Nenhum operador incluido. Nada foi alterado."
                   perform finaliza
               end-if
               perform salva-operadores
               move ws-ope-usuario(1) to ws-operador
               move "S" to ws-acesso-liberado
           else
               move "L"                   to ws-papeis-permitidos
               move "CADASTRO OPERADORES" to ws-tela-acesso
               perform autentica-operador
               if ws-acesso-liberado = "N" then
                   display "Acesso negado."
                   perform finaliza
               end-if
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Menu do cadastro: incluir, trocar senha, trocar papel, excluir e
      *> listar operadores; o arquivo e regravado na saida
      *>------------------------------------------------------------------------
       processamento section.
           move 0 to ws-opcao
           perform until ws-opcao = 9
               display "==============================================================="
               display "1 - Incluir operador"
               display "2 - Trocar senha"
               display "3 - Trocar papel"
               display "4 - Excluir operador"
               display "5 - Listar operadores"
               display "9 - Sair e salvar"
               display "Opcao: "
               accept ws-opcao
               evaluate ws-opcao
                   when 1
                       move space to ws-novo-papel
                       perform inclui-operador
                   when 2
                       perform troca-senha
                   when 3
                       perform troca-papel
                   when 4
                       perform exclui-operador
                   when 5
                       perform lista-operadores
                   when other
                       continue
               end-evaluate
           end-perform

           perform salva-operadores
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Incluir um operador: usuario unico, senha digitada duas vezes e
      *> papel (ja definido como "L" na inclusao do primeiro operador)
      *>------------------------------------------------------------------------
       inclui-operador section.
           if ws-qtd-operadores >= 50 then
               display "Limite de 50 operadores atingido."
           else
               display "Usuario: "
               accept ws-novo-usuario
               move ws-novo-usuario to ws-login-usuario
               perform localiza-operador
               evaluate true
                   when ws-novo-usuario = space
                       display "Usuario em branco. Operacao cancelada."
                   when ws-ope-achou > 0
                       display "Usuario ja cadastrado. Operacao cancelada."
                   when other
                       perform pede-senha
                       if ws-senha-valida = "S" then
                           perform until ws-novo-papel = "A" or ws-novo-papel = "P"
                                      or ws-novo-papel = "L"
                               display "Papel (A-apresentador P-perguntas L-administrador da liga): "
                               accept ws-novo-papel
                               inspect ws-novo-papel converting "apl" to "APL"
                           end-perform

                           add 1 to ws-qtd-operadores
                           move ws-novo-usuario to ws-ope-usuario(ws-qtd-operadores)
                           move ws-login-resumo to ws-ope-resumo(ws-qtd-operadores)
                           move ws-novo-papel   to ws-ope-papel(ws-qtd-operadores)

                           if ws-operador = space then
                               move ws-novo-usuario to ws-operador
                           end-if
                           move "INCLUI-OPE"    to ws-aud-acao
                           move space           to ws-aud-antes
                           move ws-novo-usuario to ws-aud-depois-usuario
                           move ws-novo-papel   to ws-aud-depois-papel
                           perform grava-auditoria-operador
                           display "Operador incluido."
                       end-if
               end-evaluate
           end-if
           .
       inclui-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Trocar a senha de um operador (o resumo leva o usuario junto)
      *>------------------------------------------------------------------------
       troca-senha section.
           display "Usuario: "
           accept ws-login-usuario
           perform localiza-operador
           if ws-ope-achou = 0 then
               display "Usuario inexistente."
           else
               perform pede-senha
               if ws-senha-valida = "S" then
                   move ws-login-resumo to ws-ope-resumo(ws-ope-achou)
                   move "SENHA-OPE"                to ws-aud-acao
                   move ws-ope-usuario(ws-ope-achou) to ws-aud-antes-usuario
                   move ws-ope-papel(ws-ope-achou)   to ws-aud-antes-papel
                   move ws-aud-antes                 to ws-aud-depois
                   perform grava-auditoria-operador
                   display "Senha trocada."
               end-if
           end-if
           .
       troca-senha-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Trocar o papel de um operador; o ultimo administrador da liga nao
      *> pode deixar de ser administrador
      *>------------------------------------------------------------------------
       troca-papel section.
           display "Usuario: "
           accept ws-login-usuario
           perform localiza-operador
           if ws-ope-achou = 0 then
               display "Usuario inexistente."
           else
               move space to ws-novo-papel
               perform until ws-novo-papel = "A" or ws-novo-papel = "P"
                          or ws-novo-papel = "L"
                   display "Novo papel (A-apresentador P-perguntas L-administrador da liga): "
                   accept ws-novo-papel
                   inspect ws-novo-papel converting "apl" to "APL"
               end-perform

               perform conta-administradores
               if ws-ope-papel(ws-ope-achou) = "L" and ws-novo-papel <> "L"
                  and ws-qtd-administradores <= 1 then
                   display "Ultimo administrador da liga: papel mantido."
               else
                   move "PAPEL-OPE"                  to ws-aud-acao
                   move ws-ope-usuario(ws-ope-achou) to ws-aud-antes-usuario
                   move ws-ope-papel(ws-ope-achou)   to ws-aud-antes-papel
                   move ws-ope-usuario(ws-ope-achou) to ws-aud-depois-usuario
                   move ws-novo-papel                to ws-aud-depois-papel
                   move ws-novo-papel to ws-ope-papel(ws-ope-achou)
                   perform grava-auditoria-operador
                   display "Papel trocado."
               end-if
           end-if
           .
       troca-papel-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Excluir um operador; o ultimo administrador da liga e o proprio
      *> operador identificado nao podem ser excluidos
      *>------------------------------------------------------------------------
       exclui-operador section.
           display "Usuario: "
           accept ws-login-usuario
           perform localiza-operador
           perform conta-administradores
           evaluate true
               when ws-ope-achou = 0
                   display "Usuario inexistente."
               when ws-ope-usuario(ws-ope-achou) = ws-operador
                   display "O operador identificado nao pode se excluir."
               when ws-ope-papel(ws-ope-achou) = "L" and ws-qtd-administradores <= 1
                   display "Ultimo administrador da liga: exclusao recusada."
               when other
                   display "Confirma a exclusao de " ws-login-usuario " (S/N)? "
                   accept ws-confirma
                   if ws-confirma = "S" or ws-confirma = "s" then
                       move "EXCLUI-OPE"                 to ws-aud-acao
                       move ws-ope-usuario(ws-ope-achou) to ws-aud-antes-usuario
                       move ws-ope-papel(ws-ope-achou)   to ws-aud-antes-papel
                       move space                        to ws-aud-depois

                       perform varying ws-ind from ws-ope-achou by 1
                               until ws-ind >= ws-qtd-operadores
                           move ws-operadores(ws-ind + 1) to ws-operadores(ws-ind)
                       end-perform
                       move space to ws-operadores(ws-qtd-operadores)
                       subtract 1 from ws-qtd-operadores

                       perform grava-auditoria-operador
                       display "Operador excluido."
                   end-if
           end-evaluate
           .
       exclui-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Listar os operadores cadastrados com o papel de cada um
      *>------------------------------------------------------------------------
       lista-operadores section.
           display "USUARIO              PAPEL"
           display "-------------------- ------------------------"
           perform varying ws-ind from 1 by 1 until ws-ind > ws-qtd-operadores
               evaluate ws-ope-papel(ws-ind)
                   when "A"
                       move "A - apresentador"        to ws-descricao-papel
                   when "P"
                       move "P - perguntas"           to ws-descricao-papel
                   when "L"
                       move "L - administrador liga"  to ws-descricao-papel
                   when other
                       move "? - papel desconhecido"  to ws-descricao-papel
               end-evaluate
               display ws-ope-usuario(ws-ind) " " ws-descricao-papel
           end-perform
           .
       lista-operadores-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Pedir a senha duas vezes e calcular o resumo para ws-login-usuario
      *>------------------------------------------------------------------------
       pede-senha section.
           move "N" to ws-senha-valida
           display "Senha..........: "
           accept ws-login-senha with secure
           display "Repita a senha.: "
           accept ws-senha-confirma with secure
           evaluate true
               when ws-login-senha = space
                   display "Senha em branco. Operacao cancelada."
               when ws-login-senha <> ws-senha-confirma
                   display "As senhas nao conferem. Operacao cancelada."
               when other
                   perform calcula-resumo-senha
                   move "S" to ws-senha-valida
           end-evaluate
           move space to ws-login-senha
           move space to ws-senha-confirma
           .
       pede-senha-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Localizar ws-login-usuario na tabela de operadores (0 = nao achou)
      *>------------------------------------------------------------------------
       localiza-operador section.
           move 0 to ws-ope-achou
           perform varying ws-ind from 1 by 1 until ws-ind > ws-qtd-operadores
               if ws-ope-usuario(ws-ind) = ws-login-usuario then
                   move ws-ind to ws-ope-achou
               end-if
           end-perform
           .
       localiza-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Contar os administradores da liga cadastrados
      *>------------------------------------------------------------------------
       conta-administradores section.
           move 0 to ws-qtd-administradores
           perform varying ws-ind from 1 by 1 until ws-ind > ws-qtd-operadores
               if ws-ope-papel(ws-ind) = "L" then
                   add 1 to ws-qtd-administradores
               end-if
           end-perform
           .
       conta-administradores-exit.
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
                   move 1                                  to ws-msn-erro-ofsset
                   move ws-fs-operadores                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. operadores."    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-operadores = 10
                   read arqOperadores
                   if ws-fs-operadores <> 0 and ws-fs-operadores <> 10 then
                       move 2                              to ws-msn-erro-ofsset
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
                   move 3                                  to ws-msn-erro-ofsset
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
               move 4                                  to ws-msn-erro-ofsset
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
               move 5                                  to ws-msn-erro-ofsset
               move ws-fs-auditoria                    to ws-msn-erro-cod
               move "Erro ao gravar arq. auditoria."    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqAuditoria
           if ws-fs-auditoria <> 0 then
               move 6                                  to ws-msn-erro-ofsset
               move ws-fs-auditoria                    to ws-msn-erro-cod
               move "Erro ao fechar arq. auditoria."    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       registra-falha-acesso-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Registrar uma alteracao do cadastro de operadores no diario de
      *> auditoria (apenas acrescenta ao final do arquivo)
      *>------------------------------------------------------------------------
       grava-auditoria-operador section.
           perform atualiza-data-hora

           open extend arqAuditoria
           if ws-fs-auditoria = 35 then
               open output arqAuditoria
           end-if
           if ws-fs-auditoria <> 0 then
               move 7                                  to ws-msn-erro-ofsset
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
               move 8                                  to ws-msn-erro-ofsset
               move ws-fs-auditoria                    to ws-msn-erro-cod
               move "Erro ao gravar arq. auditoria."    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqAuditoria
           if ws-fs-auditoria <> 0 then
               move 9                                  to ws-msn-erro-ofsset
               move ws-fs-auditoria                    to ws-msn-erro-cod
               move "Erro ao fechar arq. auditoria."    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-auditoria-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Regravar o cadastro de operadores com o conteudo atualizado
      *>------------------------------------------------------------------------
       salva-operadores section.
           open output arqOperadores
           if ws-fs-operadores <> 0 then
               move 10                                 to ws-msn-erro-ofsset
               move ws-fs-operadores                   to ws-msn-erro-cod
               move "Erro ao regravar arq. operadores."  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform varying ws-ind from 1 by 1 until ws-ind > ws-qtd-operadores
               move ws-ope-usuario(ws-ind) to fd-ope-usuario
               move ws-ope-resumo(ws-ind)  to fd-ope-resumo
               move ws-ope-papel(ws-ind)   to fd-ope-papel
               write fd-operadores-linha
               if ws-fs-operadores <> 0 then
                   move 11                             to ws-msn-erro-ofsset
                   move ws-fs-operadores               to ws-msn-erro-cod
                   move "Erro ao gravar arq. operadores."  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-perform

           close arqOperadores
           if ws-fs-operadores <> 0 then
               move 12                                 to ws-msn-erro-ofsset
               move ws-fs-operadores                   to ws-msn-erro-cod
               move "Erro ao fechar arq. operadores."   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       salva-operadores-exit.
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
