           lock mode is automatic
           file status is ws-fs-arqEstados.

      *> ultimo identificador de pergunta distribuido em cada categoria
      *> (um identificador nunca e reaproveitado, nem apos uma remocao)
           select arqIdPerguntas assign to "idperguntas.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-idperguntas.

           select arqBackup assign to ws-nome-arquivo-backup
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

           select arqRejeitos assign to "rejeitos.txt"
           organization is line sequential
           access mode is sequential
                                                   value "x".
           05 fd-dificuldade                       pic 9(02)
                                                   value 0.
      *> identificador permanente da pergunta (zeros nas linhas de
      *> apelido e em arquivos antigos ainda sem identificador)
           05 fd-id-pergunta                       pic 9(05)
                                                   value 0.

       fd arqIdPerguntas.
       01 fd-idperguntas-linha.
           05 fd-idp-categoria                     pic 9(01)
                                                   value 0.
           05 fd-idp-ultimo                        pic 9(05)
                                                   value 0.

       fd arqBackup.
       01 fd-backup-linha                          pic x(47)
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
       77 ws-qtd-aliases-arq                       pic 9(03)
                                                   value 0.

      *> linhas aceitas da carga, prontas para o leiaute fixo 20/20/2/5
       01 ws-aceitas occurs 150.
           05 ws-ace-estado                        pic x(20)
                                                   value space.
                                                   value space.
           05 ws-ace-dificuldade                   pic 9(02)
                                                   value 0.
           05 ws-ace-id-pergunta                   pic 9(05)
                                                   value 0.
       77 ws-qtd-aceitas                           pic 9(03)
                                                   value 0.
       77 ws-qtd-perguntas-novas                   pic 9(03)
       77 ws-fs-carga                              pic 9(02).
       77 ws-fs-parametros                         pic 9(02).
       77 ws-fs-arqEstados                         pic 9(02).
       77 ws-fs-idperguntas                        pic 9(02).
       01 ws-ultimo-id occurs 3                    pic 9(05)
                                                   value 0.
       77 ws-ind-id                                pic 9(03)
                                                   value 0.
       77 ws-fs-backup                             pic 9(02).
       77 ws-fs-auditoria                          pic 9(02).
       77 ws-fs-rejeitos                           pic 9(02).
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
           display "==============================================================="
           display "   IMPORTACAO DE PERGUNTAS (carga.txt -> arquivo da categoria)"
           display "==============================================================="
      *> a importacao e do mantenedor de perguntas e do administrador da liga
           move "PL"                 to ws-papeis-permitidos
           move "IMPORTA PERGUNTAS"  to ws-tela-acesso
           perform autentica-operador
           if ws-acesso-liberado = "N" then
               display "Acesso negado."
               perform finaliza
           end-if

           perform le-parametros

       carrega-existentes section.
           move 0 to ws-qtd-existentes
           move 0 to ws-qtd-aliases-arq
           perform carrega-ids-pergunta
           open input arqEstados
           if ws-fs-arqEstados = 35 then
               display "Arquivo de destino inexistente: sera criado na gravacao."
                           end-if
                           add 1 to ws-qtd-existentes
                           move fd-estadosorteio to ws-existentes(ws-qtd-existentes)
      *> o proximo identificador nunca fica abaixo do maior do arquivo
                           if fd-id-pergunta is numeric
                                   and fd-id-pergunta > ws-ultimo-id(ws-categoria) then
                               move fd-id-pergunta to ws-ultimo-id(ws-categoria)
                           end-if
                       end-if
                   end-if
               end-perform
               move spaces   to ws-aud-depois
               move 0        to ws-aud-depois-dificuldade
               perform grava-auditoria
      *> o contador vai para o disco antes do arquivo: uma queda entre
      *> as duas gravacoes deixa no maximo identificadores sem uso
               perform grava-ids-pergunta
               perform grava-aceitas
               display "Arquivo da categoria atualizado."
           else
                   move "+"              to ws-ace-estado(ws-qtd-aceitas)
                   move ws-car-resposta  to ws-ace-capital(ws-qtd-aceitas)
                   move 0                to ws-ace-dificuldade(ws-qtd-aceitas)
                   move 0                to ws-ace-id-pergunta(ws-qtd-aceitas)
               end-if
           else
               compute ws-dificuldade-num =
                   move ws-car-pergunta(1:20)  to ws-ace-estado(ws-qtd-aceitas)
                   move ws-car-resposta(1:20)  to ws-ace-capital(ws-qtd-aceitas)
                   move ws-dificuldade-num     to ws-ace-dificuldade(ws-qtd-aceitas)
                   perform atribui-id-pergunta
                   move "S" to ws-tem-pergunta-aceita
      *> a recem aceita tambem entra na critica de duplicidade
                   add 1 to ws-qtd-existentes

      *>------------------------------------------------------------------------
      *> Acrescentar as linhas aceitas ao final do arquivo da categoria
      *> no leiaute fixo 20/20/2/5 (os apelidos logo apos a sua pergunta,
      *> na ordem da carga)
      *>------------------------------------------------------------------------
       grava-aceitas section.
               move ws-ace-estado(ws-ind)      to fd-estadosorteio
               move ws-ace-capital(ws-ind)     to fd-capitalsorteio
               move ws-ace-dificuldade(ws-ind) to fd-dificuldade
               move ws-ace-id-pergunta(ws-ind) to fd-id-pergunta
               write fd-estados
               if ws-fs-arqEstados <> 0 then
                   move 10                             to ws-msn-erro-ofsset
       grava-aceitas-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Dar o proximo identificador da categoria a pergunta aceita
      *>------------------------------------------------------------------------
       atribui-id-pergunta section.
           if ws-ultimo-id(ws-categoria) >= 99999 then
               move ws-categoria                       to ws-msn-erro-ofsset
               move 86                                 to ws-msn-erro-cod
               move "Identificadores de pergunta esgotados." to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           add 1 to ws-ultimo-id(ws-categoria)
           move ws-ultimo-id(ws-categoria) to ws-ace-id-pergunta(ws-qtd-aceitas)
           .
       atribui-id-pergunta-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Ler o ultimo identificador de pergunta distribuido por categoria
      *> (sem o arquivo, comeca do zero)
      *>------------------------------------------------------------------------
       carrega-ids-pergunta section.
           move 0 to ws-ultimo-id(1)
           move 0 to ws-ultimo-id(2)
           move 0 to ws-ultimo-id(3)
           open input arqIdPerguntas
           if ws-fs-idperguntas = 35 then
               continue
           else
               if ws-fs-idperguntas <> 0 then
                   move 23                                 to ws-msn-erro-ofsset
                   move ws-fs-idperguntas                  to ws-msn-erro-cod
                   move "Erro ao abrir arq. idperguntas."   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-idperguntas = 10
                   read arqIdPerguntas
                   if ws-fs-idperguntas <> 0 and ws-fs-idperguntas <> 10 then
                       move 24                             to ws-msn-erro-ofsset
                       move ws-fs-idperguntas              to ws-msn-erro-cod
                       move "Erro ao ler arq. idperguntas."  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-idperguntas = 0
                           and fd-idp-categoria >= 1 and fd-idp-categoria <= 3 then
                       move fd-idp-ultimo to ws-ultimo-id(fd-idp-categoria)
                   end-if
               end-perform

               close arqIdPerguntas
           end-if
           .
       carrega-ids-pergunta-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Regravar o ultimo identificador de pergunta de cada categoria
      *>------------------------------------------------------------------------
       grava-ids-pergunta section.
           open output arqIdPerguntas
           if ws-fs-idperguntas <> 0 then
               move 25                                 to ws-msn-erro-ofsset
               move ws-fs-idperguntas                  to ws-msn-erro-cod
               move "Erro ao regravar arq. idperguntas." to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform varying ws-ind-id from 1 by 1 until ws-ind-id > 3
               move ws-ind-id               to fd-idp-categoria
               move ws-ultimo-id(ws-ind-id) to fd-idp-ultimo
               write fd-idperguntas-linha
               if ws-fs-idperguntas <> 0 then
                   move 26                             to ws-msn-erro-ofsset
                   move ws-fs-idperguntas              to ws-msn-erro-cod
                   move "Erro ao gravar arq. idperguntas." to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-perform

           close arqIdPerguntas
           .
       grava-ids-pergunta-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Copiar o arquivo da categoria para uma copia de seguranca datada
      *> (bkp-AAAAMMDD-HHMMSS-<arquivo>) antes de ele ser alterado
       grava-auditoria-exit.
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
                   move 17                                 to ws-msn-erro-ofsset
                   move ws-fs-operadores                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. operadores."    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-operadores = 10
                   read arqOperadores
                   if ws-fs-operadores <> 0 and ws-fs-operadores <> 10 then
                       move 18                             to ws-msn-erro-ofsset
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
                   move 19                                 to ws-msn-erro-ofsset
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
               move 20                                 to ws-msn-erro-ofsset
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
               move 21                                 to ws-msn-erro-ofsset
               move ws-fs-auditoria                    to ws-msn-erro-cod
               move "Erro ao gravar arq. auditoria."    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqAuditoria
           if ws-fs-auditoria <> 0 then
               move 22                                 to ws-msn-erro-ofsset
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
