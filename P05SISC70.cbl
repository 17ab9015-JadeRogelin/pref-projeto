      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P05SISC70".
       author. "Jade Rogelin".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>----Divisão para configuração do ambiente
       environment division.
       configuration section.
       special-names.
       decimal-point is comma.

      *>----Declaração dos recursos externos
       input-output section.
       file-control.

           select arq-inscricao assign to "arq-inscricao.dat"
           organization is indexed
           access mode is dynamic
           record key is in-chave
           file status is ws-fs-arq-inscricao.

           select arq-politica-prova assign to "arq-politica-prova.dat"
           organization is indexed
           access mode is dynamic
           record key is pp-prova-id
           file status is ws-fs-arq-politica-prova.

           select arq-prova assign to "arq-prova.dat"
           organization is indexed
           access mode is dynamic
           record key is pv-id
           file status is ws-fs-arq-prova.

           select arq-usuarios assign to "arq-usuarios.dat"
           organization is indexed
           access mode is dynamic
           record key is us-user-id
           file status is ws-fs-arq-usuarios.

           select arq-auditoria assign to "arq-auditoria.dat"
           organization is indexed
           access mode is dynamic
           record key is au-chave
           file status is ws-fs-arq-auditoria.

       i-o-control.


      *>----Declaração de variáveis
       data division.

      *>----Variáveis de arquivos
       file section.
      *> inscricao do candidato na prova: sem inscricao ativa o
      *> P05SISC30 nao libera a prova para a matricula
       fd arq-inscricao.
       01 fl-inscricao.
           05 in-chave.
               10 in-user-id                        pic X(08).
               10 in-prova-id                       pic X(06).
           05 in-data-inscricao                    pic X(08). *> AAAAMMDD
           05 in-origem                            pic X(01). *> 'T'-ela; 'C'-arga de lista
           05 in-situacao                          pic X(01). *> 'A'-tiva; 'C'-ancelada
           05 in-user-id-resp                      pic X(08).

      *> politica de retomada da prova; prova sem politica cadastrada
      *> admite uma unica tentativa
       fd arq-politica-prova.
       01 fl-politica-prova.
           05 pp-prova-id                          pic X(06).
           05 pp-max-tentativas                    pic 9(02). *> zeros sem limite
           05 pp-dias-intervalo                    pic 9(03). *> dias minimos entre tentativas
           05 pp-user-id                           pic X(08).
           05 pp-data-alteracao                    pic X(08).

       fd arq-prova.
       01 fl-prova.
           05 pv-id                                pic X(06).
           05 pv-titulo                            pic X(40).
           05 pv-qtd-questoes                      pic 9(03).
           05 pv-nota-corte                        pic 9(03)v99.
           05 pv-user-id                           pic X(08).
           05 pv-data-inicio                       pic X(08). *> AAAAMMDD; branco sem limite
           05 pv-hora-inicio                       pic X(06). *> HHMMSS; branco desde 000000
           05 pv-data-fim                          pic X(08). *> AAAAMMDD; branco sem limite
           05 pv-hora-fim                          pic X(06). *> HHMMSS; branco ate 235959

       fd arq-usuarios.
       01 fl-usuarios.
           05 us-user-id                           pic X(08).
           05 us-nome                              pic X(30).
           05 us-perfil                            pic X(01). *> 'A'-dministrador; 'U'-suario
           05 us-status                            pic X(01). *> 'A'-tivo; 'I'-nativo

       fd arq-auditoria.
       01 fl-auditoria.
           05 au-chave.
               10 au-data                           pic X(08).
               10 au-hora                           pic X(06).
               10 au-seq                            pic 9(03).
           05 au-user-id                           pic X(08).
           05 au-acao                              pic X(06).
           05 au-registro                          pic X(20).


      *>----Variáveis de trabalho
       working-storage section.

       77 ws-fs-arq-inscricao                      pic X(02).
       77 ws-fs-arq-politica-prova                 pic X(02).
       77 ws-fs-arq-prova                          pic X(02).
       77 ws-fs-arq-usuarios                       pic X(02).
       77 ws-fs-arq-auditoria                      pic X(02).

       77 ws-id-operador                           pic X(08).
       77 ws-operador-valido                       pic X(01).
       77 ws-senha-operador                        pic X(20).
       77 ws-senha-nova                            pic X(20).
       77 ws-senha-confirmacao                     pic X(20).
       77 ws-senha-aceita                          pic X(01).
       77 ws-fim-troca-senha                       pic X(01).

       01 ws-parm-senha.
           05 ws-sn-funcao                         pic X(01). *> 'V'-erificar; 'T'-rocar; 'R'-einicializar
           05 ws-sn-user-id                        pic X(08).
           05 ws-sn-senha                          pic X(20).
           05 ws-sn-senha-nova                     pic X(20).
           05 ws-sn-programa                       pic X(09).
           05 ws-sn-operador                       pic X(08).
           05 ws-sn-restantes                      pic 9(02).
           05 ws-sn-retorno                        pic X(01). *> '0'-ok; 'N'-troca obrigatoria; 'S'-enha invalida; 'B'-loqueada; 'R'-ecusada; 'E'-rro
       77 ws-pausa                                 pic X(01).
       77 ws-continuar                             pic X(01).
       77 ws-resp-confirma                         pic X(01).

       77 ws-prova-cadastrada                      pic X(01).
       77 ws-usuario-cadastrado                    pic X(01).
       77 ws-inscricao-existe                      pic X(01).
       77 ws-politica-existe                       pic X(01).
       77 ws-dados-validos                         pic X(01).

       77 ws-data-hora-atual                       pic X(21).
       77 ws-aud-acao                              pic X(06).
       77 ws-aud-registro                          pic X(20).

       01 ws-manut-inscricao.
           05 ws-manut-opcao                       pic X(01).
           05 ws-manut-prova-id                    pic X(06).
           05 ws-manut-user-id                     pic X(08).
           05 ws-manut-nome                        pic X(30).
           05 ws-manut-titulo                      pic X(40).
           05 ws-manut-data                        pic X(08).
           05 ws-manut-origem                      pic X(01).
           05 ws-manut-situacao                    pic X(01).
           05 ws-manut-max-tentativas              pic 9(02).
           05 ws-manut-dias-intervalo              pic 9(03).

       01 ws-aud-reg-inscricao.
           05 ws-aud-reg-prova-id                  pic X(06).
           05 filler                               pic X(01) value "/".
           05 ws-aud-reg-user-id                   pic X(08).
           05 filler                               pic X(05) value spaces.

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 filler                                pic X(01) value "-".
          05 ws-msn-erro-cod                       pic X(02).
          05 filler                                pic X(01) value space.
          05 ws-msn-erro-text                      pic X(42).


      *>----Variáveis para comunicação entre programas
       linkage section.


      *>----Declaração de tela
       screen section.

       01  tela-identificacao.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "    ///////////////////////////////////////////////////////////////////////////  ".
           05 line 02 col 01 value "                             Inscricao em Provas                                 ".
           05 line 03 col 01 value "        Matricula .............:                                                 ".
           05 line 04 col 01 value "        Senha .................:                                                 ".
           05 line 05 col 01 value "    ///////////////////////////////////////////////////////////////////////////  ".

           05 sc-id-operador           line 03  col 34 pic x(08)
           using ws-id-operador foreground-color 15.

           05 sc-senha-operador        line 04  col 34 pic x(20)
           using ws-senha-operador secure foreground-color 15.

      *>--------------------------------------------------------------------------------------------------------------

       01  tela-troca-senha.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "    ///////////////////////////////////////////////////////////////////////////  ".
           05 line 02 col 01 value "                             Troca Obrigatoria de Senha                          ".
           05 line 03 col 01 value "        Nova Senha ............:                                                 ".
           05 line 04 col 01 value "        Confirmacao ...........:                                                 ".
           05 line 05 col 01 value "        (minimo 6 posicoes; em branco para sair)                                 ".
           05 line 06 col 01 value "    ///////////////////////////////////////////////////////////////////////////  ".

           05 sc-senha-nova            line 03  col 34 pic x(20)
           using ws-senha-nova secure foreground-color 15.

           05 sc-senha-confirmacao     line 04  col 34 pic x(20)
           using ws-senha-confirmacao secure foreground-color 15.

      *>--------------------------------------------------------------------------------------------------------------

       01  tela-menu-inscricao.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "    ///////////////////////////////////////////////////////////////////////////  ".
           05 line 02 col 01 value "                             Inscricao em Provas                                 ".
           05 line 03 col 01 value "        Opcao .................:  I-nscrever C-onsultar X-cancelar P-olitica    ".
           05 line 04 col 01 value "        Codigo da Prova .......:                                                 ".
           05 line 05 col 01 value "        Matricula .............:  (em branco na opcao P)                         ".
           05 line 06 col 01 value "        (opcao em branco para sair)                                              ".
           05 line 07 col 01 value "    ///////////////////////////////////////////////////////////////////////////  ".

           05 sc-manut-opcao           line 03  col 34 pic x(01)
           using ws-manut-opcao foreground-color 15.

           05 sc-manut-prova-id        line 04  col 34 pic x(06)
           using ws-manut-prova-id foreground-color 15.

           05 sc-manut-user-id         line 05  col 34 pic x(08)
           using ws-manut-user-id foreground-color 15.

      *>--------------------------------------------------------------------------------------------------------------

       01  tela-dados-inscricao.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "    ///////////////////////////////////////////////////////////////////////////  ".
           05 line 02 col 01 value "                             Dados da Inscricao                                  ".
           05 line 03 col 01 value "        Prova .................:                                                 ".
           05 line 04 col 01 value "        Titulo ................:                                                 ".
           05 line 05 col 01 value "        Matricula .............:                                                 ".
           05 line 06 col 01 value "        Nome ..................:                                                 ".
           05 line 07 col 01 value "        Data da Inscricao .....:                                                 ".
           05 line 08 col 01 value "        Origem (T/C) ..........:  T-ela C-arga de lista                          ".
           05 line 09 col 01 value "        Situacao (A/C) ........:  A-tiva C-ancelada                              ".
           05 line 10 col 01 value "    ///////////////////////////////////////////////////////////////////////////  ".

           05 sc-ins-prova-id          line 03  col 34 pic x(06)
           from ws-manut-prova-id foreground-color 15.

           05 sc-ins-titulo            line 04  col 34 pic x(40)
           from ws-manut-titulo foreground-color 15.

           05 sc-ins-user-id           line 05  col 34 pic x(08)
           from ws-manut-user-id foreground-color 15.

           05 sc-ins-nome              line 06  col 34 pic x(30)
           from ws-manut-nome foreground-color 15.

           05 sc-ins-data              line 07  col 34 pic x(08)
           from ws-manut-data foreground-color 15.

           05 sc-ins-origem            line 08  col 34 pic x(01)
           from ws-manut-origem foreground-color 15.

           05 sc-ins-situacao          line 09  col 34 pic x(01)
           from ws-manut-situacao foreground-color 15.

      *>--------------------------------------------------------------------------------------------------------------

       01  tela-politica-prova.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "    ///////////////////////////////////////////////////////////////////////////  ".
           05 line 02 col 01 value "                             Politica de Retomada da Prova                       ".
           05 line 03 col 01 value "        Prova .................:                                                 ".
           05 line 04 col 01 value "        Titulo ................:                                                 ".
           05 line 05 col 01 value "        Maximo de Tentativas ..:     (00 sem limite)                             ".
           05 line 06 col 01 value "        Dias entre Tentativas .:                                                 ".
           05 line 07 col 01 value "    ///////////////////////////////////////////////////////////////////////////  ".

           05 sc-pol-prova-id          line 03  col 34 pic x(06)
           from ws-manut-prova-id foreground-color 15.

           05 sc-pol-titulo            line 04  col 34 pic x(40)
           from ws-manut-titulo foreground-color 15.

           05 sc-pol-max-tentativas    line 05  col 34 pic 9(02)
           using ws-manut-max-tentativas foreground-color 15.

           05 sc-pol-dias-intervalo    line 06  col 34 pic 9(03)
           using ws-manut-dias-intervalo foreground-color 15.

      *>Declaração do corpo do programa
       procedure division.

       0000-controle section.

           perform 1000-inicializa
           perform 2000-processamento
           perform 3000-finaliza

           .
       0000-controle-exit.
           exit.
      *>------------------------------------------------------------------------
      *> Inicialização
      *>------------------------------------------------------------------------
       1000-inicializa section.

           open i-o arq-inscricao
           if ws-fs-arq-inscricao = "35" then
               open output arq-inscricao
               if ws-fs-arq-inscricao = "00" then
                   close arq-inscricao
                   open i-o arq-inscricao
               end-if
           end-if
           if     ws-fs-arq-inscricao  <> "00"
           and    ws-fs-arq-inscricao  <> "05" then
               move 1                                     to ws-msn-erro-ofsset
               move ws-fs-arq-inscricao                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arq-inscricao  "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arq-politica-prova
           if ws-fs-arq-politica-prova = "35" then
               open output arq-politica-prova
               if ws-fs-arq-politica-prova = "00" then
                   close arq-politica-prova
                   open i-o arq-politica-prova
               end-if
           end-if
           if     ws-fs-arq-politica-prova  <> "00"
           and    ws-fs-arq-politica-prova  <> "05" then
               move 2                                     to ws-msn-erro-ofsset
               move ws-fs-arq-politica-prova              to ws-msn-erro-cod
               move "Erro ao abrir arq-politica-prova  "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arq-prova
           if     ws-fs-arq-prova  <> "00"
           and    ws-fs-arq-prova  <> "05" then
               move 3                                     to ws-msn-erro-ofsset
               move ws-fs-arq-prova                       to ws-msn-erro-cod
               move "Erro ao abrir arq. arq-prova      "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arq-usuarios
           if     ws-fs-arq-usuarios  <> "00"
           and    ws-fs-arq-usuarios  <> "05" then
               move 4                                     to ws-msn-erro-ofsset
               move ws-fs-arq-usuarios                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arq-usuarios   "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arq-auditoria
           if     ws-fs-arq-auditoria  <> "00"
           and    ws-fs-arq-auditoria  <> "05" then
               move 5                                     to ws-msn-erro-ofsset
               move ws-fs-arq-auditoria                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arq-auditoria  "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       1000-inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Pausa apos Mensagem de Erro Nao Fatal
      *>------------------------------------------------------------------------
       pausar-apos-erro section.

           display "Tecle ENTER para continuar..."
           accept ws-pausa

           .
       pausar-apos-erro-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Processamento
      *>------------------------------------------------------------------------
       2000-processamento section.

           perform identificar-operador

           move "S" to ws-continuar
           perform until ws-continuar <> "S"

               initialize ws-manut-inscricao

               display tela-menu-inscricao
               accept  tela-menu-inscricao

               move function upper-case (ws-manut-opcao)
                 to ws-manut-opcao
               move function upper-case (ws-manut-prova-id)
                 to ws-manut-prova-id
               move function upper-case (ws-manut-user-id)
                 to ws-manut-user-id

               evaluate ws-manut-opcao
                   when space
                       move "N" to ws-continuar
                   when "I"
                       perform incluir-inscricao
                   when "C"
                       perform consultar-inscricao
                   when "X"
                       perform cancelar-inscricao
                   when "P"
                       perform manter-politica
                   when other
                       move 21                                      to ws-msn-erro-ofsset
                       move "00"                                    to ws-msn-erro-cod
                       move "Opcao invalida - use I, C, X ou P   "   to ws-msn-erro-text
                       display ws-msn-erro
                       perform pausar-apos-erro
               end-evaluate

           end-perform

           .
       2000-processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Identificação do Operador: somente administrador ativo mantem
      *>  inscricoes e politicas de retomada
      *>------------------------------------------------------------------------
       identificar-operador section.

           move "N" to ws-operador-valido
           perform until ws-operador-valido = "S"

               move space to ws-id-operador
                             ws-senha-operador
               display tela-identificacao
               accept  tela-identificacao

               if ws-id-operador = spaces then
                   move 11                                      to ws-msn-erro-ofsset
                   move "00"                                    to ws-msn-erro-cod
                   move "Matricula do operador nao informada "  to ws-msn-erro-text
                   display ws-msn-erro
                   perform pausar-apos-erro
               else
                   move ws-id-operador to us-user-id
                   read arq-usuarios key is us-user-id
                       invalid key
                           move 12                                      to ws-msn-erro-ofsset
                           move "00"                                    to ws-msn-erro-cod
                           move "Matricula do operador nao cadastrada"  to ws-msn-erro-text
                           display ws-msn-erro
                           perform pausar-apos-erro
                       not invalid key
                           evaluate true
                               when us-status = "I"
                                   move 13                                      to ws-msn-erro-ofsset
                                   move "00"                                    to ws-msn-erro-cod
                                   move "Operador inativo - acesso negado   "   to ws-msn-erro-text
                                   display ws-msn-erro
                                   perform pausar-apos-erro
                               when us-perfil <> "A"
                                   move 14                                      to ws-msn-erro-ofsset
                                   move "00"                                    to ws-msn-erro-cod
                                   move "Acesso restrito a administradores   "  to ws-msn-erro-text
                                   display ws-msn-erro
                                   perform pausar-apos-erro
                               when other
                                   perform autenticar-operador
                                   if ws-senha-aceita = "S" then
                                       move "S" to ws-operador-valido
                                       move "LOGON "       to ws-aud-acao
                                       move ws-id-operador to ws-aud-registro
                                       perform gravar-auditoria
                                   end-if
                           end-evaluate
                   end-read
               end-if

           end-perform

           .
       identificar-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Autenticacao por Senha da Matricula Identificada; senha
      *>  provisoria exige a troca antes de liberar o acesso
      *>------------------------------------------------------------------------
       autenticar-operador section.

           move "N"               to ws-senha-aceita
           move "V"               to ws-sn-funcao
           move ws-id-operador    to ws-sn-user-id
           move ws-senha-operador to ws-sn-senha
           move spaces            to ws-sn-senha-nova
           move "P05SISC70"       to ws-sn-programa
           move ws-id-operador    to ws-sn-operador
           call "P05SISR30" using ws-parm-senha

           evaluate ws-sn-retorno
               when "0"
                   move "S" to ws-senha-aceita
               when "N"
                   perform trocar-senha-operador
               when "S"
                   move 15                                      to ws-msn-erro-ofsset
                   move "00"                                    to ws-msn-erro-cod
                   move "Senha invalida - restam    tentativa(s)"   to ws-msn-erro-text
                   move ws-sn-restantes to ws-msn-erro-text(25:2)
                   display ws-msn-erro
                   perform pausar-apos-erro
               when "B"
                   move 16                                      to ws-msn-erro-ofsset
                   move "00"                                    to ws-msn-erro-cod
                   move "Acesso bloqueado - procure o administrador"  to ws-msn-erro-text
                   display ws-msn-erro
                   perform pausar-apos-erro
               when other
                   move 17                                      to ws-msn-erro-ofsset
                   move "00"                                    to ws-msn-erro-cod
                   move "Erro no arquivo de credenciais      "   to ws-msn-erro-text
                   display ws-msn-erro
                   perform pausar-apos-erro
           end-evaluate

           move spaces to ws-senha-operador

           .
       autenticar-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Troca Obrigatoria de Senha (primeiro uso ou apos reinicializacao)
      *>------------------------------------------------------------------------
       trocar-senha-operador section.

           move "N" to ws-fim-troca-senha
           perform until ws-senha-aceita = "S"
                      or ws-fim-troca-senha = "S"

               move spaces to ws-senha-nova
                              ws-senha-confirmacao
               display tela-troca-senha
               accept  tela-troca-senha

               if ws-senha-nova = spaces then
                   move "S" to ws-fim-troca-senha
               else
                   if ws-senha-nova <> ws-senha-confirmacao then
                       move 18                                      to ws-msn-erro-ofsset
                       move "00"                                    to ws-msn-erro-cod
                       move "Confirmacao difere da nova senha    "   to ws-msn-erro-text
                       display ws-msn-erro
                       perform pausar-apos-erro
                   else
                       move "T"               to ws-sn-funcao
                       move ws-id-operador    to ws-sn-user-id
                       move ws-senha-operador to ws-sn-senha
                       move ws-senha-nova     to ws-sn-senha-nova
                       move "P05SISC70"       to ws-sn-programa
                       move ws-id-operador    to ws-sn-operador
                       call "P05SISR30" using ws-parm-senha

                       evaluate ws-sn-retorno
                           when "0"
                               move "S" to ws-senha-aceita
                           when "R"
                               move 19                                      to ws-msn-erro-ofsset
                               move "00"                                    to ws-msn-erro-cod
                               move "Nova senha recusada - minimo 6, inedita"   to ws-msn-erro-text
                               display ws-msn-erro
                               perform pausar-apos-erro
                           when other
                               move 17                                      to ws-msn-erro-ofsset
                               move "00"                                    to ws-msn-erro-cod
                               move "Erro no arquivo de credenciais      "   to ws-msn-erro-text
                               display ws-msn-erro
                               perform pausar-apos-erro
                               move "S" to ws-fim-troca-senha
                       end-evaluate
                   end-if
               end-if
           end-perform

           move spaces to ws-senha-nova
                          ws-senha-confirmacao

           .
       trocar-senha-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Localiza a Prova Informada
      *>------------------------------------------------------------------------
       localizar-prova section.

           move "N" to ws-prova-cadastrada

           if ws-manut-prova-id = spaces then
               move 31                                      to ws-msn-erro-ofsset
               move "00"                                    to ws-msn-erro-cod
               move "Codigo da prova nao informado      "   to ws-msn-erro-text
               display ws-msn-erro
               perform pausar-apos-erro
           else
               move ws-manut-prova-id to pv-id
               read arq-prova key is pv-id
                   invalid key
                       move 32                                      to ws-msn-erro-ofsset
                       move "00"                                    to ws-msn-erro-cod
                       move "Prova nao cadastrada               "   to ws-msn-erro-text
                       display ws-msn-erro
                       perform pausar-apos-erro
                   not invalid key
                       move "S"       to ws-prova-cadastrada
                       move pv-titulo to ws-manut-titulo
               end-read
           end-if

           .
       localizar-prova-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Localiza o Candidato e a Inscricao da Matricula Informada
      *>------------------------------------------------------------------------
       localizar-inscricao section.

           move "N" to ws-usuario-cadastrado
           move "N" to ws-inscricao-existe

           if ws-manut-user-id = spaces then
               move 33                                      to ws-msn-erro-ofsset
               move "00"                                    to ws-msn-erro-cod
               move "Matricula do candidato nao informada"  to ws-msn-erro-text
               display ws-msn-erro
               perform pausar-apos-erro
           else
               move ws-manut-user-id to us-user-id
               read arq-usuarios key is us-user-id
                   invalid key
                       move 34                                      to ws-msn-erro-ofsset
                       move "00"                                    to ws-msn-erro-cod
                       move "Matricula do candidato nao cadastrada" to ws-msn-erro-text
                       display ws-msn-erro
                       perform pausar-apos-erro
                   not invalid key
                       move "S"     to ws-usuario-cadastrado
                       move us-nome to ws-manut-nome
               end-read

               move ws-manut-user-id  to in-user-id
               move ws-manut-prova-id to in-prova-id
               read arq-inscricao key is in-chave
                   invalid key
                       continue
                   not invalid key
                       move "S" to ws-inscricao-existe
               end-read
           end-if

           .
       localizar-inscricao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Inscricao do Candidato na Prova; inscricao cancelada e reativada
      *>------------------------------------------------------------------------
       incluir-inscricao section.

           perform localizar-prova

           if ws-prova-cadastrada = "S" then
               perform localizar-inscricao
           end-if

           if ws-prova-cadastrada = "S"
           and ws-usuario-cadastrado = "S" then
               evaluate true
                   when us-status = "I"
                       move 41                                      to ws-msn-erro-ofsset
                       move "00"                                    to ws-msn-erro-cod
                       move "Candidato inativo - inscricao negada"  to ws-msn-erro-text
                       display ws-msn-erro
                       perform pausar-apos-erro
                   when ws-inscricao-existe = "S"
                    and in-situacao = "A"
                       move 42                                      to ws-msn-erro-ofsset
                       move "00"                                    to ws-msn-erro-cod
                       move "Candidato ja inscrito nesta prova  "   to ws-msn-erro-text
                       display ws-msn-erro
                       perform pausar-apos-erro
                   when other
                       move function current-date to ws-data-hora-atual
                       move ws-manut-user-id         to in-user-id
                       move ws-manut-prova-id        to in-prova-id
                       move ws-data-hora-atual(1:8)  to in-data-inscricao
                       move "T"                      to in-origem
                       move "A"                      to in-situacao
                       move ws-id-operador           to in-user-id-resp

                       if ws-inscricao-existe = "S" then
                           rewrite fl-inscricao
                       else
                           write fl-inscricao
                       end-if

                       if ws-fs-arq-inscricao <> "00" then
                           move 43                                      to ws-msn-erro-ofsset
                           move ws-fs-arq-inscricao                     to ws-msn-erro-cod
                           move "Erro ao gravar arq. arq-inscricao   "  to ws-msn-erro-text
                           display ws-msn-erro
                           perform pausar-apos-erro
                       else
                           move "INSCRI"           to ws-aud-acao
                           perform montar-registro-auditoria
                           perform gravar-auditoria
                           display "Inscricao registrada"
                           perform pausar-apos-erro
                       end-if
               end-evaluate
           end-if

           .
       incluir-inscricao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Consulta da Inscricao
      *>------------------------------------------------------------------------
       consultar-inscricao section.

           perform localizar-prova

           if ws-prova-cadastrada = "S" then
               perform localizar-inscricao

               if ws-manut-user-id <> spaces then
                   if ws-inscricao-existe = "N" then
                       move 51                                      to ws-msn-erro-ofsset
                       move "00"                                    to ws-msn-erro-cod
                       move "Candidato nao inscrito nesta prova "   to ws-msn-erro-text
                       display ws-msn-erro
                       perform pausar-apos-erro
                   else
                       move in-data-inscricao to ws-manut-data
                       move in-origem         to ws-manut-origem
                       move in-situacao       to ws-manut-situacao

                       display tela-dados-inscricao
                       perform pausar-apos-erro
                   end-if
               end-if
           end-if

           .
       consultar-inscricao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Cancelamento da Inscricao: as tentativas ja gravadas sao mantidas
      *>------------------------------------------------------------------------
       cancelar-inscricao section.

           perform localizar-prova

           if ws-prova-cadastrada = "S" then
               perform localizar-inscricao

               if ws-manut-user-id <> spaces then
                   evaluate true
                       when ws-inscricao-existe = "N"
                           move 61                                      to ws-msn-erro-ofsset
                           move "00"                                    to ws-msn-erro-cod
                           move "Candidato nao inscrito nesta prova "   to ws-msn-erro-text
                           display ws-msn-erro
                           perform pausar-apos-erro
                       when in-situacao = "C"
                           move 62                                      to ws-msn-erro-ofsset
                           move "00"                                    to ws-msn-erro-cod
                           move "Inscricao ja esta cancelada        "   to ws-msn-erro-text
                           display ws-msn-erro
                           perform pausar-apos-erro
                       when other
                           move in-data-inscricao to ws-manut-data
                           move in-origem         to ws-manut-origem
                           move in-situacao       to ws-manut-situacao
                           display tela-dados-inscricao

                           display "Confirma o cancelamento da inscricao? (S/N)"
                           move space to ws-resp-confirma
                           accept ws-resp-confirma
                           move function upper-case (ws-resp-confirma)
                             to ws-resp-confirma

                           if ws-resp-confirma = "S" then
                               move "C"            to in-situacao
                               move ws-id-operador to in-user-id-resp
                               rewrite fl-inscricao
                               if ws-fs-arq-inscricao <> "00" then
                                   move 63                                      to ws-msn-erro-ofsset
                                   move ws-fs-arq-inscricao                     to ws-msn-erro-cod
                                   move "Erro ao regravar arq-inscricao      "  to ws-msn-erro-text
                                   display ws-msn-erro
                                   perform pausar-apos-erro
                               else
                                   move "CANINS" to ws-aud-acao
                                   perform montar-registro-auditoria
                                   perform gravar-auditoria
                               end-if
                           end-if
                   end-evaluate
               end-if
           end-if

           .
       cancelar-inscricao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Politica de Retomada da Prova: maximo de tentativas e intervalo
      *>  minimo em dias entre uma tentativa e a seguinte
      *>------------------------------------------------------------------------
       manter-politica section.

           perform localizar-prova

           if ws-prova-cadastrada = "S" then
               move "N" to ws-politica-existe
               move ws-manut-prova-id to pp-prova-id
               read arq-politica-prova key is pp-prova-id
                   invalid key
                       move 1     to ws-manut-max-tentativas
                       move zeros to ws-manut-dias-intervalo
                   not invalid key
                       move "S" to ws-politica-existe
                       move pp-max-tentativas to ws-manut-max-tentativas
                       move pp-dias-intervalo to ws-manut-dias-intervalo
               end-read

               display tela-politica-prova
               accept sc-pol-max-tentativas
               accept sc-pol-dias-intervalo

               move "S" to ws-dados-validos
               if ws-manut-max-tentativas = 1
               and ws-manut-dias-intervalo > zeros then
                   move 71                                      to ws-msn-erro-ofsset
                   move "00"                                    to ws-msn-erro-cod
                   move "Intervalo exige mais de uma tentativa"  to ws-msn-erro-text
                   display ws-msn-erro
                   perform pausar-apos-erro
                   move "N" to ws-dados-validos
               end-if

               if ws-dados-validos = "S" then
                   move function current-date to ws-data-hora-atual
                   move ws-manut-prova-id        to pp-prova-id
                   move ws-manut-max-tentativas  to pp-max-tentativas
                   move ws-manut-dias-intervalo  to pp-dias-intervalo
                   move ws-id-operador           to pp-user-id
                   move ws-data-hora-atual(1:8)  to pp-data-alteracao

                   if ws-politica-existe = "S" then
                       rewrite fl-politica-prova
                   else
                       write fl-politica-prova
                   end-if

                   if ws-fs-arq-politica-prova <> "00" then
                       move 72                                      to ws-msn-erro-ofsset
                       move ws-fs-arq-politica-prova                to ws-msn-erro-cod
                       move "Erro ao gravar arq-politica-prova   "  to ws-msn-erro-text
                       display ws-msn-erro
                       perform pausar-apos-erro
                   else
                       move "POLPRV"          to ws-aud-acao
                       move ws-manut-prova-id to ws-aud-registro
                       perform gravar-auditoria
                       display "Politica de retomada gravada"
                       perform pausar-apos-erro
                   end-if
               end-if
           end-if

           .
       manter-politica-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Registro de Auditoria da Inscricao: "prova/matricula"
      *>------------------------------------------------------------------------
       montar-registro-auditoria section.

           move ws-manut-prova-id to ws-aud-reg-prova-id
           move ws-manut-user-id  to ws-aud-reg-user-id
           move ws-aud-reg-inscricao to ws-aud-registro

           .
       montar-registro-auditoria-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Trilha de Auditoria das Acoes do Operador
      *>------------------------------------------------------------------------
       gravar-auditoria section.

           move function current-date to ws-data-hora-atual

           move ws-data-hora-atual(1:8)  to au-data
           move ws-data-hora-atual(9:6)  to au-hora
           move 1                        to au-seq
           move ws-id-operador           to au-user-id
           move ws-aud-acao              to au-acao
           move ws-aud-registro          to au-registro

           write fl-auditoria
      *> mais de uma acao no mesmo segundo: avanca a sequencia
           perform until ws-fs-arq-auditoria <> "22"
               add 1 to au-seq
               write fl-auditoria
           end-perform

           if ws-fs-arq-auditoria <> "00" then
               move 98                                      to ws-msn-erro-ofsset
               move ws-fs-arq-auditoria                     to ws-msn-erro-cod
               move "Erro ao gravar arq. arq-auditoria   "  to ws-msn-erro-text
               display ws-msn-erro
               perform pausar-apos-erro
           end-if

           .
       gravar-auditoria-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização  Anormal
      *>------------------------------------------------------------------------
       finaliza-anormal section.

           display erase
           display ws-msn-erro.
           Stop run
           .
       finaliza-anormal-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Finalização Normal
      *>------------------------------------------------------------------------
       3000-finaliza section.

           close arq-inscricao
           if ws-fs-arq-inscricao  <> "00" then
               move 81                                       to ws-msn-erro-ofsset
               move ws-fs-arq-inscricao                      to ws-msn-erro-cod
               move "Erro ao fechar arq. arq-inscricao   "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arq-politica-prova
           if ws-fs-arq-politica-prova  <> "00" then
               move 82                                       to ws-msn-erro-ofsset
               move ws-fs-arq-politica-prova                 to ws-msn-erro-cod
               move "Erro ao fechar arq-politica-prova   "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arq-prova
           if ws-fs-arq-prova  <> "00" then
               move 83                                       to ws-msn-erro-ofsset
               move ws-fs-arq-prova                          to ws-msn-erro-cod
               move "Erro ao fechar arq. arq-prova       "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arq-usuarios
           if ws-fs-arq-usuarios  <> "00" then
               move 84                                       to ws-msn-erro-ofsset
               move ws-fs-arq-usuarios                       to ws-msn-erro-cod
               move "Erro ao fechar arq. arq-usuarios    "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arq-auditoria
           if ws-fs-arq-auditoria  <> "00" then
               move 85                                       to ws-msn-erro-ofsset
               move ws-fs-arq-auditoria                      to ws-msn-erro-cod
               move "Erro ao fechar arq. arq-auditoria   "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           stop run
           .
       3000-finaliza-exit.
           exit.
