      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P05SISC80".
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

           select arq-acomodacao assign to "arq-acomodacao.dat"
           organization is indexed
           access mode is dynamic
           record key is ac-chave
           file status is ws-fs-arq-acomodacao.

           select arq-prova assign to "arq-prova.dat"
           organization is indexed
           access mode is dynamic
           record key is pv-id
           file status is ws-fs-arq-prova.

           select arq-simulado assign to "arq-simulado.dat"
           organization is indexed
           access mode is dynamic
           record key is sm-id
           file status is ws-fs-arq-simulado.

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
      *> acomodacao concedida ao candidato: tempo extra e tentativas
      *> extras dentro do periodo de validade; exame em branco vale para
      *> todos os exames, e a acomodacao do exame prevalece sobre ela
       fd arq-acomodacao.
       01 fl-acomodacao.
           05 ac-chave.
               10 ac-user-id                        pic X(08).
               10 ac-exame-id                       pic X(06). *> branco: todos os exames
           05 ac-tipo-tempo                        pic X(01). *> 'P'-ercentual; 'M'-inutos; branco sem tempo extra
           05 ac-tempo-extra                       pic 9(03).
           05 ac-tentativas-extras                 pic 9(02).
           05 ac-data-inicio                       pic X(08). *> AAAAMMDD
           05 ac-data-fim                          pic X(08). *> AAAAMMDD
           05 ac-situacao                          pic X(01). *> 'A'-tiva; 'C'-ancelada
           05 ac-data-concessao                    pic X(08).
           05 ac-user-id-resp                      pic X(08).
           05 ac-qtd-usos                          pic 9(03). *> tentativas realizadas com a acomodacao
           05 ac-data-ult-uso                      pic X(08).

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

       fd arq-simulado.
       01 fl-simulado.
           05 sm-id                                pic X(06).
           05 sm-qtd-tentativas                    pic 9(02).
           05 sm-tempo-limite                      pic 9(03).
           05 sm-randomiza                         pic X(01). *> 'S'-im; 'N'-ao
           05 sm-user-id                           pic X(08).
           05 sm-data-inicio                       pic X(08). *> AAAAMMDD; branco sem limite
           05 sm-hora-inicio                       pic X(06). *> HHMMSS; branco desde 000000
           05 sm-data-fim                          pic X(08). *> AAAAMMDD; branco sem limite
           05 sm-hora-fim                          pic X(06). *> HHMMSS; branco ate 235959

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

       77 ws-fs-arq-acomodacao                     pic X(02).
       77 ws-fs-arq-prova                          pic X(02).
       77 ws-fs-arq-simulado                       pic X(02).
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

       77 ws-exame-cadastrado                      pic X(01).
       77 ws-usuario-cadastrado                    pic X(01).
       77 ws-acomodacao-existe                     pic X(01).
       77 ws-dados-validos                         pic X(01).

       77 ws-data-hora-atual                       pic X(21).
       77 ws-aud-acao                              pic X(06).
       77 ws-aud-registro                          pic X(20).

       01 ws-manut-acomodacao.
           05 ws-manut-opcao                       pic X(01).
           05 ws-manut-user-id                     pic X(08).
           05 ws-manut-exame-id                    pic X(06).
           05 ws-manut-nome                        pic X(30).
           05 ws-manut-titulo                      pic X(40).
           05 ws-manut-tipo-tempo                  pic X(01).
           05 ws-manut-tempo-extra                 pic 9(03).
           05 ws-manut-tentativas-extras           pic 9(02).
           05 ws-manut-data-inicio                 pic X(08).
           05 ws-manut-data-fim                    pic X(08).
           05 ws-manut-situacao                    pic X(01).
           05 ws-manut-data-concessao              pic X(08).
           05 ws-manut-qtd-usos                    pic 9(03).
           05 ws-manut-data-ult-uso                pic X(08).

       01 ws-aud-reg-acomodacao.
           05 ws-aud-reg-exame-id                  pic X(06).
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
           05 line 02 col 01 value "                             Acomodacoes de Candidatos                           ".
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

       01  tela-menu-acomodacao.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "    ///////////////////////////////////////////////////////////////////////////  ".
           05 line 02 col 01 value "                             Acomodacoes de Candidatos                           ".
           05 line 03 col 01 value "        Opcao .................:  G-ravar C-onsultar X-cancelar                  ".
           05 line 04 col 01 value "        Matricula .............:                                                 ".
           05 line 05 col 01 value "        Codigo do Exame .......:         (em branco: todos os exames)            ".
           05 line 06 col 01 value "        (opcao em branco para sair)                                              ".
           05 line 07 col 01 value "    ///////////////////////////////////////////////////////////////////////////  ".

           05 sc-manut-opcao           line 03  col 34 pic x(01)
           using ws-manut-opcao foreground-color 15.

           05 sc-manut-user-id         line 04  col 34 pic x(08)
           using ws-manut-user-id foreground-color 15.

           05 sc-manut-exame-id        line 05  col 34 pic x(06)
           using ws-manut-exame-id foreground-color 15.

      *>--------------------------------------------------------------------------------------------------------------

       01  tela-dados-acomodacao.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "    ///////////////////////////////////////////////////////////////////////////  ".
           05 line 02 col 01 value "                             Dados da Acomodacao                                 ".
           05 line 03 col 01 value "        Matricula .............:                                                 ".
           05 line 04 col 01 value "        Nome ..................:                                                 ".
           05 line 05 col 01 value "        Exame .................:                                                 ".
           05 line 06 col 01 value "        Titulo ................:                                                 ".
           05 line 07 col 01 value "        Tempo Extra (P/M) .....:      P-ercentual M-inutos branco-nenhum         ".
           05 line 08 col 01 value "        Tempo Extra ...........:                                                 ".
           05 line 09 col 01 value "        Tentativas Extras .....:                                                 ".
           05 line 10 col 01 value "        Valida de (AAAAMMDD) ..:                                                 ".
           05 line 11 col 01 value "        Valida ate (AAAAMMDD) .:                                                 ".
           05 line 12 col 01 value "        Situacao (A/C) ........:  A-tiva C-ancelada                              ".
           05 line 13 col 01 value "        Concedida em ..........:                                                 ".
           05 line 14 col 01 value "        Tentativas com Acomod. :                                                 ".
           05 line 15 col 01 value "        Ultima Utilizacao .....:                                                 ".
           05 line 16 col 01 value "    ///////////////////////////////////////////////////////////////////////////  ".

           05 sc-aco-user-id           line 03  col 34 pic x(08)
           from ws-manut-user-id foreground-color 15.

           05 sc-aco-nome              line 04  col 34 pic x(30)
           from ws-manut-nome foreground-color 15.

           05 sc-aco-exame-id          line 05  col 34 pic x(06)
           from ws-manut-exame-id foreground-color 15.

           05 sc-aco-titulo            line 06  col 34 pic x(40)
           from ws-manut-titulo foreground-color 15.

           05 sc-aco-tipo-tempo        line 07  col 34 pic x(01)
           using ws-manut-tipo-tempo foreground-color 15.

           05 sc-aco-tempo-extra       line 08  col 34 pic 9(03)
           using ws-manut-tempo-extra foreground-color 15.

           05 sc-aco-tentativas-extras line 09  col 34 pic 9(02)
           using ws-manut-tentativas-extras foreground-color 15.

           05 sc-aco-data-inicio       line 10  col 34 pic x(08)
           using ws-manut-data-inicio foreground-color 15.

           05 sc-aco-data-fim          line 11  col 34 pic x(08)
           using ws-manut-data-fim foreground-color 15.

           05 sc-aco-situacao          line 12  col 34 pic x(01)
           from ws-manut-situacao foreground-color 15.

           05 sc-aco-data-concessao    line 13  col 34 pic x(08)
           from ws-manut-data-concessao foreground-color 15.

           05 sc-aco-qtd-usos          line 14  col 34 pic zz9
           from ws-manut-qtd-usos foreground-color 15.

           05 sc-aco-data-ult-uso      line 15  col 34 pic x(08)
           from ws-manut-data-ult-uso foreground-color 15.

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

           open i-o arq-acomodacao
           if ws-fs-arq-acomodacao = "35" then
               open output arq-acomodacao
               if ws-fs-arq-acomodacao = "00" then
                   close arq-acomodacao
                   open i-o arq-acomodacao
               end-if
           end-if
           if     ws-fs-arq-acomodacao  <> "00"
           and    ws-fs-arq-acomodacao  <> "05" then
               move 1                                     to ws-msn-erro-ofsset
               move ws-fs-arq-acomodacao                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arq-acomodacao "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arq-prova
           if     ws-fs-arq-prova  <> "00"
           and    ws-fs-arq-prova  <> "05" then
               move 2                                     to ws-msn-erro-ofsset
               move ws-fs-arq-prova                       to ws-msn-erro-cod
               move "Erro ao abrir arq. arq-prova      "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arq-simulado
           if     ws-fs-arq-simulado  <> "00"
           and    ws-fs-arq-simulado  <> "05" then
               move 3                                     to ws-msn-erro-ofsset
               move ws-fs-arq-simulado                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arq-simulado   "  to ws-msn-erro-text
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

               initialize ws-manut-acomodacao

               display tela-menu-acomodacao
               accept  tela-menu-acomodacao

               move function upper-case (ws-manut-opcao)
                 to ws-manut-opcao
               move function upper-case (ws-manut-user-id)
                 to ws-manut-user-id
               move function upper-case (ws-manut-exame-id)
                 to ws-manut-exame-id

               evaluate ws-manut-opcao
                   when space
                       move "N" to ws-continuar
                   when "G"
                       perform gravar-acomodacao
                   when "C"
                       perform consultar-acomodacao
                   when "X"
                       perform cancelar-acomodacao
                   when other
                       move 21                                      to ws-msn-erro-ofsset
                       move "00"                                    to ws-msn-erro-cod
                       move "Opcao invalida - use G, C ou X      "   to ws-msn-erro-text
                       display ws-msn-erro
                       perform pausar-apos-erro
               end-evaluate

           end-perform

           .
       2000-processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Identificação do Operador: somente administrador ativo mantem
      *>  as acomodacoes concedidas a candidatos
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
           move "P05SISC80"       to ws-sn-programa
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
                       move "P05SISC80"       to ws-sn-programa
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
      *>  Localiza o Candidato da Matricula Informada
      *>------------------------------------------------------------------------
       localizar-candidato section.

           move "N" to ws-usuario-cadastrado

           if ws-manut-user-id = spaces then
               move 31                                      to ws-msn-erro-ofsset
               move "00"                                    to ws-msn-erro-cod
               move "Matricula do candidato nao informada"  to ws-msn-erro-text
               display ws-msn-erro
               perform pausar-apos-erro
           else
               move ws-manut-user-id to us-user-id
               read arq-usuarios key is us-user-id
                   invalid key
                       move 32                                      to ws-msn-erro-ofsset
                       move "00"                                    to ws-msn-erro-cod
                       move "Matricula do candidato nao cadastrada" to ws-msn-erro-text
                       display ws-msn-erro
                       perform pausar-apos-erro
                   not invalid key
                       move "S"     to ws-usuario-cadastrado
                       move us-nome to ws-manut-nome
               end-read
           end-if

           .
       localizar-candidato-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Localiza o Exame Informado (prova ou simulado); em branco a
      *>  acomodacao vale para todos os exames do candidato
      *>------------------------------------------------------------------------
       localizar-exame section.

           move "N" to ws-exame-cadastrado

           if ws-manut-exame-id = spaces then
               move "S"                   to ws-exame-cadastrado
               move "TODOS OS EXAMES"     to ws-manut-titulo
           else
               move ws-manut-exame-id to pv-id
               read arq-prova key is pv-id
                   invalid key
                       continue
                   not invalid key
                       move "S"       to ws-exame-cadastrado
                       move pv-titulo to ws-manut-titulo
               end-read

               if ws-exame-cadastrado = "N" then
                   move ws-manut-exame-id to sm-id
                   read arq-simulado key is sm-id
                       invalid key
                           move 33                                      to ws-msn-erro-ofsset
                           move "00"                                    to ws-msn-erro-cod
                           move "Exame nao cadastrado (prova/simulado)"  to ws-msn-erro-text
                           display ws-msn-erro
                           perform pausar-apos-erro
                       not invalid key
                           move "S"        to ws-exame-cadastrado
                           move "SIMULADO" to ws-manut-titulo
                   end-read
               end-if
           end-if

           .
       localizar-exame-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Localiza a Acomodacao da Matricula/Exame e Carrega a Tela
      *>------------------------------------------------------------------------
       localizar-acomodacao section.

           move "N" to ws-acomodacao-existe

           move ws-manut-user-id  to ac-user-id
           move ws-manut-exame-id to ac-exame-id
           read arq-acomodacao key is ac-chave
               invalid key
                   continue
               not invalid key
                   move "S"                  to ws-acomodacao-existe
                   move ac-tipo-tempo        to ws-manut-tipo-tempo
                   move ac-tempo-extra       to ws-manut-tempo-extra
                   move ac-tentativas-extras to ws-manut-tentativas-extras
                   move ac-data-inicio       to ws-manut-data-inicio
                   move ac-data-fim          to ws-manut-data-fim
                   move ac-situacao          to ws-manut-situacao
                   move ac-data-concessao    to ws-manut-data-concessao
                   move ac-qtd-usos          to ws-manut-qtd-usos
                   move ac-data-ult-uso      to ws-manut-data-ult-uso
           end-read

           .
       localizar-acomodacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Concessao ou Alteracao da Acomodacao; acomodacao cancelada e
      *>  reativada com os novos dados
      *>------------------------------------------------------------------------
       gravar-acomodacao section.

           perform localizar-candidato

           if ws-usuario-cadastrado = "S" then
               perform localizar-exame
           end-if

           if ws-usuario-cadastrado = "S"
           and ws-exame-cadastrado = "S" then
               if us-status = "I" then
                   move 41                                      to ws-msn-erro-ofsset
                   move "00"                                    to ws-msn-erro-cod
                   move "Candidato inativo - acomodacao negada" to ws-msn-erro-text
                   display ws-msn-erro
                   perform pausar-apos-erro
               else
                   perform localizar-acomodacao

                   move function current-date to ws-data-hora-atual
                   if ws-acomodacao-existe = "N" then
                       move ws-data-hora-atual(1:8) to ws-manut-data-inicio
                   end-if
                   move "A" to ws-manut-situacao

                   display tela-dados-acomodacao
                   accept sc-aco-tipo-tempo
                   accept sc-aco-tempo-extra
                   accept sc-aco-tentativas-extras
                   accept sc-aco-data-inicio
                   accept sc-aco-data-fim

                   move function upper-case (ws-manut-tipo-tempo)
                     to ws-manut-tipo-tempo

                   perform validar-dados-acomodacao

                   if ws-dados-validos = "S" then
                       move ws-manut-user-id            to ac-user-id
                       move ws-manut-exame-id           to ac-exame-id
                       move ws-manut-tipo-tempo         to ac-tipo-tempo
                       move ws-manut-tempo-extra        to ac-tempo-extra
                       move ws-manut-tentativas-extras  to ac-tentativas-extras
                       move ws-manut-data-inicio        to ac-data-inicio
                       move ws-manut-data-fim           to ac-data-fim
                       move "A"                         to ac-situacao
                       move ws-data-hora-atual(1:8)     to ac-data-concessao
                       move ws-id-operador              to ac-user-id-resp

                       if ws-acomodacao-existe = "S" then
                           rewrite fl-acomodacao
                       else
                           move zeros  to ac-qtd-usos
                           move spaces to ac-data-ult-uso
                           write fl-acomodacao
                       end-if

                       if ws-fs-arq-acomodacao <> "00" then
                           move 42                                      to ws-msn-erro-ofsset
                           move ws-fs-arq-acomodacao                    to ws-msn-erro-cod
                           move "Erro ao gravar arq. arq-acomodacao  "  to ws-msn-erro-text
                           display ws-msn-erro
                           perform pausar-apos-erro
                       else
                           move "ACOMOD" to ws-aud-acao
                           perform montar-registro-auditoria
                           perform gravar-auditoria
                           display "Acomodacao gravada"
                           perform pausar-apos-erro
                       end-if
                   end-if
               end-if
           end-if

           .
       gravar-acomodacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Critica da Acomodacao: algum beneficio, percentual ate 100% ou
      *>  minutos, e periodo de validade em datas validas e ordenadas
      *>------------------------------------------------------------------------
       validar-dados-acomodacao section.

           move "S" to ws-dados-validos

           evaluate true
               when ws-manut-tipo-tempo <> space
                and ws-manut-tipo-tempo <> "P"
                and ws-manut-tipo-tempo <> "M"
                   move 43                                      to ws-msn-erro-ofsset
                   move "Tipo do tempo extra invalido - P ou M" to ws-msn-erro-text
                   move "N" to ws-dados-validos
               when ws-manut-tipo-tempo = space
                and ws-manut-tempo-extra > zeros
                   move 44                                      to ws-msn-erro-ofsset
                   move "Informe P ou M para o tempo extra   "  to ws-msn-erro-text
                   move "N" to ws-dados-validos
               when ws-manut-tipo-tempo <> space
                and ws-manut-tempo-extra = zeros
                   move 44                                      to ws-msn-erro-ofsset
                   move "Tempo extra nao informado           "  to ws-msn-erro-text
                   move "N" to ws-dados-validos
               when ws-manut-tipo-tempo = "P"
                and ws-manut-tempo-extra > 100
                   move 45                                      to ws-msn-erro-ofsset
                   move "Percentual de tempo extra acima de 100" to ws-msn-erro-text
                   move "N" to ws-dados-validos
               when ws-manut-tempo-extra = zeros
                and ws-manut-tentativas-extras = zeros
                   move 46                                      to ws-msn-erro-ofsset
                   move "Acomodacao sem tempo nem tentativa extra" to ws-msn-erro-text
                   move "N" to ws-dados-validos
               when ws-manut-data-inicio is not numeric
                   move 47                                      to ws-msn-erro-ofsset
                   move "Inicio da validade invalido         "  to ws-msn-erro-text
                   move "N" to ws-dados-validos
               when function test-date-yyyymmdd
                    (function numval (ws-manut-data-inicio)) <> zeros
                   move 47                                      to ws-msn-erro-ofsset
                   move "Inicio da validade invalido         "  to ws-msn-erro-text
                   move "N" to ws-dados-validos
               when ws-manut-data-fim is not numeric
                   move 48                                      to ws-msn-erro-ofsset
                   move "Fim da validade invalido            "  to ws-msn-erro-text
                   move "N" to ws-dados-validos
               when function test-date-yyyymmdd
                    (function numval (ws-manut-data-fim)) <> zeros
                   move 48                                      to ws-msn-erro-ofsset
                   move "Fim da validade invalido            "  to ws-msn-erro-text
                   move "N" to ws-dados-validos
               when ws-manut-data-fim < ws-manut-data-inicio
                   move 49                                      to ws-msn-erro-ofsset
                   move "Fim da validade anterior ao inicio  "  to ws-msn-erro-text
                   move "N" to ws-dados-validos
           end-evaluate

           if ws-dados-validos = "N" then
               move "00" to ws-msn-erro-cod
               display ws-msn-erro
               perform pausar-apos-erro
           end-if

           .
       validar-dados-acomodacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Consulta da Acomodacao
      *>------------------------------------------------------------------------
       consultar-acomodacao section.

           perform localizar-candidato

           if ws-usuario-cadastrado = "S" then
               perform localizar-exame
           end-if

           if ws-usuario-cadastrado = "S"
           and ws-exame-cadastrado = "S" then
               perform localizar-acomodacao
               if ws-acomodacao-existe = "N" then
                   move 51                                      to ws-msn-erro-ofsset
                   move "00"                                    to ws-msn-erro-cod
                   move "Nenhuma acomodacao para matricula/exame" to ws-msn-erro-text
                   display ws-msn-erro
                   perform pausar-apos-erro
               else
                   display tela-dados-acomodacao
                   perform pausar-apos-erro
               end-if
           end-if

           .
       consultar-acomodacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Cancelamento da Acomodacao: o registro fica para o relatorio,
      *>  com a validade encerrada na data do cancelamento
      *>------------------------------------------------------------------------
       cancelar-acomodacao section.

           perform localizar-candidato

           if ws-usuario-cadastrado = "S" then
               perform localizar-exame
           end-if

           if ws-usuario-cadastrado = "S"
           and ws-exame-cadastrado = "S" then
               perform localizar-acomodacao
               evaluate true
                   when ws-acomodacao-existe = "N"
                       move 61                                      to ws-msn-erro-ofsset
                       move "00"                                    to ws-msn-erro-cod
                       move "Nenhuma acomodacao para matricula/exame" to ws-msn-erro-text
                       display ws-msn-erro
                       perform pausar-apos-erro
                   when ac-situacao = "C"
                       move 62                                      to ws-msn-erro-ofsset
                       move "00"                                    to ws-msn-erro-cod
                       move "Acomodacao ja esta cancelada       "   to ws-msn-erro-text
                       display ws-msn-erro
                       perform pausar-apos-erro
                   when other
                       display tela-dados-acomodacao

                       display "Confirma o cancelamento da acomodacao? (S/N)"
                       move space to ws-resp-confirma
                       accept ws-resp-confirma
                       move function upper-case (ws-resp-confirma)
                         to ws-resp-confirma

                       if ws-resp-confirma = "S" then
                           move function current-date to ws-data-hora-atual
                           move "C"            to ac-situacao
                           move ws-id-operador to ac-user-id-resp
                           if ws-data-hora-atual(1:8) < ac-data-fim then
                               move ws-data-hora-atual(1:8) to ac-data-fim
                           end-if
                           rewrite fl-acomodacao
                           if ws-fs-arq-acomodacao <> "00" then
                               move 63                                      to ws-msn-erro-ofsset
                               move ws-fs-arq-acomodacao                    to ws-msn-erro-cod
                               move "Erro ao regravar arq-acomodacao     "  to ws-msn-erro-text
                               display ws-msn-erro
                               perform pausar-apos-erro
                           else
                               move "CANACO" to ws-aud-acao
                               perform montar-registro-auditoria
                               perform gravar-auditoria
                           end-if
                       end-if
               end-evaluate
           end-if

           .
       cancelar-acomodacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Registro de Auditoria da Acomodacao: "exame/matricula"
      *>------------------------------------------------------------------------
       montar-registro-auditoria section.

           move ws-manut-exame-id to ws-aud-reg-exame-id
           move ws-manut-user-id  to ws-aud-reg-user-id
           move ws-aud-reg-acomodacao to ws-aud-registro

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

           close arq-acomodacao
           if ws-fs-arq-acomodacao  <> "00" then
               move 81                                       to ws-msn-erro-ofsset
               move ws-fs-arq-acomodacao                     to ws-msn-erro-cod
               move "Erro ao fechar arq. arq-acomodacao  "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arq-prova
           if ws-fs-arq-prova  <> "00" then
               move 82                                       to ws-msn-erro-ofsset
               move ws-fs-arq-prova                          to ws-msn-erro-cod
               move "Erro ao fechar arq. arq-prova       "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arq-simulado
           if ws-fs-arq-simulado  <> "00" then
               move 83                                       to ws-msn-erro-ofsset
               move ws-fs-arq-simulado                       to ws-msn-erro-cod
               move "Erro ao fechar arq. arq-simulado    "   to ws-msn-erro-text
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
