       77 ws-continuar                             pic X(01).
       77 ws-id-operador                           pic X(08).
       77 ws-operador-valido                       pic X(01).
       77 ws-senha-operador                        pic X(20).
       77 ws-senha-nova                            pic X(20).
       77 ws-senha-confirmacao                     pic X(20).
       77 ws-senha-aceita                          pic X(01).
       77 ws-fim-troca-senha                       pic X(01).
       77 ws-continuar-senha                       pic X(01).

       01 ws-parm-senha.
           05 ws-sn-funcao                         pic X(01). *> 'V'-erificar; 'T'-rocar; 'R'-einicializar; 'P'-rovisionar
           05 ws-sn-user-id                        pic X(08).
           05 ws-sn-senha                          pic X(20).
           05 ws-sn-senha-nova                     pic X(20).
           05 ws-sn-programa                       pic X(09).
           05 ws-sn-operador                       pic X(08).
           05 ws-sn-restantes                      pic 9(02).
           05 ws-sn-retorno                        pic X(01). *> '0'-ok; 'N'-troca obrigatoria; 'S'-enha invalida; 'B'-loqueada; 'R'-ecusada; 'E'-rro
       77 ws-perfil-operador                       pic X(01).
       77 ws-bootstrap                             pic X(01).
       77 ws-fim-varredura                         pic X(01).
           05 line 01 col 01 value "    ///////////////////////////////////////////////////////////////////////////  ".
           05 line 02 col 01 value "                             Identificacao do Operador                           ".
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

       01  tela-menu-usuario.
           05 blank screen.
           05 line 01 col 01 value "    ///////////////////////////////////////////////////////////////////////////  ".
           05 line 02 col 01 value "                             Manutencao de Usuarios                              ".
           05 line 03 col 01 value "        Opcao .................:  I-ncluir C-onsultar A-lterar N-inativar S-enha ".
           05 line 04 col 01 value "        Matricula .............:                                                 ".
           05 line 05 col 01 value "        (opcao em branco para sair)                                              ".
           05 line 06 col 01 value "    ///////////////////////////////////////////////////////////////////////////  ".
                       else
                           perform negar-autorizacao
                       end-if
                   when "S"
                       if ws-perfil-operador = "A" then
                           perform reinicializar-senha
                       else
                           perform negar-autorizacao
                       end-if
                   when other
                       move 21                                      to ws-msn-erro-ofsset
                       move "00"                                    to ws-msn-erro-cod
                       move "Opcao invalida - use I, C, A, N ou S"   to ws-msn-erro-text
                       display ws-msn-erro
                       perform pausar-apos-erro
               end-evaluate
               perform until ws-operador-valido = "S"

                   move space to ws-id-operador
                                 ws-senha-operador
                   display tela-identificacao
                   accept  tela-identificacao

                                   display ws-msn-erro
                                   perform pausar-apos-erro
                               else
                                   perform autenticar-operador
                                   if ws-senha-aceita = "S" then
                                       move "S" to ws-operador-valido
                                       move us-perfil to ws-perfil-operador
                                   end-if
                               end-if
                       end-read
                   end-if
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
           move "P05SISC40"       to ws-sn-programa
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
                       move "P05SISC40"       to ws-sn-programa
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
      *>  Verifica se Existe Administrador Ativo no Cadastro
      *>------------------------------------------------------------------------
                           move "Erro ao gravar arq. arq-usuarios    "  to ws-msn-erro-text
                           display ws-msn-erro
                           perform pausar-apos-erro
                       else
      *> usuario novo recebe senha provisoria sorteada, com troca no
      *> primeiro logon
                           perform gravar-senha-provisoria
                       end-if
                   end-if
               end-if
       inativar-usuario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Reinicializacao da Senha do Usuario: sorteia nova provisoria,
      *>  desbloqueia e exige troca no proximo logon
      *>------------------------------------------------------------------------
       reinicializar-senha section.

           perform localizar-usuario

           if ws-manut-user-id <> spaces then
               if ws-usuario-cadastrado = "N" then
                   move 81                                      to ws-msn-erro-ofsset
                   move "00"                                    to ws-msn-erro-cod
                   move "Matricula nao encontrada no cadastro"   to ws-msn-erro-text
                   display ws-msn-erro
                   perform pausar-apos-erro
               else
                   display "Confirma a reinicializacao da senha? (S/N)"
                   move space to ws-continuar-senha
                   accept ws-continuar-senha
                   move function upper-case (ws-continuar-senha)
                     to ws-continuar-senha

                   if ws-continuar-senha = "S" then
                       perform gravar-senha-provisoria
                   end-if
               end-if
           end-if

           .
       reinicializar-senha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a Senha Provisoria da Matricula em Manutencao; a senha
      *>  sorteada e exibida uma unica vez ao administrador, que a entrega
      *>  ao usuario, e nao fica guardada no programa
      *>------------------------------------------------------------------------
       gravar-senha-provisoria section.

           move "R"               to ws-sn-funcao
           move ws-manut-user-id  to ws-sn-user-id
           move spaces            to ws-sn-senha
                                     ws-sn-senha-nova
           move "P05SISC40"       to ws-sn-programa
           move ws-id-operador    to ws-sn-operador
           call "P05SISR30" using ws-parm-senha

           if ws-sn-retorno <> "0" then
               move 82                                      to ws-msn-erro-ofsset
               move "00"                                    to ws-msn-erro-cod
               move "Erro ao gravar arq-credenciais      "   to ws-msn-erro-text
               display ws-msn-erro
               perform pausar-apos-erro
           else
               display "Senha provisoria de " ws-manut-user-id ": "
                       ws-sn-senha-nova(1:8)
               display "Entregue ao usuario - ela nao sera exibida novamente"
               perform pausar-apos-erro
               display erase
           end-if
           move spaces to ws-sn-senha-nova

           .
       gravar-senha-provisoria-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização  Anormal
      *>------------------------------------------------------------------------
