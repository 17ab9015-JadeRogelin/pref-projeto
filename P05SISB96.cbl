      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P05SISB96".
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

           select arq-usuarios assign to "arq-usuarios.dat"
           organization is indexed
           access mode is dynamic
           record key is us-user-id
           file status is ws-fs-arq-usuarios.

           select arq-senhas assign to "senhas-provisorias.txt"
           organization is line sequential
           file status is ws-fs-arq-senhas.

       i-o-control.


      *>----Declaração de variáveis
       data division.

      *>----Variáveis de arquivos
       file section.
       fd arq-usuarios.
       01 fl-usuarios.
           05 us-user-id                           pic X(08).
           05 us-nome                              pic X(30).
           05 us-perfil                            pic X(01). *> 'A'-dministrador; 'U'-suario
           05 us-status                            pic X(01). *> 'A'-tivo; 'I'-nativo

      *> relacao de entrega das senhas provisorias: documento restrito,
      *> entregue lacrado ao administrador e eliminado apos a distribuicao
       fd arq-senhas.
       01 fl-senhas                                pic X(80).


      *>----Variáveis de trabalho
       working-storage section.

       77 ws-fs-arq-usuarios                       pic X(02).
       77 ws-fs-arq-senhas                         pic X(02).

       77 ws-fim-usuarios                          pic X(01).

       77 ws-data-hora-atual                       pic X(21).

       77 ws-cnt-geradas                           pic 9(05).
       77 ws-cnt-existentes                        pic 9(05).
       77 ws-cnt-inativos                          pic 9(05).

       77 ws-rc-lidos                              pic 9(07).
       77 ws-rc-gravados                           pic 9(07).

       01 ws-parm-senha.
           05 ws-sn-funcao                         pic X(01). *> 'V'-erificar; 'T'-rocar; 'R'-einicializar; 'P'-rovisionar
           05 ws-sn-user-id                        pic X(08).
           05 ws-sn-senha                          pic X(20).
           05 ws-sn-senha-nova                     pic X(20).
           05 ws-sn-programa                       pic X(09).
           05 ws-sn-operador                       pic X(08).
           05 ws-sn-restantes                      pic 9(02).
           05 ws-sn-retorno                        pic X(01). *> '0'-ok; 'N'-troca obrigatoria; 'S'-enha invalida; 'B'-loqueada; 'R'-ecusada; 'E'-rro

       01 ws-parm-runcontrol.
           05 ws-parm-rc-funcao                    pic X(01). *> 'I'-nicio; 'T'-ermino; 'F'-alha
           05 ws-parm-rc-programa                  pic X(09).
           05 ws-parm-rc-lidos                     pic 9(07).
           05 ws-parm-rc-gravados                  pic 9(07).
           05 ws-parm-rc-retorno                   pic X(01). *> '0'-ok; 'B'-loqueado; 'E'-rro

       01 ws-msn-erro.
          05 ws-msn-erro-ofsset                    pic 9(04).
          05 filler                                pic X(01) value "-".
          05 ws-msn-erro-cod                       pic X(02).
          05 filler                                pic X(01) value space.
          05 ws-msn-erro-text                      pic X(42).

       01 ws-linha-cabecalho.
           05 filler                               pic X(40)
              value "SENHAS PROVISORIAS - CARGA INICIAL DE  ".
           05 filler                               pic X(14)
              value "CREDENCIAIS - ".
           05 ws-cab-data                          pic X(08).
           05 filler                               pic X(18) value spaces.

       01 ws-linha-aviso                           pic X(80)
          value "DOCUMENTO RESTRITO - ENTREGAR A CADA USUARIO SOMENTE A SUA SENHA E ELIMINAR".

       01 ws-linha-sub-cabecalho                   pic X(80)
          value "MATRICULA NOME                           SENHA".

       01 ws-linha-senha.
           05 ws-rel-user-id                       pic X(08).
           05 filler                               pic X(02) value spaces.
           05 ws-rel-nome                          pic X(30).
           05 filler                               pic X(01) value spaces.
           05 ws-rel-senha                         pic X(08).
           05 filler                               pic X(31) value spaces.

       01 ws-linha-total.
           05 filler                               pic X(17) value "SENHAS GERADAS: ".
           05 ws-tot-geradas                       pic 9(05).
           05 filler                               pic X(22) value "  JA COM CREDENCIAL: ".
           05 ws-tot-existentes                    pic 9(05).
           05 filler                               pic X(12) value "  INATIVOS: ".
           05 ws-tot-inativos                      pic 9(05).
           05 filler                               pic X(14) value spaces.

       01 ws-linha-branco                          pic X(80) value spaces.


      *>----Variáveis para comunicação entre programas
       linkage section.


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

           perform iniciar-run-control

           move zeros to ws-cnt-geradas
                         ws-cnt-existentes
                         ws-cnt-inativos
                         ws-rc-lidos

           open input arq-usuarios
           if     ws-fs-arq-usuarios  <> "00"
           and    ws-fs-arq-usuarios  <> "05" then
               move 1                                     to ws-msn-erro-ofsset
               move ws-fs-arq-usuarios                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arq-usuarios   "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arq-senhas
           if ws-fs-arq-senhas <> "00" then
               move 2                                     to ws-msn-erro-ofsset
               move ws-fs-arq-senhas                      to ws-msn-erro-cod
               move "Erro ao abrir senhas-provisorias  "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move function current-date to ws-data-hora-atual
           move ws-data-hora-atual(1:8) to ws-cab-data
           move ws-linha-cabecalho      to fl-senhas
           perform gravar-linha-senhas
           move ws-linha-aviso          to fl-senhas
           perform gravar-linha-senhas
           move ws-linha-branco         to fl-senhas
           perform gravar-linha-senhas
           move ws-linha-sub-cabecalho  to fl-senhas
           perform gravar-linha-senhas

           .
       1000-inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Processamento
      *>------------------------------------------------------------------------
       2000-processamento section.

           move "N" to ws-fim-usuarios
           move low-values to us-user-id
           start arq-usuarios key is not less than us-user-id
           if ws-fs-arq-usuarios <> "00" then
               move "S" to ws-fim-usuarios
           end-if

           perform until ws-fim-usuarios = "S"
               read arq-usuarios next record
                   at end
                       move "S" to ws-fim-usuarios
                   not at end
                       add 1 to ws-rc-lidos
                       if us-status = "A" then
                           perform provisionar-credencial
                       else
                           add 1 to ws-cnt-inativos
                       end-if
               end-read
           end-perform

           .
       2000-processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Credencial do Usuario Ativo: so e criada para quem ainda nao
      *>  tem; a senha sorteada entra apenas na relacao de entrega e troca
      *>  no primeiro logon. Inativo recebe a sua na reativacao, pela
      *>  reinicializacao de senha do administrador
      *>------------------------------------------------------------------------
       provisionar-credencial section.

           move "P"               to ws-sn-funcao
           move us-user-id        to ws-sn-user-id
           move spaces            to ws-sn-senha
                                     ws-sn-senha-nova
           move "P05SISB96"       to ws-sn-programa
           move "CARGA"           to ws-sn-operador
           call "P05SISR30" using ws-parm-senha

           evaluate ws-sn-retorno
               when "0"
                   add 1 to ws-cnt-geradas
                   move us-user-id            to ws-rel-user-id
                   move us-nome               to ws-rel-nome
                   move ws-sn-senha-nova(1:8) to ws-rel-senha
                   move ws-linha-senha        to fl-senhas
                   perform gravar-linha-senhas
               when "R"
                   add 1 to ws-cnt-existentes
               when other
                   move 31                                     to ws-msn-erro-ofsset
                   move "00"                                   to ws-msn-erro-cod
                   move "Erro ao gravar arq-credenciais      "  to ws-msn-erro-text
                   perform finaliza-anormal
           end-evaluate
           move spaces to ws-sn-senha-nova
                          ws-rel-senha

           .
       provisionar-credencial-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Gravacao de uma Linha da Relacao de Senhas
      *>------------------------------------------------------------------------
       gravar-linha-senhas section.

           write fl-senhas
           if ws-fs-arq-senhas <> "00" then
               move 11                                     to ws-msn-erro-ofsset
               move ws-fs-arq-senhas                       to ws-msn-erro-cod
               move "Erro ao gravar senhas-provisorias "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           add 1 to ws-rc-gravados

           .
       gravar-linha-senhas-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Run-Control: Registro de Inicio de Execucao
      *>  Recusa a partida se a execucao anterior segue marcada em voo
      *>------------------------------------------------------------------------
       iniciar-run-control section.

           move "I"         to ws-parm-rc-funcao
           move "P05SISB96" to ws-parm-rc-programa
           move zeros       to ws-parm-rc-lidos
                               ws-parm-rc-gravados
           move zeros       to ws-rc-gravados
           call "P05SISR20" using ws-parm-runcontrol

           if ws-parm-rc-retorno = "B" then
               display "P05SISB96: execucao anterior ainda em voo - abortado"
               move 8 to return-code
               stop run
           end-if

           if ws-parm-rc-retorno <> "0" then
               display "P05SISB96: erro no registro de run-control - abortado"
               move 8 to return-code
               stop run
           end-if

           .
       iniciar-run-control-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Run-Control: Registro de Termino Normal
      *>------------------------------------------------------------------------
       encerrar-run-control section.

           move "T"              to ws-parm-rc-funcao
           move "P05SISB96"     to ws-parm-rc-programa
           move ws-rc-lidos      to ws-parm-rc-lidos
           move ws-rc-gravados   to ws-parm-rc-gravados
           call "P05SISR20" using ws-parm-runcontrol

           if ws-parm-rc-retorno <> "0" then
               display "P05SISB96: erro no registro de run-control"
               move 8 to return-code
               stop run
           end-if

           .
       encerrar-run-control-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização  Anormal
      *>------------------------------------------------------------------------
       finaliza-anormal section.

           display erase
           display ws-msn-erro

           move "F"              to ws-parm-rc-funcao
           move "P05SISB96"     to ws-parm-rc-programa
           move ws-rc-lidos      to ws-parm-rc-lidos
           move ws-rc-gravados   to ws-parm-rc-gravados
           call "P05SISR20" using ws-parm-runcontrol

           move 8 to return-code
           stop run
           .
       finaliza-anormal-exit.
           exit.


      *>------------------------------------------------------------------------
      *> Finalização Normal
      *>------------------------------------------------------------------------
       3000-finaliza section.

           move ws-linha-branco    to fl-senhas
           perform gravar-linha-senhas
           move ws-cnt-geradas     to ws-tot-geradas
           move ws-cnt-existentes  to ws-tot-existentes
           move ws-cnt-inativos    to ws-tot-inativos
           move ws-linha-total     to fl-senhas
           perform gravar-linha-senhas

           close arq-usuarios
           if ws-fs-arq-usuarios  <> "00" then
               move 21                                       to ws-msn-erro-ofsset
               move ws-fs-arq-usuarios                       to ws-msn-erro-cod
               move "Erro ao fechar arq. arq-usuarios    "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arq-senhas
           if ws-fs-arq-senhas  <> "00" then
               move 22                                       to ws-msn-erro-ofsset
               move ws-fs-arq-senhas                         to ws-msn-erro-cod
               move "Erro ao fechar senhas-provisorias   "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform encerrar-run-control

           stop run
           .
       3000-finaliza-exit.
           exit.
