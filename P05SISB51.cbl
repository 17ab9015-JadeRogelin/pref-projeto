      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P05SISB51".
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

           select arq-parametro assign to "param-rel-acessos.txt"
           organization is line sequential
           file status is ws-fs-arq-parametro.

           select arq-log-acesso assign to "arq-log-acesso.dat"
           organization is indexed
           access mode is dynamic
           record key is la-chave
           file status is ws-fs-arq-log-acesso.

           select arq-credenciais assign to "arq-credenciais.dat"
           organization is indexed
           access mode is dynamic
           record key is cr-user-id
           file status is ws-fs-arq-credenciais.

           select arq-usuarios assign to "arq-usuarios.dat"
           organization is indexed
           access mode is dynamic
           record key is us-user-id
           file status is ws-fs-arq-usuarios.

           select arq-relatorio assign to "rel-acessos.txt"
           organization is line sequential
           file status is ws-fs-arq-relatorio.

       i-o-control.


      *>----Declaração de variáveis
       data division.

      *>----Variáveis de arquivos
       file section.
      *> data do relatorio (AAAAMMDD) nas colunas 1-8; ausente ou em
      *> branco vale a data corrente
       fd arq-parametro.
       01 fl-parametro                             pic X(80).

       fd arq-log-acesso.
       01 fl-log-acesso.
           05 la-chave.
               10 la-data                           pic X(08).
               10 la-hora                           pic X(06).
               10 la-seq                            pic 9(03).
           05 la-user-id                           pic X(08).
           05 la-programa                          pic X(09).
           05 la-evento                            pic X(01). *> 'F'-alha; 'B'-loqueio; 'R'-ecusa bloqueado; 'T'-roca; 'Z'-erada pelo adm.
           05 la-falhas                            pic 9(02).
           05 la-operador                          pic X(08).

       fd arq-credenciais.
       01 fl-credenciais.
           05 cr-user-id                           pic X(08).
           05 cr-sal                               pic X(08).
           05 cr-hash                              pic X(24).
           05 cr-situacao                          pic X(01). *> 'N'-ova (troca obrigatoria); 'A'-tiva; 'B'-loqueada
           05 cr-falhas                            pic 9(02).
           05 cr-data-troca                        pic X(08).
           05 cr-data-bloqueio                     pic X(08).
           05 cr-hora-bloqueio                     pic X(06).

       fd arq-usuarios.
       01 fl-usuarios.
           05 us-user-id                           pic X(08).
           05 us-nome                              pic X(30).
           05 us-perfil                            pic X(01). *> 'A'-dministrador; 'U'-suario
           05 us-status                            pic X(01). *> 'A'-tivo; 'I'-nativo

       fd arq-relatorio.
       01 fl-relatorio                             pic X(80).


      *>----Variáveis de trabalho
       working-storage section.

       77 ws-fs-arq-parametro                      pic X(02).
       77 ws-fs-arq-log-acesso                     pic X(02).
       77 ws-fs-arq-credenciais                    pic X(02).
       77 ws-fs-arq-usuarios                       pic X(02).
       77 ws-fs-arq-relatorio                      pic X(02).

       77 ws-log-disponivel                        pic X(01).
       77 ws-credenciais-disponivel                pic X(01).
       77 ws-fim-log                               pic X(01).
       77 ws-fim-credenciais                       pic X(01).

       77 ws-data-hora-atual                       pic X(21).
       77 ws-data-relatorio                        pic X(08).

       77 ws-cnt-falhas                            pic 9(05).
       77 ws-cnt-bloqueios                         pic 9(05).
       77 ws-cnt-recusas                           pic 9(05).
       77 ws-cnt-bloqueadas                        pic 9(05).


       77 ws-rc-lidos                              pic 9(07).
       77 ws-rc-gravados                           pic 9(07).

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
              value "FALHAS E BLOQUEIOS DE LOGON - DATA:     ".
           05 ws-rel-data                          pic X(08).
           05 filler                               pic X(32) value spaces.

       01 ws-linha-sub-cabecalho                   pic X(80)
          value "HORA    MATRICULA NOME                           PROGRAMA  EVENTO    FALHAS".

       01 ws-linha-evento.
           05 ws-rel-hora                          pic X(06).
           05 filler                               pic X(02) value spaces.
           05 ws-rel-user-id                       pic X(08).
           05 filler                               pic X(02) value spaces.
           05 ws-rel-nome                          pic X(30).
           05 filler                               pic X(01) value spaces.
           05 ws-rel-programa                      pic X(09).
           05 filler                               pic X(01) value spaces.
           05 ws-rel-evento                        pic X(09).
           05 filler                               pic X(01) value spaces.
           05 ws-rel-falhas                        pic Z9.
           05 filler                               pic X(09) value spaces.

       01 ws-linha-cab-bloqueadas                  pic X(80)
          value "CONTAS BLOQUEADAS NO MOMENTO (desbloqueio pela reinicializacao da senha)".

       01 ws-linha-sub-bloqueadas                  pic X(80)
          value "MATRICULA NOME                           BLOQUEIO EM      FALHAS".

       01 ws-linha-bloqueada.
           05 ws-rel-blq-user-id                   pic X(08).
           05 filler                               pic X(02) value spaces.
           05 ws-rel-blq-nome                      pic X(30).
           05 filler                               pic X(01) value spaces.
           05 ws-rel-blq-data                      pic X(08).
           05 filler                               pic X(01) value spaces.
           05 ws-rel-blq-hora                      pic X(06).
           05 filler                               pic X(03) value spaces.
           05 ws-rel-blq-falhas                    pic Z9.
           05 filler                               pic X(19) value spaces.

       01 ws-linha-total.
           05 filler                               pic X(08) value "FALHAS: ".
           05 ws-tot-falhas                        pic 9(05).
           05 filler                               pic X(13) value "  BLOQUEIOS: ".
           05 ws-tot-bloqueios                     pic 9(05).
           05 filler                               pic X(22) value "  RECUSAS BLOQUEADOS: ".
           05 ws-tot-recusas                       pic 9(05).
           05 filler                               pic X(22) value spaces.

       01 ws-linha-total-bloqueadas.
           05 filler                               pic X(26) value "TOTAL CONTAS BLOQUEADAS: ".
           05 ws-tot-bloqueadas                    pic 9(05).
           05 filler                               pic X(49) value spaces.

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

           move zeros to ws-cnt-falhas
                         ws-cnt-bloqueios
                         ws-cnt-recusas
                         ws-cnt-bloqueadas
                         ws-rc-lidos

           perform ler-parametro-relatorio

      *> sem nenhum logon com senha ainda os arquivos podem nao existir
           move "S" to ws-log-disponivel
           open input arq-log-acesso
           if ws-fs-arq-log-acesso = "35" then
               move "N" to ws-log-disponivel
           else
               if     ws-fs-arq-log-acesso  <> "00"
               and    ws-fs-arq-log-acesso  <> "05" then
                   move 2                                     to ws-msn-erro-ofsset
                   move ws-fs-arq-log-acesso                  to ws-msn-erro-cod
                   move "Erro ao abrir arq. arq-log-acesso "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move "S" to ws-credenciais-disponivel
           open input arq-credenciais
           if ws-fs-arq-credenciais = "35" then
               move "N" to ws-credenciais-disponivel
           else
               if     ws-fs-arq-credenciais  <> "00"
               and    ws-fs-arq-credenciais  <> "05" then
                   move 3                                     to ws-msn-erro-ofsset
                   move ws-fs-arq-credenciais                 to ws-msn-erro-cod
                   move "Erro ao abrir arq-credenciais     "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open input arq-usuarios
           if     ws-fs-arq-usuarios  <> "00"
           and    ws-fs-arq-usuarios  <> "05" then
               move 4                                     to ws-msn-erro-ofsset
               move ws-fs-arq-usuarios                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arq-usuarios   "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arq-relatorio
           if ws-fs-arq-relatorio <> "00" then
               move 5                                     to ws-msn-erro-ofsset
               move ws-fs-arq-relatorio                   to ws-msn-erro-cod
               move "Erro ao abrir rel-acessos         "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-data-relatorio  to ws-rel-data
           move ws-linha-cabecalho to fl-relatorio
           perform gravar-linha-relatorio
           move ws-linha-branco to fl-relatorio
           perform gravar-linha-relatorio

           .
       1000-inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Data do Relatorio: parametro opcional, senao a data corrente
      *>------------------------------------------------------------------------
       ler-parametro-relatorio section.

           move function current-date to ws-data-hora-atual
           move ws-data-hora-atual(1:8) to ws-data-relatorio

           open input arq-parametro
           if ws-fs-arq-parametro = "00" then
               read arq-parametro
                   at end
                       continue
                   not at end
                       if fl-parametro(1:8) <> spaces then
                           if fl-parametro(1:8) is numeric then
                               move fl-parametro(1:8) to ws-data-relatorio
                           else
                               move 1                                     to ws-msn-erro-ofsset
                               move "00"                                  to ws-msn-erro-cod
                               move "Data invalida em param-rel-acessos"  to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if
               end-read
               close arq-parametro
           end-if

           .
       ler-parametro-relatorio-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Processamento
      *>------------------------------------------------------------------------
       2000-processamento section.

           perform listar-eventos-dia
           perform listar-contas-bloqueadas

           .
       2000-processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Falhas de Senha, Bloqueios e Recusas por Bloqueio do Dia; trocas
      *>  e reinicializacoes ficam fora do relatorio
      *>------------------------------------------------------------------------
       listar-eventos-dia section.

           move ws-linha-sub-cabecalho to fl-relatorio
           perform gravar-linha-relatorio

           if ws-log-disponivel = "S" then
               move ws-data-relatorio to la-data
               move low-values        to la-hora
               move zeros             to la-seq
               start arq-log-acesso key is not less than la-chave
               if ws-fs-arq-log-acesso = "00" then
                   move "N" to ws-fim-log
                   perform until ws-fim-log = "S"
                       read arq-log-acesso next record
                           at end
                               move "S" to ws-fim-log
                           not at end
                               if la-data <> ws-data-relatorio then
                                   move "S" to ws-fim-log
                               else
                                   add 1 to ws-rc-lidos
                                   if la-evento = "F"
                                   or la-evento = "B"
                                   or la-evento = "R" then
                                       perform gravar-evento
                                   end-if
                               end-if
                       end-read
                   end-perform
               end-if
           end-if

           move ws-cnt-falhas    to ws-tot-falhas
           move ws-cnt-bloqueios to ws-tot-bloqueios
           move ws-cnt-recusas   to ws-tot-recusas
           move ws-linha-total   to fl-relatorio
           perform gravar-linha-relatorio
           move ws-linha-branco  to fl-relatorio
           perform gravar-linha-relatorio

           .
       listar-eventos-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha de um Evento de Logon Recusado
      *>------------------------------------------------------------------------
       gravar-evento section.

           evaluate la-evento
               when "F"
                   add 1 to ws-cnt-falhas
                   move "FALHA"     to ws-rel-evento
               when "B"
                   add 1 to ws-cnt-bloqueios
                   move "BLOQUEIO"  to ws-rel-evento
               when other
                   add 1 to ws-cnt-recusas
                   move "RECUSADO"  to ws-rel-evento
           end-evaluate

           move la-user-id to us-user-id
           read arq-usuarios key is us-user-id
               invalid key
                   move spaces to us-nome
           end-read

           move la-hora         to ws-rel-hora
           move la-user-id      to ws-rel-user-id
           move us-nome         to ws-rel-nome
           move la-programa     to ws-rel-programa
           move la-falhas       to ws-rel-falhas
           move ws-linha-evento to fl-relatorio
           perform gravar-linha-relatorio

           .
       gravar-evento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Situacao Atual: credenciais bloqueadas aguardando o administrador
      *>------------------------------------------------------------------------
       listar-contas-bloqueadas section.

           move ws-linha-cab-bloqueadas to fl-relatorio
           perform gravar-linha-relatorio
           move ws-linha-sub-bloqueadas to fl-relatorio
           perform gravar-linha-relatorio

           if ws-credenciais-disponivel = "S" then
               move low-values to cr-user-id
               start arq-credenciais key is not less than cr-user-id
               if ws-fs-arq-credenciais = "00" then
                   move "N" to ws-fim-credenciais
                   perform until ws-fim-credenciais = "S"
                       read arq-credenciais next record
                           at end
                               move "S" to ws-fim-credenciais
                           not at end
                               add 1 to ws-rc-lidos
                               if cr-situacao = "B" then
                                   perform gravar-conta-bloqueada
                               end-if
                       end-read
                   end-perform
               end-if
           end-if

           move ws-cnt-bloqueadas         to ws-tot-bloqueadas
           move ws-linha-total-bloqueadas to fl-relatorio
           perform gravar-linha-relatorio

           .
       listar-contas-bloqueadas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha de uma Conta Bloqueada
      *>------------------------------------------------------------------------
       gravar-conta-bloqueada section.

           add 1 to ws-cnt-bloqueadas

           move cr-user-id to us-user-id
           read arq-usuarios key is us-user-id
               invalid key
                   move spaces to us-nome
           end-read

           move cr-user-id        to ws-rel-blq-user-id
           move us-nome           to ws-rel-blq-nome
           move cr-data-bloqueio  to ws-rel-blq-data
           move cr-hora-bloqueio  to ws-rel-blq-hora
           move cr-falhas         to ws-rel-blq-falhas
           move ws-linha-bloqueada to fl-relatorio
           perform gravar-linha-relatorio

           .
       gravar-conta-bloqueada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Gravacao de uma Linha do Relatorio
      *>------------------------------------------------------------------------
       gravar-linha-relatorio section.

           write fl-relatorio
           if ws-fs-arq-relatorio <> "00" then
               move 11                                     to ws-msn-erro-ofsset
               move ws-fs-arq-relatorio                    to ws-msn-erro-cod
               move "Erro ao gravar rel-acessos        "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           add 1 to ws-rc-gravados

           .
       gravar-linha-relatorio-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Run-Control: Registro de Inicio de Execucao
      *>  Recusa a partida se a execucao anterior segue marcada em voo
      *>------------------------------------------------------------------------
       iniciar-run-control section.

           move "I"         to ws-parm-rc-funcao
           move "P05SISB51" to ws-parm-rc-programa
           move zeros       to ws-parm-rc-lidos
                               ws-parm-rc-gravados
           move zeros       to ws-rc-gravados
           call "P05SISR20" using ws-parm-runcontrol

           if ws-parm-rc-retorno = "B" then
               display "P05SISB51: execucao anterior ainda em voo - abortado"
               move 8 to return-code
               stop run
           end-if

           if ws-parm-rc-retorno <> "0" then
               display "P05SISB51: erro no registro de run-control - abortado"
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
           move "P05SISB51"     to ws-parm-rc-programa
           move ws-rc-lidos      to ws-parm-rc-lidos
           move ws-rc-gravados   to ws-parm-rc-gravados
           call "P05SISR20" using ws-parm-runcontrol

           if ws-parm-rc-retorno <> "0" then
               display "P05SISB51: erro no registro de run-control"
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
           move "P05SISB51"     to ws-parm-rc-programa
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

           if ws-log-disponivel = "S" then
               close arq-log-acesso
               if ws-fs-arq-log-acesso  <> "00" then
                   move 21                                       to ws-msn-erro-ofsset
                   move ws-fs-arq-log-acesso                     to ws-msn-erro-cod
                   move "Erro ao fechar arq. arq-log-acesso  "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-credenciais-disponivel = "S" then
               close arq-credenciais
               if ws-fs-arq-credenciais  <> "00" then
                   move 22                                       to ws-msn-erro-ofsset
                   move ws-fs-arq-credenciais                    to ws-msn-erro-cod
                   move "Erro ao fechar arq-credenciais      "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           close arq-usuarios
           if ws-fs-arq-usuarios  <> "00" then
               move 23                                       to ws-msn-erro-ofsset
               move ws-fs-arq-usuarios                       to ws-msn-erro-cod
               move "Erro ao fechar arq. arq-usuarios    "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arq-relatorio
           if ws-fs-arq-relatorio  <> "00" then
               move 24                                       to ws-msn-erro-ofsset
               move ws-fs-arq-relatorio                      to ws-msn-erro-cod
               move "Erro ao fechar rel-acessos          "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform encerrar-run-control

           stop run
           .
       3000-finaliza-exit.
           exit.
