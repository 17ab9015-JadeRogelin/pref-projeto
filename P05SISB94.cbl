      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P05SISB94".
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

           select arq-prova assign to "arq-prova.dat"
           organization is indexed
           access mode is dynamic
           record key is pv-id
           file status is ws-fs-arq-prova.

           select arq-inscricao assign to "arq-inscricao.dat"
           organization is indexed
           access mode is dynamic
           record key is in-chave
           file status is ws-fs-arq-inscricao.

           select arq-usuarios assign to "arq-usuarios.dat"
           organization is indexed
           access mode is dynamic
           record key is us-user-id
           file status is ws-fs-arq-usuarios.

           select arq-respostas assign to "arq-respostas.dat"
           organization is indexed
           access mode is dynamic
           record key is rs-chave
           file status is ws-fs-arq-respostas.

           select arq-relatorio assign to "rel-ausentes.txt"
           organization is line sequential
           file status is ws-fs-arq-relatorio.

       i-o-control.


      *>----Declaração de variáveis
       data division.

      *>----Variáveis de arquivos
       file section.
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

       fd arq-inscricao.
       01 fl-inscricao.
           05 in-chave.
               10 in-user-id                        pic X(08).
               10 in-prova-id                       pic X(06).
           05 in-data-inscricao                    pic X(08). *> AAAAMMDD
           05 in-origem                            pic X(01). *> 'T'-ela; 'C'-arga de lista
           05 in-situacao                          pic X(01). *> 'A'-tiva; 'C'-ancelada
           05 in-user-id-resp                      pic X(08).

       fd arq-usuarios.
       01 fl-usuarios.
           05 us-user-id                           pic X(08).
           05 us-nome                              pic X(30).
           05 us-perfil                            pic X(01). *> 'A'-dministrador; 'U'-suario
           05 us-status                            pic X(01). *> 'A'-tivo; 'I'-nativo

       fd arq-respostas.
       01 fl-respostas.
           05 rs-chave.
               10 rs-user-id                        pic X(08).
               10 rs-exame-id                       pic X(06).
               10 rs-tentativa                      pic 9(02).
           05 rs-tipo                              pic X(01). *> 'P'-rova; 'S'-imulado
           05 rs-data                              pic X(08).
           05 rs-hora                              pic X(06).
           05 rs-qtd-questoes                      pic 9(03).
           05 rs-acertos                           pic 9(03).
           05 rs-nota                              pic 9(03)v99.
           05 rs-aprovado                          pic X(01). *> 'S'-im; 'N'-ao
           05 rs-respostas                         pic X(999).
      *> sequencia (qt-seq) da questao servida em cada posicao da
      *> tentativa - permite recorrecao e auditoria apos sorteio
           05 rs-questoes-servidas.
               10 rs-questao-seq                    pic 9(03) occurs 999 times.

       fd arq-relatorio.
       01 fl-relatorio                             pic X(80).


      *>----Variáveis de trabalho
       working-storage section.

       77 ws-fs-arq-prova                          pic X(02).
       77 ws-fs-arq-inscricao                      pic X(02).
       77 ws-fs-arq-usuarios                       pic X(02).
       77 ws-fs-arq-respostas                      pic X(02).
       77 ws-fs-arq-relatorio                      pic X(02).

       77 ws-inscricao-disponivel                  pic X(01).
       77 ws-fim-provas                            pic X(01).
       77 ws-fim-inscricoes                        pic X(01).
       77 ws-prova-encerrada                       pic X(01).
       77 ws-compareceu                            pic X(01).

       77 ws-data-hora-atual                       pic X(21).
       77 ws-data-atual                            pic X(08).
       77 ws-hora-atual                            pic X(06).

       77 ws-cnt-inscritos                         pic 9(05).
       77 ws-cnt-ausentes                          pic 9(05).
       77 ws-cnt-provas                            pic 9(05).
       77 ws-tot-geral-ausentes                    pic 9(07).


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

       01 ws-linha-prova.
           05 filler                               pic X(07) value "PROVA  ".
           05 ws-rel-prova-id                      pic X(06).
           05 filler                               pic X(02) value spaces.
           05 ws-rel-prova-titulo                  pic X(40).
           05 filler                               pic X(06) value "  FIM ".
           05 ws-rel-data-fim                      pic X(08).
           05 filler                               pic X(11) value spaces.

       01 ws-linha-sub-cabecalho                   pic X(80)
          value "  MATRICULA NOME                           INSCRITO EM ORIGEM".

       01 ws-linha-ausente.
           05 filler                               pic X(02) value spaces.
           05 ws-rel-user-id                       pic X(08).
           05 filler                               pic X(02) value spaces.
           05 ws-rel-nome                          pic X(30).
           05 filler                               pic X(01) value spaces.
           05 ws-rel-data-inscricao                pic X(08).
           05 filler                               pic X(04) value spaces.
           05 ws-rel-origem                        pic X(01).
           05 filler                               pic X(24) value spaces.

       01 ws-linha-resumo.
           05 filler                               pic X(12) value "INSCRITOS:  ".
           05 ws-rel-inscritos                     pic 9(05).
           05 filler                               pic X(12) value "  AUSENTES: ".
           05 ws-rel-ausentes                      pic 9(05).
           05 filler                               pic X(46) value spaces.

       01 ws-linha-total.
           05 filler                               pic X(25) value "TOTAL PROVAS ENCERRADAS: ".
           05 ws-tot-provas                        pic 9(05).
           05 filler                               pic X(18) value "  TOTAL AUSENTES: ".
           05 ws-tot-ausentes                      pic 9(07).
           05 filler                               pic X(25) value spaces.

       01 ws-linha-branco                          pic X(80) value spaces.

       01 ws-linha-cabecalho                       pic X(80)
          value "AUSENTES - INSCRITOS SEM TENTATIVA GRAVADA EM PROVAS ENCERRADAS".


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

           open input arq-prova
           if     ws-fs-arq-prova  <> "00"
           and    ws-fs-arq-prova  <> "05" then
               move 1                                     to ws-msn-erro-ofsset
               move ws-fs-arq-prova                       to ws-msn-erro-cod
               move "Erro ao abrir arq. arq-prova      "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *> sem cadastro de inscricoes nao ha ausentes a relatar
           move "S" to ws-inscricao-disponivel
           open input arq-inscricao
           if ws-fs-arq-inscricao = "35" then
               move "N" to ws-inscricao-disponivel
           else
               if     ws-fs-arq-inscricao  <> "00"
               and    ws-fs-arq-inscricao  <> "05" then
                   move 2                                     to ws-msn-erro-ofsset
                   move ws-fs-arq-inscricao                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arq-inscricao  "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open input arq-usuarios
           if     ws-fs-arq-usuarios  <> "00"
           and    ws-fs-arq-usuarios  <> "05" then
               move 3                                     to ws-msn-erro-ofsset
               move ws-fs-arq-usuarios                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arq-usuarios   "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arq-respostas
           if     ws-fs-arq-respostas  <> "00"
           and    ws-fs-arq-respostas  <> "05" then
               move 4                                     to ws-msn-erro-ofsset
               move ws-fs-arq-respostas                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arq-respostas  "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arq-relatorio
           if ws-fs-arq-relatorio <> "00" then
               move 5                                     to ws-msn-erro-ofsset
               move ws-fs-arq-relatorio                   to ws-msn-erro-cod
               move "Erro ao abrir rel-ausentes        "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-linha-cabecalho to fl-relatorio
           perform gravar-linha-relatorio
           move ws-linha-branco to fl-relatorio
           perform gravar-linha-relatorio

           move function current-date to ws-data-hora-atual
           move ws-data-hora-atual(1:8) to ws-data-atual
           move ws-data-hora-atual(9:6) to ws-hora-atual

           move zeros to ws-cnt-provas
                         ws-tot-geral-ausentes
                         ws-rc-lidos

           .
       1000-inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Processamento: provas com janela de aplicacao ja encerrada
      *>------------------------------------------------------------------------
       2000-processamento section.

           if ws-inscricao-disponivel = "S" then
               move "N" to ws-fim-provas
               perform until ws-fim-provas = "S"
                   read arq-prova next record
                       at end
                           move "S" to ws-fim-provas
                       not at end
                           add 1 to ws-rc-lidos
                           perform verificar-encerramento
                           if ws-prova-encerrada = "S" then
                               perform processar-prova
                           end-if
                   end-read
               end-perform
           end-if

           move ws-cnt-provas         to ws-tot-provas
           move ws-tot-geral-ausentes to ws-tot-ausentes
           move ws-linha-total        to fl-relatorio
           perform gravar-linha-relatorio

           .
       2000-processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Prova Encerrada: pv-data-fim informada e ja ultrapassada; no
      *>  proprio dia de termino vale pv-hora-fim (branco ate 235959)
      *>------------------------------------------------------------------------
       verificar-encerramento section.

           move "N" to ws-prova-encerrada

           if pv-data-fim <> spaces then
               evaluate true
                   when pv-data-fim < ws-data-atual
                       move "S" to ws-prova-encerrada
                   when pv-data-fim = ws-data-atual
                    and pv-hora-fim <> spaces
                    and pv-hora-fim < ws-hora-atual
                       move "S" to ws-prova-encerrada
               end-evaluate
           end-if

           .
       verificar-encerramento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Ausentes de uma Prova: inscricao ativa sem nenhum registro em
      *>  arq-respostas. A chave de arq-inscricao comeca pela matricula:
      *>  a varredura e completa
      *>------------------------------------------------------------------------
       processar-prova section.

           add 1 to ws-cnt-provas
           move zeros to ws-cnt-inscritos
                         ws-cnt-ausentes

           move pv-id       to ws-rel-prova-id
           move pv-titulo   to ws-rel-prova-titulo
           move pv-data-fim to ws-rel-data-fim
           move ws-linha-prova to fl-relatorio
           perform gravar-linha-relatorio
           move ws-linha-sub-cabecalho to fl-relatorio
           perform gravar-linha-relatorio

           move low-values to in-chave
           start arq-inscricao key is not less than in-chave
           if ws-fs-arq-inscricao = "00" then
               move "N" to ws-fim-inscricoes
               perform until ws-fim-inscricoes = "S"
                   read arq-inscricao next record
                       at end
                           move "S" to ws-fim-inscricoes
                       not at end
                           add 1 to ws-rc-lidos
                           if in-prova-id = pv-id
                           and in-situacao = "A" then
                               add 1 to ws-cnt-inscritos
                               perform verificar-comparecimento
                               if ws-compareceu = "N" then
                                   perform gravar-ausente
                               end-if
                           end-if
                   end-read
               end-perform
           end-if

           move ws-cnt-inscritos to ws-rel-inscritos
           move ws-cnt-ausentes  to ws-rel-ausentes
           move ws-linha-resumo  to fl-relatorio
           perform gravar-linha-relatorio
           move ws-linha-branco  to fl-relatorio
           perform gravar-linha-relatorio

           add ws-cnt-ausentes to ws-tot-geral-ausentes

           .
       processar-prova-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Comparecimento: ao menos uma tentativa gravada do candidato
      *>------------------------------------------------------------------------
       verificar-comparecimento section.

           move "N" to ws-compareceu

           move in-user-id  to rs-user-id
           move in-prova-id to rs-exame-id
           move zeros       to rs-tentativa
           start arq-respostas key is not less than rs-chave
           if ws-fs-arq-respostas = "00" then
               read arq-respostas next record
                   at end
                       continue
                   not at end
                       if rs-user-id = in-user-id
                       and rs-exame-id = in-prova-id then
                           move "S" to ws-compareceu
                       end-if
               end-read
           end-if

           .
       verificar-comparecimento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha do Candidato Ausente
      *>------------------------------------------------------------------------
       gravar-ausente section.

           add 1 to ws-cnt-ausentes

           move in-user-id to us-user-id
           read arq-usuarios key is us-user-id
               invalid key
                   move spaces to us-nome
           end-read

           move in-user-id        to ws-rel-user-id
           move us-nome           to ws-rel-nome
           move in-data-inscricao to ws-rel-data-inscricao
           move in-origem         to ws-rel-origem
           move ws-linha-ausente  to fl-relatorio
           perform gravar-linha-relatorio

           .
       gravar-ausente-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Gravacao de uma Linha do Relatorio
      *>------------------------------------------------------------------------
       gravar-linha-relatorio section.

           write fl-relatorio
           if ws-fs-arq-relatorio <> "00" then
               move 11                                     to ws-msn-erro-ofsset
               move ws-fs-arq-relatorio                    to ws-msn-erro-cod
               move "Erro ao gravar rel-ausentes       "   to ws-msn-erro-text
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
           move "P05SISB94" to ws-parm-rc-programa
           move zeros       to ws-parm-rc-lidos
                               ws-parm-rc-gravados
           move zeros       to ws-rc-gravados
           call "P05SISR20" using ws-parm-runcontrol

           if ws-parm-rc-retorno = "B" then
               display "P05SISB94: execucao anterior ainda em voo - abortado"
               move 8 to return-code
               stop run
           end-if

           if ws-parm-rc-retorno <> "0" then
               display "P05SISB94: erro no registro de run-control - abortado"
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
           move "P05SISB94"     to ws-parm-rc-programa
           move ws-rc-lidos      to ws-parm-rc-lidos
           move ws-rc-gravados   to ws-parm-rc-gravados
           call "P05SISR20" using ws-parm-runcontrol

           if ws-parm-rc-retorno <> "0" then
               display "P05SISB94: erro no registro de run-control"
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
           move "P05SISB94"     to ws-parm-rc-programa
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

           close arq-prova
           if ws-fs-arq-prova  <> "00" then
               move 21                                       to ws-msn-erro-ofsset
               move ws-fs-arq-prova                          to ws-msn-erro-cod
               move "Erro ao fechar arq. arq-prova       "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-inscricao-disponivel = "S" then
               close arq-inscricao
               if ws-fs-arq-inscricao  <> "00" then
                   move 22                                       to ws-msn-erro-ofsset
                   move ws-fs-arq-inscricao                      to ws-msn-erro-cod
                   move "Erro ao fechar arq. arq-inscricao   "   to ws-msn-erro-text
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

           close arq-respostas
           if ws-fs-arq-respostas  <> "00" then
               move 24                                       to ws-msn-erro-ofsset
               move ws-fs-arq-respostas                      to ws-msn-erro-cod
               move "Erro ao fechar arq. arq-respostas   "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arq-relatorio
           if ws-fs-arq-relatorio  <> "00" then
               move 25                                       to ws-msn-erro-ofsset
               move ws-fs-arq-relatorio                      to ws-msn-erro-cod
               move "Erro ao fechar rel-ausentes         "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform encerrar-run-control

           stop run
           .
       3000-finaliza-exit.
           exit.
