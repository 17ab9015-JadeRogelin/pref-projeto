      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P05SISB31".
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

           select arq-importacao assign to "interface/inscricoes.csv"
           organization is line sequential
           file status is ws-fs-arq-importacao.

           select arq-inscricao assign to "arq-inscricao.dat"
           organization is indexed
           access mode is dynamic
           record key is in-chave
           file status is ws-fs-arq-inscricao.

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

           select arq-rejeitados assign to "rel-inscricoes-rejeitadas.txt"
           organization is line sequential
           file status is ws-fs-arq-rejeitados.

       i-o-control.


      *>----Declaração de variáveis
       data division.

      *>----Variáveis de arquivos
       file section.
       fd arq-importacao.
       01 fl-importacao                            pic X(100).

       fd arq-inscricao.
       01 fl-inscricao.
           05 in-chave.
               10 in-user-id                        pic X(08).
               10 in-prova-id                       pic X(06).
           05 in-data-inscricao                    pic X(08). *> AAAAMMDD
           05 in-origem                            pic X(01). *> 'T'-ela; 'C'-arga de lista
           05 in-situacao                          pic X(01). *> 'A'-tiva; 'C'-ancelada
           05 in-user-id-resp                      pic X(08).

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

       fd arq-rejeitados.
       01 fl-rejeitados                            pic X(80).


      *>----Variáveis de trabalho
       working-storage section.

       77 ws-fs-arq-importacao                     pic X(02).
       77 ws-fs-arq-inscricao                      pic X(02).
       77 ws-fs-arq-prova                          pic X(02).
       77 ws-fs-arq-usuarios                       pic X(02).
       77 ws-fs-arq-rejeitados                     pic X(02).
       77 ws-fim-arquivo                           pic X(01).

       77 ws-cnt-lidos                             pic 9(05).
       77 ws-cnt-aplicados                         pic 9(05).
       77 ws-cnt-rejeitados                        pic 9(05).
       77 ws-num-linha                             pic 9(05).

       01 ws-linha-importada.
           05 ws-imp-user-id                       pic X(08).
           05 ws-imp-prova-id                      pic X(06).
           05 ws-imp-acao                          pic X(01). *> 'I'-nscricao; 'C'-ancelamento

       77 ws-inscricao-existe                      pic X(01).
       77 ws-motivo-rejeicao                       pic X(40).
       77 ws-matricula-valida                      pic X(01).
       77 ws-tam-matricula                         pic 9(02).
       77 ws-pos-matricula                         pic 9(02).
       77 ws-char-matricula                        pic X(01).
       77 ws-data-hora-atual                       pic X(21).


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

       01 ws-linha-rejeitado.
           05 ws-rej-num-linha                     pic 9(05).
           05 filler                               pic X(02) value spaces.
           05 ws-rej-user-id                       pic X(08).
           05 filler                               pic X(02) value spaces.
           05 ws-rej-prova-id                      pic X(06).
           05 filler                               pic X(02) value spaces.
           05 ws-rej-motivo                        pic X(40).
           05 filler                               pic X(15) value spaces.

       01 ws-linha-cabecalho                       pic X(80)
          value "LINHA  MATRICULA PROVA   MOTIVO DA REJEICAO".

       01 ws-linha-total.
           05 filler                               pic X(17) value "TOTAL LIDOS....: ".
           05 ws-tot-lidos                         pic 9(05).
           05 filler                               pic X(14) value "  APLICADOS: ".
           05 ws-tot-aplicados                     pic 9(05).
           05 filler                               pic X(15) value "  REJEITADOS: ".
           05 ws-tot-rejeitados                    pic 9(05).
           05 filler                               pic X(19) value spaces.


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

           open input arq-importacao
           if ws-fs-arq-importacao <> "00" then
               move 1                                     to ws-msn-erro-ofsset
               move ws-fs-arq-importacao                  to ws-msn-erro-cod
               move "Erro ao abrir arq. inscricoes.csv  "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

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
               move 2                                     to ws-msn-erro-ofsset
               move ws-fs-arq-inscricao                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arq-inscricao  "  to ws-msn-erro-text
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

           open output arq-rejeitados
           if ws-fs-arq-rejeitados <> "00" then
               move 5                                     to ws-msn-erro-ofsset
               move ws-fs-arq-rejeitados                  to ws-msn-erro-cod
               move "Erro ao abrir rel-inscricoes-rejeit."  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           write fl-rejeitados from ws-linha-cabecalho

           move function current-date to ws-data-hora-atual

           move "N"   to ws-fim-arquivo
           move zeros to ws-cnt-lidos
                         ws-cnt-aplicados
                         ws-cnt-rejeitados
                         ws-num-linha
                         ws-rc-lidos
                         ws-rc-gravados

           .
       1000-inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Processamento
      *>------------------------------------------------------------------------
       2000-processamento section.

           read arq-importacao
               at end
                   move "S" to ws-fim-arquivo
           end-read

           perform until ws-fim-arquivo = "S"

               add 1 to ws-num-linha

               move space to ws-imp-user-id
                             ws-imp-prova-id
                             ws-imp-acao
               unstring fl-importacao delimited by ";"
                   into ws-imp-user-id
                        ws-imp-prova-id
                        ws-imp-acao
               end-unstring

      *> linha de cabecalho da lista de inscritos e ignorada
               if ws-imp-user-id <> "user_id" then
                   add 1 to ws-cnt-lidos ws-rc-lidos
                   perform processar-linha
               end-if

               read arq-importacao
                   at end
                       move "S" to ws-fim-arquivo
               end-read

           end-perform

           move ws-cnt-lidos       to ws-tot-lidos
           move ws-cnt-aplicados   to ws-tot-aplicados
           move ws-cnt-rejeitados  to ws-tot-rejeitados
           write fl-rejeitados from ws-linha-total

           .
       2000-processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processa uma Linha da Lista de Inscritos
      *>------------------------------------------------------------------------
       processar-linha section.

           move space to ws-motivo-rejeicao

           perform validar-matricula

           move function upper-case (ws-imp-acao)     to ws-imp-acao
           move function upper-case (ws-imp-prova-id) to ws-imp-prova-id

           if ws-motivo-rejeicao = spaces then
               perform validar-prova-candidato
           end-if

           if ws-motivo-rejeicao = spaces then
               move "N" to ws-inscricao-existe
               move ws-imp-user-id  to in-user-id
               move ws-imp-prova-id to in-prova-id
               read arq-inscricao key is in-chave
                   invalid key
                       continue
                   not invalid key
                       move "S" to ws-inscricao-existe
               end-read

               evaluate ws-imp-acao
                   when "I"
                   when space
                       perform aplicar-inscricao
                   when "C"
                       perform aplicar-cancelamento
                   when other
                       move "Acao invalida - use I ou C"
                         to ws-motivo-rejeicao
               end-evaluate
           end-if

           if ws-motivo-rejeicao = spaces then
               add 1 to ws-cnt-aplicados ws-rc-gravados
           else
               add 1 to ws-cnt-rejeitados
               move ws-num-linha        to ws-rej-num-linha
               move ws-imp-user-id      to ws-rej-user-id
               move ws-imp-prova-id     to ws-rej-prova-id
               move ws-motivo-rejeicao  to ws-rej-motivo
               write fl-rejeitados from ws-linha-rejeitado
               if ws-fs-arq-rejeitados <> "00" then
                   move 11                                      to ws-msn-erro-ofsset
                   move ws-fs-arq-rejeitados                    to ws-msn-erro-cod
                   move "Erro ao gravar rel-inscricoes-rejeit."  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       processar-linha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Critica da Matricula: obrigatoria, sem brancos embutidos,
      *>  somente letras e numeros
      *>------------------------------------------------------------------------
       validar-matricula section.

           if ws-imp-user-id = spaces then
               move "Matricula nao informada" to ws-motivo-rejeicao
           else
               move zeros to ws-tam-matricula
               perform varying ws-pos-matricula from 1 by 1
                         until ws-pos-matricula > 8
                   if ws-imp-user-id (ws-pos-matricula:1) <> space then
                       move ws-pos-matricula to ws-tam-matricula
                   end-if
               end-perform

               move "S" to ws-matricula-valida
               perform varying ws-pos-matricula from 1 by 1
                         until ws-pos-matricula > ws-tam-matricula
                   move ws-imp-user-id (ws-pos-matricula:1)
                     to ws-char-matricula
                   if ws-char-matricula = space then
                       move "N" to ws-matricula-valida
                   else
                       if ws-char-matricula is not alphabetic-upper
                       and ws-char-matricula is not numeric then
                           move "N" to ws-matricula-valida
                       end-if
                   end-if
               end-perform

               if ws-matricula-valida = "N" then
                   move "Matricula mal formada" to ws-motivo-rejeicao
               end-if
           end-if

           .
       validar-matricula-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Critica da Prova e do Candidato: prova cadastrada, candidato
      *>  cadastrado e ativo
      *>------------------------------------------------------------------------
       validar-prova-candidato section.

           if ws-imp-prova-id = spaces then
               move "Prova nao informada" to ws-motivo-rejeicao
           else
               move ws-imp-prova-id to pv-id
               read arq-prova key is pv-id
                   invalid key
                       move "Prova nao cadastrada" to ws-motivo-rejeicao
               end-read
           end-if

           if ws-motivo-rejeicao = spaces then
               move ws-imp-user-id to us-user-id
               read arq-usuarios key is us-user-id
                   invalid key
                       move "Matricula nao cadastrada" to ws-motivo-rejeicao
                   not invalid key
                       if us-status = "I" then
                           move "Candidato inativo" to ws-motivo-rejeicao
                       end-if
               end-read
           end-if

           .
       validar-prova-candidato-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Inscricao; inscricao cancelada anteriormente e reativada
      *>------------------------------------------------------------------------
       aplicar-inscricao section.

           if ws-inscricao-existe = "S"
           and in-situacao = "A" then
               move "Candidato ja inscrito nesta prova"
                 to ws-motivo-rejeicao
           else
               move ws-imp-user-id           to in-user-id
               move ws-imp-prova-id          to in-prova-id
               move ws-data-hora-atual(1:8)  to in-data-inscricao
               move "C"                      to in-origem
               move "A"                      to in-situacao
               move "CARGA"                  to in-user-id-resp

               if ws-inscricao-existe = "S" then
                   rewrite fl-inscricao
               else
                   write fl-inscricao
               end-if

               if ws-fs-arq-inscricao <> "00" then
                   move "Erro ao gravar arq-inscricao"
                     to ws-motivo-rejeicao
               end-if
           end-if

           .
       aplicar-inscricao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Cancelamento da Inscricao
      *>------------------------------------------------------------------------
       aplicar-cancelamento section.

           evaluate true
               when ws-inscricao-existe = "N"
                   move "Candidato nao inscrito nesta prova"
                     to ws-motivo-rejeicao
               when in-situacao = "C"
                   move "Inscricao ja esta cancelada"
                     to ws-motivo-rejeicao
               when other
                   move "C"          to in-situacao
                   move "CARGA"      to in-user-id-resp

                   rewrite fl-inscricao
                   if ws-fs-arq-inscricao <> "00" then
                       move "Erro ao regravar arq-inscricao"
                         to ws-motivo-rejeicao
                   end-if
           end-evaluate

           .
       aplicar-cancelamento-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Run-Control: Registro de Inicio de Execucao
      *>  Recusa a partida se a execucao anterior segue marcada em voo
      *>------------------------------------------------------------------------
       iniciar-run-control section.

           move "I"         to ws-parm-rc-funcao
           move "P05SISB31" to ws-parm-rc-programa
           move zeros       to ws-parm-rc-lidos
                               ws-parm-rc-gravados
           call "P05SISR20" using ws-parm-runcontrol

           if ws-parm-rc-retorno = "B" then
               display "P05SISB31: execucao anterior ainda em voo - abortado"
               move 8 to return-code
               stop run
           end-if

           if ws-parm-rc-retorno <> "0" then
               display "P05SISB31: erro no registro de run-control - abortado"
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
           move "P05SISB31"     to ws-parm-rc-programa
           move ws-rc-lidos      to ws-parm-rc-lidos
           move ws-rc-gravados   to ws-parm-rc-gravados
           call "P05SISR20" using ws-parm-runcontrol

           if ws-parm-rc-retorno <> "0" then
               display "P05SISB31: erro no registro de run-control"
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
           move "P05SISB31"     to ws-parm-rc-programa
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

           close arq-importacao
           if ws-fs-arq-importacao  <> "00" then
               move 21                                       to ws-msn-erro-ofsset
               move ws-fs-arq-importacao                     to ws-msn-erro-cod
               move "Erro ao fechar arq. inscricoes.csv  "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arq-inscricao
           if ws-fs-arq-inscricao  <> "00" then
               move 22                                       to ws-msn-erro-ofsset
               move ws-fs-arq-inscricao                      to ws-msn-erro-cod
               move "Erro ao fechar arq. arq-inscricao   "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arq-prova
           if ws-fs-arq-prova  <> "00" then
               move 23                                       to ws-msn-erro-ofsset
               move ws-fs-arq-prova                          to ws-msn-erro-cod
               move "Erro ao fechar arq. arq-prova       "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arq-usuarios
           if ws-fs-arq-usuarios  <> "00" then
               move 24                                       to ws-msn-erro-ofsset
               move ws-fs-arq-usuarios                       to ws-msn-erro-cod
               move "Erro ao fechar arq. arq-usuarios    "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arq-rejeitados
           if ws-fs-arq-rejeitados  <> "00" then
               move 25                                       to ws-msn-erro-ofsset
               move ws-fs-arq-rejeitados                     to ws-msn-erro-cod
               move "Erro ao fechar rel-inscricoes-rejeit."  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform encerrar-run-control

           stop run
           .
       3000-finaliza-exit.
           exit.
