      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P05SISB52".
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

           select arq-parametro assign to "param-rel-acomodacoes.txt"
           organization is line sequential
           file status is ws-fs-arq-parametro.

           select arq-acomodacao assign to "arq-acomodacao.dat"
           organization is indexed
           access mode is dynamic
           record key is ac-chave
           file status is ws-fs-arq-acomodacao.

           select arq-respostas assign to "arq-respostas.dat"
           organization is indexed
           access mode is dynamic
           record key is rs-chave
           file status is ws-fs-arq-respostas.

           select arq-usuarios assign to "arq-usuarios.dat"
           organization is indexed
           access mode is dynamic
           record key is us-user-id
           file status is ws-fs-arq-usuarios.

           select arq-relatorio assign to "rel-acomodacoes.txt"
           organization is line sequential
           file status is ws-fs-arq-relatorio.

       i-o-control.


      *>----Declaração de variáveis
       data division.

      *>----Variáveis de arquivos
       file section.
      *> mes de referencia (AAAAMM) nas colunas 1-6; ausente ou em branco
      *> vale o mes anterior ao corrente
       fd arq-parametro.
       01 fl-parametro                             pic X(80).

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
           05 rs-questoes-servidas.
               10 rs-questao-seq                    pic 9(03) occurs 999 times.

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
       77 ws-fs-arq-acomodacao                     pic X(02).
       77 ws-fs-arq-respostas                      pic X(02).
       77 ws-fs-arq-usuarios                       pic X(02).
       77 ws-fs-arq-relatorio                      pic X(02).

       77 ws-acomodacao-disponivel                 pic X(01).
       77 ws-respostas-disponivel                  pic X(01).
       77 ws-fim-acomodacao                        pic X(01).
       77 ws-fim-respostas                         pic X(01).
       77 ws-exame-com-acomodacao                  pic X(01).

       77 ws-data-hora-atual                       pic X(21).

       01 ws-mes-referencia.
           05 ws-mes-ref-ano                       pic 9(04).
           05 ws-mes-ref-mes                       pic 9(02).
       01 ws-mes-seguinte.
           05 ws-mes-seg-ano                       pic 9(04).
           05 ws-mes-seg-mes                       pic 9(02).

       01 ws-acomodacao-atual                      pic X(64).
       77 ws-qtd-usos-mes                          pic 9(05).

       77 ws-cnt-concedidas                        pic 9(05).
       77 ws-cnt-utilizadas                        pic 9(05).
       77 ws-cnt-tentativas                        pic 9(05).
       77 ws-cnt-a-vencer                          pic 9(05).

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
              value "ACOMODACOES DE CANDIDATOS - MES:       ".
           05 ws-rel-mes                           pic X(06).
           05 filler                               pic X(34) value spaces.

       01 ws-linha-titulo-secao                    pic X(80).

       01 ws-linha-sub-cabecalho                   pic X(80)
          value "MATRICULA NOME                     EXAME  TEMPO EXTRA TENT VALIDADE          QTD".

       01 ws-linha-acomodacao.
           05 ws-rel-user-id                       pic X(08).
           05 filler                               pic X(02) value spaces.
           05 ws-rel-nome                          pic X(24).
           05 filler                               pic X(01) value spaces.
           05 ws-rel-exame-id                      pic X(06).
           05 filler                               pic X(01) value spaces.
           05 ws-rel-tempo                         pic ZZ9.
           05 filler                               pic X(01) value spaces.
           05 ws-rel-unidade                       pic X(07).
           05 filler                               pic X(01) value spaces.
           05 ws-rel-tentativas                    pic Z9.
           05 filler                               pic X(03) value spaces.
           05 ws-rel-data-inicio                   pic X(08).
           05 filler                               pic X(01) value "-".
           05 ws-rel-data-fim                      pic X(08).
           05 filler                               pic X(01) value spaces.
           05 ws-rel-qtd                           pic ZZZ9.

       01 ws-linha-total.
           05 filler                               pic X(08) value "TOTAL: ".
           05 ws-tot-qtd                           pic 9(05).
           05 filler                               pic X(67) value spaces.

       01 ws-linha-total-utilizadas.
           05 filler                               pic X(08) value "TOTAL: ".
           05 ws-tot-utilizadas                    pic 9(05).
           05 filler                               pic X(14) value "  TENTATIVAS: ".
           05 ws-tot-tentativas                    pic 9(05).
           05 filler                               pic X(48) value spaces.

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

           move zeros to ws-cnt-concedidas
                         ws-cnt-utilizadas
                         ws-cnt-tentativas
                         ws-cnt-a-vencer
                         ws-rc-lidos

           perform ler-parametro-relatorio

      *> sem acomodacao concedida ou tentativa gravada ainda os arquivos
      *> podem nao existir
           move "S" to ws-acomodacao-disponivel
           open input arq-acomodacao
           if ws-fs-arq-acomodacao = "35" then
               move "N" to ws-acomodacao-disponivel
           else
               if     ws-fs-arq-acomodacao  <> "00"
               and    ws-fs-arq-acomodacao  <> "05" then
                   move 2                                     to ws-msn-erro-ofsset
                   move ws-fs-arq-acomodacao                  to ws-msn-erro-cod
                   move "Erro ao abrir arq. arq-acomodacao "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move "S" to ws-respostas-disponivel
           open input arq-respostas
           if ws-fs-arq-respostas = "35" then
               move "N" to ws-respostas-disponivel
           else
               if     ws-fs-arq-respostas  <> "00"
               and    ws-fs-arq-respostas  <> "05" then
                   move 3                                     to ws-msn-erro-ofsset
                   move ws-fs-arq-respostas                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arq-respostas  "  to ws-msn-erro-text
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
               move "Erro ao abrir rel-acomodacoes     "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-mes-referencia  to ws-rel-mes
           move ws-linha-cabecalho to fl-relatorio
           perform gravar-linha-relatorio
           move ws-linha-branco to fl-relatorio
           perform gravar-linha-relatorio

           .
       1000-inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Mes de Referencia: parametro opcional, senao o mes anterior ao
      *>  corrente (relatorio do mes fechado); o mes seguinte a ele e o
      *>  dos vencimentos
      *>------------------------------------------------------------------------
       ler-parametro-relatorio section.

           move function current-date to ws-data-hora-atual
           move ws-data-hora-atual(1:6) to ws-mes-referencia
           if ws-mes-ref-mes = 1 then
               subtract 1 from ws-mes-ref-ano
               move 12 to ws-mes-ref-mes
           else
               subtract 1 from ws-mes-ref-mes
           end-if

           open input arq-parametro
           if ws-fs-arq-parametro = "00" then
               read arq-parametro
                   at end
                       continue
                   not at end
                       if fl-parametro(1:6) <> spaces then
                           if fl-parametro(1:6) is numeric
                           and fl-parametro(5:2) >= "01"
                           and fl-parametro(5:2) <= "12" then
                               move fl-parametro(1:6) to ws-mes-referencia
                           else
                               move 1                                     to ws-msn-erro-ofsset
                               move "00"                                  to ws-msn-erro-cod
                               move "Mes invalido em param-rel-acomodacoes" to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                       end-if
               end-read
               close arq-parametro
           end-if

           move ws-mes-referencia to ws-mes-seguinte
           if ws-mes-seg-mes = 12 then
               add 1 to ws-mes-seg-ano
               move 1 to ws-mes-seg-mes
           else
               add 1 to ws-mes-seg-mes
           end-if

           .
       ler-parametro-relatorio-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Processamento
      *>------------------------------------------------------------------------
       2000-processamento section.

           perform listar-concedidas
           perform listar-utilizadas
           perform listar-a-vencer

           .
       2000-processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Posiciona no Inicio do Arquivo de Acomodacoes
      *>------------------------------------------------------------------------
       posicionar-acomodacoes section.

           move "S" to ws-fim-acomodacao
           if ws-acomodacao-disponivel = "S" then
               move low-values to ac-chave
               start arq-acomodacao key is not less than ac-chave
               if ws-fs-arq-acomodacao = "00" then
                   move "N" to ws-fim-acomodacao
               end-if
           end-if

           .
       posicionar-acomodacoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Concedidas no Mes: data da concessao (ou da ultima alteracao)
      *>  no mes de referencia, inclusive as ja canceladas; QTD = total de
      *>  tentativas realizadas com a acomodacao
      *>------------------------------------------------------------------------
       listar-concedidas section.

           move "CONCEDIDAS OU ALTERADAS NO MES" to ws-linha-titulo-secao
           perform gravar-titulo-secao

           perform posicionar-acomodacoes
           perform until ws-fim-acomodacao = "S"
               read arq-acomodacao next record
                   at end
                       move "S" to ws-fim-acomodacao
                   not at end
                       add 1 to ws-rc-lidos
                       if ac-data-concessao(1:6) = ws-mes-referencia then
                           add 1 to ws-cnt-concedidas
                           move ac-qtd-usos to ws-rel-qtd
                           perform gravar-linha-acomodacao
                       end-if
               end-read
           end-perform

           move ws-cnt-concedidas to ws-tot-qtd
           move ws-linha-total    to fl-relatorio
           perform gravar-linha-relatorio
           move ws-linha-branco   to fl-relatorio
           perform gravar-linha-relatorio

           .
       listar-concedidas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Utilizadas no Mes: tentativas do candidato com data no mes e
      *>  dentro da validade; QTD = tentativas do mes. A cancelada tem a
      *>  validade encerrada na data do cancelamento: as tentativas
      *>  posteriores nao contam
      *>------------------------------------------------------------------------
       listar-utilizadas section.

           move "UTILIZADAS NO MES" to ws-linha-titulo-secao
           perform gravar-titulo-secao

           perform posicionar-acomodacoes
           perform until ws-fim-acomodacao = "S"
               read arq-acomodacao next record
                   at end
                       move "S" to ws-fim-acomodacao
                   not at end
                       if ac-data-inicio(1:6) <= ws-mes-referencia
                       and ac-data-fim(1:6) >= ws-mes-referencia then
                           perform contar-usos-mes
                           if ws-qtd-usos-mes > zeros then
                               add 1 to ws-cnt-utilizadas
                               add ws-qtd-usos-mes to ws-cnt-tentativas
                               move ws-qtd-usos-mes to ws-rel-qtd
                               perform gravar-linha-acomodacao
                           end-if
                       end-if
               end-read
           end-perform

           move ws-cnt-utilizadas         to ws-tot-utilizadas
           move ws-cnt-tentativas         to ws-tot-tentativas
           move ws-linha-total-utilizadas to fl-relatorio
           perform gravar-linha-relatorio
           move ws-linha-branco           to fl-relatorio
           perform gravar-linha-relatorio

           .
       listar-utilizadas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Tentativas do Mes Cobertas pela Acomodacao Corrente. A geral
      *>  (exame em branco) nao cobre exame com acomodacao propria; a
      *>  leitura desta desloca o arquivo, que e reposicionado ao final
      *>------------------------------------------------------------------------
       contar-usos-mes section.

           move zeros         to ws-qtd-usos-mes
           move fl-acomodacao to ws-acomodacao-atual

           if ws-respostas-disponivel = "S" then
               move low-values to rs-chave
               move ac-user-id to rs-user-id
               if ac-exame-id <> spaces then
                   move ac-exame-id to rs-exame-id
                   move zeros       to rs-tentativa
               end-if
               start arq-respostas key is not less than rs-chave
               if ws-fs-arq-respostas = "00" then
                   move "N" to ws-fim-respostas
                   perform until ws-fim-respostas = "S"
                       read arq-respostas next record
                           at end
                               move "S" to ws-fim-respostas
                           not at end
                               add 1 to ws-rc-lidos
                               move ws-acomodacao-atual to fl-acomodacao
                               if rs-user-id <> ac-user-id
                               or (ac-exame-id <> spaces
                                   and rs-exame-id <> ac-exame-id) then
                                   move "S" to ws-fim-respostas
                               else
                                   if rs-data(1:6) = ws-mes-referencia
                                   and rs-data >= ac-data-inicio
                                   and rs-data <= ac-data-fim then
                                       if ac-exame-id = spaces then
                                           perform verificar-acomodacao-exame
                                       else
                                           move "N" to ws-exame-com-acomodacao
                                       end-if
                                       if ws-exame-com-acomodacao = "N" then
                                           add 1 to ws-qtd-usos-mes
                                       end-if
                                   end-if
                               end-if
                       end-read
                   end-perform
               end-if
           end-if

           move ws-acomodacao-atual to fl-acomodacao
           start arq-acomodacao key is greater than ac-chave
               invalid key
                   move "S" to ws-fim-acomodacao
           end-start

           .
       contar-usos-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  O Exame da Tentativa tem Acomodacao Propria Vigente na Data?
      *>  A cancelada vigorou ate a data do cancelamento
      *>------------------------------------------------------------------------
       verificar-acomodacao-exame section.

           move "N"         to ws-exame-com-acomodacao
           move rs-exame-id to ac-exame-id
           read arq-acomodacao key is ac-chave
               invalid key
                   continue
               not invalid key
                   if (ac-situacao = "A" or ac-situacao = "C")
                   and rs-data >= ac-data-inicio
                   and rs-data <= ac-data-fim then
                       move "S" to ws-exame-com-acomodacao
                   end-if
           end-read
           move ws-acomodacao-atual to fl-acomodacao

           .
       verificar-acomodacao-exame-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  A Vencer: ativas com fim da validade no mes seguinte ao de
      *>  referencia, para renovacao; QTD = total de tentativas realizadas
      *>------------------------------------------------------------------------
       listar-a-vencer section.

           move spaces to ws-linha-titulo-secao
           string "A VENCER NO MES "      delimited by size
                  ws-mes-seguinte         delimited by size
             into ws-linha-titulo-secao
           end-string
           perform gravar-titulo-secao

           perform posicionar-acomodacoes
           perform until ws-fim-acomodacao = "S"
               read arq-acomodacao next record
                   at end
                       move "S" to ws-fim-acomodacao
                   not at end
                       if ac-situacao = "A"
                       and ac-data-fim(1:6) = ws-mes-seguinte then
                           add 1 to ws-cnt-a-vencer
                           move ac-qtd-usos to ws-rel-qtd
                           perform gravar-linha-acomodacao
                       end-if
               end-read
           end-perform

           move ws-cnt-a-vencer to ws-tot-qtd
           move ws-linha-total  to fl-relatorio
           perform gravar-linha-relatorio

           .
       listar-a-vencer-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Titulo e Sub-cabecalho de uma Secao
      *>------------------------------------------------------------------------
       gravar-titulo-secao section.

           move ws-linha-titulo-secao  to fl-relatorio
           perform gravar-linha-relatorio
           move ws-linha-sub-cabecalho to fl-relatorio
           perform gravar-linha-relatorio

           .
       gravar-titulo-secao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha de uma Acomodacao (QTD ja preenchida pela secao)
      *>------------------------------------------------------------------------
       gravar-linha-acomodacao section.

           move ac-user-id to us-user-id
           read arq-usuarios key is us-user-id
               invalid key
                   move spaces to us-nome
           end-read

           move ac-user-id           to ws-rel-user-id
           move us-nome              to ws-rel-nome
           if ac-exame-id = spaces then
               move "TODOS"          to ws-rel-exame-id
           else
               move ac-exame-id      to ws-rel-exame-id
           end-if
           move ac-tempo-extra       to ws-rel-tempo
           evaluate ac-tipo-tempo
               when "P"
                   move "%"          to ws-rel-unidade
               when "M"
                   move "MIN"        to ws-rel-unidade
               when other
                   move spaces       to ws-rel-unidade
           end-evaluate
           if ac-situacao = "C" then
               move "CANCEL."        to ws-rel-unidade
           end-if
           move ac-tentativas-extras to ws-rel-tentativas
           move ac-data-inicio       to ws-rel-data-inicio
           move ac-data-fim          to ws-rel-data-fim
           move ws-linha-acomodacao  to fl-relatorio
           perform gravar-linha-relatorio

           .
       gravar-linha-acomodacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Gravacao de uma Linha do Relatorio
      *>------------------------------------------------------------------------
       gravar-linha-relatorio section.

           write fl-relatorio
           if ws-fs-arq-relatorio <> "00" then
               move 11                                     to ws-msn-erro-ofsset
               move ws-fs-arq-relatorio                    to ws-msn-erro-cod
               move "Erro ao gravar rel-acomodacoes    "   to ws-msn-erro-text
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
           move "P05SISB52" to ws-parm-rc-programa
           move zeros       to ws-parm-rc-lidos
                               ws-parm-rc-gravados
           move zeros       to ws-rc-gravados
           call "P05SISR20" using ws-parm-runcontrol

           if ws-parm-rc-retorno = "B" then
               display "P05SISB52: execucao anterior ainda em voo - abortado"
               move 8 to return-code
               stop run
           end-if

           if ws-parm-rc-retorno <> "0" then
               display "P05SISB52: erro no registro de run-control - abortado"
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
           move "P05SISB52"     to ws-parm-rc-programa
           move ws-rc-lidos      to ws-parm-rc-lidos
           move ws-rc-gravados   to ws-parm-rc-gravados
           call "P05SISR20" using ws-parm-runcontrol

           if ws-parm-rc-retorno <> "0" then
               display "P05SISB52: erro no registro de run-control"
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
           move "P05SISB52"     to ws-parm-rc-programa
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

           if ws-acomodacao-disponivel = "S" then
               close arq-acomodacao
               if ws-fs-arq-acomodacao  <> "00" then
                   move 21                                       to ws-msn-erro-ofsset
                   move ws-fs-arq-acomodacao                     to ws-msn-erro-cod
                   move "Erro ao fechar arq. arq-acomodacao  "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-respostas-disponivel = "S" then
               close arq-respostas
               if ws-fs-arq-respostas  <> "00" then
                   move 22                                       to ws-msn-erro-ofsset
                   move ws-fs-arq-respostas                      to ws-msn-erro-cod
                   move "Erro ao fechar arq. arq-respostas   "   to ws-msn-erro-text
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
               move "Erro ao fechar rel-acomodacoes      "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform encerrar-run-control

           stop run
           .
       3000-finaliza-exit.
           exit.
