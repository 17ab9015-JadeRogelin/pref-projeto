           record key is ce-chave
           file status is ws-fs-arq-checkpoint-exame.

           select arq-errata assign to "arq-errata.dat"
           organization is indexed
           access mode is dynamic
           record key is er-chave
           file status is ws-fs-arq-errata.

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

           select arq-questoes-versao assign to "arq-questoes-versao.dat"
           organization is indexed
           access mode is dynamic
           record key is qv-chave
           file status is ws-fs-arq-questoes-versao.

           select arq-acomodacao assign to "arq-acomodacao.dat"
           organization is indexed
           access mode is dynamic
           record key is ac-chave
           file status is ws-fs-arq-acomodacao.

       i-o-control.


           05 ce-questoes-servidas.
               10 ce-questao-seq                    pic 9(03) occurs 999 times.

      *> errata do gabarito: a anulacao de uma questao vale acerto para
      *> todos, inclusive nas tentativas futuras
       fd arq-errata.
       01 fl-errata.
           05 er-chave.
               10 er-exame-id                       pic X(06).
               10 er-seq                            pic 9(03).
           05 er-acao                              pic X(01). *> 'T'-roca de gabarito; 'A'-nulacao
           05 er-resposta-anterior                 pic X(01).
           05 er-resposta-nova                     pic X(01).
           05 er-motivo                            pic X(40).
           05 er-data                              pic X(08).
           05 er-hora                              pic X(06).
           05 er-situacao                          pic X(01). *> 'P'-endente; 'R'-ecorrigida

      *> inscricao do candidato na prova: sem inscricao ativa a prova
      *> nao e liberada
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

      *> situacao da questao no banco; retirada ou substituida por nova
      *> versao nao entra em novos sorteios
       fd arq-questoes-versao.
       01 fl-questoes-versao.
           05 qv-chave.
               10 qv-exame-id                       pic X(06).
               10 qv-seq                            pic 9(03).
           05 qv-situacao                          pic X(01). *> 'A'-tiva; 'R'-etirada; 'S'-ubstituida
           05 qv-seq-anterior                      pic 9(03).
           05 qv-seq-nova                          pic 9(03).
           05 qv-user-id                           pic X(08).
           05 qv-data                              pic X(08).
           05 qv-hora                              pic X(06).

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


      *>----Variáveis de trabalho
       working-storage section.
       77 ws-fs-arq-questoes                       pic X(02).
       77 ws-fs-arq-respostas                      pic X(02).
       77 ws-fs-arq-checkpoint-exame               pic X(02).
       77 ws-fs-arq-errata                         pic X(02).
       77 ws-errata-disponivel                     pic X(01).
       77 ws-questao-anulada                       pic X(01).
       77 ws-fs-arq-inscricao                      pic X(02).
       77 ws-inscricao-disponivel                  pic X(01).
       77 ws-fs-arq-politica-prova                 pic X(02).
       77 ws-politica-disponivel                   pic X(01).
       77 ws-fs-arq-questoes-versao                pic X(02).
       77 ws-versao-disponivel                     pic X(01).
       77 ws-questao-ativa                         pic X(01).
       77 ws-fs-arq-acomodacao                     pic X(02).
       77 ws-acomodacao-disponivel                 pic X(01).
       77 ws-acomodacao-vigente                    pic X(01).
       77 ws-acomodacao-aplicada                   pic X(01).
       77 ws-acomodacao-chave                      pic X(14).
       77 ws-tempo-extra                           pic 9(03).
       77 ws-tentativas-extras                     pic 9(02).
      *> limites sem a acomodacao: o uso so conta quando a tentativa
      *> passou deles
       77 ws-tempo-limite-base                     pic 9(03).
       77 ws-max-tentativas-base                   pic 9(02).
       77 ws-candidato-inscrito                    pic X(01).
       77 ws-max-tentativas-prova                  pic 9(02).
       77 ws-dias-intervalo-prova                  pic 9(03).
       77 ws-data-ult-tentativa                    pic X(08).
       77 ws-data-liberacao                        pic 9(08).

       77 ws-checkpoint-existe                     pic X(01).
       77 ws-retomada                              pic X(01).

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
       77 ws-continuar-exame                       pic X(01).

           05 line 01 col 01 value "    ///////////////////////////////////////////////////////////////////////////  ".
           05 line 02 col 01 value "                             Identificacao do Candidato                          ".
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

       01  tela-selecao-exame.
               perform finaliza-anormal
           end-if

      *> sem errata registrada ainda o arquivo pode nao existir
           move "S" to ws-errata-disponivel
           open input arq-errata
           if ws-fs-arq-errata = "35" then
               move "N" to ws-errata-disponivel
           else
               if     ws-fs-arq-errata  <> "00"
               and    ws-fs-arq-errata  <> "05" then
                   move 7                                     to ws-msn-erro-ofsset
                   move ws-fs-arq-errata                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. arq-errata     "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *> sem inscricoes cadastradas nenhuma prova e liberada; sem
      *> politica cadastrada vale a tentativa unica
           move "S" to ws-inscricao-disponivel
           open input arq-inscricao
           if ws-fs-arq-inscricao = "35" then
               move "N" to ws-inscricao-disponivel
           else
               if     ws-fs-arq-inscricao  <> "00"
               and    ws-fs-arq-inscricao  <> "05" then
                   move 8                                     to ws-msn-erro-ofsset
                   move ws-fs-arq-inscricao                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arq-inscricao  "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move "S" to ws-politica-disponivel
           open input arq-politica-prova
           if ws-fs-arq-politica-prova = "35" then
               move "N" to ws-politica-disponivel
           else
               if     ws-fs-arq-politica-prova  <> "00"
               and    ws-fs-arq-politica-prova  <> "05" then
                   move 9                                     to ws-msn-erro-ofsset
                   move ws-fs-arq-politica-prova              to ws-msn-erro-cod
                   move "Erro ao abrir arq-politica-prova  "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move "S" to ws-versao-disponivel
           open input arq-questoes-versao
           if ws-fs-arq-questoes-versao = "35" then
               move "N" to ws-versao-disponivel
           else
               if     ws-fs-arq-questoes-versao  <> "00"
               and    ws-fs-arq-questoes-versao  <> "05" then
                   move 10                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-questoes-versao             to ws-msn-erro-cod
                   move "Erro ao abrir arq-questoes-versao "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *> sem acomodacao concedida ainda o arquivo pode nao existir
           move "S" to ws-acomodacao-disponivel
           open i-o arq-acomodacao
           if ws-fs-arq-acomodacao = "35" then
               move "N" to ws-acomodacao-disponivel
           else
               if     ws-fs-arq-acomodacao  <> "00"
               and    ws-fs-arq-acomodacao  <> "05" then
                   move 20                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-acomodacao                  to ws-msn-erro-cod
                   move "Erro ao abrir arq. arq-acomodacao "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       1000-inicializa-exit.
           exit.
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
           move "P05SISC30"       to ws-sn-programa
           move ws-id-operador    to ws-sn-operador
           call "P05SISR30" using ws-parm-senha

           evaluate ws-sn-retorno
               when "0"
                   move "S" to ws-senha-aceita
               when "N"
                   perform trocar-senha-operador
               when "S"
                   move 14                                      to ws-msn-erro-ofsset
                   move "00"                                    to ws-msn-erro-cod
                   move "Senha invalida - restam    tentativa(s)"   to ws-msn-erro-text
                   move ws-sn-restantes to ws-msn-erro-text(25:2)
                   display ws-msn-erro
                   perform pausar-apos-erro
               when "B"
                   move 15                                      to ws-msn-erro-ofsset
                   move "00"                                    to ws-msn-erro-cod
                   move "Acesso bloqueado - procure o administrador"  to ws-msn-erro-text
                   display ws-msn-erro
                   perform pausar-apos-erro
               when other
                   move 16                                      to ws-msn-erro-ofsset
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
                       move 17                                      to ws-msn-erro-ofsset
                       move "00"                                    to ws-msn-erro-cod
                       move "Confirmacao difere da nova senha    "   to ws-msn-erro-text
                       display ws-msn-erro
                       perform pausar-apos-erro
                   else
                       move "T"               to ws-sn-funcao
                       move ws-id-operador    to ws-sn-user-id
                       move ws-senha-operador to ws-sn-senha
                       move ws-senha-nova     to ws-sn-senha-nova
                       move "P05SISC30"       to ws-sn-programa
                       move ws-id-operador    to ws-sn-operador
                       call "P05SISR30" using ws-parm-senha

                       evaluate ws-sn-retorno
                           when "0"
                               move "S" to ws-senha-aceita
                           when "R"
                               move 18                                      to ws-msn-erro-ofsset
                               move "00"                                    to ws-msn-erro-cod
                               move "Nova senha recusada - minimo 6, inedita"   to ws-msn-erro-text
                               display ws-msn-erro
                               perform pausar-apos-erro
                           when other
                               move 16                                      to ws-msn-erro-ofsset
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
      *>  Localiza o Exame (Prova ou Simulado) do Codigo Informado
      *>------------------------------------------------------------------------
           end-if

           perform contar-tentativas
           perform localizar-acomodacao

           if ws-exame-liberado = "S"
           and ws-exame-tipo = "S"
               move "N" to ws-exame-liberado
           end-if

           if ws-exame-liberado = "S"
           and ws-exame-tipo = "P" then
               perform verificar-inscricao
           end-if

           if ws-exame-liberado = "S"
           and ws-exame-tipo = "P" then
               perform verificar-politica-retomada
           end-if

           .
       validar-liberacao-exame-exit.
           exit.
                       not at end
                           if qt-exame-id = ws-exame-id
                           and ws-qtd-questoes-banco < 999 then
                               perform verificar-questao-ativa
                               if ws-questao-ativa = "S" then
                                   add 1 to ws-qtd-questoes-banco
                                   move ws-qtd-questoes-banco to ws-tab-idx
                                   move qt-enunciado to ws-tab-enunciado (ws-tab-idx)
                                   move qt-alt-a     to ws-tab-alt-a (ws-tab-idx)
                                   move qt-alt-b     to ws-tab-alt-b (ws-tab-idx)
                                   move qt-alt-c     to ws-tab-alt-c (ws-tab-idx)
                                   move qt-alt-d     to ws-tab-alt-d (ws-tab-idx)
                                   move qt-alt-e     to ws-tab-alt-e (ws-tab-idx)
                                   move qt-resposta  to ws-tab-gabarito (ws-tab-idx)
                                   move space        to ws-tab-resposta (ws-tab-idx)
                                   move qt-seq       to ws-tab-seq (ws-tab-idx)
                               end-if
                           else
                               move "S" to ws-fim-questoes
                           end-if
       carregar-questoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Questao Ativa para Sorteio: sem registro de versao e original;
      *>  retirada ou substituida fica fora das novas tentativas
      *>------------------------------------------------------------------------
       verificar-questao-ativa section.

           move "S" to ws-questao-ativa

           if ws-versao-disponivel = "S" then
               move qt-exame-id to qv-exame-id
               move qt-seq      to qv-seq
               read arq-questoes-versao key is qv-chave
                   invalid key
                       continue
                   not invalid key
                       if qv-situacao = "R" or qv-situacao = "S" then
                           move "N" to ws-questao-ativa
                       end-if
               end-read
           end-if

           .
       verificar-questao-ativa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acomodacao do Candidato: a do exame prevalece sobre a geral
      *>  (exame em branco). Vigente, estende o tempo limite do simulado
      *>  (percentual ou minutos) e soma as tentativas extras ao limite do
      *>  simulado; na prova as tentativas extras entram sobre a politica
      *>  de retomada. Exame sem limite nao e alterado
      *>------------------------------------------------------------------------
       localizar-acomodacao section.

           move "N"   to ws-acomodacao-vigente
           move "N"   to ws-acomodacao-aplicada
           move zeros to ws-tempo-extra
                         ws-tentativas-extras
           move ws-tempo-limite       to ws-tempo-limite-base
           move ws-qtd-tentativas-max to ws-max-tentativas-base

           if ws-acomodacao-disponivel = "S" then
               move function current-date to ws-data-hora-atual

               move ws-id-operador to ac-user-id
               move ws-exame-id    to ac-exame-id
               perform ler-acomodacao-vigente

               if ws-acomodacao-vigente = "N" then
                   move ws-id-operador to ac-user-id
                   move spaces         to ac-exame-id
                   perform ler-acomodacao-vigente
               end-if
           end-if

           if ws-acomodacao-vigente = "S" then
               move ac-chave             to ws-acomodacao-chave
               move ac-tentativas-extras to ws-tentativas-extras

               if ws-exame-tipo = "S"
               and ws-tempo-limite > zeros then
                   evaluate ac-tipo-tempo
                       when "P"
                           compute ws-tempo-extra rounded =
                                   ws-tempo-limite * ac-tempo-extra / 100
                       when "M"
                           move ac-tempo-extra to ws-tempo-extra
                   end-evaluate
                   if ws-tempo-extra > zeros then
                       compute ws-tempo-limite = ws-tempo-limite + ws-tempo-extra
                           on size error
                               move 999 to ws-tempo-limite
                       end-compute
                   end-if
               end-if

               if ws-exame-tipo = "S"
               and ws-qtd-tentativas-max > zeros
               and ws-tentativas-extras > zeros then
                   compute ws-qtd-tentativas-max =
                           ws-qtd-tentativas-max + ws-tentativas-extras
                       on size error
                           move 99 to ws-qtd-tentativas-max
                   end-compute
               end-if
           end-if

           .
       localizar-acomodacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le a Acomodacao da Chave Montada: ativa e dentro da validade
      *>------------------------------------------------------------------------
       ler-acomodacao-vigente section.

           read arq-acomodacao key is ac-chave
               invalid key
                   continue
               not invalid key
                   if ac-situacao = "A"
                   and ws-data-hora-atual(1:8) >= ac-data-inicio
                   and ws-data-hora-atual(1:8) <= ac-data-fim then
                       move "S" to ws-acomodacao-vigente
                   end-if
           end-read

           .
       ler-acomodacao-vigente-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conta as Tentativas ja Realizadas pelo Candidato neste Exame
      *>------------------------------------------------------------------------
       contar-tentativas section.

           move zeros to ws-qtd-tentativas-usadas
           move spaces to ws-data-ult-tentativa
           move ws-id-operador to rs-user-id
           move ws-exame-id    to rs-exame-id
           move zeros          to rs-tentativa
                           if rs-user-id  = ws-id-operador
                           and rs-exame-id = ws-exame-id then
                               add 1 to ws-qtd-tentativas-usadas
                               move rs-data to ws-data-ult-tentativa
                           else
                               move "S" to ws-fim-respostas
                           end-if
       contar-tentativas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Inscricao do Candidato na Prova: exige inscricao ativa
      *>------------------------------------------------------------------------
       verificar-inscricao section.

           move "N" to ws-candidato-inscrito

           if ws-inscricao-disponivel = "S" then
               move ws-id-operador to in-user-id
               move ws-exame-id    to in-prova-id
               read arq-inscricao key is in-chave
                   invalid key
                       continue
                   not invalid key
                       if in-situacao = "A" then
                           move "S" to ws-candidato-inscrito
                       end-if
               end-read
           end-if

           if ws-candidato-inscrito = "N" then
               move 27                                      to ws-msn-erro-ofsset
               move "00"                                    to ws-msn-erro-cod
               move "Candidato nao inscrito nesta prova  "  to ws-msn-erro-text
               display ws-msn-erro
               perform pausar-apos-erro
               move "N" to ws-exame-liberado
           end-if

           .
       verificar-inscricao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Politica de Retomada da Prova: maximo de tentativas (zeros sem
      *>  limite) e intervalo minimo em dias desde a ultima tentativa.
      *>  Prova sem politica cadastrada admite uma unica tentativa
      *>------------------------------------------------------------------------
       verificar-politica-retomada section.

           move 1     to ws-max-tentativas-prova
           move zeros to ws-dias-intervalo-prova

           if ws-politica-disponivel = "S" then
               move ws-exame-id to pp-prova-id
               read arq-politica-prova key is pp-prova-id
                   invalid key
                       continue
                   not invalid key
                       move pp-max-tentativas to ws-max-tentativas-prova
                       move pp-dias-intervalo to ws-dias-intervalo-prova
               end-read
           end-if
           move ws-max-tentativas-prova to ws-max-tentativas-base

           if ws-max-tentativas-prova > zeros
           and ws-tentativas-extras > zeros then
               compute ws-max-tentativas-prova =
                       ws-max-tentativas-prova + ws-tentativas-extras
                   on size error
                       move 99 to ws-max-tentativas-prova
               end-compute
           end-if

           if ws-max-tentativas-prova > zeros
           and ws-qtd-tentativas-usadas >= ws-max-tentativas-prova then
               move 28                                      to ws-msn-erro-ofsset
               move "00"                                    to ws-msn-erro-cod
               move "Limite de tentativas da prova atingido"  to ws-msn-erro-text
               display ws-msn-erro
               perform pausar-apos-erro
               move "N" to ws-exame-liberado
           end-if

           if ws-exame-liberado = "S"
           and ws-dias-intervalo-prova > zeros
           and ws-qtd-tentativas-usadas > zeros
           and ws-data-ult-tentativa is numeric then
               compute ws-data-liberacao =
                       function date-of-integer
                       (function integer-of-date
                       (function numval (ws-data-ult-tentativa))
                        + ws-dias-intervalo-prova)
               move function current-date to ws-data-hora-atual
               if ws-data-hora-atual(1:8) < ws-data-liberacao then
                   move 29                                      to ws-msn-erro-ofsset
                   move "00"                                    to ws-msn-erro-cod
                   move "Nova tentativa liberada somente em    "  to ws-msn-erro-text
                   move ws-data-liberacao to ws-msn-erro-text(35:8)
                   display ws-msn-erro
                   perform pausar-apos-erro
                   move "N" to ws-exame-liberado
               end-if
           end-if

           .
       verificar-politica-retomada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Realização do Exame: Apresenta as Questoes e Corrige
      *>------------------------------------------------------------------------

           perform varying ws-tab-idx from 1 by 1
                     until ws-tab-idx > ws-qtd-questoes-banco
               perform verificar-anulacao
               if ws-questao-anulada = "S" then
                   add 1 to ws-acertos
               else
                   if ws-tab-resposta (ws-tab-idx)
                    = ws-tab-gabarito (ws-tab-idx) then
                       add 1 to ws-acertos
                   end-if
               end-if
           end-perform

       corrigir-exame-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Questao Anulada por Errata: credito a todos os candidatos
      *>------------------------------------------------------------------------
       verificar-anulacao section.

           move "N" to ws-questao-anulada

           if ws-errata-disponivel = "S" then
               move ws-exame-id             to er-exame-id
               move ws-tab-seq (ws-tab-idx) to er-seq
               read arq-errata key is er-chave
                   invalid key
                       continue
                   not invalid key
                       if er-acao = "A" then
                           move "S" to ws-questao-anulada
                       end-if
               end-read
           end-if

           .
       verificar-anulacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Gravação do Resultado em arq-respostas
      *>------------------------------------------------------------------------
       gravar-resultado section.

           perform contar-tentativas
           perform verificar-uso-acomodacao
           add 1 to ws-qtd-tentativas-usadas
                  giving ws-tentativa-atual

               move "Erro ao gravar arq. arq-respostas   "  to ws-msn-erro-text
               display ws-msn-erro
               perform pausar-apos-erro
           else
               if ws-acomodacao-aplicada = "S" then
                   perform registrar-uso-acomodacao
               end-if
           end-if

           .
       gravar-resultado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acomodacao Efetivamente Usada na Tentativa: o tempo gasto passou
      *>  do limite sem o tempo extra, ou a tentativa so foi liberada pelas
      *>  tentativas extras (ja realizadas as do limite sem acomodacao)
      *>------------------------------------------------------------------------
       verificar-uso-acomodacao section.

           move "N" to ws-acomodacao-aplicada

           if ws-acomodacao-vigente = "S" then
               if ws-tempo-extra > zeros then
                   perform calcular-segundos-agora
                   if ws-segundos-agora - ws-segundos-inicio
                      > ws-tempo-limite-base * 60 then
                       move "S" to ws-acomodacao-aplicada
                   end-if
               end-if

               if ws-tentativas-extras > zeros
               and ws-max-tentativas-base > zeros
               and ws-qtd-tentativas-usadas >= ws-max-tentativas-base then
                   move "S" to ws-acomodacao-aplicada
               end-if
           end-if

           .
       verificar-uso-acomodacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Tentativa Realizada com Acomodacao: contagem de utilizacoes
      *>------------------------------------------------------------------------
       registrar-uso-acomodacao section.

           move ws-acomodacao-chave to ac-chave
           read arq-acomodacao key is ac-chave
               invalid key
                   continue
               not invalid key
                   if ac-qtd-usos < 999 then
                       add 1 to ac-qtd-usos
                   end-if
                   move ws-data-inicio to ac-data-ult-uso
                   rewrite fl-acomodacao
                   if ws-fs-arq-acomodacao <> "00" then
                       move 42                                      to ws-msn-erro-ofsset
                       move ws-fs-arq-acomodacao                    to ws-msn-erro-cod
                       move "Erro ao regravar arq-acomodacao     "  to ws-msn-erro-text
                       display ws-msn-erro
                       perform pausar-apos-erro
                   end-if
           end-read

           .
       registrar-uso-acomodacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Exibição do Resultado
      *>------------------------------------------------------------------------
               perform finaliza-anormal
           end-if

           if ws-errata-disponivel = "S" then
               close arq-errata
               if ws-fs-arq-errata  <> "00" then
                   move 57                                       to ws-msn-erro-ofsset
                   move ws-fs-arq-errata                         to ws-msn-erro-cod
                   move "Erro ao fechar arq. arq-errata      "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-inscricao-disponivel = "S" then
               close arq-inscricao
               if ws-fs-arq-inscricao  <> "00" then
                   move 58                                       to ws-msn-erro-ofsset
                   move ws-fs-arq-inscricao                      to ws-msn-erro-cod
                   move "Erro ao fechar arq. arq-inscricao   "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-politica-disponivel = "S" then
               close arq-politica-prova
               if ws-fs-arq-politica-prova  <> "00" then
                   move 59                                       to ws-msn-erro-ofsset
                   move ws-fs-arq-politica-prova                 to ws-msn-erro-cod
                   move "Erro ao fechar arq-politica-prova   "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-versao-disponivel = "S" then
               close arq-questoes-versao
               if ws-fs-arq-questoes-versao  <> "00" then
                   move 60                                       to ws-msn-erro-ofsset
                   move ws-fs-arq-questoes-versao                to ws-msn-erro-cod
                   move "Erro ao fechar arq-questoes-versao   "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-acomodacao-disponivel = "S" then
               close arq-acomodacao
               if ws-fs-arq-acomodacao  <> "00" then
                   move 61                                       to ws-msn-erro-ofsset
                   move ws-fs-arq-acomodacao                     to ws-msn-erro-cod
                   move "Erro ao fechar arq. arq-acomodacao  "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           stop run
           .
       3000-finaliza-exit.
