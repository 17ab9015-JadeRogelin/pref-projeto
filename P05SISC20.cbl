           organization is line sequential
           file status is ws-fs-arq-chave-mestra.

           select arq-questoes-versao assign to "arq-questoes-versao.dat"
           organization is indexed
           access mode is dynamic
           record key is qv-chave
           file status is ws-fs-arq-questoes-versao.

           select arq-respostas assign to "arq-respostas.dat"
           organization is indexed
           access mode is dynamic
           record key is rs-chave
           file status is ws-fs-arq-respostas.

           select arq-checkpoint-exame assign to "arq-checkpoint-exame.dat"
           organization is indexed
           access mode is dynamic
           record key is ce-chave
           file status is ws-fs-arq-checkpoint-exame.

           select arq-caderno assign to "arq-caderno.dat"
           organization is indexed
           access mode is dynamic
           record key is cd-id
           file status is ws-fs-arq-caderno.

       i-o-control.


       fd arq-chave-mestra.
       01 fl-chave-mestra                          pic X(80).

      *> situacao de cada questao do banco; questao sem registro aqui e
      *> original e ativa. Questao ja servida nunca e regravada nem
      *> excluida: a alteracao gera nova sequencia (versao) e a anterior
      *> fica substituida, preservando o que cada tentativa viu
       fd arq-questoes-versao.
       01 fl-questoes-versao.
           05 qv-chave.
               10 qv-exame-id                       pic X(06).
               10 qv-seq                            pic 9(03).
           05 qv-situacao                          pic X(01). *> 'A'-tiva; 'R'-etirada; 'S'-ubstituida
           05 qv-seq-anterior                      pic 9(03). *> versao que esta substituiu
           05 qv-seq-nova                          pic 9(03). *> versao que substituiu esta
           05 qv-user-id                           pic X(08).
           05 qv-data                              pic X(08).
           05 qv-hora                              pic X(06).

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

       fd arq-checkpoint-exame.
       01 fl-checkpoint-exame.
           05 ce-chave.
               10 ce-user-id                        pic X(08).
               10 ce-exame-id                       pic X(06).
           05 ce-tipo                              pic X(01). *> 'P'-rova; 'S'-imulado
           05 ce-data-inicio                       pic X(08).
           05 ce-hora-inicio                       pic X(06).
           05 ce-qtd-questoes                      pic 9(03).
           05 ce-prox-questao                      pic 9(04).
           05 ce-respostas                         pic X(999).
           05 ce-questoes-servidas.
               10 ce-questao-seq                    pic 9(03) occurs 999 times.

      *> caderno impresso para aplicacao em papel, com as questoes
      *> sorteadas na ordem impressa
       fd arq-caderno.
       01 fl-caderno.
           05 cd-id                                pic 9(08).
           05 cd-user-id                           pic X(08).
           05 cd-prova-id                          pic X(06).
           05 cd-situacao                          pic X(01). *> 'E'-mitido; 'C'-orrigido; 'X'-cancelado
           05 cd-data-emissao                      pic X(08).
           05 cd-hora-emissao                      pic X(06).
           05 cd-data-aplicacao                    pic X(08).
           05 cd-data-correcao                     pic X(08).
           05 cd-tentativa                         pic 9(02).
           05 cd-qtd-questoes                      pic 9(03).
           05 cd-questoes-sorteadas.
               10 cd-questao-seq                    pic 9(03) occurs 999 times.


      *>----Variáveis de trabalho
       working-storage section.
       77 ws-fs-arq-questoes                       pic X(02).
       77 ws-fs-arq-auditoria                      pic X(02).
       77 ws-fs-arq-chave-mestra                   pic X(02).
       77 ws-fs-arq-questoes-versao                pic X(02).
       77 ws-fs-arq-respostas                      pic X(02).
       77 ws-fs-arq-checkpoint-exame               pic X(02).
       77 ws-checkpoint-exame-disponivel           pic X(01).
       77 ws-fs-arq-caderno                        pic X(02).
       77 ws-caderno-disponivel                    pic X(01).

       01 ws-tab-idiomas-dados.
           05 filler                               pic X(02) value "PT".

       77 ws-id-operador                            pic X(08).
       77 ws-operador-valido                        pic X(01).
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
       77 ws-perfil-operador                        pic X(01).
       77 ws-usuario-ativo                          pic X(01).
       77 ws-idioma-sessao                          pic X(02).

       77 ws-qtd-questoes-banco                     pic 9(03).
       77 ws-qtd-questoes-prova                     pic 9(03).
       77 ws-qtd-questoes-ativas                    pic 9(03).
       77 ws-cad-questao-situacao                   pic X(01).
       77 ws-versao-existe                          pic X(01).
       77 ws-questao-servida                        pic X(01).
       77 ws-seq-nova-versao                        pic 9(03).
       77 ws-seq-manutencao                         pic 9(03).
       77 ws-pos-servida                            pic 9(04).
       77 ws-fim-respostas                          pic X(01).
       77 ws-continuar-questao                      pic X(01).
       77 ws-fim-questoes                           pic X(01).
       77 ws-resposta-valida                        pic X(01).
           05 line 01 col 01 value "    ///////////////////////////////////////////////////////////////////////////  ".
           05 line 02 col 01 value "                             Cadastrar Questao                                   ".
           05 line 03 col 01 value "        Codigo Prova/Simulado .:                                                 ".
           05 line 04 col 01 value "        Numero da Questao .....:      (000 inclui novas; outro numero mantem)    ".
           05 line 05 col 01 value "        Enunciado .............:                                                 ".
           05 line 06 col 01 value "        Alternativa A .........:                                                 ".
           05 line 07 col 01 value "        Alternativa B .........:                                                 ".
           05 line 09 col 01 value "        Alternativa D .........:                                                 ".
           05 line 10 col 01 value "        Alternativa E .........:                                                 ".
           05 line 11 col 01 value "        Resposta Correta (A-E).:                                                 ".
           05 line 12 col 01 value "        Situacao ..............:    A-tiva R-etirada S-ubstituida            ".
           05 line 13 col 01 value "    ///////////////////////////////////////////////////////////////////////////  ".

           05 sc-questao-exame-id      line 03  col 34 pic x(06)
           using ws-cad-questao-exame-id foreground-color 15.

           05 sc-questao-seq           line 04  col 34 pic 9(03)
           using ws-cad-questao-seq foreground-color 15.

           05 sc-questao-enunciado     line 05  col 34 pic x(45)
           using ws-cad-questao-enunciado foreground-color 15.
           05 sc-questao-resposta      line 11  col 34 pic x(01)
           using ws-cad-questao-resposta foreground-color 15.

           05 sc-questao-situacao      line 12  col 34 pic x(01)
           from ws-cad-questao-situacao foreground-color 15.

      *>--------------------------------------------------------------------------------------------------------------

       01  tela-dados-pref.
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

      *>Declaração do corpo do programa
       procedure division.

               perform finaliza-anormal
           end-if

           open i-o arq-questoes-versao
           if ws-fs-arq-questoes-versao = "35" then
               open output arq-questoes-versao
               if ws-fs-arq-questoes-versao = "00" then
                   close arq-questoes-versao
                   open i-o arq-questoes-versao
               end-if
           end-if
           if     ws-fs-arq-questoes-versao  <> "00"
           and    ws-fs-arq-questoes-versao  <> "05" then
               move 10                                    to ws-msn-erro-ofsset
               move ws-fs-arq-questoes-versao             to ws-msn-erro-cod
               move "Erro ao abrir arq-questoes-versao "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arq-respostas
           if     ws-fs-arq-respostas  <> "00"
           and    ws-fs-arq-respostas  <> "05" then
               move 11                                    to ws-msn-erro-ofsset
               move ws-fs-arq-respostas                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arq-respostas  "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *> sem nenhuma tentativa em voo ainda o arquivo pode nao existir
           move "S" to ws-checkpoint-exame-disponivel
           open input arq-checkpoint-exame
           if ws-fs-arq-checkpoint-exame = "35" then
               move "N" to ws-checkpoint-exame-disponivel
           else
               if     ws-fs-arq-checkpoint-exame  <> "00"
               and    ws-fs-arq-checkpoint-exame  <> "05" then
                   move 12                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-checkpoint-exame            to ws-msn-erro-cod
                   move "Erro ao abrir arq-checkpoint-exame"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *> sem caderno impresso ainda o arquivo pode nao existir
           move "S" to ws-caderno-disponivel
           open input arq-caderno
           if ws-fs-arq-caderno = "35" then
               move "N" to ws-caderno-disponivel
           else
               if     ws-fs-arq-caderno  <> "00"
               and    ws-fs-arq-caderno  <> "05" then
                   move 13                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-caderno                     to ws-msn-erro-cod
                   move "Erro ao abrir arq. arq-caderno    "  to ws-msn-erro-text
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
                                   move us-perfil to ws-perfil-operador
                                   move "LOGON "       to ws-aud-acao
                                   move ws-id-operador to ws-aud-registro
                                   perform gravar-auditoria
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
           move "P05SISC20"       to ws-sn-programa
           move ws-id-operador    to ws-sn-operador
           call "P05SISR30" using ws-parm-senha

           evaluate ws-sn-retorno
               when "0"
                   move "S" to ws-senha-aceita
               when "N"
                   perform trocar-senha-operador
               when "S"
                   move 65                                      to ws-msn-erro-ofsset
                   move "00"                                    to ws-msn-erro-cod
                   move "Senha invalida - restam    tentativa(s)"   to ws-msn-erro-text
                   move ws-sn-restantes to ws-msn-erro-text(25:2)
                   display ws-msn-erro
                   perform pausar-apos-erro
               when "B"
                   move 66                                      to ws-msn-erro-ofsset
                   move "00"                                    to ws-msn-erro-cod
                   move "Acesso bloqueado - procure o administrador"  to ws-msn-erro-text
                   display ws-msn-erro
                   perform pausar-apos-erro
               when other
                   move 67                                      to ws-msn-erro-ofsset
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
                       move 68                                      to ws-msn-erro-ofsset
                       move "00"                                    to ws-msn-erro-cod
                       move "Confirmacao difere da nova senha    "   to ws-msn-erro-text
                       display ws-msn-erro
                       perform pausar-apos-erro
                   else
                       move "T"               to ws-sn-funcao
                       move ws-id-operador    to ws-sn-user-id
                       move ws-senha-operador to ws-sn-senha
                       move ws-senha-nova     to ws-sn-senha-nova
                       move "P05SISC20"       to ws-sn-programa
                       move ws-id-operador    to ws-sn-operador
                       call "P05SISR30" using ws-parm-senha

                       evaluate ws-sn-retorno
                           when "0"
                               move "S" to ws-senha-aceita
                           when "R"
                               move 69                                      to ws-msn-erro-ofsset
                               move "00"                                    to ws-msn-erro-cod
                               move "Nova senha recusada - minimo 6, inedita"   to ws-msn-erro-text
                               display ws-msn-erro
                               perform pausar-apos-erro
                           when other
                               move 67                                      to ws-msn-erro-ofsset
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
      *>  Carrega os Textos das Telas no Idioma do Operador
      *>------------------------------------------------------------------------
           exit.

      *>------------------------------------------------------------------------
      *>  Exclusao das Questoes do Banco de um Exame Removido, com a
      *>  situacao de versao delas: um exame novo com o mesmo codigo
      *>  comeca com o banco todo original e ativo
      *>------------------------------------------------------------------------
       excluir-questoes-exame section.

               end-perform
           end-if

           move ws-cad-questao-exame-id to qv-exame-id
           move zeros to qv-seq

           start arq-questoes-versao key is not less than qv-chave
           if ws-fs-arq-questoes-versao = "00" then
               move "N" to ws-fim-questoes
               perform until ws-fim-questoes = "S"
                   read arq-questoes-versao next record
                       at end
                           move "S" to ws-fim-questoes
                       not at end
                           if qv-exame-id = ws-cad-questao-exame-id then
                               delete arq-questoes-versao record
                               if ws-fs-arq-questoes-versao <> "00" then
                                   move 89                                      to ws-msn-erro-ofsset
                                   move ws-fs-arq-questoes-versao               to ws-msn-erro-cod
                                   move "Erro ao excluir arq-questoes-versao "  to ws-msn-erro-text
                                   display ws-msn-erro
                                   perform pausar-apos-erro
                                   move "S" to ws-fim-questoes
                               end-if
                           else
                               move "S" to ws-fim-questoes
                           end-if
                   end-read
               end-perform
           end-if

           .
       excluir-questoes-exame-exit.
           exit.
      *>------------------------------------------------------------------------
       cadastrar-questoes section.

           move space  to ws-cad-questao-situacao
           move space  to ws-cad-questao-exame-id
                          ws-cad-questao-enunciado
                          ws-cad-questao-alt-a
                   display ws-msn-erro
                   perform pausar-apos-erro
               else
      *> numero informado: manutencao de uma questao ja registrada
                   accept sc-questao-seq
                   if ws-cad-questao-seq > zeros then
                       perform manter-questao
                       move "N" to ws-continuar-questao
                   else
                       move "S" to ws-continuar-questao
                   end-if

                   perform until ws-continuar-questao <> "S"

                       perform contar-questoes
       cadastrar-questoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Situacao da Questao Corrente (qt-chave); sem registro de versao
      *>  a questao e original e ativa
      *>------------------------------------------------------------------------
       ler-versao-questao section.

           move "N" to ws-versao-existe
           move "A" to ws-cad-questao-situacao

           move qt-exame-id to qv-exame-id
           move qt-seq      to qv-seq
           read arq-questoes-versao key is qv-chave
               invalid key
                   continue
               not invalid key
                   move "S"         to ws-versao-existe
                   move qv-situacao to ws-cad-questao-situacao
           end-read

           .
       ler-versao-questao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Manutencao de uma Questao Registrada: consulta, alteracao ou
      *>  retirada dos sorteios futuros
      *>------------------------------------------------------------------------
       manter-questao section.

           move ws-cad-questao-exame-id to qt-exame-id
           move ws-cad-questao-seq      to qt-seq
           read arq-questoes key is qt-chave
               invalid key
                   move 76                                      to ws-msn-erro-ofsset
                   move "00"                                    to ws-msn-erro-cod
                   move "Questao nao cadastrada neste exame  "  to ws-msn-erro-text
                   display ws-msn-erro
                   perform pausar-apos-erro
               not invalid key
                   perform ler-versao-questao

                   move qt-enunciado to ws-cad-questao-enunciado
                   move qt-alt-a     to ws-cad-questao-alt-a
                   move qt-alt-b     to ws-cad-questao-alt-b
                   move qt-alt-c     to ws-cad-questao-alt-c
                   move qt-alt-d     to ws-cad-questao-alt-d
                   move qt-alt-e     to ws-cad-questao-alt-e
                   move qt-resposta  to ws-cad-questao-resposta

                   display tela-cad-questao

                   display "C-onsultar, A-lterar ou R-etirar a questao?"
                   move space to ws-opcao-manut
                   accept ws-opcao-manut
                   move function upper-case (ws-opcao-manut) to ws-opcao-manut

                   evaluate true
                       when ws-opcao-manut = "C"
                           perform pausar-apos-erro
                       when ws-opcao-manut <> "A"
                        and ws-opcao-manut <> "R"
                           move 77                                      to ws-msn-erro-ofsset
                           move "00"                                    to ws-msn-erro-cod
                           move "Opcao invalida - use C, A ou R     "   to ws-msn-erro-text
                           display ws-msn-erro
                           perform pausar-apos-erro
                       when ws-cad-questao-situacao = "S"
                           move 78                                      to ws-msn-erro-ofsset
                           move "00"                                    to ws-msn-erro-cod
                           move "Questao substituida pela versao     "  to ws-msn-erro-text
                           move qv-seq-nova to ws-msn-erro-text(33:3)
                           display ws-msn-erro
                           perform pausar-apos-erro
                       when ws-cad-questao-situacao = "R"
                           move 79                                      to ws-msn-erro-ofsset
                           move "00"                                    to ws-msn-erro-cod
                           move "Questao retirada - somente consulta "  to ws-msn-erro-text
                           display ws-msn-erro
                           perform pausar-apos-erro
                       when ws-opcao-manut = "A"
                           perform alterar-questao
                       when other
                           perform retirar-questao
                   end-evaluate
           end-read

           .
       manter-questao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Alteracao da Questao: ainda nao servida e regravada no lugar; ja
      *>  servida em alguma tentativa vira nova versao para as proximas
      *>------------------------------------------------------------------------
       alterar-questao section.

           accept sc-questao-enunciado
           accept sc-questao-alt-a
           accept sc-questao-alt-b
           accept sc-questao-alt-c
           accept sc-questao-alt-d
           accept sc-questao-alt-e

           move "N" to ws-resposta-valida
           perform until ws-resposta-valida = "S"
               accept sc-questao-resposta
               move function upper-case (ws-cad-questao-resposta)
                 to ws-cad-questao-resposta
               if ws-cad-questao-resposta = "A" or "B"
               or ws-cad-questao-resposta = "C" or "D"
               or ws-cad-questao-resposta = "E" then
                   move "S" to ws-resposta-valida
               else
                   move 73                                      to ws-msn-erro-ofsset
                   move "00"                                    to ws-msn-erro-cod
                   move "Resposta invalida - use A, B, C, D, E"  to ws-msn-erro-text
                   display ws-msn-erro
               end-if
           end-perform

           move ws-cad-questao-seq to ws-seq-manutencao
           perform verificar-questao-servida

           if ws-questao-servida = "N" then
               move ws-cad-questao-exame-id  to qt-exame-id
               move ws-seq-manutencao        to qt-seq
               move ws-cad-questao-enunciado to qt-enunciado
               move ws-cad-questao-alt-a     to qt-alt-a
               move ws-cad-questao-alt-b     to qt-alt-b
               move ws-cad-questao-alt-c     to qt-alt-c
               move ws-cad-questao-alt-d     to qt-alt-d
               move ws-cad-questao-alt-e     to qt-alt-e
               move ws-cad-questao-resposta  to qt-resposta

               rewrite fl-questoes
               if ws-fs-arq-questoes <> "00" then
                   move 80                                      to ws-msn-erro-ofsset
                   move ws-fs-arq-questoes                      to ws-msn-erro-cod
                   move "Erro ao regravar arq. arq-questoes  "  to ws-msn-erro-text
                   display ws-msn-erro
                   perform pausar-apos-erro
               else
                   move ws-cad-questao-exame-id to ws-aud-reg-questao-id
                   move ws-seq-manutencao       to ws-aud-reg-questao-seq
                   move "ALTQST"                to ws-aud-acao
                   move ws-aud-reg-questao      to ws-aud-registro
                   perform gravar-auditoria
               end-if
           else
               perform gravar-nova-versao
           end-if

           .
       alterar-questao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Nova Versao de Questao ja Servida: grava a questao alterada na
      *>  proxima sequencia do banco e marca a anterior como substituida
      *>------------------------------------------------------------------------
       gravar-nova-versao section.

           perform contar-questoes

           if ws-qtd-questoes-banco >= 999 then
               move 75                                      to ws-msn-erro-ofsset
               move "00"                                    to ws-msn-erro-cod
               move "Banco de questoes cheio - limite 999"   to ws-msn-erro-text
               display ws-msn-erro
               perform pausar-apos-erro
           else
               add 1 to ws-qtd-questoes-banco
                      giving ws-seq-nova-versao

               move ws-cad-questao-exame-id  to qt-exame-id
               move ws-seq-nova-versao       to qt-seq
               move ws-cad-questao-enunciado to qt-enunciado
               move ws-cad-questao-alt-a     to qt-alt-a
               move ws-cad-questao-alt-b     to qt-alt-b
               move ws-cad-questao-alt-c     to qt-alt-c
               move ws-cad-questao-alt-d     to qt-alt-d
               move ws-cad-questao-alt-e     to qt-alt-e
               move ws-cad-questao-resposta  to qt-resposta

               write fl-questoes
               if ws-fs-arq-questoes <> "00" then
                   move 74                                   to ws-msn-erro-ofsset
                   move ws-fs-arq-questoes                   to ws-msn-erro-cod
                   move "Erro ao gravar arq. arq-questoes   " to ws-msn-erro-text
                   display ws-msn-erro
                   perform pausar-apos-erro
               else
                   move function current-date to ws-data-hora-atual

                   move ws-cad-questao-exame-id  to qv-exame-id
                   move ws-seq-nova-versao       to qv-seq
                   move "A"                      to qv-situacao
                   move ws-seq-manutencao        to qv-seq-anterior
                   move zeros                    to qv-seq-nova
                   move ws-id-operador           to qv-user-id
                   move ws-data-hora-atual(1:8)  to qv-data
                   move ws-data-hora-atual(9:6)  to qv-hora
                   write fl-questoes-versao
                   if ws-fs-arq-questoes-versao <> "00" then
                       move 87                                      to ws-msn-erro-ofsset
                       move ws-fs-arq-questoes-versao               to ws-msn-erro-cod
                       move "Erro ao gravar arq-questoes-versao  "  to ws-msn-erro-text
                       display ws-msn-erro
                       perform pausar-apos-erro
                   end-if

                   move ws-seq-manutencao to qt-seq
                   move "S" to ws-cad-questao-situacao
                   perform gravar-situacao-questao

                   move ws-cad-questao-exame-id to ws-aud-reg-questao-id
                   move ws-seq-nova-versao      to ws-aud-reg-questao-seq
                   move "VERQST"                to ws-aud-acao
                   move ws-aud-reg-questao      to ws-aud-registro
                   perform gravar-auditoria

                   display "Questao ja aplicada: gravada como nova versao "
                           ws-seq-nova-versao
                   perform pausar-apos-erro
               end-if
           end-if

           .
       gravar-nova-versao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Retirada da Questao: sai dos sorteios futuros; o registro fica no
      *>  banco para as tentativas que ja a receberam
      *>------------------------------------------------------------------------
       retirar-questao section.

           display "Confirma a retirada da questao? (S/N)"
           move space to ws-resp-confirma
           accept ws-resp-confirma
           move function upper-case (ws-resp-confirma)
             to ws-resp-confirma

           if ws-resp-confirma = "S" then
               move ws-cad-questao-exame-id to qt-exame-id
               move ws-cad-questao-seq      to qt-seq
               move zeros to ws-seq-nova-versao
               move "R" to ws-cad-questao-situacao
               perform gravar-situacao-questao

               move ws-cad-questao-exame-id to ws-aud-reg-questao-id
               move ws-cad-questao-seq      to ws-aud-reg-questao-seq
               move "RETQST"                to ws-aud-acao
               move ws-aud-reg-questao      to ws-aud-registro
               perform gravar-auditoria
           end-if

           .
       retirar-questao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a Situacao (ws-cad-questao-situacao) da Questao qt-chave,
      *>  mantendo o vinculo com a versao anterior quando ja registrado
      *>------------------------------------------------------------------------
       gravar-situacao-questao section.

           move "N" to ws-versao-existe
           move qt-exame-id to qv-exame-id
           move qt-seq      to qv-seq
           read arq-questoes-versao key is qv-chave
               invalid key
                   move zeros to qv-seq-anterior
               not invalid key
                   move "S" to ws-versao-existe
           end-read

           move function current-date to ws-data-hora-atual
           move qt-exame-id              to qv-exame-id
           move qt-seq                   to qv-seq
           move ws-cad-questao-situacao  to qv-situacao
           move ws-seq-nova-versao       to qv-seq-nova
           move ws-id-operador           to qv-user-id
           move ws-data-hora-atual(1:8)  to qv-data
           move ws-data-hora-atual(9:6)  to qv-hora

           if ws-versao-existe = "S" then
               rewrite fl-questoes-versao
           else
               write fl-questoes-versao
           end-if

           if ws-fs-arq-questoes-versao <> "00" then
               move 88                                      to ws-msn-erro-ofsset
               move ws-fs-arq-questoes-versao               to ws-msn-erro-cod
               move "Erro ao gravar arq-questoes-versao  "  to ws-msn-erro-text
               display ws-msn-erro
               perform pausar-apos-erro
           end-if

           .
       gravar-situacao-questao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Questao ja Servida: aparece no mapa de alguma tentativa gravada
      *>  ou em voo, ou num caderno impresso emitido ou corrigido.
      *>  Tentativas antigas sem o mapa seguem posicao = sequencia.
      *>  As chaves comecam pela matricula ou pelo caderno: a varredura e
      *>  completa
      *>------------------------------------------------------------------------
       verificar-questao-servida section.

           move "N" to ws-questao-servida

           move low-values to rs-chave
           start arq-respostas key is not less than rs-chave
           if ws-fs-arq-respostas = "00" then
               move "N" to ws-fim-respostas
               perform until ws-fim-respostas = "S"
                   read arq-respostas next record
                       at end
                           move "S" to ws-fim-respostas
                       not at end
                           if rs-exame-id = ws-cad-questao-exame-id then
                               perform varying ws-pos-servida from 1 by 1
                                         until ws-pos-servida > rs-qtd-questoes
                                            or ws-pos-servida > 999
                                            or ws-questao-servida = "S"
                                   if rs-questao-seq (ws-pos-servida) is numeric
                                   and rs-questao-seq (ws-pos-servida) > zeros then
                                       if rs-questao-seq (ws-pos-servida) = ws-seq-manutencao then
                                           move "S" to ws-questao-servida
                                       end-if
                                   else
                                       if ws-pos-servida = ws-seq-manutencao then
                                           move "S" to ws-questao-servida
                                       end-if
                                   end-if
                               end-perform
                               if ws-questao-servida = "S" then
                                   move "S" to ws-fim-respostas
                               end-if
                           end-if
                   end-read
               end-perform
           end-if

           if ws-questao-servida = "N"
           and ws-checkpoint-exame-disponivel = "S" then
               move low-values to ce-chave
               start arq-checkpoint-exame key is not less than ce-chave
               if ws-fs-arq-checkpoint-exame = "00" then
                   move "N" to ws-fim-respostas
                   perform until ws-fim-respostas = "S"
                       read arq-checkpoint-exame next record
                           at end
                               move "S" to ws-fim-respostas
                           not at end
                               if ce-exame-id = ws-cad-questao-exame-id then
                                   perform varying ws-pos-servida from 1 by 1
                                             until ws-pos-servida > ce-qtd-questoes
                                                or ws-pos-servida > 999
                                                or ws-questao-servida = "S"
                                       if ce-questao-seq (ws-pos-servida) = ws-seq-manutencao then
                                           move "S" to ws-questao-servida
                                       end-if
                                   end-perform
                                   if ws-questao-servida = "S" then
                                       move "S" to ws-fim-respostas
                                   end-if
                               end-if
                       end-read
                   end-perform
               end-if
           end-if

           if ws-questao-servida = "N"
           and ws-caderno-disponivel = "S" then
               move zeros to cd-id
               start arq-caderno key is not less than cd-id
               if ws-fs-arq-caderno = "00" then
                   move "N" to ws-fim-respostas
                   perform until ws-fim-respostas = "S"
                       read arq-caderno next record
                           at end
                               move "S" to ws-fim-respostas
                           not at end
                               if cd-prova-id = ws-cad-questao-exame-id
                               and (cd-situacao = "E" or cd-situacao = "C") then
                                   perform varying ws-pos-servida from 1 by 1
                                             until ws-pos-servida > cd-qtd-questoes
                                                or ws-pos-servida > 999
                                                or ws-questao-servida = "S"
                                       if cd-questao-seq (ws-pos-servida) = ws-seq-manutencao then
                                           move "S" to ws-questao-servida
                                       end-if
                                   end-perform
                                   if ws-questao-servida = "S" then
                                       move "S" to ws-fim-respostas
                                   end-if
                               end-if
                       end-read
                   end-perform
               end-if
           end-if

           .
       verificar-questao-servida-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Localiza o Exame (Prova ou Simulado) do Codigo Informado
      *>------------------------------------------------------------------------
           exit.

      *>------------------------------------------------------------------------
      *>  Conta as Questoes ja Registradas para o Exame: todas as versoes
      *>  (a proxima sequencia vem depois da ultima) e somente as ativas
      *>------------------------------------------------------------------------
       contar-questoes section.

           move zeros to ws-qtd-questoes-banco
                         ws-qtd-questoes-ativas
           move ws-cad-questao-exame-id to qt-exame-id
           move zeros to qt-seq

                       not at end
                           if qt-exame-id = ws-cad-questao-exame-id then
                               add 1 to ws-qtd-questoes-banco
                               perform ler-versao-questao
                               if ws-cad-questao-situacao = "A" then
                                   add 1 to ws-qtd-questoes-ativas
                               end-if
                           else
                               move "S" to ws-fim-questoes
                           end-if
           perform contar-questoes

           if ws-exame-tipo = "P" then
               if ws-qtd-questoes-ativas >= ws-qtd-questoes-prova then
                   display "Prova liberada para uso: qtde de questoes cobre a previsao"
               else
                   display "Prova BLOQUEADA para uso: ativas "
                           ws-qtd-questoes-ativas
                           " de "
                           ws-qtd-questoes-prova
                           " previstas"
               perform finaliza-anormal
           end-if

           close arq-questoes-versao
           if ws-fs-arq-questoes-versao  <> "00" then
               move 36                                       to ws-msn-erro-ofsset
               move ws-fs-arq-questoes-versao                to ws-msn-erro-cod
               move "Erro ao fechar arq-questoes-versao   "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arq-respostas
           if ws-fs-arq-respostas  <> "00" then
               move 37                                       to ws-msn-erro-ofsset
               move ws-fs-arq-respostas                      to ws-msn-erro-cod
               move "Erro ao fechar arq. arq-respostas    "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-checkpoint-exame-disponivel = "S" then
               close arq-checkpoint-exame
               if ws-fs-arq-checkpoint-exame  <> "00" then
                   move 38                                       to ws-msn-erro-ofsset
                   move ws-fs-arq-checkpoint-exame               to ws-msn-erro-cod
                   move "Erro ao fechar arq-checkpoint-exame  "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-caderno-disponivel = "S" then
               close arq-caderno
               if ws-fs-arq-caderno  <> "00" then
                   move 39                                       to ws-msn-erro-ofsset
                   move ws-fs-arq-caderno                        to ws-msn-erro-cod
                   move "Erro ao fechar arq-caderno          "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if


           stop run
