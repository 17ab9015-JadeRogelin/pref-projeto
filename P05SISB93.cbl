      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P05SISB93".
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

           select arq-importacao assign to "interface/errata.csv"
           organization is line sequential
           file status is ws-fs-arq-importacao.

           select arq-errata assign to "arq-errata.dat"
           organization is indexed
           access mode is dynamic
           record key is er-chave
           file status is ws-fs-arq-errata.

           select arq-prova assign to "arq-prova.dat"
           organization is indexed
           access mode is dynamic
           record key is pv-id
           file status is ws-fs-arq-prova.

           select arq-questoes assign to "arq-questoes.dat"
           organization is indexed
           access mode is dynamic
           record key is qt-chave
           file status is ws-fs-arq-questoes.

           select arq-respostas assign to "arq-respostas.dat"
           organization is indexed
           access mode is dynamic
           record key is rs-chave
           file status is ws-fs-arq-respostas.

           select arq-recorrecao assign to "arq-recorrecao.dat"
           organization is indexed
           access mode is dynamic
           record key is rg-chave
           file status is ws-fs-arq-recorrecao.

           select arq-relatorio assign to "rel-recorrecao.txt"
           organization is line sequential
           file status is ws-fs-arq-relatorio.

       i-o-control.


      *>----Declaração de variáveis
       data division.

      *>----Variáveis de arquivos
       file section.
       fd arq-importacao.
       01 fl-importacao                            pic X(100).

      *> errata do gabarito: troca da letra correta ou anulacao de uma
      *> questao (credito a todos); pendente ate a recorrecao das
      *> tentativas ja gravadas do exame
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

       fd arq-questoes.
       01 fl-questoes.
           05 qt-chave.
               10 qt-exame-id                       pic X(06).
               10 qt-seq                            pic 9(03).
           05 qt-enunciado                         pic X(45).
           05 qt-alt-a                             pic X(30).
           05 qt-alt-b                             pic X(30).
           05 qt-alt-c                             pic X(30).
           05 qt-alt-d                             pic X(30).
           05 qt-alt-e                             pic X(30).
           05 qt-resposta                          pic X(01). *> 'A' a 'E'

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

      *> historico das recorrecoes: uma ocorrencia por tentativa cujo
      *> resultado mudou, com a situacao antes e depois
       fd arq-recorrecao.
       01 fl-recorrecao.
           05 rg-chave.
               10 rg-user-id                        pic X(08).
               10 rg-exame-id                       pic X(06).
               10 rg-tentativa                      pic 9(02).
               10 rg-data                           pic X(08).
               10 rg-hora                           pic X(06).
           05 rg-acertos-anterior                  pic 9(03).
           05 rg-nota-anterior                     pic 9(03)v99.
           05 rg-aprovado-anterior                 pic X(01).
           05 rg-acertos-novo                      pic 9(03).
           05 rg-nota-nova                         pic 9(03)v99.
           05 rg-aprovado-novo                     pic X(01).

       fd arq-relatorio.
       01 fl-relatorio                             pic X(80).


      *>----Variáveis de trabalho
       working-storage section.

       77 ws-fs-arq-importacao                     pic X(02).
       77 ws-fs-arq-errata                         pic X(02).
       77 ws-fs-arq-prova                          pic X(02).
       77 ws-fs-arq-questoes                       pic X(02).
       77 ws-fs-arq-respostas                      pic X(02).
       77 ws-fs-arq-recorrecao                     pic X(02).
       77 ws-fs-arq-relatorio                      pic X(02).

       77 ws-importacao-aberta                     pic X(01).
       77 ws-fim-arquivo                           pic X(01).
       77 ws-fim-errata                            pic X(01).
       77 ws-fim-questoes                          pic X(01).
       77 ws-fim-respostas                         pic X(01).
       77 ws-fim-recorrecao                        pic X(01).

       77 ws-num-linha                             pic 9(05).
       77 ws-cnt-lidos                             pic 9(05).
       77 ws-cnt-aplicados                         pic 9(05).
       77 ws-cnt-rejeitados                        pic 9(05).
       77 ws-motivo-rejeicao                       pic X(40).
       77 ws-errata-existe                         pic X(01).
       77 ws-imp-seq-num                           pic 9(05).

       01 ws-linha-importada.
           05 ws-imp-exame-id                      pic X(06).
           05 ws-imp-seq                           pic X(05).
           05 ws-imp-acao                          pic X(01). *> 'T'-roca; 'A'-nulacao
           05 ws-imp-resposta                      pic X(01).
           05 ws-imp-motivo                        pic X(40).

       77 ws-data-hora-atual                       pic X(21).
       77 ws-data-execucao                         pic X(08).
       77 ws-hora-execucao                         pic X(06).

       01 ws-tab-exames.
           05 ws-tab-exame-id                      pic X(06) occurs 100 times.
       77 ws-qtd-exames                            pic 9(03).
       77 ws-idx-exame                             pic 9(03).
       77 ws-exame-listado                         pic X(01).
       77 ws-exame-corrente                        pic X(06).
       77 ws-exame-tipo                            pic X(01). *> 'P'-rova; 'S'-imulado
       77 ws-nota-corte                            pic 9(03)v99.

       01 ws-tab-gabarito.
           05 ws-gabarito                          pic X(01) occurs 999 times.
       01 ws-tab-anulacao.
           05 ws-anulada                           pic X(01) occurs 999 times.

       77 ws-tab-idx                               pic 9(04).
       77 ws-seq-servida                           pic 9(03).
       77 ws-acertos                               pic 9(03).
       77 ws-nota                                  pic 9(03)v99.
       77 ws-aprovado                              pic X(01).

       77 ws-cnt-tentativas                        pic 9(07).
       77 ws-cnt-alteradas                         pic 9(07).
       77 ws-cnt-aprovou                           pic 9(07).
       77 ws-cnt-reprovou                          pic 9(07).
       77 ws-situacao-mudou                        pic X(01).

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

       01 ws-linha-cabecalho                       pic X(80)
          value "RECORRECAO DE TENTATIVAS POR ERRATA DE GABARITO - IMPACTO".

       01 ws-linha-cab-errata                      pic X(80)
          value "ERRATAS   LINHA  EXAME  SEQ ACAO LETRA  OCORRENCIA".

       01 ws-linha-errata.
           05 filler                               pic X(10) value spaces.
           05 ws-err-num-linha                     pic 9(05).
           05 filler                               pic X(02) value spaces.
           05 ws-err-exame-id                      pic X(06).
           05 filler                               pic X(01) value space.
           05 ws-err-seq                           pic X(05).
           05 filler                               pic X(01) value space.
           05 ws-err-acao                          pic X(01).
           05 filler                               pic X(04) value spaces.
           05 ws-err-resposta                      pic X(01).
           05 filler                               pic X(04) value spaces.
           05 ws-err-ocorrencia                    pic X(40).

       01 ws-linha-total-errata.
           05 filler                               pic X(17) value "ERRATAS LIDAS..: ".
           05 ws-tot-lidos                         pic 9(05).
           05 filler                               pic X(14) value "  APLICADAS: ".
           05 ws-tot-aplicados                     pic 9(05).
           05 filler                               pic X(15) value "  REJEITADAS: ".
           05 ws-tot-rejeitados                    pic 9(05).
           05 filler                               pic X(19) value spaces.

       01 ws-linha-exame.
           05 filler                               pic X(07) value "EXAME  ".
           05 ws-rel-exame-id                      pic X(06).
           05 filler                               pic X(02) value spaces.
           05 ws-rel-exame-titulo                  pic X(40).
           05 filler                               pic X(25) value spaces.

       01 ws-linha-cab-impacto                     pic X(80)
          value "  MATRICULA TENT ACERTOS   NOTA ANT  NOTA NOVA  SITUACAO".

       01 ws-linha-impacto.
           05 filler                               pic X(02) value spaces.
           05 ws-imp-rel-user-id                   pic X(08).
           05 filler                               pic X(03) value spaces.
           05 ws-imp-rel-tentativa                 pic 9(02).
           05 filler                               pic X(01) value space.
           05 ws-imp-rel-acertos-ant               pic 9(03).
           05 filler                               pic X(01) value "/".
           05 ws-imp-rel-acertos-novo              pic 9(03).
           05 filler                               pic X(03) value spaces.
           05 ws-imp-rel-nota-ant                  pic ZZ9,99.
           05 filler                               pic X(05) value spaces.
           05 ws-imp-rel-nota-nova                 pic ZZ9,99.
           05 filler                               pic X(02) value spaces.
           05 ws-imp-rel-situacao                  pic X(24).
           05 filler                               pic X(11) value spaces.

       01 ws-linha-resumo-exame.
           05 filler                               pic X(14) value "  TENTATIVAS: ".
           05 ws-res-tentativas                    pic 9(07).
           05 filler                               pic X(13) value "  ALTERADAS: ".
           05 ws-res-alteradas                     pic 9(07).
           05 filler                               pic X(39) value spaces.

       01 ws-linha-cab-mudancas                    pic X(80)
          value "MUDANCAS DE SITUACAO (EMITIR OU RECOLHER CERTIFICADO)".

       01 ws-linha-mudanca.
           05 filler                               pic X(02) value spaces.
           05 ws-mud-user-id                       pic X(08).
           05 filler                               pic X(02) value spaces.
           05 ws-mud-exame-id                      pic X(06).
           05 filler                               pic X(02) value spaces.
           05 ws-mud-tentativa                     pic 9(02).
           05 filler                               pic X(02) value spaces.
           05 ws-mud-nota-ant                      pic ZZ9,99.
           05 filler                               pic X(04) value " -> ".
           05 ws-mud-nota-nova                     pic ZZ9,99.
           05 filler                               pic X(02) value spaces.
           05 ws-mud-situacao                      pic X(24).
           05 filler                               pic X(14) value spaces.

       01 ws-linha-total-mudancas.
           05 filler                               pic X(27) value "TOTAL PASSARAM A APROVADO: ".
           05 ws-tot-aprovou                       pic 9(07).
           05 filler                               pic X(24) value "  PASSARAM A REPROVADO: ".
           05 ws-tot-reprovou                      pic 9(07).
           05 filler                               pic X(15) value spaces.

       01 ws-linha-sem-pendencia                   pic X(80)
          value "NENHUMA ERRATA PENDENTE DE RECORRECAO".

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

           move function current-date to ws-data-hora-atual
           move ws-data-hora-atual(1:8) to ws-data-execucao
           move ws-data-hora-atual(9:6) to ws-hora-execucao

      *> sem arquivo de errata na interface a execucao somente recorrige
      *> as erratas ja registradas e ainda pendentes
           move "S" to ws-importacao-aberta
           open input arq-importacao
           if ws-fs-arq-importacao = "35" then
               move "N" to ws-importacao-aberta
           else
               if ws-fs-arq-importacao <> "00" then
                   move 1                                     to ws-msn-erro-ofsset
                   move ws-fs-arq-importacao                  to ws-msn-erro-cod
                   move "Erro ao abrir arq. errata.csv      "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open i-o arq-errata
           if ws-fs-arq-errata = "35" then
               open output arq-errata
               if ws-fs-arq-errata = "00" then
                   close arq-errata
                   open i-o arq-errata
               end-if
           end-if
           if     ws-fs-arq-errata  <> "00"
           and    ws-fs-arq-errata  <> "05" then
               move 2                                     to ws-msn-erro-ofsset
               move ws-fs-arq-errata                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arq-errata     "  to ws-msn-erro-text
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

           open i-o arq-questoes
           if     ws-fs-arq-questoes  <> "00"
           and    ws-fs-arq-questoes  <> "05" then
               move 4                                     to ws-msn-erro-ofsset
               move ws-fs-arq-questoes                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arq-questoes   "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arq-respostas
           if     ws-fs-arq-respostas  <> "00"
           and    ws-fs-arq-respostas  <> "05" then
               move 5                                     to ws-msn-erro-ofsset
               move ws-fs-arq-respostas                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arq-respostas  "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arq-recorrecao
           if ws-fs-arq-recorrecao = "35" then
               open output arq-recorrecao
               if ws-fs-arq-recorrecao = "00" then
                   close arq-recorrecao
                   open i-o arq-recorrecao
               end-if
           end-if
           if     ws-fs-arq-recorrecao  <> "00"
           and    ws-fs-arq-recorrecao  <> "05" then
               move 6                                     to ws-msn-erro-ofsset
               move ws-fs-arq-recorrecao                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arq-recorrecao "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arq-relatorio
           if ws-fs-arq-relatorio <> "00" then
               move 7                                     to ws-msn-erro-ofsset
               move ws-fs-arq-relatorio                   to ws-msn-erro-cod
               move "Erro ao abrir rel-recorrecao      "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-linha-cabecalho to fl-relatorio
           perform gravar-linha-relatorio
           move ws-linha-branco to fl-relatorio
           perform gravar-linha-relatorio

           move zeros to ws-cnt-lidos
                         ws-cnt-aplicados
                         ws-cnt-rejeitados
                         ws-num-linha
                         ws-cnt-aprovou
                         ws-cnt-reprovou
                         ws-rc-lidos
                         ws-rc-gravados

           .
       1000-inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Processamento: registra as erratas novas e recorrige os exames
      *> com errata pendente
      *>------------------------------------------------------------------------
       2000-processamento section.

           if ws-importacao-aberta = "S" then
               perform carregar-erratas
           end-if

           perform listar-exames-pendentes

           if ws-qtd-exames = zeros then
               move ws-linha-sem-pendencia to fl-relatorio
               perform gravar-linha-relatorio
           else
               perform varying ws-idx-exame from 1 by 1
                         until ws-idx-exame > ws-qtd-exames
                   move ws-tab-exame-id (ws-idx-exame) to ws-exame-corrente
                   perform recorrigir-exame
               end-perform

               perform listar-mudancas-situacao
           end-if

           .
       2000-processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carga do Arquivo de Errata da Interface
      *>  exame_id;seq;acao;resposta;motivo - acao T (troca de gabarito,
      *>  com a letra nova) ou A (anulacao, letra em branco)
      *>------------------------------------------------------------------------
       carregar-erratas section.

           move ws-linha-cab-errata to fl-relatorio
           perform gravar-linha-relatorio

           move "N" to ws-fim-arquivo
           read arq-importacao
               at end
                   move "S" to ws-fim-arquivo
           end-read

           perform until ws-fim-arquivo = "S"

               add 1 to ws-num-linha

               move space to ws-linha-importada
               unstring fl-importacao delimited by ";"
                   into ws-imp-exame-id
                        ws-imp-seq
                        ws-imp-acao
                        ws-imp-resposta
                        ws-imp-motivo
               end-unstring

      *> linha de cabecalho da planilha do instrutor e ignorada
               if ws-imp-exame-id <> "exame_" then
                   add 1 to ws-cnt-lidos ws-rc-lidos
                   perform processar-linha-errata
               end-if

               read arq-importacao
                   at end
                       move "S" to ws-fim-arquivo
               end-read

           end-perform

           move ws-cnt-lidos       to ws-tot-lidos
           move ws-cnt-aplicados   to ws-tot-aplicados
           move ws-cnt-rejeitados  to ws-tot-rejeitados
           move ws-linha-total-errata to fl-relatorio
           perform gravar-linha-relatorio
           move ws-linha-branco to fl-relatorio
           perform gravar-linha-relatorio

           .
       carregar-erratas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Critica e Registro de uma Linha de Errata
      *>  A troca de gabarito e aplicada de imediato em arq-questoes para as
      *>  proximas tentativas; a errata fica pendente ate a recorrecao
      *>------------------------------------------------------------------------
       processar-linha-errata section.

           move space to ws-motivo-rejeicao

           move function upper-case (ws-imp-acao)     to ws-imp-acao
           move function upper-case (ws-imp-resposta) to ws-imp-resposta

           compute ws-imp-seq-num = function numval (ws-imp-seq)

           evaluate true
               when ws-imp-exame-id = spaces
                   move "Exame nao informado"
                     to ws-motivo-rejeicao
               when ws-imp-seq-num = zeros or ws-imp-seq-num > 999
                   move "Sequencia da questao invalida"
                     to ws-motivo-rejeicao
               when ws-imp-acao <> "T" and ws-imp-acao <> "A"
                   move "Acao invalida - use T ou A"
                     to ws-motivo-rejeicao
               when ws-imp-acao = "T"
                and ws-imp-resposta <> "A" and ws-imp-resposta <> "B"
                and ws-imp-resposta <> "C" and ws-imp-resposta <> "D"
                and ws-imp-resposta <> "E"
                   move "Letra nova invalida - use A a E"
                     to ws-motivo-rejeicao
               when other
                   move ws-imp-exame-id to qt-exame-id
                   move ws-imp-seq-num  to qt-seq
                   read arq-questoes key is qt-chave
                       invalid key
                           move "Questao nao cadastrada no exame"
                             to ws-motivo-rejeicao
                   end-read
           end-evaluate

           if ws-motivo-rejeicao = spaces
           and ws-imp-acao = "T"
           and ws-imp-resposta = qt-resposta then
               move "Letra nova igual ao gabarito atual"
                 to ws-motivo-rejeicao
           end-if

           if ws-motivo-rejeicao = spaces then
               perform registrar-errata
           end-if

           move ws-num-linha    to ws-err-num-linha
           move ws-imp-exame-id to ws-err-exame-id
           move ws-imp-seq      to ws-err-seq
           move ws-imp-acao     to ws-err-acao
           move ws-imp-resposta to ws-err-resposta
           if ws-motivo-rejeicao = spaces then
               add 1 to ws-cnt-aplicados
               move "Registrada - pendente de recorrecao"
                 to ws-err-ocorrencia
           else
               add 1 to ws-cnt-rejeitados
               move ws-motivo-rejeicao to ws-err-ocorrencia
           end-if
           move ws-linha-errata to fl-relatorio
           perform gravar-linha-relatorio

           .
       processar-linha-errata-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Registro da Errata e Aplicacao da Troca de Gabarito
      *>  Errata repetida para a mesma questao substitui a anterior
      *>------------------------------------------------------------------------
       registrar-errata section.

           move "N" to ws-errata-existe
           move qt-exame-id to er-exame-id
           move qt-seq      to er-seq
           read arq-errata key is er-chave
               invalid key
                   continue
               not invalid key
                   move "S" to ws-errata-existe
           end-read

           move qt-exame-id          to er-exame-id
           move qt-seq               to er-seq
           move ws-imp-acao          to er-acao
           move qt-resposta          to er-resposta-anterior
           move ws-imp-motivo        to er-motivo
           move ws-data-execucao     to er-data
           move ws-hora-execucao     to er-hora
           move "P"                  to er-situacao
           if ws-imp-acao = "T" then
               move ws-imp-resposta  to er-resposta-nova
           else
               move space            to er-resposta-nova
           end-if

           if ws-errata-existe = "S" then
               rewrite fl-errata
           else
               write fl-errata
           end-if
           if ws-fs-arq-errata <> "00" then
               move 11                                    to ws-msn-erro-ofsset
               move ws-fs-arq-errata                      to ws-msn-erro-cod
               move "Erro ao gravar arq. arq-errata    "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-imp-acao = "T" then
               move ws-imp-resposta to qt-resposta
               rewrite fl-questoes
               if ws-fs-arq-questoes <> "00" then
                   move 12                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-questoes                    to ws-msn-erro-cod
                   move "Erro ao regravar arq-questoes     "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       registrar-errata-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Exames com Errata Pendente de Recorrecao
      *>------------------------------------------------------------------------
       listar-exames-pendentes section.

           move zeros to ws-qtd-exames

           move low-values to er-chave
           start arq-errata key is not less than er-chave
           if ws-fs-arq-errata = "00" then
               move "N" to ws-fim-errata
               perform until ws-fim-errata = "S"
                   read arq-errata next record
                       at end
                           move "S" to ws-fim-errata
                       not at end
                           if er-situacao = "P" then
                               perform incluir-exame-pendente
                           end-if
                   end-read
               end-perform
           end-if

           .
       listar-exames-pendentes-exit.
           exit.

       incluir-exame-pendente section.

           move "N" to ws-exame-listado
           perform varying ws-idx-exame from 1 by 1
                     until ws-idx-exame > ws-qtd-exames
               if ws-tab-exame-id (ws-idx-exame) = er-exame-id then
                   move "S" to ws-exame-listado
               end-if
           end-perform

           if ws-exame-listado = "N" then
               if ws-qtd-exames >= 100 then
                   move 17                                    to ws-msn-erro-ofsset
                   move "00"                                  to ws-msn-erro-cod
                   move "Exames com errata pendente acima de 100"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               add 1 to ws-qtd-exames
               move er-exame-id to ws-tab-exame-id (ws-qtd-exames)
           end-if

           .
       incluir-exame-pendente-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Recorrecao de um Exame: gabarito vigente, anulacoes registradas
      *>  e varredura completa de arq-respostas (chave pela matricula)
      *>------------------------------------------------------------------------
       recorrigir-exame section.

           move "S"   to ws-exame-tipo
           move zeros to ws-nota-corte
           move spaces to ws-rel-exame-titulo
           move ws-exame-corrente to pv-id
           read arq-prova key is pv-id
               invalid key
                   move "SIMULADO" to ws-rel-exame-titulo
               not invalid key
                   move "P"             to ws-exame-tipo
                   move pv-nota-corte   to ws-nota-corte
                   move pv-titulo       to ws-rel-exame-titulo
           end-read

           move ws-exame-corrente to ws-rel-exame-id
           move ws-linha-exame to fl-relatorio
           perform gravar-linha-relatorio
           move ws-linha-cab-impacto to fl-relatorio
           perform gravar-linha-relatorio

           perform carregar-gabarito

           move zeros to ws-cnt-tentativas
                         ws-cnt-alteradas

           move low-values to rs-chave
           start arq-respostas key is not less than rs-chave
           if ws-fs-arq-respostas = "00" then
               move "N" to ws-fim-respostas
               perform until ws-fim-respostas = "S"
                   read arq-respostas next record
                       at end
                           move "S" to ws-fim-respostas
                       not at end
                           add 1 to ws-rc-lidos
                           if rs-exame-id = ws-exame-corrente then
                               perform recorrigir-tentativa
                           end-if
                   end-read
               end-perform
           end-if

           move ws-cnt-tentativas to ws-res-tentativas
           move ws-cnt-alteradas  to ws-res-alteradas
           move ws-linha-resumo-exame to fl-relatorio
           perform gravar-linha-relatorio
           move ws-linha-branco to fl-relatorio
           perform gravar-linha-relatorio

           perform baixar-erratas-exame

           .
       recorrigir-exame-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Gabarito Vigente e Questoes Anuladas do Exame Corrente
      *>------------------------------------------------------------------------
       carregar-gabarito section.

           perform varying ws-tab-idx from 1 by 1
                     until ws-tab-idx > 999
               move space to ws-gabarito (ws-tab-idx)
               move "N"   to ws-anulada (ws-tab-idx)
           end-perform

           move ws-exame-corrente to qt-exame-id
           move zeros             to qt-seq
           start arq-questoes key is not less than qt-chave
           if ws-fs-arq-questoes = "00" then
               move "N" to ws-fim-questoes
               perform until ws-fim-questoes = "S"
                   read arq-questoes next record
                       at end
                           move "S" to ws-fim-questoes
                       not at end
                           if qt-exame-id = ws-exame-corrente then
                               add 1 to ws-rc-lidos
                               if qt-seq > zeros then
                                   move qt-resposta to ws-gabarito (qt-seq)
                               end-if
                           else
                               move "S" to ws-fim-questoes
                           end-if
                   end-read
               end-perform
           end-if

           move ws-exame-corrente to er-exame-id
           move zeros             to er-seq
           start arq-errata key is not less than er-chave
           if ws-fs-arq-errata = "00" then
               move "N" to ws-fim-errata
               perform until ws-fim-errata = "S"
                   read arq-errata next record
                       at end
                           move "S" to ws-fim-errata
                       not at end
                           if er-exame-id = ws-exame-corrente then
                               if er-acao = "A"
                               and er-seq > zeros then
                                   move "S" to ws-anulada (er-seq)
                               end-if
                           else
                               move "S" to ws-fim-errata
                           end-if
                   end-read
               end-perform
           end-if

           .
       carregar-gabarito-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Recorrecao de uma Tentativa com as mesmas regras de corrigir-exame
      *>  do P05SISC30; questao anulada vale acerto para todos
      *>------------------------------------------------------------------------
       recorrigir-tentativa section.

           add 1 to ws-cnt-tentativas
           move zeros to ws-acertos

           perform varying ws-tab-idx from 1 by 1
                     until ws-tab-idx > rs-qtd-questoes
                        or ws-tab-idx > 999

      *> tentativas antigas sem o mapa gravado seguem posicao = sequencia
               if rs-questao-seq (ws-tab-idx) is numeric
               and rs-questao-seq (ws-tab-idx) > zeros then
                   move rs-questao-seq (ws-tab-idx) to ws-seq-servida
               else
                   move ws-tab-idx to ws-seq-servida
               end-if

               if ws-anulada (ws-seq-servida) = "S" then
                   add 1 to ws-acertos
               else
                   if rs-respostas (ws-tab-idx:1) <> space
                   and rs-respostas (ws-tab-idx:1)
                     = ws-gabarito (ws-seq-servida) then
                       add 1 to ws-acertos
                   end-if
               end-if
           end-perform

           if rs-qtd-questoes > zeros then
               compute ws-nota rounded =
                       ws-acertos * 100 / rs-qtd-questoes
           else
               move zeros to ws-nota
           end-if

           if rs-tipo = "P" then
               if ws-nota >= ws-nota-corte then
                   move "S" to ws-aprovado
               else
                   move "N" to ws-aprovado
               end-if
           else
               move space to ws-aprovado
           end-if

           if ws-acertos  <> rs-acertos
           or ws-nota     <> rs-nota
           or ws-aprovado <> rs-aprovado then
               perform gravar-recorrecao
           end-if

           .
       recorrigir-tentativa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Regrava a Tentativa, Registra o Historico e a Linha de Impacto
      *>------------------------------------------------------------------------
       gravar-recorrecao section.

           add 1 to ws-cnt-alteradas

           move rs-user-id       to rg-user-id
           move rs-exame-id      to rg-exame-id
           move rs-tentativa     to rg-tentativa
           move ws-data-execucao to rg-data
           move ws-hora-execucao to rg-hora
           move rs-acertos       to rg-acertos-anterior
           move rs-nota          to rg-nota-anterior
           move rs-aprovado      to rg-aprovado-anterior
           move ws-acertos       to rg-acertos-novo
           move ws-nota          to rg-nota-nova
           move ws-aprovado      to rg-aprovado-novo

           move ws-acertos  to rs-acertos
           move ws-nota     to rs-nota
           move ws-aprovado to rs-aprovado
           rewrite fl-respostas
           if ws-fs-arq-respostas <> "00" then
               move 13                                    to ws-msn-erro-ofsset
               move ws-fs-arq-respostas                   to ws-msn-erro-cod
               move "Erro ao regravar arq-respostas    "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           add 1 to ws-rc-gravados

      *> reexecucao no mesmo segundo sobre a mesma tentativa substitui a
      *> ocorrencia do historico
           write fl-recorrecao
           if ws-fs-arq-recorrecao = "22" then
               rewrite fl-recorrecao
           end-if
           if ws-fs-arq-recorrecao <> "00" then
               move 14                                    to ws-msn-erro-ofsset
               move ws-fs-arq-recorrecao                  to ws-msn-erro-cod
               move "Erro ao gravar arq-recorrecao     "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move rg-user-id           to ws-imp-rel-user-id
           move rg-tentativa         to ws-imp-rel-tentativa
           move rg-acertos-anterior  to ws-imp-rel-acertos-ant
           move rg-acertos-novo      to ws-imp-rel-acertos-novo
           move rg-nota-anterior     to ws-imp-rel-nota-ant
           move rg-nota-nova         to ws-imp-rel-nota-nova
           perform montar-situacao
           move ws-mud-situacao      to ws-imp-rel-situacao
           move ws-linha-impacto     to fl-relatorio
           perform gravar-linha-relatorio

           .
       gravar-recorrecao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Descricao da Situacao antes/depois a partir do Historico Corrente
      *>------------------------------------------------------------------------
       montar-situacao section.

           move "N" to ws-situacao-mudou
           evaluate true
               when rg-aprovado-anterior = "N" and rg-aprovado-novo = "S"
                   move "REPROVADO -> APROVADO   " to ws-mud-situacao
                   move "S" to ws-situacao-mudou
               when rg-aprovado-anterior = "S" and rg-aprovado-novo = "N"
                   move "APROVADO -> REPROVADO   " to ws-mud-situacao
                   move "S" to ws-situacao-mudou
               when rg-aprovado-novo = "S"
                   move "APROVADO (SEM MUDANCA)  " to ws-mud-situacao
               when rg-aprovado-novo = "N"
                   move "REPROVADO (SEM MUDANCA) " to ws-mud-situacao
               when other
                   move "SIMULADO                " to ws-mud-situacao
           end-evaluate

           .
       montar-situacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Baixa das Erratas Pendentes do Exame Recorrigido
      *>------------------------------------------------------------------------
       baixar-erratas-exame section.

           move ws-exame-corrente to er-exame-id
           move zeros             to er-seq
           start arq-errata key is not less than er-chave
           if ws-fs-arq-errata = "00" then
               move "N" to ws-fim-errata
               perform until ws-fim-errata = "S"
                   read arq-errata next record
                       at end
                           move "S" to ws-fim-errata
                       not at end
                           if er-exame-id = ws-exame-corrente then
                               if er-situacao = "P" then
                                   move "R" to er-situacao
                                   rewrite fl-errata
                                   if ws-fs-arq-errata <> "00" then
                                       move 15                                    to ws-msn-erro-ofsset
                                       move ws-fs-arq-errata                      to ws-msn-erro-cod
                                       move "Erro ao baixar errata recorrigida "  to ws-msn-erro-text
                                       perform finaliza-anormal
                                   end-if
                               end-if
                           else
                               move "S" to ws-fim-errata
                           end-if
                   end-read
               end-perform
           end-if

           .
       baixar-erratas-exame-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Secao Final: Candidatos que Mudaram entre REPROVADO e APROVADO
      *>  nesta execucao, lidos do historico de recorrecoes
      *>------------------------------------------------------------------------
       listar-mudancas-situacao section.

           move ws-linha-cab-mudancas to fl-relatorio
           perform gravar-linha-relatorio

           move low-values to rg-chave
           start arq-recorrecao key is not less than rg-chave
           if ws-fs-arq-recorrecao = "00" then
               move "N" to ws-fim-recorrecao
               perform until ws-fim-recorrecao = "S"
                   read arq-recorrecao next record
                       at end
                           move "S" to ws-fim-recorrecao
                       not at end
                           if rg-data = ws-data-execucao
                           and rg-hora = ws-hora-execucao then
                               perform montar-situacao
                               if ws-situacao-mudou = "S" then
                                   perform gravar-linha-mudanca
                               end-if
                           end-if
                   end-read
               end-perform
           end-if

           move ws-cnt-aprovou  to ws-tot-aprovou
           move ws-cnt-reprovou to ws-tot-reprovou
           move ws-linha-total-mudancas to fl-relatorio
           perform gravar-linha-relatorio

           .
       listar-mudancas-situacao-exit.
           exit.

       gravar-linha-mudanca section.

           if rg-aprovado-novo = "S" then
               add 1 to ws-cnt-aprovou
           else
               add 1 to ws-cnt-reprovou
           end-if

           move rg-user-id       to ws-mud-user-id
           move rg-exame-id      to ws-mud-exame-id
           move rg-tentativa     to ws-mud-tentativa
           move rg-nota-anterior to ws-mud-nota-ant
           move rg-nota-nova     to ws-mud-nota-nova
           move ws-linha-mudanca to fl-relatorio
           perform gravar-linha-relatorio

           .
       gravar-linha-mudanca-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Gravacao de uma Linha do Relatorio
      *>------------------------------------------------------------------------
       gravar-linha-relatorio section.

           write fl-relatorio
           if ws-fs-arq-relatorio <> "00" then
               move 16                                     to ws-msn-erro-ofsset
               move ws-fs-arq-relatorio                    to ws-msn-erro-cod
               move "Erro ao gravar rel-recorrecao     "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-linha-relatorio-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Run-Control: Registro de Inicio de Execucao
      *>  Recusa a partida se a execucao anterior segue marcada em voo
      *>------------------------------------------------------------------------
       iniciar-run-control section.

           move "I"         to ws-parm-rc-funcao
           move "P05SISB93" to ws-parm-rc-programa
           move zeros       to ws-parm-rc-lidos
                               ws-parm-rc-gravados
           call "P05SISR20" using ws-parm-runcontrol

           if ws-parm-rc-retorno = "B" then
               display "P05SISB93: execucao anterior ainda em voo - abortado"
               move 8 to return-code
               stop run
           end-if

           if ws-parm-rc-retorno <> "0" then
               display "P05SISB93: erro no registro de run-control - abortado"
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
           move "P05SISB93"     to ws-parm-rc-programa
           move ws-rc-lidos      to ws-parm-rc-lidos
           move ws-rc-gravados   to ws-parm-rc-gravados
           call "P05SISR20" using ws-parm-runcontrol

           if ws-parm-rc-retorno <> "0" then
               display "P05SISB93: erro no registro de run-control"
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
           move "P05SISB93"     to ws-parm-rc-programa
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

           if ws-importacao-aberta = "S" then
               close arq-importacao
               if ws-fs-arq-importacao  <> "00" then
                   move 21                                       to ws-msn-erro-ofsset
                   move ws-fs-arq-importacao                     to ws-msn-erro-cod
                   move "Erro ao fechar arq. errata.csv      "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           close arq-errata
           if ws-fs-arq-errata  <> "00" then
               move 22                                       to ws-msn-erro-ofsset
               move ws-fs-arq-errata                         to ws-msn-erro-cod
               move "Erro ao fechar arq. arq-errata      "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arq-prova
           if ws-fs-arq-prova  <> "00" then
               move 23                                       to ws-msn-erro-ofsset
               move ws-fs-arq-prova                          to ws-msn-erro-cod
               move "Erro ao fechar arq. arq-prova       "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arq-questoes
           if ws-fs-arq-questoes  <> "00" then
               move 24                                       to ws-msn-erro-ofsset
               move ws-fs-arq-questoes                       to ws-msn-erro-cod
               move "Erro ao fechar arq. arq-questoes    "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arq-respostas
           if ws-fs-arq-respostas  <> "00" then
               move 25                                       to ws-msn-erro-ofsset
               move ws-fs-arq-respostas                      to ws-msn-erro-cod
               move "Erro ao fechar arq. arq-respostas   "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arq-recorrecao
           if ws-fs-arq-recorrecao  <> "00" then
               move 26                                       to ws-msn-erro-ofsset
               move ws-fs-arq-recorrecao                     to ws-msn-erro-cod
               move "Erro ao fechar arq. arq-recorrecao  "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arq-relatorio
           if ws-fs-arq-relatorio  <> "00" then
               move 27                                       to ws-msn-erro-ofsset
               move ws-fs-arq-relatorio                      to ws-msn-erro-cod
               move "Erro ao fechar rel-recorrecao       "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform encerrar-run-control

           stop run
           .
       3000-finaliza-exit.
           exit.
