      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P05SISB33".
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

           select arq-importacao assign to "interface/folhas-resposta.csv"
           organization is line sequential
           file status is ws-fs-arq-importacao.

           select arq-caderno assign to "arq-caderno.dat"
           organization is indexed
           access mode is dynamic
           record key is cd-id
           file status is ws-fs-arq-caderno.

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

           select arq-errata assign to "arq-errata.dat"
           organization is indexed
           access mode is dynamic
           record key is er-chave
           file status is ws-fs-arq-errata.

           select arq-respostas assign to "arq-respostas.dat"
           organization is indexed
           access mode is dynamic
           record key is rs-chave
           file status is ws-fs-arq-respostas.

           select arq-rejeitados assign to "rel-folhas-rejeitadas.txt"
           organization is line sequential
           file status is ws-fs-arq-rejeitados.

       i-o-control.


      *>----Declaração de variáveis
       data division.

      *>----Variáveis de arquivos
       file section.
      *> folha lida ou digitada: caderno;respostas;data-aplicacao
      *> respostas uma por questao na ordem do caderno: 'A' a 'E'
      *> marcada, '.' ou branco sem marcacao, '*' marcacao multipla;
      *> data de aplicacao AAAAMMDD opcional
       fd arq-importacao.
       01 fl-importacao                            pic X(1100).

      *> caderno impresso para aplicacao em papel: guarda as questoes
      *> sorteadas na ordem impressa, para a correcao da folha de
      *> respostas; a reemissao cancela o caderno anterior ainda nao
      *> corrigido do mesmo candidato na mesma prova
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

       fd arq-rejeitados.
       01 fl-rejeitados                            pic X(80).


      *>----Variáveis de trabalho
       working-storage section.

       77 ws-fs-arq-importacao                     pic X(02).
       77 ws-fs-arq-caderno                        pic X(02).
       77 ws-fs-arq-prova                          pic X(02).
       77 ws-fs-arq-questoes                       pic X(02).
       77 ws-fs-arq-errata                         pic X(02).
       77 ws-fs-arq-respostas                      pic X(02).
       77 ws-fs-arq-rejeitados                     pic X(02).

       77 ws-errata-disponivel                     pic X(01).
       77 ws-questao-anulada                       pic X(01).
       77 ws-fim-arquivo                           pic X(01).
       77 ws-fim-respostas                         pic X(01).

       77 ws-cnt-lidos                             pic 9(05).
       77 ws-cnt-corrigidos                        pic 9(05).
       77 ws-cnt-rejeitados                        pic 9(05).
       77 ws-num-linha                             pic 9(05).

       01 ws-linha-importada.
           05 ws-imp-caderno                       pic X(10).
           05 ws-imp-respostas                     pic X(999).
           05 ws-imp-data-aplicacao                pic X(08).

       77 ws-motivo-rejeicao                       pic X(40).
       77 ws-data-hora-atual                       pic X(21).

       77 ws-pos-resposta                          pic 9(04).
       77 ws-char-resposta                         pic X(01).
       77 ws-qtd-marcas                            pic 9(04). *> posicao da ultima marcacao

       77 ws-qtd-tentativas-usadas                 pic 9(02).
       77 ws-acertos                               pic 9(03).
       77 ws-nota                                  pic 9(03)v99.
       77 ws-aprovado                              pic X(01).

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
           05 ws-rej-caderno                       pic X(10).
           05 filler                               pic X(01) value spaces.
           05 ws-rej-user-id                       pic X(08).
           05 filler                               pic X(02) value spaces.
           05 ws-rej-prova-id                      pic X(06).
           05 filler                               pic X(02) value spaces.
           05 ws-rej-motivo                        pic X(40).
           05 filler                               pic X(04) value spaces.

       01 ws-linha-cabecalho                       pic X(80)
          value "LINHA  CADERNO    MATRICULA PROVA   MOTIVO DA REJEICAO".

       01 ws-linha-total.
           05 filler                               pic X(17) value "TOTAL LIDAS....: ".
           05 ws-tot-lidos                         pic 9(05).
           05 filler                               pic X(14) value "  CORRIGIDAS: ".
           05 ws-tot-corrigidos                    pic 9(05).
           05 filler                               pic X(14) value "  REJEITADAS: ".
           05 ws-tot-rejeitados                    pic 9(05).
           05 filler                               pic X(20) value spaces.


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
               move "Erro ao abrir folhas-resposta.csv "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arq-caderno
           if     ws-fs-arq-caderno  <> "00"
           and    ws-fs-arq-caderno  <> "05" then
               move 2                                     to ws-msn-erro-ofsset
               move ws-fs-arq-caderno                     to ws-msn-erro-cod
               move "Erro ao abrir arq. arq-caderno    "  to ws-msn-erro-text
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

           open input arq-questoes
           if     ws-fs-arq-questoes  <> "00"
           and    ws-fs-arq-questoes  <> "05" then
               move 4                                     to ws-msn-erro-ofsset
               move ws-fs-arq-questoes                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arq-questoes   "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *> sem errata carregada ainda o arquivo pode nao existir
           move "S" to ws-errata-disponivel
           open input arq-errata
           if ws-fs-arq-errata = "35" then
               move "N" to ws-errata-disponivel
           else
               if     ws-fs-arq-errata  <> "00"
               and    ws-fs-arq-errata  <> "05" then
                   move 5                                     to ws-msn-erro-ofsset
                   move ws-fs-arq-errata                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. arq-errata     "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open i-o arq-respostas
           if ws-fs-arq-respostas = "35" then
               open output arq-respostas
               if ws-fs-arq-respostas = "00" then
                   close arq-respostas
                   open i-o arq-respostas
               end-if
           end-if
           if     ws-fs-arq-respostas  <> "00"
           and    ws-fs-arq-respostas  <> "05" then
               move 6                                     to ws-msn-erro-ofsset
               move ws-fs-arq-respostas                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arq-respostas  "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arq-rejeitados
           if ws-fs-arq-rejeitados <> "00" then
               move 7                                     to ws-msn-erro-ofsset
               move ws-fs-arq-rejeitados                  to ws-msn-erro-cod
               move "Erro ao abrir rel-folhas-rejeitadas"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-linha-cabecalho to fl-rejeitados
           perform gravar-linha-rejeitados

           move "N"   to ws-fim-arquivo
           move zeros to ws-cnt-lidos
                         ws-cnt-corrigidos
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

               move spaces to ws-imp-caderno
                              ws-imp-respostas
                              ws-imp-data-aplicacao
               unstring fl-importacao delimited by ";"
                   into ws-imp-caderno
                        ws-imp-respostas
                        ws-imp-data-aplicacao
               end-unstring

      *> linha de cabecalho do arquivo de folhas e ignorada
               if ws-imp-caderno <> "caderno"
               and fl-importacao <> spaces then
                   add 1 to ws-cnt-lidos ws-rc-lidos
                   perform processar-folha
               end-if

               read arq-importacao
                   at end
                       move "S" to ws-fim-arquivo
               end-read

           end-perform

           move ws-cnt-lidos       to ws-tot-lidos
           move ws-cnt-corrigidos  to ws-tot-corrigidos
           move ws-cnt-rejeitados  to ws-tot-rejeitados
           move ws-linha-total     to fl-rejeitados
           perform gravar-linha-rejeitados

           .
       2000-processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Uma Folha de Respostas: legivel, de caderno conhecido e ainda
      *>  nao corrigido
      *>------------------------------------------------------------------------
       processar-folha section.

           move spaces to ws-motivo-rejeicao
           move spaces to cd-user-id
                          cd-prova-id

           perform validar-folha

           if ws-motivo-rejeicao = spaces then
               move ws-imp-caderno(1:8) to cd-id
               read arq-caderno key is cd-id
                   invalid key
                       move "Caderno desconhecido" to ws-motivo-rejeicao
                       move spaces to cd-user-id
                                      cd-prova-id
               end-read
           end-if

           if ws-motivo-rejeicao = spaces then
               evaluate cd-situacao
                   when "C"
                       move "Folha duplicada - caderno ja corrigido"
                         to ws-motivo-rejeicao
                   when "X"
                       move "Caderno cancelado por reemissao"
                         to ws-motivo-rejeicao
               end-evaluate
           end-if

           if ws-motivo-rejeicao = spaces
           and ws-qtd-marcas > cd-qtd-questoes then
               move "Folha ilegivel - marcas alem do caderno"
                 to ws-motivo-rejeicao
           end-if

           if ws-motivo-rejeicao = spaces then
               move cd-prova-id to pv-id
               read arq-prova key is pv-id
                   invalid key
                       move "Prova do caderno nao cadastrada"
                         to ws-motivo-rejeicao
               end-read
           end-if

           if ws-motivo-rejeicao = spaces then
               perform contar-tentativas
               if ws-qtd-tentativas-usadas >= 99 then
                   move "Limite de tentativas registradas"
                     to ws-motivo-rejeicao
               end-if
           end-if

           if ws-motivo-rejeicao = spaces then
               perform corrigir-folha
               perform gravar-resultado
           end-if

           if ws-motivo-rejeicao = spaces then
               add 1 to ws-cnt-corrigidos
           else
               add 1 to ws-cnt-rejeitados
               move ws-num-linha        to ws-rej-num-linha
               move ws-imp-caderno      to ws-rej-caderno
               move cd-user-id          to ws-rej-user-id
               move cd-prova-id         to ws-rej-prova-id
               move ws-motivo-rejeicao  to ws-rej-motivo
               move ws-linha-rejeitado  to fl-rejeitados
               perform gravar-linha-rejeitados
           end-if

           .
       processar-folha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Critica da Leitura: numero do caderno com 8 digitos, somente
      *>  marcacoes reconhecidas e data de aplicacao valida quando
      *>  informada
      *>------------------------------------------------------------------------
       validar-folha section.

           move zeros to ws-qtd-marcas

           if ws-imp-caderno(1:8) is not numeric
           or ws-imp-caderno(9:2) <> spaces then
               move "Folha ilegivel - numero do caderno"
                 to ws-motivo-rejeicao
           end-if

           if ws-motivo-rejeicao = spaces then
               move function upper-case (ws-imp-respostas)
                 to ws-imp-respostas
               perform varying ws-pos-resposta from 1 by 1
                         until ws-pos-resposta > 999
                   move ws-imp-respostas (ws-pos-resposta:1)
                     to ws-char-resposta
                   evaluate ws-char-resposta
                       when "A"
                       when "B"
                       when "C"
                       when "D"
                       when "E"
                       when "*"
                       when "."
                           move ws-pos-resposta to ws-qtd-marcas
                       when space
                           continue
                       when other
                           move "Folha ilegivel - marcacao desconhecida"
                             to ws-motivo-rejeicao
                   end-evaluate
               end-perform
           end-if

           if ws-motivo-rejeicao = spaces
           and ws-qtd-marcas = zeros then
               move "Folha ilegivel - nenhuma marcacao lida"
                 to ws-motivo-rejeicao
           end-if

           if ws-motivo-rejeicao = spaces
           and ws-imp-data-aplicacao <> spaces then
               if ws-imp-data-aplicacao is not numeric then
                   move "Folha ilegivel - data de aplicacao"
                     to ws-motivo-rejeicao
               else
                   if function test-date-yyyymmdd
                        (function numval (ws-imp-data-aplicacao)) <> zeros then
                       move "Folha ilegivel - data de aplicacao"
                         to ws-motivo-rejeicao
                   end-if
               end-if
           end-if

           .
       validar-folha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conta as Tentativas ja Registradas pelo Candidato nesta Prova
      *>------------------------------------------------------------------------
       contar-tentativas section.

           move zeros to ws-qtd-tentativas-usadas

           move cd-user-id  to rs-user-id
           move cd-prova-id to rs-exame-id
           move zeros       to rs-tentativa

           start arq-respostas key is not less than rs-chave
           if ws-fs-arq-respostas = "00" then
               move "N" to ws-fim-respostas
               perform until ws-fim-respostas = "S"
                   read arq-respostas next record
                       at end
                           move "S" to ws-fim-respostas
                       not at end
                           if rs-user-id = cd-user-id
                           and rs-exame-id = cd-prova-id then
                               move rs-tentativa to ws-qtd-tentativas-usadas
                           else
                               move "S" to ws-fim-respostas
                           end-if
                   end-read
               end-perform
           end-if

           .
       contar-tentativas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Correcao pelas Regras da Aplicacao em Tela: gabarito vigente da
      *>  questao impressa em cada posicao; anulada por errata vale acerto;
      *>  sem marcacao ou com marcacao multipla nao pontua
      *>------------------------------------------------------------------------
       corrigir-folha section.

           move zeros  to ws-acertos
           move spaces to rs-respostas
           move zeros  to rs-questoes-servidas

           perform varying ws-pos-resposta from 1 by 1
                     until ws-pos-resposta > cd-qtd-questoes

               move ws-imp-respostas (ws-pos-resposta:1) to ws-char-resposta
               if ws-char-resposta = "*" or ws-char-resposta = "." then
                   move space to ws-char-resposta
               end-if
               move ws-char-resposta
                 to rs-respostas (ws-pos-resposta:1)
               move cd-questao-seq (ws-pos-resposta)
                 to rs-questao-seq (ws-pos-resposta)

               perform verificar-anulacao
               if ws-questao-anulada = "S" then
                   add 1 to ws-acertos
               else
                   move cd-prova-id                     to qt-exame-id
                   move cd-questao-seq (ws-pos-resposta) to qt-seq
                   read arq-questoes key is qt-chave
                       invalid key
                           continue
                       not invalid key
                           if ws-char-resposta <> space
                           and ws-char-resposta = qt-resposta then
                               add 1 to ws-acertos
                           end-if
                   end-read
               end-if

           end-perform

           compute ws-nota rounded =
                   ws-acertos * 100 / cd-qtd-questoes

           if ws-nota >= pv-nota-corte then
               move "S" to ws-aprovado
           else
               move "N" to ws-aprovado
           end-if

           .
       corrigir-folha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Questao Anulada por Errata: credito a todos os candidatos
      *>------------------------------------------------------------------------
       verificar-anulacao section.

           move "N" to ws-questao-anulada

           if ws-errata-disponivel = "S" then
               move cd-prova-id                      to er-exame-id
               move cd-questao-seq (ws-pos-resposta) to er-seq
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
      *>  Gravacao da Tentativa em arq-respostas e Baixa do Caderno
      *>  A tentativa leva a data de aplicacao da folha, com a hora em
      *>  branco (nao informada); sem ela, a data e a hora da importacao
      *>------------------------------------------------------------------------
       gravar-resultado section.

           move function current-date to ws-data-hora-atual

           move cd-user-id               to rs-user-id
           move cd-prova-id              to rs-exame-id
           add 1 to ws-qtd-tentativas-usadas giving rs-tentativa
           move "P"                      to rs-tipo
           if ws-imp-data-aplicacao <> spaces then
               move ws-imp-data-aplicacao    to rs-data
               move spaces                   to rs-hora
           else
               move ws-data-hora-atual(1:8)  to rs-data
               move ws-data-hora-atual(9:6)  to rs-hora
           end-if
           move cd-qtd-questoes          to rs-qtd-questoes
           move ws-acertos               to rs-acertos
           move ws-nota                  to rs-nota
           move ws-aprovado              to rs-aprovado

           write fl-respostas
           if ws-fs-arq-respostas <> "00" then
               move 31                                    to ws-msn-erro-ofsset
               move ws-fs-arq-respostas                   to ws-msn-erro-cod
               move "Erro ao gravar arq. arq-respostas "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           add 1 to ws-rc-gravados

           move "C"                      to cd-situacao
           move ws-imp-data-aplicacao    to cd-data-aplicacao
           move ws-data-hora-atual(1:8)  to cd-data-correcao
           move rs-tentativa             to cd-tentativa
           rewrite fl-caderno
           if ws-fs-arq-caderno <> "00" then
               move 32                                    to ws-msn-erro-ofsset
               move ws-fs-arq-caderno                     to ws-msn-erro-cod
               move "Erro ao regravar arq-caderno      "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-resultado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Gravacao de uma Linha do Relatorio de Rejeitadas
      *>------------------------------------------------------------------------
       gravar-linha-rejeitados section.

           write fl-rejeitados
           if ws-fs-arq-rejeitados <> "00" then
               move 11                                    to ws-msn-erro-ofsset
               move ws-fs-arq-rejeitados                  to ws-msn-erro-cod
               move "Erro ao gravar rel-folhas-rejeitadas"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-linha-rejeitados-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Run-Control: Registro de Inicio de Execucao
      *>  Recusa a partida se a execucao anterior segue marcada em voo
      *>------------------------------------------------------------------------
       iniciar-run-control section.

           move "I"         to ws-parm-rc-funcao
           move "P05SISB33" to ws-parm-rc-programa
           move zeros       to ws-parm-rc-lidos
                               ws-parm-rc-gravados
           call "P05SISR20" using ws-parm-runcontrol

           if ws-parm-rc-retorno = "B" then
               display "P05SISB33: execucao anterior ainda em voo - abortado"
               move 8 to return-code
               stop run
           end-if

           if ws-parm-rc-retorno <> "0" then
               display "P05SISB33: erro no registro de run-control - abortado"
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
           move "P05SISB33"     to ws-parm-rc-programa
           move ws-rc-lidos      to ws-parm-rc-lidos
           move ws-rc-gravados   to ws-parm-rc-gravados
           call "P05SISR20" using ws-parm-runcontrol

           if ws-parm-rc-retorno <> "0" then
               display "P05SISB33: erro no registro de run-control"
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
           move "P05SISB33"     to ws-parm-rc-programa
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
               move "Erro ao fechar folhas-resposta.csv  "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arq-caderno
           if ws-fs-arq-caderno  <> "00" then
               move 22                                       to ws-msn-erro-ofsset
               move ws-fs-arq-caderno                        to ws-msn-erro-cod
               move "Erro ao fechar arq. arq-caderno     "   to ws-msn-erro-text
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

           if ws-errata-disponivel = "S" then
               close arq-errata
               if ws-fs-arq-errata  <> "00" then
                   move 25                                       to ws-msn-erro-ofsset
                   move ws-fs-arq-errata                         to ws-msn-erro-cod
                   move "Erro ao fechar arq. arq-errata      "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           close arq-respostas
           if ws-fs-arq-respostas  <> "00" then
               move 26                                       to ws-msn-erro-ofsset
               move ws-fs-arq-respostas                      to ws-msn-erro-cod
               move "Erro ao fechar arq. arq-respostas   "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arq-rejeitados
           if ws-fs-arq-rejeitados  <> "00" then
               move 27                                       to ws-msn-erro-ofsset
               move ws-fs-arq-rejeitados                     to ws-msn-erro-cod
               move "Erro ao fechar rel-folhas-rejeitadas"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform encerrar-run-control

           stop run
           .
       3000-finaliza-exit.
           exit.
