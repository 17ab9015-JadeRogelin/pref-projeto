      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P05SISB71".
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

           select arq-parametro assign to "param-conluio.txt"
           organization is line sequential
           file status is ws-fs-arq-parametro.

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

           select arq-errata assign to "arq-errata.dat"
           organization is indexed
           access mode is dynamic
           record key is er-chave
           file status is ws-fs-arq-errata.

           select arq-relatorio assign to "rel-conluio.txt"
           organization is line sequential
           file status is ws-fs-arq-relatorio.

       i-o-control.


      *>----Declaração de variáveis
       data division.

      *>----Variáveis de arquivos
       file section.
       fd arq-parametro.
       01 fl-parametro                             pic X(80).

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

      *> errata do gabarito: questao anulada nao conta como erro
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

       fd arq-relatorio.
       01 fl-relatorio                             pic X(80).


      *>----Variáveis de trabalho
       working-storage section.

       77 ws-fs-arq-parametro                      pic X(02).
       77 ws-fs-arq-prova                          pic X(02).
       77 ws-fs-arq-questoes                       pic X(02).
       77 ws-fs-arq-respostas                      pic X(02).
       77 ws-fs-arq-errata                         pic X(02).
       77 ws-fs-arq-relatorio                      pic X(02).

       77 ws-errata-disponivel                     pic X(01).
       77 ws-fim-provas                            pic X(01).
       77 ws-fim-questoes                          pic X(01).
       77 ws-fim-respostas                         pic X(01).

      *> parametros: limiar da pontuacao (0 a 100), janela de proximidade
      *> em minutos e minimo de erros iguais para o par ser avaliado
       77 ws-limiar-pontuacao                      pic 9(03).
       77 ws-janela-minutos                        pic 9(05).
       77 ws-minimo-erros-iguais                   pic 9(03).

       77 ws-parm-campo                            pic X(10).
       77 ws-parm-valor                            pic 9(05).
       77 ws-parm-tam                              pic 9(02).
       77 ws-parm-pos                              pic 9(02).
       77 ws-parm-valido                           pic X(01).
       77 ws-parm-fim                              pic X(01).
       77 ws-parm-limiar                           pic X(10).
       77 ws-parm-janela                           pic X(10).
       77 ws-parm-minimo                           pic X(10).

       77 ws-maior-seq                             pic 9(03).
       77 ws-pos                                   pic 9(04).
       77 ws-seq-servida                           pic 9(03).

       01 ws-tab-gabarito.
           05 ws-gab-questao occurs 999 times.
               10 ws-gabarito                       pic X(01).
               10 ws-anulada                        pic X(01).

      *> tentativas da prova corrente, respostas alinhadas pela sequencia
      *> da questao no banco (e nao pela posicao servida)
       77 ws-max-tentativas-tab                    pic 9(04) value 300.
       77 ws-qtd-tentativas                        pic 9(04).
       77 ws-tentativas-excedentes                 pic 9(05).
       01 ws-tab-tentativas.
           05 ws-tt-registro occurs 300 times.
               10 ws-tt-user-id                     pic X(08).
               10 ws-tt-num-tentativa               pic 9(02).
               10 ws-tt-data                        pic X(08).
               10 ws-tt-hora                        pic X(06).
               10 ws-tt-minuto-abs                  pic 9(11) comp.
               10 ws-tt-resposta-seq                pic X(999).

       77 ws-idx-a                                 pic 9(04).
       77 ws-idx-b                                 pic 9(04).
       77 ws-idx-inicio                            pic 9(04).
       77 ws-erros-comuns                          pic 9(03).
       77 ws-erros-iguais                          pic 9(03).
       77 ws-letra-a                               pic X(01).
       77 ws-letra-b                               pic X(01).
       77 ws-dif-minutos                           pic 9(11) comp.
       77 ws-pct-iguais                            pic 9(03)v99.
       77 ws-proximidade                           pic 9(03)v99.
       77 ws-pontuacao                             pic 9(03)v99.
       77 ws-hora-num                              pic 9(02).
       77 ws-minuto-num                            pic 9(02).

      *> pares acima do limiar, mantidos em ordem decrescente de pontuacao
       77 ws-max-suspeitos                         pic 9(04) value 2000.
       77 ws-qtd-suspeitos                         pic 9(04).
       77 ws-pares-descartados                     pic 9(07).
       77 ws-ins-pos                               pic 9(04).
       77 ws-desl-idx                              pic 9(04).
       01 ws-tab-suspeitos.
           05 ws-sp-par occurs 2000 times.
               10 ws-sp-pontuacao                   pic 9(03)v99.
               10 ws-sp-prova-id                    pic X(06).
               10 ws-sp-user-a                      pic X(08).
               10 ws-sp-tent-a                      pic 9(02).
               10 ws-sp-user-b                      pic X(08).
               10 ws-sp-tent-b                      pic 9(02).
               10 ws-sp-erros-iguais                pic 9(03).
               10 ws-sp-erros-comuns                pic 9(03).
               10 ws-sp-dif-minutos                 pic 9(05).
       01 ws-sp-novo.
           05 ws-nv-pontuacao                      pic 9(03)v99.
           05 ws-nv-prova-id                       pic X(06).
           05 ws-nv-user-a                         pic X(08).
           05 ws-nv-tent-a                         pic 9(02).
           05 ws-nv-user-b                         pic X(08).
           05 ws-nv-tent-b                         pic 9(02).
           05 ws-nv-erros-iguais                   pic 9(03).
           05 ws-nv-erros-comuns                   pic 9(03).
           05 ws-nv-dif-minutos                    pic 9(05).

       77 ws-cnt-provas                            pic 9(05).
       77 ws-cnt-pares                             pic 9(09).
       77 ws-rank                                  pic 9(04).


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
          value "TRIAGEM DE CONLUIO - PARES DE TENTATIVAS COM ERROS COINCIDENTES".

       01 ws-linha-parametros.
           05 filler                               pic X(09) value "LIMIAR: ".
           05 ws-rel-limiar                        pic 9(03).
           05 filler                               pic X(18) value "  JANELA (MIN): ".
           05 ws-rel-janela                        pic 9(05).
           05 filler                               pic X(24) value "  MINIMO ERROS IGUAIS: ".
           05 ws-rel-minimo                        pic 9(03).
           05 filler                               pic X(18) value spaces.

       01 ws-linha-sub-cabecalho                   pic X(80)
          value "RANK PONTOS PROVA  MATRIC.A TA MATRIC.B TB IGUAIS/COMUNS DIF.MIN".

       01 ws-linha-par.
           05 ws-rel-rank                          pic 9(04).
           05 filler                               pic X(01) value spaces.
           05 ws-rel-pontuacao                     pic 9(03),99.
           05 filler                               pic X(01) value spaces.
           05 ws-rel-prova-id                      pic X(06).
           05 filler                               pic X(01) value spaces.
           05 ws-rel-user-a                        pic X(08).
           05 filler                               pic X(01) value spaces.
           05 ws-rel-tent-a                        pic 9(02).
           05 filler                               pic X(01) value spaces.
           05 ws-rel-user-b                        pic X(08).
           05 filler                               pic X(01) value spaces.
           05 ws-rel-tent-b                        pic 9(02).
           05 filler                               pic X(01) value spaces.
           05 ws-rel-erros-iguais                  pic 9(03).
           05 filler                               pic X(01) value "/".
           05 ws-rel-erros-comuns                  pic 9(03).
           05 filler                               pic X(08) value spaces.
           05 ws-rel-dif-minutos                   pic 9(05).
           05 filler                               pic X(17) value spaces.

       01 ws-linha-excedente.
           05 filler                               pic X(07) value "PROVA  ".
           05 ws-rel-exc-prova-id                  pic X(06).
           05 filler                               pic X(28) value ": tentativas nao comparadas ".
           05 ws-rel-exc-qtd                       pic 9(05).
           05 filler                               pic X(34) value spaces.

       01 ws-linha-total.
           05 filler                               pic X(17) value "PROVAS.........: ".
           05 ws-tot-provas                        pic 9(05).
           05 filler                               pic X(11) value "  PARES: ".
           05 ws-tot-pares                         pic 9(09).
           05 filler                               pic X(16) value "  SUSPEITOS: ".
           05 ws-tot-suspeitos                     pic 9(04).
           05 filler                               pic X(18) value spaces.

       01 ws-linha-descartados.
           05 filler                               pic X(43)
              value "PARES ACIMA DO LIMIAR FORA DA LISTAGEM...: ".
           05 ws-tot-descartados                   pic 9(07).
           05 filler                               pic X(30) value spaces.

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
      *> Inicialização: todos os arquivos de dados sao abertos somente para
      *> leitura - a triagem nunca altera resultados
      *>------------------------------------------------------------------------
       1000-inicializa section.

           perform iniciar-run-control

           perform ler-parametro-conluio

           open input arq-prova
           if     ws-fs-arq-prova  <> "00"
           and    ws-fs-arq-prova  <> "05" then
               move 2                                     to ws-msn-erro-ofsset
               move ws-fs-arq-prova                       to ws-msn-erro-cod
               move "Erro ao abrir arq. arq-prova      "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arq-questoes
           if     ws-fs-arq-questoes  <> "00"
           and    ws-fs-arq-questoes  <> "05" then
               move 3                                     to ws-msn-erro-ofsset
               move ws-fs-arq-questoes                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arq-questoes   "  to ws-msn-erro-text
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

      *> sem errata registrada ainda o arquivo pode nao existir
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

           open output arq-relatorio
           if ws-fs-arq-relatorio <> "00" then
               move 6                                     to ws-msn-erro-ofsset
               move ws-fs-arq-relatorio                   to ws-msn-erro-cod
               move "Erro ao abrir rel-conluio         "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-linha-cabecalho to fl-relatorio
           perform gravar-linha-relatorio
           move ws-limiar-pontuacao    to ws-rel-limiar
           move ws-janela-minutos      to ws-rel-janela
           move ws-minimo-erros-iguais to ws-rel-minimo
           move ws-linha-parametros to fl-relatorio
           perform gravar-linha-relatorio
           move ws-linha-branco to fl-relatorio
           perform gravar-linha-relatorio

           move zeros to ws-cnt-provas
                         ws-cnt-pares
                         ws-qtd-suspeitos
                         ws-pares-descartados
                         ws-rc-lidos

           .
       1000-inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Leitura dos Parametros "limiar;janela;minimo"; arquivo ausente ou
      *>  campo em branco usa o padrao (70; 30 minutos; 3 erros iguais)
      *>------------------------------------------------------------------------
       ler-parametro-conluio section.

           move 70 to ws-limiar-pontuacao
           move 30 to ws-janela-minutos
           move 3  to ws-minimo-erros-iguais

           open input arq-parametro
           if ws-fs-arq-parametro = "00" then
               read arq-parametro
                   at end
                       continue
                   not at end
                       move spaces to ws-parm-limiar
                                      ws-parm-janela
                                      ws-parm-minimo
                       unstring fl-parametro delimited by ";"
                           into ws-parm-limiar
                                ws-parm-janela
                                ws-parm-minimo
                       end-unstring

                       move ws-parm-limiar to ws-parm-campo
                       perform criticar-campo-parametro
                       if ws-parm-tam > 0 then
                           if ws-parm-valor > 100 then
                               move "N" to ws-parm-valido
                               perform parametro-invalido
                           end-if
                           move ws-parm-valor to ws-limiar-pontuacao
                       end-if

                       move ws-parm-janela to ws-parm-campo
                       perform criticar-campo-parametro
                       if ws-parm-tam > 0 then
                           move ws-parm-valor to ws-janela-minutos
                       end-if

                       move ws-parm-minimo to ws-parm-campo
                       perform criticar-campo-parametro
                       if ws-parm-tam > 0 then
                           if ws-parm-valor > 999 then
                               move "N" to ws-parm-valido
                               perform parametro-invalido
                           end-if
                           move ws-parm-valor to ws-minimo-erros-iguais
                       end-if
               end-read

               close arq-parametro
               if ws-fs-arq-parametro <> "00" then
                   move 1                                     to ws-msn-erro-ofsset
                   move ws-fs-arq-parametro                   to ws-msn-erro-cod
                   move "Erro ao fechar param-conluio      "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       ler-parametro-conluio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Critica de um Campo do Parametro: 1 a 5 digitos; campo em branco
      *>  mantem o padrao; valor mal formado e erro - nunca e substituido
      *>  em silencio pelo padrao
      *>------------------------------------------------------------------------
       criticar-campo-parametro section.

           move zeros to ws-parm-tam
                         ws-parm-valor
           move "S"   to ws-parm-valido
           move "N"   to ws-parm-fim

           perform varying ws-parm-pos from 1 by 1
                     until ws-parm-pos > 10
                        or ws-parm-fim = "S"
               if ws-parm-campo(ws-parm-pos:1) = space then
                   move "S" to ws-parm-fim
               else
                   if ws-parm-campo(ws-parm-pos:1) is numeric then
                       move ws-parm-pos to ws-parm-tam
                   else
                       move "N" to ws-parm-valido
                   end-if
               end-if
           end-perform

           if ws-parm-tam > 0 then
               if ws-parm-valido = "N"
               or ws-parm-tam > 5 then
                   perform parametro-invalido
               end-if

               compute ws-parm-valor =
                       function numval (ws-parm-campo(1:ws-parm-tam))
           end-if

           .
       criticar-campo-parametro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Parametro Mal Formado: encerra sem produzir relatorio
      *>------------------------------------------------------------------------
       parametro-invalido section.

           move 7                                     to ws-msn-erro-ofsset
           move "00"                                  to ws-msn-erro-cod
           move "Parametro de conluio invalido     "  to ws-msn-erro-text
           perform finaliza-anormal

           .
       parametro-invalido-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Processamento: compara os pares de cada prova e lista os suspeitos
      *> em ordem decrescente de pontuacao
      *>------------------------------------------------------------------------
       2000-processamento section.

           move "N" to ws-fim-provas
           perform until ws-fim-provas = "S"
               read arq-prova next record
                   at end
                       move "S" to ws-fim-provas
                   not at end
                       add 1 to ws-rc-lidos ws-cnt-provas
                       perform processar-prova
               end-read
           end-perform

           perform listar-suspeitos

           .
       2000-processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Triagem de uma Prova
      *>------------------------------------------------------------------------
       processar-prova section.

           perform carregar-gabarito
           perform carregar-tentativas

           if ws-tentativas-excedentes > zeros then
               move pv-id                    to ws-rel-exc-prova-id
               move ws-tentativas-excedentes to ws-rel-exc-qtd
               move ws-linha-excedente       to fl-relatorio
               perform gravar-linha-relatorio
           end-if

      *> tentativas do mesmo candidato nao formam par
           perform varying ws-idx-a from 1 by 1
                     until ws-idx-a >= ws-qtd-tentativas
               compute ws-idx-inicio = ws-idx-a + 1
               perform varying ws-idx-b from ws-idx-inicio by 1
                         until ws-idx-b > ws-qtd-tentativas
                   if ws-tt-user-id (ws-idx-a) <>
                      ws-tt-user-id (ws-idx-b) then
                       add 1 to ws-cnt-pares
                       perform comparar-par
                   end-if
               end-perform
           end-perform

           .
       processar-prova-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Gabarito por Sequencia de Questao, com as anulacoes da errata
      *>------------------------------------------------------------------------
       carregar-gabarito section.

           move zeros to ws-maior-seq
           perform varying ws-pos from 1 by 1
                     until ws-pos > 999
               move space to ws-gabarito (ws-pos)
               move "N"   to ws-anulada (ws-pos)
           end-perform

           move pv-id to qt-exame-id
           move zeros to qt-seq
           start arq-questoes key is not less than qt-chave
           if ws-fs-arq-questoes = "00" then
               move "N" to ws-fim-questoes
               perform until ws-fim-questoes = "S"
                   read arq-questoes next record
                       at end
                           move "S" to ws-fim-questoes
                       not at end
                           if qt-exame-id = pv-id then
                               add 1 to ws-rc-lidos
                               if qt-seq > zeros then
                                   move qt-resposta to ws-gabarito (qt-seq)
                                   if qt-seq > ws-maior-seq then
                                       move qt-seq to ws-maior-seq
                                   end-if
                               end-if
                           else
                               move "S" to ws-fim-questoes
                           end-if
                   end-read
               end-perform
           end-if

           if ws-errata-disponivel = "S" then
               move pv-id to er-exame-id
               move zeros to er-seq
               start arq-errata key is not less than er-chave
               if ws-fs-arq-errata = "00" then
                   move "N" to ws-fim-questoes
                   perform until ws-fim-questoes = "S"
                       read arq-errata next record
                           at end
                               move "S" to ws-fim-questoes
                           not at end
                               if er-exame-id = pv-id then
                                   if er-acao = "A"
                                   and er-seq > zeros then
                                       move "S" to ws-anulada (er-seq)
                                   end-if
                               else
                                   move "S" to ws-fim-questoes
                               end-if
                       end-read
                   end-perform
               end-if
           end-if

           .
       carregar-gabarito-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Tentativas da Prova Corrente. A chave de arq-respostas comeca pela
      *>  matricula: as tentativas estao espalhadas e a varredura e completa
      *>------------------------------------------------------------------------
       carregar-tentativas section.

           move zeros to ws-qtd-tentativas
                         ws-tentativas-excedentes

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
                           if rs-exame-id = pv-id
                           and rs-tipo = "P" then
                               if ws-qtd-tentativas < ws-max-tentativas-tab then
                                   perform incluir-tentativa
                               else
                                   add 1 to ws-tentativas-excedentes
                               end-if
                           end-if
                   end-read
               end-perform
           end-if

           .
       carregar-tentativas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Inclui a Tentativa na Tabela: resposta indexada pela sequencia
      *>  servida; tentativas antigas sem o mapa seguem posicao = sequencia
      *>------------------------------------------------------------------------
       incluir-tentativa section.

           add 1 to ws-qtd-tentativas
           move rs-user-id   to ws-tt-user-id   (ws-qtd-tentativas)
           move rs-tentativa to ws-tt-num-tentativa (ws-qtd-tentativas)
           move rs-data      to ws-tt-data      (ws-qtd-tentativas)
           move rs-hora      to ws-tt-hora      (ws-qtd-tentativas)
           move spaces       to ws-tt-resposta-seq (ws-qtd-tentativas)

           move zeros to ws-tt-minuto-abs (ws-qtd-tentativas)
           if rs-data is numeric
           and rs-hora is numeric then
               move rs-hora(1:2) to ws-hora-num
               move rs-hora(3:2) to ws-minuto-num
               compute ws-tt-minuto-abs (ws-qtd-tentativas) =
                       function integer-of-date (function numval (rs-data))
                       * 1440 + ws-hora-num * 60 + ws-minuto-num
           end-if

           perform varying ws-pos from 1 by 1
                     until ws-pos > rs-qtd-questoes
                        or ws-pos > 999
               if rs-questao-seq (ws-pos) is numeric
               and rs-questao-seq (ws-pos) > zeros then
                   move rs-questao-seq (ws-pos) to ws-seq-servida
               else
                   move ws-pos to ws-seq-servida
               end-if
               move rs-respostas (ws-pos:1)
                 to ws-tt-resposta-seq (ws-qtd-tentativas)
                    (ws-seq-servida:1)
           end-perform

           .
       incluir-tentativa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Compara um Par de Tentativas: questoes erradas por ambos, das
      *>  quais quantas com a mesma alternativa; pontuacao = 80% pela
      *>  coincidencia dos erros + 20% pela proximidade do inicio
      *>------------------------------------------------------------------------
       comparar-par section.

           move zeros to ws-erros-comuns
                         ws-erros-iguais

           perform varying ws-pos from 1 by 1
                     until ws-pos > ws-maior-seq
               move ws-tt-resposta-seq (ws-idx-a) (ws-pos:1) to ws-letra-a
               move ws-tt-resposta-seq (ws-idx-b) (ws-pos:1) to ws-letra-b
               if ws-letra-a <> space
               and ws-letra-b <> space
               and ws-gabarito (ws-pos) <> space
               and ws-anulada (ws-pos) = "N"
               and ws-letra-a <> ws-gabarito (ws-pos)
               and ws-letra-b <> ws-gabarito (ws-pos) then
                   add 1 to ws-erros-comuns
                   if ws-letra-a = ws-letra-b then
                       add 1 to ws-erros-iguais
                   end-if
               end-if
           end-perform

           if ws-erros-iguais >= ws-minimo-erros-iguais
           and ws-erros-iguais > zeros then
               compute ws-pct-iguais rounded =
                       ws-erros-iguais * 100 / ws-erros-comuns

               if ws-tt-minuto-abs (ws-idx-a) >= ws-tt-minuto-abs (ws-idx-b) then
                   compute ws-dif-minutos = ws-tt-minuto-abs (ws-idx-a)
                                          - ws-tt-minuto-abs (ws-idx-b)
               else
                   compute ws-dif-minutos = ws-tt-minuto-abs (ws-idx-b)
                                          - ws-tt-minuto-abs (ws-idx-a)
               end-if

               move zeros to ws-proximidade
               if ws-janela-minutos > zeros
               and ws-tt-minuto-abs (ws-idx-a) > zeros
               and ws-tt-minuto-abs (ws-idx-b) > zeros
               and ws-dif-minutos < ws-janela-minutos then
                   compute ws-proximidade rounded =
                           (ws-janela-minutos - ws-dif-minutos) * 100
                           / ws-janela-minutos
               end-if

               compute ws-pontuacao rounded =
                       ws-pct-iguais * 0,8 + ws-proximidade * 0,2

               if ws-pontuacao >= ws-limiar-pontuacao then
                   move ws-pontuacao              to ws-nv-pontuacao
                   move pv-id                     to ws-nv-prova-id
                   move ws-tt-user-id (ws-idx-a)  to ws-nv-user-a
                   move ws-tt-num-tentativa (ws-idx-a) to ws-nv-tent-a
                   move ws-tt-user-id (ws-idx-b)  to ws-nv-user-b
                   move ws-tt-num-tentativa (ws-idx-b) to ws-nv-tent-b
                   move ws-erros-iguais           to ws-nv-erros-iguais
                   move ws-erros-comuns           to ws-nv-erros-comuns
                   if ws-dif-minutos > 99999 then
                       move 99999 to ws-nv-dif-minutos
                   else
                       move ws-dif-minutos to ws-nv-dif-minutos
                   end-if
                   perform incluir-suspeito
               end-if
           end-if

           .
       comparar-par-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Inclui o Par na Lista Ordenada; lista cheia descarta o de menor
      *>  pontuacao (contado no rodape do relatorio)
      *>------------------------------------------------------------------------
       incluir-suspeito section.

           move 1 to ws-ins-pos
           perform until ws-ins-pos > ws-qtd-suspeitos
                      or ws-sp-pontuacao (ws-ins-pos) < ws-nv-pontuacao
               add 1 to ws-ins-pos
           end-perform

           if ws-ins-pos > ws-max-suspeitos then
               add 1 to ws-pares-descartados
           else
               if ws-qtd-suspeitos < ws-max-suspeitos then
                   add 1 to ws-qtd-suspeitos
               else
                   add 1 to ws-pares-descartados
               end-if

               perform varying ws-desl-idx from ws-qtd-suspeitos by -1
                         until ws-desl-idx <= ws-ins-pos
                   move ws-sp-par (ws-desl-idx - 1)
                     to ws-sp-par (ws-desl-idx)
               end-perform

               move ws-sp-novo to ws-sp-par (ws-ins-pos)
           end-if

           .
       incluir-suspeito-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Relatorio dos Pares Suspeitos, do maior para o menor
      *>------------------------------------------------------------------------
       listar-suspeitos section.

           move ws-linha-branco to fl-relatorio
           perform gravar-linha-relatorio
           move ws-linha-sub-cabecalho to fl-relatorio
           perform gravar-linha-relatorio

           perform varying ws-rank from 1 by 1
                     until ws-rank > ws-qtd-suspeitos
               move ws-rank                          to ws-rel-rank
               move ws-sp-pontuacao    (ws-rank)     to ws-rel-pontuacao
               move ws-sp-prova-id     (ws-rank)     to ws-rel-prova-id
               move ws-sp-user-a       (ws-rank)     to ws-rel-user-a
               move ws-sp-tent-a       (ws-rank)     to ws-rel-tent-a
               move ws-sp-user-b       (ws-rank)     to ws-rel-user-b
               move ws-sp-tent-b       (ws-rank)     to ws-rel-tent-b
               move ws-sp-erros-iguais (ws-rank)     to ws-rel-erros-iguais
               move ws-sp-erros-comuns (ws-rank)     to ws-rel-erros-comuns
               move ws-sp-dif-minutos  (ws-rank)     to ws-rel-dif-minutos
               move ws-linha-par                     to fl-relatorio
               perform gravar-linha-relatorio
           end-perform

           move ws-linha-branco to fl-relatorio
           perform gravar-linha-relatorio

           move ws-cnt-provas    to ws-tot-provas
           move ws-cnt-pares     to ws-tot-pares
           move ws-qtd-suspeitos to ws-tot-suspeitos
           move ws-linha-total   to fl-relatorio
           perform gravar-linha-relatorio

           if ws-pares-descartados > zeros then
               move ws-pares-descartados to ws-tot-descartados
               move ws-linha-descartados to fl-relatorio
               perform gravar-linha-relatorio
           end-if

           .
       listar-suspeitos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Gravacao de uma Linha do Relatorio
      *>------------------------------------------------------------------------
       gravar-linha-relatorio section.

           write fl-relatorio
           if ws-fs-arq-relatorio <> "00" then
               move 11                                     to ws-msn-erro-ofsset
               move ws-fs-arq-relatorio                    to ws-msn-erro-cod
               move "Erro ao gravar rel-conluio        "   to ws-msn-erro-text
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
           move "P05SISB71" to ws-parm-rc-programa
           move zeros       to ws-parm-rc-lidos
                               ws-parm-rc-gravados
           move zeros       to ws-rc-lidos
                               ws-rc-gravados
           call "P05SISR20" using ws-parm-runcontrol

           if ws-parm-rc-retorno = "B" then
               display "P05SISB71: execucao anterior ainda em voo - abortado"
               move 8 to return-code
               stop run
           end-if

           if ws-parm-rc-retorno <> "0" then
               display "P05SISB71: erro no registro de run-control - abortado"
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
           move "P05SISB71"     to ws-parm-rc-programa
           move ws-rc-lidos      to ws-parm-rc-lidos
           move ws-rc-gravados   to ws-parm-rc-gravados
           call "P05SISR20" using ws-parm-runcontrol

           if ws-parm-rc-retorno <> "0" then
               display "P05SISB71: erro no registro de run-control"
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
           move "P05SISB71"     to ws-parm-rc-programa
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

           close arq-questoes
           if ws-fs-arq-questoes  <> "00" then
               move 22                                       to ws-msn-erro-ofsset
               move ws-fs-arq-questoes                       to ws-msn-erro-cod
               move "Erro ao fechar arq. arq-questoes    "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arq-respostas
           if ws-fs-arq-respostas  <> "00" then
               move 23                                       to ws-msn-erro-ofsset
               move ws-fs-arq-respostas                      to ws-msn-erro-cod
               move "Erro ao fechar arq. arq-respostas   "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-errata-disponivel = "S" then
               close arq-errata
               if ws-fs-arq-errata  <> "00" then
                   move 24                                       to ws-msn-erro-ofsset
                   move ws-fs-arq-errata                         to ws-msn-erro-cod
                   move "Erro ao fechar arq. arq-errata      "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           close arq-relatorio
           if ws-fs-arq-relatorio  <> "00" then
               move 25                                       to ws-msn-erro-ofsset
               move ws-fs-arq-relatorio                      to ws-msn-erro-cod
               move "Erro ao fechar rel-conluio          "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform encerrar-run-control

           stop run
           .
       3000-finaliza-exit.
           exit.
