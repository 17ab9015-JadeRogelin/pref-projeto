      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P05SISB32".
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

           select arq-parametro assign to "param-cadernos.txt"
           organization is line sequential
           file status is ws-fs-arq-parametro.

           select arq-lista assign to "interface/cadernos-lista.csv"
           organization is line sequential
           file status is ws-fs-arq-lista.

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

           select arq-questoes assign to "arq-questoes.dat"
           organization is indexed
           access mode is dynamic
           record key is qt-chave
           file status is ws-fs-arq-questoes.

           select arq-questoes-versao assign to "arq-questoes-versao.dat"
           organization is indexed
           access mode is dynamic
           record key is qv-chave
           file status is ws-fs-arq-questoes-versao.

           select arq-inscricao assign to "arq-inscricao.dat"
           organization is indexed
           access mode is dynamic
           record key is in-chave
           file status is ws-fs-arq-inscricao.

           select arq-caderno assign to "arq-caderno.dat"
           organization is indexed
           access mode is dynamic
           record key is cd-id
           file status is ws-fs-arq-caderno.

           select arq-respostas assign to "arq-respostas.dat"
           organization is indexed
           access mode is dynamic
           record key is rs-chave
           file status is ws-fs-arq-respostas.

           select arq-politica-prova assign to "arq-politica-prova.dat"
           organization is indexed
           access mode is dynamic
           record key is pp-prova-id
           file status is ws-fs-arq-politica-prova.

           select arq-acomodacao assign to "arq-acomodacao.dat"
           organization is indexed
           access mode is dynamic
           record key is ac-chave
           file status is ws-fs-arq-acomodacao.

           select arq-cadernos assign to "rel-cadernos.txt"
           organization is line sequential
           file status is ws-fs-arq-cadernos.

           select arq-folhas assign to "rel-folhas-resposta.txt"
           organization is line sequential
           file status is ws-fs-arq-folhas.

           select arq-rejeitados assign to "rel-cadernos-rejeitados.txt"
           organization is line sequential
           file status is ws-fs-arq-rejeitados.

       i-o-control.


      *>----Declaração de variáveis
       data division.

      *>----Variáveis de arquivos
       file section.
      *> prova (colunas 1-6) e origem dos candidatos apos ';':
      *> 'I'-nscritos na prova (padrao) ou 'L'-ista de matriculas
       fd arq-parametro.
       01 fl-parametro                             pic X(80).

      *> uma matricula por linha; linha de cabecalho user_id ignorada
       fd arq-lista.
       01 fl-lista                                 pic X(80).

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

       fd arq-inscricao.
       01 fl-inscricao.
           05 in-chave.
               10 in-user-id                        pic X(08).
               10 in-prova-id                       pic X(06).
           05 in-data-inscricao                    pic X(08). *> AAAAMMDD
           05 in-origem                            pic X(01). *> 'T'-ela; 'C'-arga de lista
           05 in-situacao                          pic X(01). *> 'A'-tiva; 'C'-ancelada
           05 in-user-id-resp                      pic X(08).

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

      *> politica de retomada da prova; prova sem politica cadastrada
      *> admite uma unica tentativa
       fd arq-politica-prova.
       01 fl-politica-prova.
           05 pp-prova-id                          pic X(06).
           05 pp-max-tentativas                    pic 9(02). *> zeros sem limite
           05 pp-dias-intervalo                    pic 9(03). *> dias minimos entre tentativas
           05 pp-user-id                           pic X(08).
           05 pp-data-alteracao                    pic X(08).

      *> acomodacao concedida ao candidato; exame em branco vale para
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
           05 ac-qtd-usos                          pic 9(03).
           05 ac-data-ult-uso                      pic X(08).

       fd arq-cadernos.
       01 fl-cadernos                              pic X(80).

       fd arq-folhas.
       01 fl-folhas                                pic X(80).

       fd arq-rejeitados.
       01 fl-rejeitados                            pic X(80).


      *>----Variáveis de trabalho
       working-storage section.

       77 ws-fs-arq-parametro                      pic X(02).
       77 ws-fs-arq-lista                          pic X(02).
       77 ws-fs-arq-prova                          pic X(02).
       77 ws-fs-arq-usuarios                       pic X(02).
       77 ws-fs-arq-questoes                       pic X(02).
       77 ws-fs-arq-questoes-versao                pic X(02).
       77 ws-fs-arq-inscricao                      pic X(02).
       77 ws-fs-arq-caderno                        pic X(02).
       77 ws-fs-arq-respostas                      pic X(02).
       77 ws-fs-arq-politica-prova                 pic X(02).
       77 ws-fs-arq-acomodacao                     pic X(02).
       77 ws-fs-arq-cadernos                       pic X(02).
       77 ws-fs-arq-folhas                         pic X(02).
       77 ws-fs-arq-rejeitados                     pic X(02).

       77 ws-versao-disponivel                     pic X(01).
       77 ws-inscricao-disponivel                  pic X(01).
       77 ws-respostas-disponivel                  pic X(01).
       77 ws-politica-disponivel                   pic X(01).
       77 ws-acomodacao-disponivel                 pic X(01).
       77 ws-acomodacao-vigente                    pic X(01).
       77 ws-fim-respostas                         pic X(01).
       77 ws-questao-ativa                         pic X(01).
       77 ws-fim-arquivo                           pic X(01).
       77 ws-fim-questoes                          pic X(01).

       77 ws-prova-id                              pic X(06).
       77 ws-origem                                pic X(01). *> 'I'-nscritos; 'L'-ista
       77 ws-matricula                             pic X(08).
       77 ws-motivo-rejeicao                       pic X(40).
       77 ws-num-linha                             pic 9(05).

       77 ws-cnt-lidos                             pic 9(05).
       77 ws-cnt-emitidos                          pic 9(05).
       77 ws-cnt-cancelados                        pic 9(05).
       77 ws-cnt-rejeitados                        pic 9(05).

       77 ws-ult-caderno                           pic 9(08).
       77 ws-data-hora-atual                       pic X(21).
       77 ws-data-emissao                          pic X(08).

      *> politica de retomada da prova, acrescida por candidato das
      *> tentativas extras da acomodacao vigente
       77 ws-max-tentativas-politica               pic 9(02).
       77 ws-dias-intervalo-prova                  pic 9(03).
       77 ws-max-tentativas-prova                  pic 9(02).
       77 ws-tentativas-extras                     pic 9(02).
       77 ws-qtd-tentativas-usadas                 pic 9(02).
       77 ws-data-ult-tentativa                    pic X(08).
       77 ws-data-liberacao                        pic 9(08).

      *> cadernos desta prova emitidos e ainda nao corrigidos, e os
      *> emitidos nesta execucao
       77 ws-qtd-pendentes                         pic 9(05).
       77 ws-pend-idx                              pic 9(05).
       01 ws-tab-pendentes.
           05 ws-tab-pendente occurs 9999 times.
               10 ws-pend-user-id                   pic X(08).
               10 ws-pend-cd-id                     pic 9(08).
               10 ws-pend-nova                      pic X(01). *> 'S'-emitido nesta execucao

      *> banco de questoes ativas da prova, na ordem do cadastro
       77 ws-qtd-questoes-banco                    pic 9(03).
       01 ws-tab-banco                             pic X(198801).

       01 ws-tab-questoes.
           05 ws-tab-questao occurs 999 times.
               10 ws-tab-enunciado                  pic X(45).
               10 ws-tab-alt-a                      pic X(30).
               10 ws-tab-alt-b                      pic X(30).
               10 ws-tab-alt-c                      pic X(30).
               10 ws-tab-alt-d                      pic X(30).
               10 ws-tab-alt-e                      pic X(30).
               10 ws-tab-gabarito                   pic X(01).
               10 ws-tab-seq                        pic 9(03).

       77 ws-tab-idx                               pic 9(04).
       77 ws-tab-idx-troca                         pic 9(03).
       77 ws-semente                               pic 9(09) comp.
       77 ws-quociente                             pic 9(09) comp.
       77 ws-resto                                 pic 9(09) comp.

       01 ws-questao-troca.
           05 ws-troca-enunciado                   pic X(45).
           05 ws-troca-alt-a                       pic X(30).
           05 ws-troca-alt-b                       pic X(30).
           05 ws-troca-alt-c                       pic X(30).
           05 ws-troca-alt-d                       pic X(30).
           05 ws-troca-alt-e                       pic X(30).
           05 ws-troca-gabarito                    pic X(01).
           05 ws-troca-seq                         pic 9(03).

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

       01 ws-linha-separador                       pic X(80) value all "=".
       01 ws-linha-tracejada                       pic X(80) value all "-".
       01 ws-linha-branco                          pic X(80) value spaces.

       01 ws-linha-caderno.
           05 filler                               pic X(21) value "CADERNO DE PROVA No. ".
           05 ws-cab-cd-id                         pic 9(08).
           05 filler                               pic X(09) value "  PROVA: ".
           05 ws-cab-prova-id                      pic X(06).
           05 filler                               pic X(01) value spaces.
           05 ws-cab-titulo                        pic X(35).

       01 ws-linha-candidato.
           05 filler                               pic X(11) value "CANDIDATO: ".
           05 ws-cab-user-id                       pic X(08).
           05 filler                               pic X(02) value spaces.
           05 ws-cab-nome                          pic X(30).
           05 filler                               pic X(29) value spaces.

       01 ws-linha-emissao.
           05 filler                               pic X(09) value "EMISSAO: ".
           05 ws-cab-data-emissao                  pic X(08).
           05 filler                               pic X(13) value "   QUESTOES: ".
           05 ws-cab-qtd-questoes                  pic 9(03).
           05 filler                               pic X(47) value spaces.

       01 ws-linha-enunciado.
           05 ws-enu-num                           pic 9(03).
           05 filler                               pic X(02) value ") ".
           05 ws-enu-texto                         pic X(45).
           05 filler                               pic X(30) value spaces.

       01 ws-linha-alternativa.
           05 filler                               pic X(05) value spaces.
           05 ws-alt-letra                         pic X(01).
           05 filler                               pic X(02) value ") ".
           05 ws-alt-texto                         pic X(30).
           05 filler                               pic X(42) value spaces.

       01 ws-linha-folha.
           05 filler                               pic X(33) value "FOLHA DE RESPOSTAS - CADERNO No. ".
           05 ws-fol-cd-id                         pic 9(08).
           05 filler                               pic X(09) value "  PROVA: ".
           05 ws-fol-prova-id                      pic X(06).
           05 filler                               pic X(24) value spaces.

       01 ws-linha-instrucao                       pic X(80)
          value "MARQUE UMA UNICA ALTERNATIVA POR QUESTAO - NAO RASURE".

       01 ws-linha-marcacao.
           05 ws-mar-num                           pic 9(03).
           05 filler                               pic X(37)
              value "   ( A )  ( B )  ( C )  ( D )  ( E )".
           05 filler                               pic X(40) value spaces.

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
           05 filler                               pic X(12) value "  EMITIDOS: ".
           05 ws-tot-emitidos                      pic 9(05).
           05 filler                               pic X(14) value "  CANCELADOS: ".
           05 ws-tot-cancelados                    pic 9(05).
           05 filler                               pic X(14) value "  REJEITADOS: ".
           05 ws-tot-rejeitados                    pic 9(05).
           05 filler                               pic X(03) value spaces.


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

           move zeros to ws-cnt-lidos
                         ws-cnt-emitidos
                         ws-cnt-cancelados
                         ws-cnt-rejeitados
                         ws-num-linha
                         ws-rc-lidos
                         ws-rc-gravados

           perform ler-parametro-cadernos

           open input arq-prova
           if     ws-fs-arq-prova  <> "00"
           and    ws-fs-arq-prova  <> "05" then
               move 2                                     to ws-msn-erro-ofsset
               move ws-fs-arq-prova                       to ws-msn-erro-cod
               move "Erro ao abrir arq. arq-prova      "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open input arq-usuarios
           if     ws-fs-arq-usuarios  <> "00"
           and    ws-fs-arq-usuarios  <> "05" then
               move 3                                     to ws-msn-erro-ofsset
               move ws-fs-arq-usuarios                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arq-usuarios   "  to ws-msn-erro-text
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

      *> sem manutencao de questoes ainda o arquivo de versoes pode nao
      *> existir: todas as questoes valem como originais
           move "S" to ws-versao-disponivel
           open input arq-questoes-versao
           if ws-fs-arq-questoes-versao = "35" then
               move "N" to ws-versao-disponivel
           else
               if     ws-fs-arq-questoes-versao  <> "00"
               and    ws-fs-arq-questoes-versao  <> "05" then
                   move 5                                     to ws-msn-erro-ofsset
                   move ws-fs-arq-questoes-versao             to ws-msn-erro-cod
                   move "Erro ao abrir arq-questoes-versao "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move "S" to ws-inscricao-disponivel
           open input arq-inscricao
           if ws-fs-arq-inscricao = "35" then
               move "N" to ws-inscricao-disponivel
           else
               if     ws-fs-arq-inscricao  <> "00"
               and    ws-fs-arq-inscricao  <> "05" then
                   move 6                                     to ws-msn-erro-ofsset
                   move ws-fs-arq-inscricao                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arq-inscricao  "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

      *> sem tentativa gravada, politica cadastrada ou acomodacao
      *> concedida ainda os arquivos podem nao existir
           move "S" to ws-respostas-disponivel
           open input arq-respostas
           if ws-fs-arq-respostas = "35" then
               move "N" to ws-respostas-disponivel
           else
               if     ws-fs-arq-respostas  <> "00"
               and    ws-fs-arq-respostas  <> "05" then
                   move 15                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-respostas                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arq-respostas  "  to ws-msn-erro-text
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
                   move 16                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-politica-prova              to ws-msn-erro-cod
                   move "Erro ao abrir arq-politica-prova  "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move "S" to ws-acomodacao-disponivel
           open input arq-acomodacao
           if ws-fs-arq-acomodacao = "35" then
               move "N" to ws-acomodacao-disponivel
           else
               if     ws-fs-arq-acomodacao  <> "00"
               and    ws-fs-arq-acomodacao  <> "05" then
                   move 17                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-acomodacao                  to ws-msn-erro-cod
                   move "Erro ao abrir arq. arq-acomodacao "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open i-o arq-caderno
           if ws-fs-arq-caderno = "35" then
               open output arq-caderno
               if ws-fs-arq-caderno = "00" then
                   close arq-caderno
                   open i-o arq-caderno
               end-if
           end-if
           if     ws-fs-arq-caderno  <> "00"
           and    ws-fs-arq-caderno  <> "05" then
               move 7                                     to ws-msn-erro-ofsset
               move ws-fs-arq-caderno                     to ws-msn-erro-cod
               move "Erro ao abrir arq. arq-caderno    "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arq-cadernos
           if ws-fs-arq-cadernos <> "00" then
               move 8                                     to ws-msn-erro-ofsset
               move ws-fs-arq-cadernos                    to ws-msn-erro-cod
               move "Erro ao abrir rel-cadernos        "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arq-folhas
           if ws-fs-arq-folhas <> "00" then
               move 9                                     to ws-msn-erro-ofsset
               move ws-fs-arq-folhas                      to ws-msn-erro-cod
               move "Erro ao abrir rel-folhas-resposta "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arq-rejeitados
           if ws-fs-arq-rejeitados <> "00" then
               move 10                                    to ws-msn-erro-ofsset
               move ws-fs-arq-rejeitados                  to ws-msn-erro-cod
               move "Erro ao abrir rel-cadernos-rejeit."  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-linha-cabecalho to fl-rejeitados
           perform gravar-linha-rejeitados

           move ws-prova-id to pv-id
           read arq-prova key is pv-id
               invalid key
                   move 11                                    to ws-msn-erro-ofsset
                   move "23"                                  to ws-msn-erro-cod
                   move "Prova do parametro nao cadastrada "  to ws-msn-erro-text
                   perform finaliza-anormal
           end-read

           perform carregar-questoes

           if ws-qtd-questoes-banco = zeros
           or ws-qtd-questoes-banco < pv-qtd-questoes then
               move 12                                    to ws-msn-erro-ofsset
               move "00"                                  to ws-msn-erro-cod
               move "Prova bloqueada: banco menor que previsto"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform levantar-cadernos
           perform ler-politica-retomada

      *> mesma sequencia pseudo-aleatoria do sorteio em tela, semeada
      *> uma unica vez: cada caderno continua a sequencia do anterior
           move function current-date to ws-data-hora-atual
           compute ws-semente =
                   function numval (ws-data-hora-atual(9:6)) + 1
           move ws-data-hora-atual(1:8) to ws-data-emissao

           .
       1000-inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Parametro: prova obrigatoria; origem 'I' (padrao) ou 'L'
      *>------------------------------------------------------------------------
       ler-parametro-cadernos section.

           move spaces to ws-prova-id
                          ws-origem

           open input arq-parametro
           if ws-fs-arq-parametro = "00" then
               read arq-parametro
                   at end
                       continue
                   not at end
                       unstring fl-parametro delimited by ";"
                           into ws-prova-id
                                ws-origem
                       end-unstring
               end-read
               close arq-parametro
           end-if

           move function upper-case (ws-prova-id) to ws-prova-id
           move function upper-case (ws-origem)   to ws-origem
           if ws-origem = space then
               move "I" to ws-origem
           end-if

           if ws-prova-id = spaces
           or (ws-origem <> "I" and ws-origem <> "L") then
               move 1                                     to ws-msn-erro-ofsset
               move ws-fs-arq-parametro                   to ws-msn-erro-cod
               move "Parametro de cadernos invalido    "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       ler-parametro-cadernos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega as Questoes Ativas da Prova (mesmo criterio da tela)
      *>------------------------------------------------------------------------
       carregar-questoes section.

           move zeros to ws-qtd-questoes-banco
           move ws-prova-id to qt-exame-id
           move zeros to qt-seq

           start arq-questoes key is not less than qt-chave
           if ws-fs-arq-questoes = "00" then
               move "N" to ws-fim-questoes
               perform until ws-fim-questoes = "S"
                   read arq-questoes next record
                       at end
                           move "S" to ws-fim-questoes
                       not at end
                           if qt-exame-id = ws-prova-id
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
                                   move qt-seq       to ws-tab-seq (ws-tab-idx)
                               end-if
                           else
                               move "S" to ws-fim-questoes
                           end-if
                   end-read
               end-perform
           end-if

           move ws-tab-questoes to ws-tab-banco

           .
       carregar-questoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Questao Ativa para Sorteio: sem registro de versao e original;
      *>  retirada ou substituida fica fora dos novos cadernos
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
      *>  Politica de Retomada da Prova: maximo de tentativas (zeros sem
      *>  limite) e intervalo minimo em dias desde a ultima tentativa.
      *>  Prova sem politica cadastrada admite uma unica tentativa
      *>------------------------------------------------------------------------
       ler-politica-retomada section.

           move 1     to ws-max-tentativas-politica
           move zeros to ws-dias-intervalo-prova

           if ws-politica-disponivel = "S" then
               move ws-prova-id to pp-prova-id
               read arq-politica-prova key is pp-prova-id
                   invalid key
                       continue
                   not invalid key
                       move pp-max-tentativas to ws-max-tentativas-politica
                       move pp-dias-intervalo to ws-dias-intervalo-prova
               end-read
           end-if

           .
       ler-politica-retomada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Ultimo Numero de Caderno e Cadernos Pendentes desta Prova
      *>------------------------------------------------------------------------
       levantar-cadernos section.

           move zeros to ws-ult-caderno
                         ws-qtd-pendentes

           move zeros to cd-id
           start arq-caderno key is not less than cd-id
           if ws-fs-arq-caderno = "00" then
               move "N" to ws-fim-arquivo
               perform until ws-fim-arquivo = "S"
                   read arq-caderno next record
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           move cd-id to ws-ult-caderno
                           if cd-prova-id = ws-prova-id
                           and cd-situacao = "E" then
                               perform registrar-pendente
                               move "N" to ws-pend-nova (ws-qtd-pendentes)
                           end-if
                   end-read
               end-perform
           end-if

           .
       levantar-cadernos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Inclui o Caderno Corrente na Tabela de Pendentes
      *>------------------------------------------------------------------------
       registrar-pendente section.

           if ws-qtd-pendentes >= 9999 then
               move 13                                    to ws-msn-erro-ofsset
               move "00"                                  to ws-msn-erro-cod
               move "Cadernos pendentes acima de 9999  "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           add 1 to ws-qtd-pendentes
           move cd-user-id to ws-pend-user-id (ws-qtd-pendentes)
           move cd-id      to ws-pend-cd-id (ws-qtd-pendentes)

           .
       registrar-pendente-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Processamento
      *>------------------------------------------------------------------------
       2000-processamento section.

           if ws-origem = "L" then
               perform processar-lista
           else
               perform processar-inscritos
           end-if

           move ws-cnt-lidos       to ws-tot-lidos
           move ws-cnt-emitidos    to ws-tot-emitidos
           move ws-cnt-cancelados  to ws-tot-cancelados
           move ws-cnt-rejeitados  to ws-tot-rejeitados
           move ws-linha-total     to fl-rejeitados
           perform gravar-linha-rejeitados

           .
       2000-processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Candidatos com Inscricao Ativa na Prova
      *>------------------------------------------------------------------------
       processar-inscritos section.

           if ws-inscricao-disponivel = "S" then
               move low-values to in-chave
               start arq-inscricao key is not less than in-chave
               if ws-fs-arq-inscricao = "00" then
                   move "N" to ws-fim-arquivo
                   perform until ws-fim-arquivo = "S"
                       read arq-inscricao next record
                           at end
                               move "S" to ws-fim-arquivo
                           not at end
                               if in-prova-id = ws-prova-id
                               and in-situacao = "A" then
                                   add 1 to ws-num-linha
                                   move in-user-id to ws-matricula
                                   perform processar-candidato
                               end-if
                       end-read
                   end-perform
               end-if
           end-if

           .
       processar-inscritos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Candidatos da Lista de Matriculas
      *>------------------------------------------------------------------------
       processar-lista section.

           open input arq-lista
           if ws-fs-arq-lista <> "00" then
               move 14                                    to ws-msn-erro-ofsset
               move ws-fs-arq-lista                       to ws-msn-erro-cod
               move "Erro ao abrir cadernos-lista.csv  "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "N" to ws-fim-arquivo
           perform until ws-fim-arquivo = "S"
               read arq-lista
                   at end
                       move "S" to ws-fim-arquivo
                   not at end
                       add 1 to ws-num-linha
                       move spaces to ws-matricula
                       unstring fl-lista delimited by ";"
                           into ws-matricula
                       end-unstring
                       if ws-matricula <> "user_id"
                       and ws-matricula <> spaces then
                           perform processar-candidato
                       end-if
               end-read
           end-perform

           close arq-lista

           .
       processar-lista-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Um Candidato: cadastrado, ativo, inscrito na prova e liberado
      *>  para nova tentativa pela mesma regra da aplicacao em tela
      *>------------------------------------------------------------------------
       processar-candidato section.

           add 1 to ws-cnt-lidos ws-rc-lidos
           move spaces to ws-motivo-rejeicao

           move ws-matricula to us-user-id
           read arq-usuarios key is us-user-id
               invalid key
                   move "Matricula nao cadastrada" to ws-motivo-rejeicao
               not invalid key
                   if us-status = "I" then
                       move "Candidato inativo" to ws-motivo-rejeicao
                   end-if
           end-read

           if ws-motivo-rejeicao = spaces
           and ws-origem = "L" then
               move "N" to in-situacao
               if ws-inscricao-disponivel = "S" then
                   move ws-matricula to in-user-id
                   move ws-prova-id  to in-prova-id
                   read arq-inscricao key is in-chave
                       invalid key
                           move "N" to in-situacao
                   end-read
               end-if
               if in-situacao <> "A" then
                   move "Candidato nao inscrito nesta prova"
                     to ws-motivo-rejeicao
               end-if
           end-if

           if ws-motivo-rejeicao = spaces then
               perform varying ws-pend-idx from 1 by 1
                         until ws-pend-idx > ws-qtd-pendentes
                   if ws-pend-user-id (ws-pend-idx) = ws-matricula
                   and ws-pend-nova (ws-pend-idx) = "S" then
                       move "Caderno ja emitido nesta execucao"
                         to ws-motivo-rejeicao
                   end-if
               end-perform
           end-if

           if ws-motivo-rejeicao = spaces then
               perform verificar-liberacao-tentativa
           end-if

           if ws-motivo-rejeicao = spaces then
               perform cancelar-caderno-pendente
               perform emitir-caderno
           else
               add 1 to ws-cnt-rejeitados
               move ws-num-linha        to ws-rej-num-linha
               move ws-matricula        to ws-rej-user-id
               move ws-prova-id         to ws-rej-prova-id
               move ws-motivo-rejeicao  to ws-rej-motivo
               move ws-linha-rejeitado  to fl-rejeitados
               perform gravar-linha-rejeitados
           end-if

           .
       processar-candidato-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Liberacao da Tentativa: prova ainda em aplicacao, limite de
      *>  tentativas da politica (mais as extras da acomodacao vigente) e
      *>  intervalo minimo desde a ultima tentativa
      *>------------------------------------------------------------------------
       verificar-liberacao-tentativa section.

           if pv-data-fim <> spaces
           and pv-data-fim < ws-data-emissao then
               move "Prova encerrada em" to ws-motivo-rejeicao
               move pv-data-fim          to ws-motivo-rejeicao(20:8)
           end-if

           if ws-motivo-rejeicao = spaces then
               perform contar-tentativas
               perform localizar-acomodacao

               move ws-max-tentativas-politica to ws-max-tentativas-prova
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
                   move "Limite de tentativas da prova atingido"
                     to ws-motivo-rejeicao
               end-if
           end-if

           if ws-motivo-rejeicao = spaces
           and ws-dias-intervalo-prova > zeros
           and ws-qtd-tentativas-usadas > zeros
           and ws-data-ult-tentativa is numeric then
               compute ws-data-liberacao =
                       function date-of-integer
                       (function integer-of-date
                       (function numval (ws-data-ult-tentativa))
                        + ws-dias-intervalo-prova)
               if ws-data-emissao < ws-data-liberacao then
                   move "Nova tentativa somente em" to ws-motivo-rejeicao
                   move ws-data-liberacao           to ws-motivo-rejeicao(27:8)
               end-if
           end-if

           .
       verificar-liberacao-tentativa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Tentativas ja Realizadas pelo Candidato na Prova e Data da Mais
      *>  Recente
      *>------------------------------------------------------------------------
       contar-tentativas section.

           move zeros  to ws-qtd-tentativas-usadas
           move spaces to ws-data-ult-tentativa

           if ws-respostas-disponivel = "S" then
               move ws-matricula to rs-user-id
               move ws-prova-id  to rs-exame-id
               move zeros        to rs-tentativa
               start arq-respostas key is not less than rs-chave
               if ws-fs-arq-respostas = "00" then
                   move "N" to ws-fim-respostas
                   perform until ws-fim-respostas = "S"
                       read arq-respostas next record
                           at end
                               move "S" to ws-fim-respostas
                           not at end
                               if rs-user-id  = ws-matricula
                               and rs-exame-id = ws-prova-id then
                                   add 1 to ws-qtd-tentativas-usadas
                                   if ws-data-ult-tentativa = spaces
                                   or rs-data > ws-data-ult-tentativa then
                                       move rs-data to ws-data-ult-tentativa
                                   end-if
                               else
                                   move "S" to ws-fim-respostas
                               end-if
                       end-read
                   end-perform
               end-if
           end-if

           .
       contar-tentativas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Tentativas Extras da Acomodacao Vigente na Emissao: a da prova
      *>  prevalece sobre a geral (exame em branco)
      *>------------------------------------------------------------------------
       localizar-acomodacao section.

           move "N"   to ws-acomodacao-vigente
           move zeros to ws-tentativas-extras

           if ws-acomodacao-disponivel = "S" then
               move ws-matricula to ac-user-id
               move ws-prova-id  to ac-exame-id
               perform ler-acomodacao-vigente

               if ws-acomodacao-vigente = "N" then
                   move ws-matricula to ac-user-id
                   move spaces       to ac-exame-id
                   perform ler-acomodacao-vigente
               end-if
           end-if

           if ws-acomodacao-vigente = "S" then
               move ac-tentativas-extras to ws-tentativas-extras
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
                   and ws-data-emissao >= ac-data-inicio
                   and ws-data-emissao <= ac-data-fim then
                       move "S" to ws-acomodacao-vigente
                   end-if
           end-read

           .
       ler-acomodacao-vigente-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Reemissao: caderno anterior ainda nao corrigido e cancelado e
      *>  sua folha de respostas passa a ser recusada na importacao
      *>------------------------------------------------------------------------
       cancelar-caderno-pendente section.

           perform varying ws-pend-idx from 1 by 1
                     until ws-pend-idx > ws-qtd-pendentes
               if ws-pend-user-id (ws-pend-idx) = ws-matricula
               and ws-pend-nova (ws-pend-idx) = "N" then
                   move ws-pend-cd-id (ws-pend-idx) to cd-id
                   read arq-caderno key is cd-id
                       invalid key
                           continue
                       not invalid key
                           if cd-situacao = "E" then
                               move "X" to cd-situacao
                               rewrite fl-caderno
                               if ws-fs-arq-caderno <> "00" then
                                   move 31                                    to ws-msn-erro-ofsset
                                   move ws-fs-arq-caderno                     to ws-msn-erro-cod
                                   move "Erro ao regravar arq-caderno      "  to ws-msn-erro-text
                                   perform finaliza-anormal
                               end-if
                               add 1 to ws-cnt-cancelados
                           end-if
                   end-read
                   move spaces to ws-pend-user-id (ws-pend-idx)
               end-if
           end-perform

           .
       cancelar-caderno-pendente-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Sorteio, Registro e Impressao do Caderno e da Folha de Respostas
      *>  Banco maior que a prova: sorteia a ordem e serve somente as
      *>  primeiras pv-qtd-questoes, como na aplicacao em tela
      *>------------------------------------------------------------------------
       emitir-caderno section.

           move ws-tab-banco to ws-tab-questoes
           if ws-qtd-questoes-banco > pv-qtd-questoes then
               perform randomizar-questoes
           end-if

           move function current-date to ws-data-hora-atual
           add 1 to ws-ult-caderno

           initialize fl-caderno
           move ws-ult-caderno           to cd-id
           move ws-matricula             to cd-user-id
           move ws-prova-id              to cd-prova-id
           move "E"                      to cd-situacao
           move ws-data-hora-atual(1:8)  to cd-data-emissao
           move ws-data-hora-atual(9:6)  to cd-hora-emissao
           move spaces                   to cd-data-aplicacao
                                            cd-data-correcao
           move zeros                    to cd-tentativa
           move pv-qtd-questoes          to cd-qtd-questoes
           move zeros                    to cd-questoes-sorteadas
           perform varying ws-tab-idx from 1 by 1
                     until ws-tab-idx > pv-qtd-questoes
               move ws-tab-seq (ws-tab-idx) to cd-questao-seq (ws-tab-idx)
           end-perform

           write fl-caderno
           if ws-fs-arq-caderno <> "00" then
               move 32                                    to ws-msn-erro-ofsset
               move ws-fs-arq-caderno                     to ws-msn-erro-cod
               move "Erro ao gravar arq. arq-caderno   "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-cnt-emitidos ws-rc-gravados
           perform registrar-pendente
           move "S" to ws-pend-nova (ws-qtd-pendentes)

           perform imprimir-caderno
           perform imprimir-folha-resposta

           .
       emitir-caderno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Embaralhamento (mesmo algoritmo do sorteio em tela)
      *>------------------------------------------------------------------------
       randomizar-questoes section.

           perform varying ws-tab-idx from ws-qtd-questoes-banco by -1
                     until ws-tab-idx < 2

               compute ws-semente =
                       ws-semente * 75 + 74
               divide ws-semente by 65537
                   giving ws-quociente remainder ws-resto
               move ws-resto to ws-semente

               divide ws-semente by ws-tab-idx
                   giving ws-quociente remainder ws-resto
               add 1 to ws-resto giving ws-tab-idx-troca

               move ws-tab-questao (ws-tab-idx)
                 to ws-questao-troca
               move ws-tab-questao (ws-tab-idx-troca)
                 to ws-tab-questao (ws-tab-idx)
               move ws-questao-troca
                 to ws-tab-questao (ws-tab-idx-troca)

           end-perform

           .
       randomizar-questoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Caderno: cabecalho e questoes numeradas na ordem sorteada
      *>------------------------------------------------------------------------
       imprimir-caderno section.

           move ws-linha-separador to fl-cadernos
           perform gravar-linha-cadernos

           move cd-id      to ws-cab-cd-id
           move pv-id      to ws-cab-prova-id
           move pv-titulo  to ws-cab-titulo
           move ws-linha-caderno to fl-cadernos
           perform gravar-linha-cadernos

           move us-user-id to ws-cab-user-id
           move us-nome    to ws-cab-nome
           move ws-linha-candidato to fl-cadernos
           perform gravar-linha-cadernos

           move cd-data-emissao to ws-cab-data-emissao
           move cd-qtd-questoes to ws-cab-qtd-questoes
           move ws-linha-emissao to fl-cadernos
           perform gravar-linha-cadernos

           move ws-linha-tracejada to fl-cadernos
           perform gravar-linha-cadernos

           perform varying ws-tab-idx from 1 by 1
                     until ws-tab-idx > cd-qtd-questoes
               move ws-tab-idx                    to ws-enu-num
               move ws-tab-enunciado (ws-tab-idx) to ws-enu-texto
               move ws-linha-enunciado to fl-cadernos
               perform gravar-linha-cadernos

               move "A"                       to ws-alt-letra
               move ws-tab-alt-a (ws-tab-idx) to ws-alt-texto
               move ws-linha-alternativa to fl-cadernos
               perform gravar-linha-cadernos
               move "B"                       to ws-alt-letra
               move ws-tab-alt-b (ws-tab-idx) to ws-alt-texto
               move ws-linha-alternativa to fl-cadernos
               perform gravar-linha-cadernos
               move "C"                       to ws-alt-letra
               move ws-tab-alt-c (ws-tab-idx) to ws-alt-texto
               move ws-linha-alternativa to fl-cadernos
               perform gravar-linha-cadernos
               move "D"                       to ws-alt-letra
               move ws-tab-alt-d (ws-tab-idx) to ws-alt-texto
               move ws-linha-alternativa to fl-cadernos
               perform gravar-linha-cadernos
               move "E"                       to ws-alt-letra
               move ws-tab-alt-e (ws-tab-idx) to ws-alt-texto
               move ws-linha-alternativa to fl-cadernos
               perform gravar-linha-cadernos

               move ws-linha-branco to fl-cadernos
               perform gravar-linha-cadernos
           end-perform

           .
       imprimir-caderno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Folha de Respostas com o Numero do Caderno
      *>------------------------------------------------------------------------
       imprimir-folha-resposta section.

           move ws-linha-separador to fl-folhas
           perform gravar-linha-folhas

           move cd-id       to ws-fol-cd-id
           move cd-prova-id to ws-fol-prova-id
           move ws-linha-folha to fl-folhas
           perform gravar-linha-folhas

           move ws-linha-candidato to fl-folhas
           perform gravar-linha-folhas

           move ws-linha-instrucao to fl-folhas
           perform gravar-linha-folhas

           move ws-linha-tracejada to fl-folhas
           perform gravar-linha-folhas

           perform varying ws-tab-idx from 1 by 1
                     until ws-tab-idx > cd-qtd-questoes
               move ws-tab-idx to ws-mar-num
               move ws-linha-marcacao to fl-folhas
               perform gravar-linha-folhas
           end-perform

           .
       imprimir-folha-resposta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Gravacao das Linhas Impressas
      *>------------------------------------------------------------------------
       gravar-linha-cadernos section.

           write fl-cadernos
           if ws-fs-arq-cadernos <> "00" then
               move 33                                    to ws-msn-erro-ofsset
               move ws-fs-arq-cadernos                    to ws-msn-erro-cod
               move "Erro ao gravar rel-cadernos       "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-linha-cadernos-exit.
           exit.

       gravar-linha-folhas section.

           write fl-folhas
           if ws-fs-arq-folhas <> "00" then
               move 34                                    to ws-msn-erro-ofsset
               move ws-fs-arq-folhas                      to ws-msn-erro-cod
               move "Erro ao gravar rel-folhas-resposta"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-linha-folhas-exit.
           exit.

       gravar-linha-rejeitados section.

           write fl-rejeitados
           if ws-fs-arq-rejeitados <> "00" then
               move 35                                    to ws-msn-erro-ofsset
               move ws-fs-arq-rejeitados                  to ws-msn-erro-cod
               move "Erro ao gravar rel-cadernos-rejeit."  to ws-msn-erro-text
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
           move "P05SISB32" to ws-parm-rc-programa
           move zeros       to ws-parm-rc-lidos
                               ws-parm-rc-gravados
           call "P05SISR20" using ws-parm-runcontrol

           if ws-parm-rc-retorno = "B" then
               display "P05SISB32: execucao anterior ainda em voo - abortado"
               move 8 to return-code
               stop run
           end-if

           if ws-parm-rc-retorno <> "0" then
               display "P05SISB32: erro no registro de run-control - abortado"
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
           move "P05SISB32"     to ws-parm-rc-programa
           move ws-rc-lidos      to ws-parm-rc-lidos
           move ws-rc-gravados   to ws-parm-rc-gravados
           call "P05SISR20" using ws-parm-runcontrol

           if ws-parm-rc-retorno <> "0" then
               display "P05SISB32: erro no registro de run-control"
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
           move "P05SISB32"     to ws-parm-rc-programa
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

           if ws-respostas-disponivel = "S" then
               close arq-respostas
               if ws-fs-arq-respostas  <> "00" then
                   move 70                                       to ws-msn-erro-ofsset
                   move ws-fs-arq-respostas                      to ws-msn-erro-cod
                   move "Erro ao fechar arq. arq-respostas   "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-politica-disponivel = "S" then
               close arq-politica-prova
               if ws-fs-arq-politica-prova  <> "00" then
                   move 71                                       to ws-msn-erro-ofsset
                   move ws-fs-arq-politica-prova                 to ws-msn-erro-cod
                   move "Erro ao fechar arq-politica-prova   "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-acomodacao-disponivel = "S" then
               close arq-acomodacao
               if ws-fs-arq-acomodacao  <> "00" then
                   move 72                                       to ws-msn-erro-ofsset
                   move ws-fs-arq-acomodacao                     to ws-msn-erro-cod
                   move "Erro ao fechar arq-acomodacao       "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           close arq-prova
           if ws-fs-arq-prova  <> "00" then
               move 61                                       to ws-msn-erro-ofsset
               move ws-fs-arq-prova                          to ws-msn-erro-cod
               move "Erro ao fechar arq. arq-prova       "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arq-usuarios
           if ws-fs-arq-usuarios  <> "00" then
               move 62                                       to ws-msn-erro-ofsset
               move ws-fs-arq-usuarios                       to ws-msn-erro-cod
               move "Erro ao fechar arq. arq-usuarios    "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arq-questoes
           if ws-fs-arq-questoes  <> "00" then
               move 63                                       to ws-msn-erro-ofsset
               move ws-fs-arq-questoes                       to ws-msn-erro-cod
               move "Erro ao fechar arq. arq-questoes    "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-versao-disponivel = "S" then
               close arq-questoes-versao
               if ws-fs-arq-questoes-versao  <> "00" then
                   move 64                                       to ws-msn-erro-ofsset
                   move ws-fs-arq-questoes-versao                to ws-msn-erro-cod
                   move "Erro ao fechar arq-questoes-versao  "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-inscricao-disponivel = "S" then
               close arq-inscricao
               if ws-fs-arq-inscricao  <> "00" then
                   move 65                                       to ws-msn-erro-ofsset
                   move ws-fs-arq-inscricao                      to ws-msn-erro-cod
                   move "Erro ao fechar arq. arq-inscricao   "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           close arq-caderno
           if ws-fs-arq-caderno  <> "00" then
               move 66                                       to ws-msn-erro-ofsset
               move ws-fs-arq-caderno                        to ws-msn-erro-cod
               move "Erro ao fechar arq. arq-caderno     "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arq-cadernos
           if ws-fs-arq-cadernos  <> "00" then
               move 67                                       to ws-msn-erro-ofsset
               move ws-fs-arq-cadernos                       to ws-msn-erro-cod
               move "Erro ao fechar rel-cadernos         "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arq-folhas
           if ws-fs-arq-folhas  <> "00" then
               move 68                                       to ws-msn-erro-ofsset
               move ws-fs-arq-folhas                         to ws-msn-erro-cod
               move "Erro ao fechar rel-folhas-resposta  "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arq-rejeitados
           if ws-fs-arq-rejeitados  <> "00" then
               move 69                                       to ws-msn-erro-ofsset
               move ws-fs-arq-rejeitados                     to ws-msn-erro-cod
               move "Erro ao fechar rel-cadernos-rejeit. "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform encerrar-run-control

           stop run
           .
       3000-finaliza-exit.
           exit.
