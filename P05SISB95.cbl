      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P05SISB95".
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

           select arq-solicitacao assign to "interface/lgpd.csv"
           organization is line sequential
           file status is ws-fs-arq-solicitacao.

           select arq-usuarios assign to "arq-usuarios.dat"
           organization is indexed
           access mode is dynamic
           record key is us-user-id
           file status is ws-fs-arq-usuarios.

           select arq-preferencias assign to "arq-preferencias.dat"
           organization is indexed
           access mode is dynamic
           record key is fl-user-id
           file status is ws-fs-arq-preferencias.

           select arq-hist-cifra assign to "arq-hist-cifra.dat"
           organization is indexed
           access mode is dynamic
           record key is hc-chave
           file status is ws-fs-arq-hist-cifra.

           select arq-credenciais assign to "arq-credenciais.dat"
           organization is indexed
           access mode is dynamic
           record key is cr-user-id
           file status is ws-fs-arq-credenciais.

           select arq-log-acesso assign to "arq-log-acesso.dat"
           organization is indexed
           access mode is dynamic
           record key is la-chave
           file status is ws-fs-arq-log-acesso.

           select arq-inscricao assign to "arq-inscricao.dat"
           organization is indexed
           access mode is dynamic
           record key is in-chave
           file status is ws-fs-arq-inscricao.

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

           select arq-remessa-rh-item assign to "arq-remessa-rh-item.dat"
           organization is indexed
           access mode is dynamic
           record key is ri-chave
           file status is ws-fs-arq-remessa-rh-item.

           select arq-remessa-rh-enviada assign to "arq-remessa-rh-enviada.dat"
           organization is indexed
           access mode is dynamic
           record key is re-chave
           file status is ws-fs-arq-remessa-rh-enviada.

           select arq-checkpoint-exame assign to "arq-checkpoint-exame.dat"
           organization is indexed
           access mode is dynamic
           record key is ce-chave
           file status is ws-fs-arq-checkpoint-exame.

           select arq-checkpoint assign to "arq-checkpoint-prova.dat"
           organization is indexed
           access mode is dynamic
           record key is ck-id
           file status is ws-fs-arq-checkpoint.

           select arq-acomodacao assign to "arq-acomodacao.dat"
           organization is indexed
           access mode is dynamic
           record key is ac-chave
           file status is ws-fs-arq-acomodacao.

           select arq-caderno assign to "arq-caderno.dat"
           organization is indexed
           access mode is dynamic
           record key is cd-id
           file status is ws-fs-arq-caderno.

           select arq-auditoria assign to "arq-auditoria.dat"
           organization is indexed
           access mode is dynamic
           record key is au-chave
           file status is ws-fs-arq-auditoria.

           select arq-lgpd-log assign to "arq-lgpd-log.dat"
           organization is indexed
           access mode is dynamic
           record key is lg-chave
           file status is ws-fs-arq-lgpd-log.

           select arq-lgpd-backup assign to "arq-lgpd-backup.dat"
           organization is indexed
           access mode is dynamic
           record key is lb-chave
           file status is ws-fs-arq-lgpd-backup.

           select arq-catalogo-backup assign to "arq-catalogo-backup.dat"
           organization is indexed
           access mode is dynamic
           record key is cb-chave
           file status is ws-fs-arq-catalogo-backup.

           select arq-unload assign to ws-nome-unload
           organization is sequential
           file status is ws-fs-arq-unload.

           select arq-chave-mestra assign to "param-chave-mestra.txt"
           organization is line sequential
           file status is ws-fs-arq-chave-mestra.

           select arq-exportacao assign to ws-nome-exportacao
           organization is line sequential
           file status is ws-fs-arq-exportacao.

           select arq-relatorio assign to "rel-lgpd.txt"
           organization is line sequential
           file status is ws-fs-arq-relatorio.

       i-o-control.


      *>----Declaração de variáveis
       data division.

      *>----Variáveis de arquivos
       file section.
      *> solicitacao do titular: "matricula;tipo;protocolo"
      *>   tipo A-cesso (exportacao legivel) ou E-liminacao
       fd arq-solicitacao.
       01 fl-solicitacao                           pic X(100).

       fd arq-usuarios.
       01 fl-usuarios.
           05 us-user-id                           pic X(08).
           05 us-nome                              pic X(30).
           05 us-perfil                            pic X(01). *> 'A'-dministrador; 'U'-suario
           05 us-status                            pic X(01). *> 'A'-tivo; 'I'-nativo

       fd arq-preferencias.
       01 fl-preferencias.
           05 fl-user-id                           pic X(08).
           05 fl-idioma                            pic X(02).
           05 fl-versao                            pic X(05).
           05 fl-cifra-vigenere                    pic X(25).
           05 fl-modo                              pic X(01). *> 'P'-rova; 'S'-imulado

       fd arq-hist-cifra.
       01 fl-hist-cifra.
           05 hc-chave.
               10 hc-user-id                        pic X(08).
               10 hc-data                           pic X(08).
               10 hc-hora                           pic X(06).
           05 hc-cifra-anterior                    pic X(25).

       fd arq-credenciais.
       01 fl-credenciais.
           05 cr-user-id                           pic X(08).
           05 cr-sal                               pic X(08).
           05 cr-hash                              pic X(24).
           05 cr-situacao                          pic X(01). *> 'N'-ova (troca obrigatoria); 'A'-tiva; 'B'-loqueada
           05 cr-falhas                            pic 9(02). *> falhas consecutivas
           05 cr-data-troca                        pic X(08).
           05 cr-data-bloqueio                     pic X(08).
           05 cr-hora-bloqueio                     pic X(06).

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

       fd arq-inscricao.
       01 fl-inscricao.
           05 in-chave.
               10 in-user-id                        pic X(08).
               10 in-prova-id                       pic X(06).
           05 in-data-inscricao                    pic X(08). *> AAAAMMDD
           05 in-origem                            pic X(01). *> 'T'-ela; 'C'-arga de lista
           05 in-situacao                          pic X(01). *> 'A'-tiva; 'C'-ancelada
           05 in-user-id-resp                      pic X(08).

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

       fd arq-remessa-rh-item.
       01 fl-remessa-rh-item.
           05 ri-chave.
               10 ri-num-remessa                    pic 9(06).
               10 ri-user-id                        pic X(08).
               10 ri-exame-id                       pic X(06).
               10 ri-tentativa                      pic 9(02).
           05 ri-titulo                            pic X(40).
           05 ri-data                              pic X(08).
           05 ri-nota                              pic 9(03)v99.
           05 ri-aprovado                          pic X(01).
           05 ri-movimento                         pic X(01). *> 'N'-ova tentativa; 'R'-ecorrecao

       fd arq-remessa-rh-enviada.
       01 fl-remessa-rh-enviada.
           05 re-chave.
               10 re-user-id                        pic X(08).
               10 re-exame-id                       pic X(06).
               10 re-tentativa                      pic 9(02).
           05 re-num-remessa                       pic 9(06).

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

       fd arq-checkpoint.
       01 fl-checkpoint.
           05 ck-id                                pic X(06).
           05 ck-titulo                            pic X(40).
           05 ck-qtd-questoes                      pic 9(03).
           05 ck-nota-corte                        pic 9(03)v99.
           05 ck-user-id                           pic X(08).
           05 ck-data-inicio                       pic X(08).
           05 ck-hora-inicio                       pic X(06).
           05 ck-data-fim                          pic X(08).
           05 ck-hora-fim                          pic X(06).

       fd arq-acomodacao.
       01 fl-acomodacao.
           05 ac-chave.
               10 ac-user-id                        pic X(08).
               10 ac-exame-id                       pic X(06). *> branco: todos os exames
           05 ac-tipo-tempo                        pic X(01). *> 'P'-ercentual; 'M'-inutos; branco sem tempo extra
           05 ac-tempo-extra                       pic 9(03).
           05 ac-tentativas-extras                 pic 9(02).
           05 ac-data-inicio                       pic X(08).
           05 ac-data-fim                          pic X(08).
           05 ac-situacao                          pic X(01). *> 'A'-tiva; 'C'-ancelada
           05 ac-data-concessao                    pic X(08).
           05 ac-user-id-resp                      pic X(08).
           05 ac-qtd-usos                          pic 9(03).
           05 ac-data-ult-uso                      pic X(08).

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

       fd arq-auditoria.
       01 fl-auditoria.
           05 au-chave.
               10 au-data                           pic X(08).
               10 au-hora                           pic X(06).
               10 au-seq                            pic 9(03).
           05 au-user-id                           pic X(08).
           05 au-acao                              pic X(06).
           05 au-registro                          pic X(20).

      *> registro de cada solicitacao do titular e do seu desfecho; a
      *> eliminacao e gravada 'P' antes de tocar os dados e regravada 'C'
      *> ao final - 'P' remanescente indica eliminacao interrompida
       fd arq-lgpd-log.
       01 fl-lgpd-log.
           05 lg-chave.
               10 lg-data                           pic X(08).
               10 lg-hora                           pic X(06).
               10 lg-seq                            pic 9(03).
           05 lg-protocolo                         pic X(15).
           05 lg-user-id                           pic X(08).
           05 lg-tipo                              pic X(01). *> 'A'-cesso; 'E'-liminacao
           05 lg-situacao                          pic X(01). *> 'P'-rocessando; 'C'-oncluida; 'R'-ejeitada
           05 lg-motivo                            pic X(40).
           05 lg-qtd-exportados                    pic 9(05).
           05 lg-qtd-excluidos                     pic 9(05).
           05 lg-qtd-pseudonimizados               pic 9(05).
           05 lg-qtd-backups                       pic 9(03).
           05 lg-arquivo-exportacao                pic X(60).
           05 lg-data-fim                          pic X(08).
           05 lg-hora-fim                          pic X(06).

      *> unloads do backup que ainda guardam o titular eliminado; o
      *> restore desses unloads exige reaplicar a eliminacao
       fd arq-lgpd-backup.
       01 fl-lgpd-backup.
           05 lb-chave.
               10 lb-nome-unload                    pic X(40).
               10 lb-user-id                        pic X(08).
           05 lb-protocolo                         pic X(15).
           05 lb-data-eliminacao                   pic X(08).
           05 lb-qtd-registros                     pic 9(07).

      *> catalogo dos unloads gerados pelo backup
       fd arq-catalogo-backup.
       01 fl-catalogo-backup.
           05 cb-chave.
               10 cb-data                           pic X(08).
               10 cb-arquivo                        pic X(20).
           05 cb-nome-unload                       pic X(40).
           05 cb-hora                              pic X(06).
           05 cb-qtd                               pic 9(07).

      *> registro generico do unload do backup
       fd arq-unload.
       01 fl-unload                                pic X(4100).

       fd arq-chave-mestra.
       01 fl-chave-mestra                          pic X(80).

       fd arq-exportacao.
       01 fl-exportacao                            pic X(100).

       fd arq-relatorio.
       01 fl-relatorio                             pic X(80).


      *>----Variáveis de trabalho
       working-storage section.

       77 ws-fs-arq-solicitacao                    pic X(02).
       77 ws-fs-arq-usuarios                       pic X(02).
       77 ws-fs-arq-preferencias                   pic X(02).
       77 ws-fs-arq-hist-cifra                     pic X(02).
       77 ws-fs-arq-credenciais                    pic X(02).
       77 ws-fs-arq-log-acesso                     pic X(02).
       77 ws-fs-arq-inscricao                      pic X(02).
       77 ws-fs-arq-respostas                      pic X(02).
       77 ws-fs-arq-recorrecao                     pic X(02).
       77 ws-fs-arq-remessa-rh-item                pic X(02).
       77 ws-fs-arq-remessa-rh-enviada             pic X(02).
       77 ws-fs-arq-checkpoint-exame               pic X(02).
       77 ws-fs-arq-checkpoint                     pic X(02).
       77 ws-fs-arq-acomodacao                     pic X(02).
       77 ws-fs-arq-caderno                        pic X(02).
       77 ws-fs-arq-auditoria                      pic X(02).
       77 ws-fs-arq-lgpd-log                       pic X(02).
       77 ws-fs-arq-lgpd-backup                    pic X(02).
       77 ws-fs-arq-catalogo-backup                pic X(02).
       77 ws-fs-arq-unload                         pic X(02).
       77 ws-fs-arq-chave-mestra                   pic X(02).
       77 ws-fs-arq-exportacao                     pic X(02).
       77 ws-fs-arq-relatorio                      pic X(02).

      *> arquivos criados por rotinas posteriores ao cadastro: ausentes
      *> significam apenas que nao ha dado do titular neles
       77 ws-hist-cifra-disponivel                 pic X(01).
       77 ws-credenciais-disponivel                pic X(01).
       77 ws-log-acesso-disponivel                 pic X(01).
       77 ws-inscricao-disponivel                  pic X(01).
       77 ws-respostas-disponivel                  pic X(01).
       77 ws-recorrecao-disponivel                 pic X(01).
       77 ws-remessa-disponivel                    pic X(01).
       77 ws-remessa-enviada-disponivel            pic X(01).
       77 ws-checkpoint-exame-disponivel           pic X(01).
       77 ws-checkpoint-disponivel                 pic X(01).
       77 ws-acomodacao-disponivel                 pic X(01).
       77 ws-caderno-disponivel                    pic X(01).
       77 ws-auditoria-disponivel                  pic X(01).

       77 ws-fim-arquivo                           pic X(01).
       77 ws-fim-leitura                           pic X(01).
       77 ws-fim-catalogo                          pic X(01).
       77 ws-fim-unload                            pic X(01).

      *> padrao historico, usado somente quando o arquivo controlado
      *> param-chave-mestra.txt nao existe ou esta em branco
       77 ws-chave-mestra                          pic X(25)
          value "CHAVEMESTRAPREFPROJETO".

       01 ws-parm-cifra.
           05 ws-parm-cf-funcao                    pic X(01). *> 'C'-ifrar; 'D'-ecifrar
           05 ws-parm-cf-chave                     pic X(25).
           05 ws-parm-cf-texto                     pic X(80).

       77 ws-cnt-lidos                             pic 9(05).
       77 ws-cnt-concluidos                        pic 9(05).
       77 ws-cnt-rejeitados                        pic 9(05).
       77 ws-num-linha                             pic 9(05).

       01 ws-linha-solicitacao.
           05 ws-sol-user-id                       pic X(08).
           05 ws-sol-tipo                          pic X(01). *> 'A'-cesso; 'E'-liminacao
           05 ws-sol-protocolo                     pic X(15).

       77 ws-matricula                             pic X(08).
       77 ws-pseudonimo                            pic X(08).
       77 ws-ult-pseudonimo                        pic 9(07).
       77 ws-motivo-rejeicao                       pic X(40).
       77 ws-observacao                            pic X(40).
       77 ws-matricula-valida                      pic X(01).
       77 ws-tam-matricula                         pic 9(02).
       77 ws-pos-matricula                         pic 9(02).
       77 ws-char-matricula                        pic X(01).
       77 ws-data-hora-atual                       pic X(21).

       77 ws-cnt-exportados                        pic 9(05).
       77 ws-cnt-excluidos                         pic 9(05).
       77 ws-cnt-pseudonimizados                   pic 9(05).
       77 ws-cnt-backups                           pic 9(03).
       77 ws-cnt-registros-unload                  pic 9(07).
       77 ws-cnt-secao                             pic 9(05).
       77 ws-titular-no-registro                   pic X(01).

       77 ws-nome-exportacao                       pic X(60).
       77 ws-nome-unload                           pic X(40).

       77 ws-chave-salva-hc                        pic X(22).
       77 ws-chave-salva-in                        pic X(14).
       77 ws-chave-salva-rs                        pic X(16).
       77 ws-chave-salva-rg                        pic X(30).
       77 ws-chave-salva-ri                        pic X(22).
       77 ws-chave-salva-re                        pic X(16).
       77 ws-chave-salva-ce                        pic X(14).
       77 ws-chave-salva-ac                        pic X(14).

       77 ws-pos-resposta                          pic 9(04).
       77 ws-tam-trecho                            pic 9(04).
       77 ws-valor-decifrado                       pic X(25).

       77 ws-ed-nota                               pic ZZ9,99.
       77 ws-ed-num-3                              pic ZZ9.
       77 ws-ed-num-2                              pic Z9.
       77 ws-ed-num-4                              pic ZZZ9.
       77 ws-ed-num-6                              pic 9(06).

       77 ws-linha-exportacao                      pic X(100).

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
          value "LINHA  MATRICULA T PROTOCOLO       S EXCLUI PSEUDO EXPORT OBSERVACAO".

       01 ws-linha-solicitacao-rel.
           05 ws-rel-num-linha                     pic 9(05).
           05 filler                               pic X(02) value spaces.
           05 ws-rel-user-id                       pic X(08).
           05 filler                               pic X(02) value spaces.
           05 ws-rel-tipo                          pic X(01).
           05 filler                               pic X(01) value spaces.
           05 ws-rel-protocolo                     pic X(15).
           05 filler                               pic X(01) value spaces.
           05 ws-rel-situacao                      pic X(01).
           05 filler                               pic X(01) value spaces.
           05 ws-rel-excluidos                     pic Z(05)9.
           05 filler                               pic X(01) value spaces.
           05 ws-rel-pseudonimizados               pic Z(05)9.
           05 filler                               pic X(01) value spaces.
           05 ws-rel-exportados                    pic Z(05)9.
           05 filler                               pic X(01) value spaces.
           05 ws-rel-observacao                    pic X(22).

       01 ws-linha-backup-rel.
           05 filler                               pic X(07) value spaces.
           05 filler                               pic X(19) value "BACKUP C/ TITULAR: ".
           05 ws-rel-nome-unload                   pic X(40).
           05 filler                               pic X(07) value "  REGS:".
           05 ws-rel-qtd-unload                    pic Z(06)9.

       01 ws-linha-total.
           05 filler                               pic X(17) value "TOTAL LIDOS....: ".
           05 ws-tot-lidos                         pic 9(05).
           05 filler                               pic X(15) value "  CONCLUIDAS: ".
           05 ws-tot-concluidos                    pic 9(05).
           05 filler                               pic X(15) value "  REJEITADAS: ".
           05 ws-tot-rejeitados                    pic 9(05).
           05 filler                               pic X(18) value spaces.


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

           move zeros to ws-rc-lidos
                         ws-rc-gravados

           perform ler-chave-mestra

           open input arq-solicitacao
           if ws-fs-arq-solicitacao <> "00" then
               move 1                                     to ws-msn-erro-ofsset
               move ws-fs-arq-solicitacao                 to ws-msn-erro-cod
               move "Erro ao abrir arq. lgpd.csv       "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arq-usuarios
           if     ws-fs-arq-usuarios  <> "00"
           and    ws-fs-arq-usuarios  <> "05" then
               move 2                                     to ws-msn-erro-ofsset
               move ws-fs-arq-usuarios                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arq-usuarios   "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arq-preferencias
           if     ws-fs-arq-preferencias  <> "00"
           and    ws-fs-arq-preferencias  <> "05" then
               move 3                                     to ws-msn-erro-ofsset
               move ws-fs-arq-preferencias                to ws-msn-erro-cod
               move "Erro ao abrir arq. arq-preferencias"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "S" to ws-hist-cifra-disponivel
           open i-o arq-hist-cifra
           if ws-fs-arq-hist-cifra = "35" then
               move "N" to ws-hist-cifra-disponivel
           else
               if     ws-fs-arq-hist-cifra  <> "00"
               and    ws-fs-arq-hist-cifra  <> "05" then
                   move 4                                     to ws-msn-erro-ofsset
                   move ws-fs-arq-hist-cifra                  to ws-msn-erro-cod
                   move "Erro ao abrir arq. arq-hist-cifra "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move "S" to ws-credenciais-disponivel
           open i-o arq-credenciais
           if ws-fs-arq-credenciais = "35" then
               move "N" to ws-credenciais-disponivel
           else
               if     ws-fs-arq-credenciais  <> "00"
               and    ws-fs-arq-credenciais  <> "05" then
                   move 5                                     to ws-msn-erro-ofsset
                   move ws-fs-arq-credenciais                 to ws-msn-erro-cod
                   move "Erro ao abrir arq. arq-credenciais"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move "S" to ws-log-acesso-disponivel
           open i-o arq-log-acesso
           if ws-fs-arq-log-acesso = "35" then
               move "N" to ws-log-acesso-disponivel
           else
               if     ws-fs-arq-log-acesso  <> "00"
               and    ws-fs-arq-log-acesso  <> "05" then
                   move 6                                     to ws-msn-erro-ofsset
                   move ws-fs-arq-log-acesso                  to ws-msn-erro-cod
                   move "Erro ao abrir arq. arq-log-acesso "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move "S" to ws-inscricao-disponivel
           open i-o arq-inscricao
           if ws-fs-arq-inscricao = "35" then
               move "N" to ws-inscricao-disponivel
           else
               if     ws-fs-arq-inscricao  <> "00"
               and    ws-fs-arq-inscricao  <> "05" then
                   move 7                                     to ws-msn-erro-ofsset
                   move ws-fs-arq-inscricao                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arq-inscricao  "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move "S" to ws-respostas-disponivel
           open i-o arq-respostas
           if ws-fs-arq-respostas = "35" then
               move "N" to ws-respostas-disponivel
           else
               if     ws-fs-arq-respostas  <> "00"
               and    ws-fs-arq-respostas  <> "05" then
                   move 8                                     to ws-msn-erro-ofsset
                   move ws-fs-arq-respostas                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arq-respostas  "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move "S" to ws-recorrecao-disponivel
           open i-o arq-recorrecao
           if ws-fs-arq-recorrecao = "35" then
               move "N" to ws-recorrecao-disponivel
           else
               if     ws-fs-arq-recorrecao  <> "00"
               and    ws-fs-arq-recorrecao  <> "05" then
                   move 9                                     to ws-msn-erro-ofsset
                   move ws-fs-arq-recorrecao                  to ws-msn-erro-cod
                   move "Erro ao abrir arq. arq-recorrecao "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move "S" to ws-remessa-disponivel
           open i-o arq-remessa-rh-item
           if ws-fs-arq-remessa-rh-item = "35" then
               move "N" to ws-remessa-disponivel
           else
               if     ws-fs-arq-remessa-rh-item  <> "00"
               and    ws-fs-arq-remessa-rh-item  <> "05" then
                   move 10                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-remessa-rh-item             to ws-msn-erro-cod
                   move "Erro ao abrir arq-remessa-rh-item "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move "S" to ws-checkpoint-exame-disponivel
           open i-o arq-checkpoint-exame
           if ws-fs-arq-checkpoint-exame = "35" then
               move "N" to ws-checkpoint-exame-disponivel
           else
               if     ws-fs-arq-checkpoint-exame  <> "00"
               and    ws-fs-arq-checkpoint-exame  <> "05" then
                   move 11                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-checkpoint-exame            to ws-msn-erro-cod
                   move "Erro ao abrir arq-checkpoint-exame"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move "S" to ws-checkpoint-disponivel
           open i-o arq-checkpoint
           if ws-fs-arq-checkpoint = "35" then
               move "N" to ws-checkpoint-disponivel
           else
               if     ws-fs-arq-checkpoint  <> "00"
               and    ws-fs-arq-checkpoint  <> "05" then
                   move 12                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-checkpoint                  to ws-msn-erro-cod
                   move "Erro ao abrir arq-checkpoint-prova"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move "S" to ws-acomodacao-disponivel
           open i-o arq-acomodacao
           if ws-fs-arq-acomodacao = "35" then
               move "N" to ws-acomodacao-disponivel
           else
               if     ws-fs-arq-acomodacao  <> "00"
               and    ws-fs-arq-acomodacao  <> "05" then
                   move 18                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-acomodacao                  to ws-msn-erro-cod
                   move "Erro ao abrir arq. arq-acomodacao "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move "S" to ws-remessa-enviada-disponivel
           open i-o arq-remessa-rh-enviada
           if ws-fs-arq-remessa-rh-enviada = "35" then
               move "N" to ws-remessa-enviada-disponivel
           else
               if     ws-fs-arq-remessa-rh-enviada  <> "00"
               and    ws-fs-arq-remessa-rh-enviada  <> "05" then
                   move 20                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-remessa-rh-enviada          to ws-msn-erro-cod
                   move "Erro ao abrir arq-remessa-rh-envia"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move "S" to ws-caderno-disponivel
           open i-o arq-caderno
           if ws-fs-arq-caderno = "35" then
               move "N" to ws-caderno-disponivel
           else
               if     ws-fs-arq-caderno  <> "00"
               and    ws-fs-arq-caderno  <> "05" then
                   move 19                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-caderno                     to ws-msn-erro-cod
                   move "Erro ao abrir arq. arq-caderno    "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           move "S" to ws-auditoria-disponivel
           open i-o arq-auditoria
           if ws-fs-arq-auditoria = "35" then
               move "N" to ws-auditoria-disponivel
           else
               if     ws-fs-arq-auditoria  <> "00"
               and    ws-fs-arq-auditoria  <> "05" then
                   move 13                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-auditoria                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arq-auditoria  "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open i-o arq-lgpd-log
           if ws-fs-arq-lgpd-log = "35" then
               open output arq-lgpd-log
               if ws-fs-arq-lgpd-log = "00" then
                   close arq-lgpd-log
                   open i-o arq-lgpd-log
               end-if
           end-if
           if     ws-fs-arq-lgpd-log  <> "00"
           and    ws-fs-arq-lgpd-log  <> "05" then
               move 14                                    to ws-msn-erro-ofsset
               move ws-fs-arq-lgpd-log                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arq-lgpd-log   "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arq-lgpd-backup
           if ws-fs-arq-lgpd-backup = "35" then
               open output arq-lgpd-backup
               if ws-fs-arq-lgpd-backup = "00" then
                   close arq-lgpd-backup
                   open i-o arq-lgpd-backup
               end-if
           end-if
           if     ws-fs-arq-lgpd-backup  <> "00"
           and    ws-fs-arq-lgpd-backup  <> "05" then
               move 15                                    to ws-msn-erro-ofsset
               move ws-fs-arq-lgpd-backup                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arq-lgpd-backup"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arq-relatorio
           if ws-fs-arq-relatorio <> "00" then
               move 16                                    to ws-msn-erro-ofsset
               move ws-fs-arq-relatorio                   to ws-msn-erro-cod
               move "Erro ao abrir rel-lgpd            "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-linha-cabecalho to fl-relatorio
           perform gravar-linha-relatorio

           perform contar-pseudonimos

           move "N"   to ws-fim-arquivo
           move zeros to ws-cnt-lidos
                         ws-cnt-concluidos
                         ws-cnt-rejeitados
                         ws-num-linha

           .
       1000-inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Chave Mestra Vigente (a mesma da extracao e da troca de chave)
      *>------------------------------------------------------------------------
       ler-chave-mestra section.

           open input arq-chave-mestra
           if ws-fs-arq-chave-mestra = "00" then
               read arq-chave-mestra
                   at end
                       continue
                   not at end
                       if fl-chave-mestra <> spaces then
                           move fl-chave-mestra(1:25) to ws-chave-mestra
                       end-if
               end-read
               close arq-chave-mestra
               if ws-fs-arq-chave-mestra <> "00" then
                   move 17                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-chave-mestra                to ws-msn-erro-cod
                   move "Erro ao fechar param-chave-mestra "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       ler-chave-mestra-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Pseudonimos ja Emitidos: um por eliminacao registrada no log que
      *>  nao foi rejeitada (inclusive as interrompidas), para que um
      *>  pseudonimo nunca seja reaproveitado
      *>------------------------------------------------------------------------
       contar-pseudonimos section.

           move zeros to ws-ult-pseudonimo

           move low-values to lg-chave
           start arq-lgpd-log key is not less than lg-chave
           if ws-fs-arq-lgpd-log = "00" then
               move "N" to ws-fim-leitura
               perform until ws-fim-leitura = "S"
                   read arq-lgpd-log next record
                       at end
                           move "S" to ws-fim-leitura
                       not at end
                           if lg-tipo = "E"
                           and lg-situacao <> "R" then
                               add 1 to ws-ult-pseudonimo
                           end-if
                   end-read
               end-perform
           end-if

           .
       contar-pseudonimos-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Processamento
      *>------------------------------------------------------------------------
       2000-processamento section.

           read arq-solicitacao
               at end
                   move "S" to ws-fim-arquivo
           end-read

           perform until ws-fim-arquivo = "S"

               add 1 to ws-num-linha

               move space to ws-sol-user-id
                             ws-sol-tipo
                             ws-sol-protocolo
               unstring fl-solicitacao delimited by ";"
                   into ws-sol-user-id
                        ws-sol-tipo
                        ws-sol-protocolo
               end-unstring

      *> linha de cabecalho da planilha de solicitacoes e ignorada
               if ws-sol-user-id <> "user_id" then
                   add 1 to ws-cnt-lidos ws-rc-lidos
                   perform processar-solicitacao
               end-if

               read arq-solicitacao
                   at end
                       move "S" to ws-fim-arquivo
               end-read

           end-perform

           move ws-cnt-lidos       to ws-tot-lidos
           move ws-cnt-concluidos  to ws-tot-concluidos
           move ws-cnt-rejeitados  to ws-tot-rejeitados
           move ws-linha-total to fl-relatorio
           perform gravar-linha-relatorio

           .
       2000-processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Atende uma Solicitacao do Titular
      *>------------------------------------------------------------------------
       processar-solicitacao section.

           move spaces to ws-motivo-rejeicao
                          ws-observacao
                          ws-nome-exportacao
                          ws-pseudonimo
           move zeros  to ws-cnt-exportados
                          ws-cnt-excluidos
                          ws-cnt-pseudonimizados
                          ws-cnt-backups

           move function upper-case (ws-sol-tipo) to ws-sol-tipo
           perform validar-matricula
           move ws-sol-user-id to ws-matricula

           if ws-motivo-rejeicao = spaces then
               if ws-sol-tipo <> "A"
               and ws-sol-tipo <> "E" then
                   move "Tipo invalido (A ou E)" to ws-motivo-rejeicao
               end-if
           end-if

      *> administrador ativo precisa ser inativado pela manutencao de
      *> usuarios antes da eliminacao, para nao deixar o sistema sem gestor
           if ws-motivo-rejeicao = spaces
           and ws-sol-tipo = "E" then
               move ws-matricula to us-user-id
               read arq-usuarios key is us-user-id
                   invalid key
                       continue
                   not invalid key
                       if us-perfil = "A"
                       and us-status = "A" then
                           move "Admin ativo - inativar"
                             to ws-motivo-rejeicao
                       end-if
               end-read
           end-if

           if ws-motivo-rejeicao = spaces then
               evaluate ws-sol-tipo
                   when "A"
                       perform atender-acesso
                   when "E"
                       perform atender-eliminacao
               end-evaluate
               add 1 to ws-cnt-concluidos ws-rc-gravados
           else
               move "R" to lg-situacao
               perform gravar-log-solicitacao
               add 1 to ws-cnt-rejeitados
           end-if

           move ws-num-linha            to ws-rel-num-linha
           move ws-sol-user-id          to ws-rel-user-id
           move ws-sol-tipo             to ws-rel-tipo
           move ws-sol-protocolo        to ws-rel-protocolo
           move lg-situacao             to ws-rel-situacao
           move ws-cnt-excluidos        to ws-rel-excluidos
           move ws-cnt-pseudonimizados  to ws-rel-pseudonimizados
           move ws-cnt-exportados       to ws-rel-exportados
           if ws-motivo-rejeicao <> spaces then
               move ws-motivo-rejeicao  to ws-rel-observacao
           else
               move ws-observacao       to ws-rel-observacao
           end-if
           move ws-linha-solicitacao-rel to fl-relatorio
           perform gravar-linha-relatorio

           .
       processar-solicitacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Critica da Matricula: obrigatoria, sem brancos embutidos,
      *>  somente letras e numeros
      *>------------------------------------------------------------------------
       validar-matricula section.

           if ws-sol-user-id = spaces then
               move "Matricula em branco" to ws-motivo-rejeicao
           else
               move zeros to ws-tam-matricula
               perform varying ws-pos-matricula from 1 by 1
                         until ws-pos-matricula > 8
                   if ws-sol-user-id (ws-pos-matricula:1) <> space then
                       move ws-pos-matricula to ws-tam-matricula
                   end-if
               end-perform

               move "S" to ws-matricula-valida
               perform varying ws-pos-matricula from 1 by 1
                         until ws-pos-matricula > ws-tam-matricula
                   move ws-sol-user-id (ws-pos-matricula:1)
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
      *>  Log da Solicitacao: inclusao (chave data/hora/sequencia)
      *>------------------------------------------------------------------------
       gravar-log-solicitacao section.

           move function current-date to ws-data-hora-atual
           move ws-data-hora-atual(1:8)  to lg-data
           move ws-data-hora-atual(9:6)  to lg-hora
           move 1                        to lg-seq
           move ws-sol-protocolo         to lg-protocolo
           move ws-sol-user-id           to lg-user-id
           move ws-sol-tipo              to lg-tipo
           move ws-motivo-rejeicao       to lg-motivo
           move ws-cnt-exportados        to lg-qtd-exportados
           move ws-cnt-excluidos         to lg-qtd-excluidos
           move ws-cnt-pseudonimizados   to lg-qtd-pseudonimizados
           move ws-cnt-backups           to lg-qtd-backups
           move ws-nome-exportacao       to lg-arquivo-exportacao
           if lg-situacao = "P" then
               move spaces               to lg-data-fim
                                            lg-hora-fim
           else
               move lg-data              to lg-data-fim
               move lg-hora              to lg-hora-fim
           end-if

           write fl-lgpd-log
           perform until ws-fs-arq-lgpd-log <> "22"
               add 1 to lg-seq
               write fl-lgpd-log
           end-perform

           if ws-fs-arq-lgpd-log <> "00" then
               move 34                                    to ws-msn-erro-ofsset
               move ws-fs-arq-lgpd-log                    to ws-msn-erro-cod
               move "Erro ao gravar arq-lgpd-log       "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-log-solicitacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Log da Solicitacao: desfecho da eliminacao (registro corrente)
      *>------------------------------------------------------------------------
       concluir-log-solicitacao section.

           move function current-date to ws-data-hora-atual
           move "C"                      to lg-situacao
           move ws-observacao            to lg-motivo
           move ws-cnt-excluidos         to lg-qtd-excluidos
           move ws-cnt-pseudonimizados   to lg-qtd-pseudonimizados
           move ws-cnt-backups           to lg-qtd-backups
           move ws-data-hora-atual(1:8)  to lg-data-fim
           move ws-data-hora-atual(9:6)  to lg-hora-fim

           rewrite fl-lgpd-log
           if ws-fs-arq-lgpd-log <> "00" then
               move 35                                    to ws-msn-erro-ofsset
               move ws-fs-arq-lgpd-log                    to ws-msn-erro-cod
               move "Erro ao regravar arq-lgpd-log     "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       concluir-log-solicitacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acesso: exportacao legivel de tudo o que esta sob a matricula,
      *>  com a chave pessoal (fl-cifra-vigenere) decifrada
      *>------------------------------------------------------------------------
       atender-acesso section.

           move function current-date to ws-data-hora-atual
           move spaces to ws-nome-exportacao
           string "interface/lgpd-acesso-"  delimited by size
                  ws-matricula              delimited by space
                  "-"                       delimited by size
                  ws-data-hora-atual(1:8)   delimited by size
                  ".txt"                    delimited by size
             into ws-nome-exportacao
           end-string

           open output arq-exportacao
           if ws-fs-arq-exportacao <> "00" then
               move 31                                    to ws-msn-erro-ofsset
               move ws-fs-arq-exportacao                  to ws-msn-erro-cod
               move "Erro ao abrir exportacao do titular"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to ws-linha-exportacao
           string "DADOS MANTIDOS SOB A MATRICULA "  delimited by size
                  ws-matricula                       delimited by size
                  " - EMITIDO EM "                   delimited by size
                  ws-data-hora-atual(1:8)            delimited by size
                  " "                                delimited by size
                  ws-data-hora-atual(9:6)            delimited by size
                  " - PROTOCOLO "                    delimited by size
                  ws-sol-protocolo                   delimited by size
             into ws-linha-exportacao
           end-string
           perform gravar-linha-exportacao

           perform exportar-cadastro
           perform exportar-preferencias
           perform exportar-hist-cifra
           perform exportar-credencial
           perform exportar-inscricoes
           perform exportar-respostas
           perform exportar-recorrecoes
           perform exportar-remessas-rh
           perform exportar-checkpoint-exame
           perform exportar-checkpoint-prova
           perform exportar-acomodacoes
           perform exportar-cadernos
           perform exportar-log-acesso
           perform exportar-auditoria

           close arq-exportacao
           if ws-fs-arq-exportacao <> "00" then
               move 33                                    to ws-msn-erro-ofsset
               move ws-fs-arq-exportacao                  to ws-msn-erro-cod
               move "Erro ao fechar exportacao do titular"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-cnt-exportados = zeros then
               move "Nenhum dado do titular" to ws-observacao
           else
               move "Exportacao emitida" to ws-observacao
           end-if

           move "C"           to lg-situacao
           move ws-observacao to ws-motivo-rejeicao
           perform gravar-log-solicitacao
           move spaces        to ws-motivo-rejeicao

           .
       atender-acesso-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Titulo de Secao da Exportacao
      *>------------------------------------------------------------------------
       gravar-titulo-exportacao section.

           move spaces to fl-exportacao
           write fl-exportacao
           if ws-fs-arq-exportacao <> "00" then
               move 32                                    to ws-msn-erro-ofsset
               move ws-fs-arq-exportacao                  to ws-msn-erro-cod
               move "Erro ao gravar exportacao do titular"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           move zeros to ws-cnt-secao
           perform gravar-linha-exportacao

           .
       gravar-titulo-exportacao-exit.
           exit.

       gravar-linha-exportacao section.

           write fl-exportacao from ws-linha-exportacao
           if ws-fs-arq-exportacao <> "00" then
               move 32                                    to ws-msn-erro-ofsset
               move ws-fs-arq-exportacao                  to ws-msn-erro-cod
               move "Erro ao gravar exportacao do titular"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gravar-linha-exportacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha de Dado Exportado (conta para o desfecho da solicitacao)
      *>------------------------------------------------------------------------
       gravar-dado-exportacao section.

           perform gravar-linha-exportacao
           add 1 to ws-cnt-exportados ws-cnt-secao

           .
       gravar-dado-exportacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Secao sem Registro do Titular
      *>------------------------------------------------------------------------
       gravar-secao-vazia section.

           if ws-cnt-secao = zeros then
               move "  (nenhum registro)" to ws-linha-exportacao
               perform gravar-linha-exportacao
           end-if

           .
       gravar-secao-vazia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Decifra um Valor sob a Chave Mestra
      *>------------------------------------------------------------------------
       decifrar-valor section.

           move "D"              to ws-parm-cf-funcao
           move ws-chave-mestra  to ws-parm-cf-chave
           move spaces           to ws-parm-cf-texto
           move ws-valor-decifrado to ws-parm-cf-texto(1:25)
           call "P05SISR10" using ws-parm-cifra
           move ws-parm-cf-texto(1:25) to ws-valor-decifrado

           .
       decifrar-valor-exit.
           exit.

       exportar-cadastro section.

           move "CADASTRO" to ws-linha-exportacao
           perform gravar-titulo-exportacao

           move ws-matricula to us-user-id
           read arq-usuarios key is us-user-id
               invalid key
                   continue
               not invalid key
                   move spaces to ws-linha-exportacao
                   string "  MATRICULA: "  delimited by size
                          us-user-id       delimited by size
                          "  NOME: "       delimited by size
                          us-nome          delimited by size
                          "  PERFIL: "     delimited by size
                          us-perfil        delimited by size
                          "  SITUACAO: "   delimited by size
                          us-status        delimited by size
                     into ws-linha-exportacao
                   end-string
                   perform gravar-dado-exportacao
           end-read

           perform gravar-secao-vazia

           .
       exportar-cadastro-exit.
           exit.

       exportar-preferencias section.

           move "PREFERENCIAS" to ws-linha-exportacao
           perform gravar-titulo-exportacao

           move ws-matricula to fl-user-id
           read arq-preferencias key is fl-user-id
               invalid key
                   continue
               not invalid key
                   move fl-cifra-vigenere to ws-valor-decifrado
                   if ws-valor-decifrado <> spaces then
                       perform decifrar-valor
                   end-if
                   move spaces to ws-linha-exportacao
                   string "  IDIOMA: "          delimited by size
                          fl-idioma             delimited by size
                          "  VERSAO: "          delimited by size
                          fl-versao             delimited by size
                          "  MODO: "            delimited by size
                          fl-modo               delimited by size
                          "  CHAVE PESSOAL: "   delimited by size
                          ws-valor-decifrado    delimited by size
                     into ws-linha-exportacao
                   end-string
                   perform gravar-dado-exportacao
           end-read

           perform gravar-secao-vazia

           .
       exportar-preferencias-exit.
           exit.

       exportar-hist-cifra section.

           move "HISTORICO DA CHAVE PESSOAL" to ws-linha-exportacao
           perform gravar-titulo-exportacao

           if ws-hist-cifra-disponivel = "S" then
               move low-values   to hc-chave
               move ws-matricula to hc-user-id
               start arq-hist-cifra key is not less than hc-chave
                   invalid key
                       move "S" to ws-fim-leitura
                   not invalid key
                       move "N" to ws-fim-leitura
               end-start
               perform until ws-fim-leitura = "S"
                   read arq-hist-cifra next record
                       at end
                           move "S" to ws-fim-leitura
                       not at end
                           if hc-user-id <> ws-matricula then
                               move "S" to ws-fim-leitura
                           else
                               move hc-cifra-anterior to ws-valor-decifrado
                               if ws-valor-decifrado <> spaces then
                                   perform decifrar-valor
                               end-if
                               move spaces to ws-linha-exportacao
                               string "  TROCA EM "           delimited by size
                                      hc-data                 delimited by size
                                      " "                     delimited by size
                                      hc-hora                 delimited by size
                                      "  CHAVE ANTERIOR: "    delimited by size
                                      ws-valor-decifrado      delimited by size
                                 into ws-linha-exportacao
                               end-string
                               perform gravar-dado-exportacao
                           end-if
                   end-read
               end-perform
           end-if

           perform gravar-secao-vazia

           .
       exportar-hist-cifra-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Credencial: a senha so existe como resumo irreversivel e nao e
      *>  exportada; informa-se a situacao da conta
      *>------------------------------------------------------------------------
       exportar-credencial section.

           move "CREDENCIAL DE ACESSO" to ws-linha-exportacao
           perform gravar-titulo-exportacao

           if ws-credenciais-disponivel = "S" then
               move ws-matricula to cr-user-id
               read arq-credenciais key is cr-user-id
                   invalid key
                       continue
                   not invalid key
                       move cr-falhas to ws-ed-num-2
                       move spaces to ws-linha-exportacao
                       string "  SITUACAO: "         delimited by size
                              cr-situacao            delimited by size
                              "  FALHAS: "           delimited by size
                              ws-ed-num-2            delimited by size
                              "  ULTIMA TROCA: "     delimited by size
                              cr-data-troca          delimited by size
                              "  BLOQUEIO: "         delimited by size
                              cr-data-bloqueio       delimited by size
                              " "                    delimited by size
                              cr-hora-bloqueio       delimited by size
                              "  (SENHA NAO ARMAZENADA)" delimited by size
                         into ws-linha-exportacao
                       end-string
                       perform gravar-dado-exportacao
               end-read
           end-if

           perform gravar-secao-vazia

           .
       exportar-credencial-exit.
           exit.

       exportar-inscricoes section.

           move "INSCRICOES EM PROVAS" to ws-linha-exportacao
           perform gravar-titulo-exportacao

           if ws-inscricao-disponivel = "S" then
               move low-values   to in-chave
               move ws-matricula to in-user-id
               start arq-inscricao key is not less than in-chave
                   invalid key
                       move "S" to ws-fim-leitura
                   not invalid key
                       move "N" to ws-fim-leitura
               end-start
               perform until ws-fim-leitura = "S"
                   read arq-inscricao next record
                       at end
                           move "S" to ws-fim-leitura
                       not at end
                           if in-user-id <> ws-matricula then
                               move "S" to ws-fim-leitura
                           else
                               move spaces to ws-linha-exportacao
                               string "  PROVA: "         delimited by size
                                      in-prova-id         delimited by size
                                      "  DATA: "          delimited by size
                                      in-data-inscricao   delimited by size
                                      "  ORIGEM: "        delimited by size
                                      in-origem           delimited by size
                                      "  SITUACAO: "      delimited by size
                                      in-situacao         delimited by size
                                 into ws-linha-exportacao
                               end-string
                               perform gravar-dado-exportacao
                           end-if
                   end-read
               end-perform
           end-if

           perform gravar-secao-vazia

           .
       exportar-inscricoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Tentativas: resultado e respostas marcadas, em trechos de 60
      *>------------------------------------------------------------------------
       exportar-respostas section.

           move "TENTATIVAS DE PROVAS E SIMULADOS" to ws-linha-exportacao
           perform gravar-titulo-exportacao

           if ws-respostas-disponivel = "S" then
               move low-values   to rs-chave
               move ws-matricula to rs-user-id
               start arq-respostas key is not less than rs-chave
                   invalid key
                       move "S" to ws-fim-leitura
                   not invalid key
                       move "N" to ws-fim-leitura
               end-start
               perform until ws-fim-leitura = "S"
                   read arq-respostas next record
                       at end
                           move "S" to ws-fim-leitura
                       not at end
                           if rs-user-id <> ws-matricula then
                               move "S" to ws-fim-leitura
                           else
                               perform exportar-tentativa
                           end-if
                   end-read
               end-perform
           end-if

           perform gravar-secao-vazia

           .
       exportar-respostas-exit.
           exit.

       exportar-tentativa section.

           move rs-tentativa    to ws-ed-num-2
           move rs-qtd-questoes to ws-ed-num-3
           move rs-nota         to ws-ed-nota
           move spaces to ws-linha-exportacao
           string "  EXAME: "        delimited by size
                  rs-exame-id        delimited by size
                  " TIPO: "          delimited by size
                  rs-tipo            delimited by size
                  " TENTATIVA: "     delimited by size
                  ws-ed-num-2        delimited by size
                  " EM "             delimited by size
                  rs-data            delimited by size
                  " "                delimited by size
                  rs-hora            delimited by size
                  " QUESTOES: "      delimited by size
                  ws-ed-num-3        delimited by size
                  " NOTA: "          delimited by size
                  ws-ed-nota         delimited by size
                  " APROVADO: "      delimited by size
                  rs-aprovado        delimited by size
             into ws-linha-exportacao
           end-string
           perform gravar-dado-exportacao

           move 1 to ws-pos-resposta
           perform until ws-pos-resposta > rs-qtd-questoes
               compute ws-tam-trecho = rs-qtd-questoes - ws-pos-resposta + 1
               if ws-tam-trecho > 60 then
                   move 60 to ws-tam-trecho
               end-if
               move ws-pos-resposta to ws-ed-num-3
               move spaces to ws-linha-exportacao
               string "    RESPOSTAS A PARTIR DA "            delimited by size
                      ws-ed-num-3                             delimited by size
                      ": "                                    delimited by size
                      rs-respostas(ws-pos-resposta:ws-tam-trecho) delimited by size
                 into ws-linha-exportacao
               end-string
               perform gravar-linha-exportacao
               add ws-tam-trecho to ws-pos-resposta
           end-perform

           .
       exportar-tentativa-exit.
           exit.

       exportar-recorrecoes section.

           move "RECORRECOES DE TENTATIVAS" to ws-linha-exportacao
           perform gravar-titulo-exportacao

           if ws-recorrecao-disponivel = "S" then
               move low-values   to rg-chave
               move ws-matricula to rg-user-id
               start arq-recorrecao key is not less than rg-chave
                   invalid key
                       move "S" to ws-fim-leitura
                   not invalid key
                       move "N" to ws-fim-leitura
               end-start
               perform until ws-fim-leitura = "S"
                   read arq-recorrecao next record
                       at end
                           move "S" to ws-fim-leitura
                       not at end
                           if rg-user-id <> ws-matricula then
                               move "S" to ws-fim-leitura
                           else
                               move rg-tentativa     to ws-ed-num-2
                               move rg-nota-anterior to ws-ed-nota
                               move spaces to ws-linha-exportacao
                               string "  EXAME: "          delimited by size
                                      rg-exame-id          delimited by size
                                      " TENTATIVA: "       delimited by size
                                      ws-ed-num-2          delimited by size
                                      " EM "               delimited by size
                                      rg-data              delimited by size
                                      " "                  delimited by size
                                      rg-hora              delimited by size
                                      " NOTA DE "          delimited by size
                                      ws-ed-nota           delimited by size
                                      " ("                 delimited by size
                                      rg-aprovado-anterior delimited by size
                                      ")"                  delimited by size
                                 into ws-linha-exportacao
                               end-string
                               move rg-nota-nova to ws-ed-nota
                               string ws-linha-exportacao  delimited by "  "
                                      " PARA "             delimited by size
                                      ws-ed-nota           delimited by size
                                      " ("                 delimited by size
                                      rg-aprovado-novo     delimited by size
                                      ")"                  delimited by size
                                 into ws-linha-exportacao
                               end-string
                               perform gravar-dado-exportacao
                           end-if
                   end-read
               end-perform
           end-if

           perform gravar-secao-vazia

           .
       exportar-recorrecoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Resultados Enviados ao RH (chave comeca pela remessa: varredura
      *>  completa)
      *>------------------------------------------------------------------------
       exportar-remessas-rh section.

           move "RESULTADOS ENVIADOS AO RH" to ws-linha-exportacao
           perform gravar-titulo-exportacao

           if ws-remessa-disponivel = "S" then
               move low-values to ri-chave
               start arq-remessa-rh-item key is not less than ri-chave
                   invalid key
                       move "S" to ws-fim-leitura
                   not invalid key
                       move "N" to ws-fim-leitura
               end-start
               perform until ws-fim-leitura = "S"
                   read arq-remessa-rh-item next record
                       at end
                           move "S" to ws-fim-leitura
                       not at end
                           if ri-user-id = ws-matricula then
                               move ri-num-remessa to ws-ed-num-6
                               move ri-tentativa   to ws-ed-num-2
                               move ri-nota        to ws-ed-nota
                               move spaces to ws-linha-exportacao
                               string "  REMESSA: "       delimited by size
                                      ws-ed-num-6         delimited by size
                                      " EXAME: "          delimited by size
                                      ri-exame-id         delimited by size
                                      " TENTATIVA: "      delimited by size
                                      ws-ed-num-2         delimited by size
                                      " DATA: "           delimited by size
                                      ri-data             delimited by size
                                      " NOTA: "           delimited by size
                                      ws-ed-nota          delimited by size
                                      " APROVADO: "       delimited by size
                                      ri-aprovado         delimited by size
                                 into ws-linha-exportacao
                               end-string
                               perform gravar-dado-exportacao
                           end-if
                   end-read
               end-perform
           end-if

           perform gravar-secao-vazia

           .
       exportar-remessas-rh-exit.
           exit.

       exportar-checkpoint-exame section.

           move "SESSOES DE EXAME EM ANDAMENTO" to ws-linha-exportacao
           perform gravar-titulo-exportacao

           if ws-checkpoint-exame-disponivel = "S" then
               move low-values   to ce-chave
               move ws-matricula to ce-user-id
               start arq-checkpoint-exame key is not less than ce-chave
                   invalid key
                       move "S" to ws-fim-leitura
                   not invalid key
                       move "N" to ws-fim-leitura
               end-start
               perform until ws-fim-leitura = "S"
                   read arq-checkpoint-exame next record
                       at end
                           move "S" to ws-fim-leitura
                       not at end
                           if ce-user-id <> ws-matricula then
                               move "S" to ws-fim-leitura
                           else
                               move ce-qtd-questoes to ws-ed-num-3
                               move ce-prox-questao to ws-ed-num-4
                               move spaces to ws-linha-exportacao
                               string "  EXAME: "          delimited by size
                                      ce-exame-id          delimited by size
                                      " TIPO: "            delimited by size
                                      ce-tipo              delimited by size
                                      " INICIO: "          delimited by size
                                      ce-data-inicio       delimited by size
                                      " "                  delimited by size
                                      ce-hora-inicio       delimited by size
                                      " QUESTOES: "        delimited by size
                                      ws-ed-num-3          delimited by size
                                      " PROXIMA: "         delimited by size
                                      ws-ed-num-4          delimited by size
                                 into ws-linha-exportacao
                               end-string
                               perform gravar-dado-exportacao
                           end-if
                   end-read
               end-perform
           end-if

           perform gravar-secao-vazia

           .
       exportar-checkpoint-exame-exit.
           exit.

       exportar-checkpoint-prova section.

           move "CADASTROS DE PROVA EM ANDAMENTO" to ws-linha-exportacao
           perform gravar-titulo-exportacao

           if ws-checkpoint-disponivel = "S" then
               move low-values to ck-id
               start arq-checkpoint key is not less than ck-id
                   invalid key
                       move "S" to ws-fim-leitura
                   not invalid key
                       move "N" to ws-fim-leitura
               end-start
               perform until ws-fim-leitura = "S"
                   read arq-checkpoint next record
                       at end
                           move "S" to ws-fim-leitura
                       not at end
                           if ck-user-id = ws-matricula then
                               move spaces to ws-linha-exportacao
                               string "  PROVA: "          delimited by size
                                      ck-id                delimited by size
                                      " "                  delimited by size
                                      ck-titulo            delimited by size
                                 into ws-linha-exportacao
                               end-string
                               perform gravar-dado-exportacao
                           end-if
                   end-read
               end-perform
           end-if

           perform gravar-secao-vazia

           .
       exportar-checkpoint-prova-exit.
           exit.

       exportar-acomodacoes section.

           move "ACOMODACOES CONCEDIDAS" to ws-linha-exportacao
           perform gravar-titulo-exportacao

           if ws-acomodacao-disponivel = "S" then
               move low-values   to ac-chave
               move ws-matricula to ac-user-id
               start arq-acomodacao key is not less than ac-chave
                   invalid key
                       move "S" to ws-fim-leitura
                   not invalid key
                       move "N" to ws-fim-leitura
               end-start
               perform until ws-fim-leitura = "S"
                   read arq-acomodacao next record
                       at end
                           move "S" to ws-fim-leitura
                       not at end
                           if ac-user-id <> ws-matricula then
                               move "S" to ws-fim-leitura
                           else
                               move ac-tempo-extra       to ws-ed-num-3
                               move ac-tentativas-extras to ws-ed-num-2
                               move ac-qtd-usos          to ws-ed-num-4
                               move spaces to ws-linha-exportacao
                               string "  EXAME: "          delimited by size
                                      ac-exame-id          delimited by size
                                      " TEMPO: "           delimited by size
                                      ac-tipo-tempo        delimited by size
                                      ws-ed-num-3          delimited by size
                                      " TENT.: "           delimited by size
                                      ws-ed-num-2          delimited by size
                                      " DE "               delimited by size
                                      ac-data-inicio       delimited by size
                                      " A "                delimited by size
                                      ac-data-fim          delimited by size
                                      " SIT.: "            delimited by size
                                      ac-situacao          delimited by size
                                      " USOS: "            delimited by size
                                      ws-ed-num-4          delimited by size
                                 into ws-linha-exportacao
                               end-string
                               perform gravar-dado-exportacao
                           end-if
                   end-read
               end-perform
           end-if

           perform gravar-secao-vazia

           .
       exportar-acomodacoes-exit.
           exit.

       exportar-cadernos section.

           move "CADERNOS DE APLICACAO EM PAPEL" to ws-linha-exportacao
           perform gravar-titulo-exportacao

           if ws-caderno-disponivel = "S" then
               move zeros to cd-id
               start arq-caderno key is not less than cd-id
                   invalid key
                       move "S" to ws-fim-leitura
                   not invalid key
                       move "N" to ws-fim-leitura
               end-start
               perform until ws-fim-leitura = "S"
                   read arq-caderno next record
                       at end
                           move "S" to ws-fim-leitura
                       not at end
                           if cd-user-id = ws-matricula then
                               move cd-qtd-questoes to ws-ed-num-3
                               move cd-tentativa    to ws-ed-num-2
                               move spaces to ws-linha-exportacao
                               string "  CADERNO: "        delimited by size
                                      cd-id                delimited by size
                                      " PROVA: "           delimited by size
                                      cd-prova-id          delimited by size
                                      " SIT.: "            delimited by size
                                      cd-situacao          delimited by size
                                      " EMISSAO: "         delimited by size
                                      cd-data-emissao      delimited by size
                                      " QUESTOES: "        delimited by size
                                      ws-ed-num-3          delimited by size
                                      " TENT.: "           delimited by size
                                      ws-ed-num-2          delimited by size
                                 into ws-linha-exportacao
                               end-string
                               perform gravar-dado-exportacao
                           end-if
                   end-read
               end-perform
           end-if

           perform gravar-secao-vazia

           .
       exportar-cadernos-exit.
           exit.

       exportar-log-acesso section.

           move "EVENTOS DE ACESSO" to ws-linha-exportacao
           perform gravar-titulo-exportacao

           if ws-log-acesso-disponivel = "S" then
               move low-values to la-chave
               start arq-log-acesso key is not less than la-chave
                   invalid key
                       move "S" to ws-fim-leitura
                   not invalid key
                       move "N" to ws-fim-leitura
               end-start
               perform until ws-fim-leitura = "S"
                   read arq-log-acesso next record
                       at end
                           move "S" to ws-fim-leitura
                       not at end
                           if la-user-id  = ws-matricula
                           or la-operador = ws-matricula then
                               move la-falhas to ws-ed-num-2
                               move spaces to ws-linha-exportacao
                               string "  "               delimited by size
                                      la-data            delimited by size
                                      " "                delimited by size
                                      la-hora            delimited by size
                                      " PROGRAMA: "      delimited by size
                                      la-programa        delimited by size
                                      " EVENTO: "        delimited by size
                                      la-evento          delimited by size
                                      " FALHAS: "        delimited by size
                                      ws-ed-num-2        delimited by size
                                      " MATRICULA: "     delimited by size
                                      la-user-id         delimited by size
                                      " OPERADOR: "      delimited by size
                                      la-operador        delimited by size
                                 into ws-linha-exportacao
                               end-string
                               perform gravar-dado-exportacao
                           end-if
                   end-read
               end-perform
           end-if

           perform gravar-secao-vazia

           .
       exportar-log-acesso-exit.
           exit.

       exportar-auditoria section.

           move "TRILHA DE AUDITORIA" to ws-linha-exportacao
           perform gravar-titulo-exportacao

           if ws-auditoria-disponivel = "S" then
               move low-values to au-chave
               start arq-auditoria key is not less than au-chave
                   invalid key
                       move "S" to ws-fim-leitura
                   not invalid key
                       move "N" to ws-fim-leitura
               end-start
               perform until ws-fim-leitura = "S"
                   read arq-auditoria next record
                       at end
                           move "S" to ws-fim-leitura
                       not at end
                           perform verificar-titular-auditoria
                           if ws-titular-no-registro = "S" then
                               move spaces to ws-linha-exportacao
                               string "  "               delimited by size
                                      au-data            delimited by size
                                      " "                delimited by size
                                      au-hora            delimited by size
                                      " OPERADOR: "      delimited by size
                                      au-user-id         delimited by size
                                      " ACAO: "          delimited by size
                                      au-acao            delimited by size
                                      " REGISTRO: "      delimited by size
                                      au-registro        delimited by size
                                 into ws-linha-exportacao
                               end-string
                               perform gravar-dado-exportacao
                           end-if
                   end-read
               end-perform
           end-if

           perform gravar-secao-vazia

           .
       exportar-auditoria-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  O Titular Aparece no Registro de Auditoria como operador ou no
      *>  registro afetado: a matricula vai no inicio (LOGON, GRVPRF) ou
      *>  apos "prova/" (manutencao de inscricao)
      *>------------------------------------------------------------------------
       verificar-titular-auditoria section.

           move "N" to ws-titular-no-registro
           if au-user-id = ws-matricula
           or au-registro(1:8) = ws-matricula
           or (au-registro(7:1) = "/" and au-registro(8:8) = ws-matricula) then
               move "S" to ws-titular-no-registro
           end-if

           .
       verificar-titular-auditoria-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Eliminacao: remove o dado pessoal e troca a matricula por um
      *>  pseudonimo onde o historico precisa ficar (estatistica, RH e
      *>  auditoria). O cadastro sai por ultimo, para que uma eliminacao
      *>  interrompida possa ser repetida
      *>------------------------------------------------------------------------
       atender-eliminacao section.

           add 1 to ws-ult-pseudonimo
           move ws-ult-pseudonimo to ws-pseudonimo(2:7)
           move "#"               to ws-pseudonimo(1:1)

           move "P" to lg-situacao
           perform gravar-log-solicitacao

           perform eliminar-preferencias
           perform eliminar-hist-cifra
           perform eliminar-credencial
           perform eliminar-checkpoint-exame
           perform eliminar-acomodacoes
           perform pseudonimizar-checkpoint-prova
           perform pseudonimizar-cadernos
           perform pseudonimizar-inscricoes
           perform pseudonimizar-respostas
           perform pseudonimizar-recorrecoes
           perform pseudonimizar-remessas-rh
           perform pseudonimizar-remessas-enviadas
           perform pseudonimizar-log-acesso
           perform pseudonimizar-auditoria
           perform eliminar-cadastro

           perform anotar-backups

           if ws-cnt-excluidos = zeros
           and ws-cnt-pseudonimizados = zeros then
               move "Nenhum dado do titular" to ws-observacao
           else
               move "Eliminacao aplicada" to ws-observacao
           end-if
           if ws-cnt-backups > zeros then
               move "Eliminada, ver backups" to ws-observacao
           end-if

           perform concluir-log-solicitacao

           .
       atender-eliminacao-exit.
           exit.

       eliminar-preferencias section.

           move ws-matricula to fl-user-id
           read arq-preferencias key is fl-user-id
               invalid key
                   continue
               not invalid key
                   delete arq-preferencias record
                   if ws-fs-arq-preferencias <> "00" then
                       move 41                                    to ws-msn-erro-ofsset
                       move ws-fs-arq-preferencias                to ws-msn-erro-cod
                       move "Erro ao excluir arq-preferencias  "  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   add 1 to ws-cnt-excluidos
           end-read

           .
       eliminar-preferencias-exit.
           exit.

       eliminar-hist-cifra section.

           if ws-hist-cifra-disponivel = "S" then
               move low-values   to hc-chave
               move ws-matricula to hc-user-id
               start arq-hist-cifra key is not less than hc-chave
                   invalid key
                       move "S" to ws-fim-leitura
                   not invalid key
                       move "N" to ws-fim-leitura
               end-start
               perform until ws-fim-leitura = "S"
                   read arq-hist-cifra next record
                       at end
                           move "S" to ws-fim-leitura
                       not at end
                           if hc-user-id <> ws-matricula then
                               move "S" to ws-fim-leitura
                           else
                               move hc-chave to ws-chave-salva-hc
                               delete arq-hist-cifra record
                               if ws-fs-arq-hist-cifra <> "00" then
                                   move 42                                    to ws-msn-erro-ofsset
                                   move ws-fs-arq-hist-cifra                  to ws-msn-erro-cod
                                   move "Erro ao excluir arq-hist-cifra    "  to ws-msn-erro-text
                                   perform finaliza-anormal
                               end-if
                               add 1 to ws-cnt-excluidos
                               move ws-chave-salva-hc to hc-chave
                               start arq-hist-cifra key is greater than hc-chave
                                   invalid key
                                       move "S" to ws-fim-leitura
                               end-start
                           end-if
                   end-read
               end-perform
           end-if

           .
       eliminar-hist-cifra-exit.
           exit.

       eliminar-credencial section.

           if ws-credenciais-disponivel = "S" then
               move ws-matricula to cr-user-id
               read arq-credenciais key is cr-user-id
                   invalid key
                       continue
                   not invalid key
                       delete arq-credenciais record
                       if ws-fs-arq-credenciais <> "00" then
                           move 43                                    to ws-msn-erro-ofsset
                           move ws-fs-arq-credenciais                 to ws-msn-erro-cod
                           move "Erro ao excluir arq-credenciais   "  to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-cnt-excluidos
               end-read
           end-if

           .
       eliminar-credencial-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Sessao em Andamento nao tem valor historico: e excluida
      *>------------------------------------------------------------------------
       eliminar-checkpoint-exame section.

           if ws-checkpoint-exame-disponivel = "S" then
               move low-values   to ce-chave
               move ws-matricula to ce-user-id
               start arq-checkpoint-exame key is not less than ce-chave
                   invalid key
                       move "S" to ws-fim-leitura
                   not invalid key
                       move "N" to ws-fim-leitura
               end-start
               perform until ws-fim-leitura = "S"
                   read arq-checkpoint-exame next record
                       at end
                           move "S" to ws-fim-leitura
                       not at end
                           if ce-user-id <> ws-matricula then
                               move "S" to ws-fim-leitura
                           else
                               move ce-chave to ws-chave-salva-ce
                               delete arq-checkpoint-exame record
                               if ws-fs-arq-checkpoint-exame <> "00" then
                                   move 44                                    to ws-msn-erro-ofsset
                                   move ws-fs-arq-checkpoint-exame            to ws-msn-erro-cod
                                   move "Erro ao excluir checkpoint-exame  "  to ws-msn-erro-text
                                   perform finaliza-anormal
                               end-if
                               add 1 to ws-cnt-excluidos
                               move ws-chave-salva-ce to ce-chave
                               start arq-checkpoint-exame key is greater than ce-chave
                                   invalid key
                                       move "S" to ws-fim-leitura
                               end-start
                           end-if
                   end-read
               end-perform
           end-if

           .
       eliminar-checkpoint-exame-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acomodacao revela condicao de saude do titular: e excluida
      *>------------------------------------------------------------------------
       eliminar-acomodacoes section.

           if ws-acomodacao-disponivel = "S" then
               move low-values   to ac-chave
               move ws-matricula to ac-user-id
               start arq-acomodacao key is not less than ac-chave
                   invalid key
                       move "S" to ws-fim-leitura
                   not invalid key
                       move "N" to ws-fim-leitura
               end-start
               perform until ws-fim-leitura = "S"
                   read arq-acomodacao next record
                       at end
                           move "S" to ws-fim-leitura
                       not at end
                           if ac-user-id <> ws-matricula then
                               move "S" to ws-fim-leitura
                           else
                               move ac-chave to ws-chave-salva-ac
                               delete arq-acomodacao record
                               if ws-fs-arq-acomodacao <> "00" then
                                   move 58                                    to ws-msn-erro-ofsset
                                   move ws-fs-arq-acomodacao                  to ws-msn-erro-cod
                                   move "Erro ao excluir arq-acomodacao    "  to ws-msn-erro-text
                                   perform finaliza-anormal
                               end-if
                               add 1 to ws-cnt-excluidos
                               move ws-chave-salva-ac to ac-chave
                               start arq-acomodacao key is greater than ac-chave
                                   invalid key
                                       move "S" to ws-fim-leitura
                               end-start
                           end-if
                   end-read
               end-perform
           end-if

           .
       eliminar-acomodacoes-exit.
           exit.

       pseudonimizar-checkpoint-prova section.

           if ws-checkpoint-disponivel = "S" then
               move low-values to ck-id
               start arq-checkpoint key is not less than ck-id
                   invalid key
                       move "S" to ws-fim-leitura
                   not invalid key
                       move "N" to ws-fim-leitura
               end-start
               perform until ws-fim-leitura = "S"
                   read arq-checkpoint next record
                       at end
                           move "S" to ws-fim-leitura
                       not at end
                           if ck-user-id = ws-matricula then
                               move ws-pseudonimo to ck-user-id
                               rewrite fl-checkpoint
                               if ws-fs-arq-checkpoint <> "00" then
                                   move 45                                    to ws-msn-erro-ofsset
                                   move ws-fs-arq-checkpoint                  to ws-msn-erro-cod
                                   move "Erro ao regravar checkpoint-prova "  to ws-msn-erro-text
                                   perform finaliza-anormal
                               end-if
                               add 1 to ws-cnt-pseudonimizados
                           end-if
                   end-read
               end-perform
           end-if

           .
       pseudonimizar-checkpoint-prova-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Cadernos de Papel: ligam a tentativa as questoes impressas e sao
      *>  mantidos; a chave e o numero do caderno, regravado no lugar
      *>------------------------------------------------------------------------
       pseudonimizar-cadernos section.

           if ws-caderno-disponivel = "S" then
               move zeros to cd-id
               start arq-caderno key is not less than cd-id
                   invalid key
                       move "S" to ws-fim-leitura
                   not invalid key
                       move "N" to ws-fim-leitura
               end-start
               perform until ws-fim-leitura = "S"
                   read arq-caderno next record
                       at end
                           move "S" to ws-fim-leitura
                       not at end
                           if cd-user-id = ws-matricula then
                               move ws-pseudonimo to cd-user-id
                               rewrite fl-caderno
                               if ws-fs-arq-caderno <> "00" then
                                   move 59                                    to ws-msn-erro-ofsset
                                   move ws-fs-arq-caderno                     to ws-msn-erro-cod
                                   move "Erro ao regravar arq-caderno      "  to ws-msn-erro-text
                                   perform finaliza-anormal
                               end-if
                               add 1 to ws-cnt-pseudonimizados
                           end-if
                   end-read
               end-perform
           end-if

           .
       pseudonimizar-cadernos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Inscricoes: a chave comeca pela matricula (regravada sob o
      *>  pseudonimo) e o responsavel pode ser o proprio titular. O
      *>  pseudonimo ("#") ordena antes de qualquer matricula, entao o
      *>  registro regravado nao volta a ser lido
      *>------------------------------------------------------------------------
       pseudonimizar-inscricoes section.

           if ws-inscricao-disponivel = "S" then
               move low-values to in-chave
               start arq-inscricao key is not less than in-chave
                   invalid key
                       move "S" to ws-fim-leitura
                   not invalid key
                       move "N" to ws-fim-leitura
               end-start
               perform until ws-fim-leitura = "S"
                   read arq-inscricao next record
                       at end
                           move "S" to ws-fim-leitura
                       not at end
                           evaluate true
                               when in-user-id = ws-matricula
                                   move in-chave to ws-chave-salva-in
                                   delete arq-inscricao record
                                   if ws-fs-arq-inscricao <> "00" then
                                       move 46                                    to ws-msn-erro-ofsset
                                       move ws-fs-arq-inscricao                   to ws-msn-erro-cod
                                       move "Erro ao excluir arq-inscricao     "  to ws-msn-erro-text
                                       perform finaliza-anormal
                                   end-if
                                   move ws-pseudonimo to in-user-id
                                   if in-user-id-resp = ws-matricula then
                                       move ws-pseudonimo to in-user-id-resp
                                   end-if
                                   write fl-inscricao
                                   if ws-fs-arq-inscricao <> "00" then
                                       move 47                                    to ws-msn-erro-ofsset
                                       move ws-fs-arq-inscricao                   to ws-msn-erro-cod
                                       move "Erro ao gravar arq-inscricao      "  to ws-msn-erro-text
                                       perform finaliza-anormal
                                   end-if
                                   add 1 to ws-cnt-pseudonimizados
                                   move ws-chave-salva-in to in-chave
                                   start arq-inscricao key is greater than in-chave
                                       invalid key
                                           move "S" to ws-fim-leitura
                                   end-start
                               when in-user-id-resp = ws-matricula
                                   move ws-pseudonimo to in-user-id-resp
                                   rewrite fl-inscricao
                                   if ws-fs-arq-inscricao <> "00" then
                                       move 48                                    to ws-msn-erro-ofsset
                                       move ws-fs-arq-inscricao                   to ws-msn-erro-cod
                                       move "Erro ao regravar arq-inscricao    "  to ws-msn-erro-text
                                       perform finaliza-anormal
                                   end-if
                                   add 1 to ws-cnt-pseudonimizados
                           end-evaluate
                   end-read
               end-perform
           end-if

           .
       pseudonimizar-inscricoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Tentativas: mantidas para estatistica e conluio sob o pseudonimo
      *>------------------------------------------------------------------------
       pseudonimizar-respostas section.

           if ws-respostas-disponivel = "S" then
               move low-values   to rs-chave
               move ws-matricula to rs-user-id
               start arq-respostas key is not less than rs-chave
                   invalid key
                       move "S" to ws-fim-leitura
                   not invalid key
                       move "N" to ws-fim-leitura
               end-start
               perform until ws-fim-leitura = "S"
                   read arq-respostas next record
                       at end
                           move "S" to ws-fim-leitura
                       not at end
                           if rs-user-id <> ws-matricula then
                               move "S" to ws-fim-leitura
                           else
                               move rs-chave to ws-chave-salva-rs
                               delete arq-respostas record
                               if ws-fs-arq-respostas <> "00" then
                                   move 49                                    to ws-msn-erro-ofsset
                                   move ws-fs-arq-respostas                   to ws-msn-erro-cod
                                   move "Erro ao excluir arq-respostas     "  to ws-msn-erro-text
                                   perform finaliza-anormal
                               end-if
                               move ws-pseudonimo to rs-user-id
                               write fl-respostas
                               if ws-fs-arq-respostas <> "00" then
                                   move 50                                    to ws-msn-erro-ofsset
                                   move ws-fs-arq-respostas                   to ws-msn-erro-cod
                                   move "Erro ao gravar arq-respostas      "  to ws-msn-erro-text
                                   perform finaliza-anormal
                               end-if
                               add 1 to ws-cnt-pseudonimizados
                               move ws-chave-salva-rs to rs-chave
                               start arq-respostas key is greater than rs-chave
                                   invalid key
                                       move "S" to ws-fim-leitura
                               end-start
                           end-if
                   end-read
               end-perform
           end-if

           .
       pseudonimizar-respostas-exit.
           exit.

       pseudonimizar-recorrecoes section.

           if ws-recorrecao-disponivel = "S" then
               move low-values   to rg-chave
               move ws-matricula to rg-user-id
               start arq-recorrecao key is not less than rg-chave
                   invalid key
                       move "S" to ws-fim-leitura
                   not invalid key
                       move "N" to ws-fim-leitura
               end-start
               perform until ws-fim-leitura = "S"
                   read arq-recorrecao next record
                       at end
                           move "S" to ws-fim-leitura
                       not at end
                           if rg-user-id <> ws-matricula then
                               move "S" to ws-fim-leitura
                           else
                               move rg-chave to ws-chave-salva-rg
                               delete arq-recorrecao record
                               if ws-fs-arq-recorrecao <> "00" then
                                   move 51                                    to ws-msn-erro-ofsset
                                   move ws-fs-arq-recorrecao                  to ws-msn-erro-cod
                                   move "Erro ao excluir arq-recorrecao    "  to ws-msn-erro-text
                                   perform finaliza-anormal
                               end-if
                               move ws-pseudonimo to rg-user-id
                               write fl-recorrecao
                               if ws-fs-arq-recorrecao <> "00" then
                                   move 52                                    to ws-msn-erro-ofsset
                                   move ws-fs-arq-recorrecao                  to ws-msn-erro-cod
                                   move "Erro ao gravar arq-recorrecao     "  to ws-msn-erro-text
                                   perform finaliza-anormal
                               end-if
                               add 1 to ws-cnt-pseudonimizados
                               move ws-chave-salva-rg to rg-chave
                               start arq-recorrecao key is greater than rg-chave
                                   invalid key
                                       move "S" to ws-fim-leitura
                               end-start
                           end-if
                   end-read
               end-perform
           end-if

           .
       pseudonimizar-recorrecoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Itens Enviados ao RH: o registro do que foi enviado permanece
      *>  para a conferencia das remessas, sob o pseudonimo
      *>------------------------------------------------------------------------
       pseudonimizar-remessas-rh section.

           if ws-remessa-disponivel = "S" then
               move low-values to ri-chave
               start arq-remessa-rh-item key is not less than ri-chave
                   invalid key
                       move "S" to ws-fim-leitura
                   not invalid key
                       move "N" to ws-fim-leitura
               end-start
               perform until ws-fim-leitura = "S"
                   read arq-remessa-rh-item next record
                       at end
                           move "S" to ws-fim-leitura
                       not at end
                           if ri-user-id = ws-matricula then
                               move ri-chave to ws-chave-salva-ri
                               delete arq-remessa-rh-item record
                               if ws-fs-arq-remessa-rh-item <> "00" then
                                   move 53                                    to ws-msn-erro-ofsset
                                   move ws-fs-arq-remessa-rh-item             to ws-msn-erro-cod
                                   move "Erro ao excluir arq-remessa-rh-item"  to ws-msn-erro-text
                                   perform finaliza-anormal
                               end-if
                               move ws-pseudonimo to ri-user-id
                               write fl-remessa-rh-item
                               if ws-fs-arq-remessa-rh-item <> "00" then
                                   move 54                                    to ws-msn-erro-ofsset
                                   move ws-fs-arq-remessa-rh-item             to ws-msn-erro-cod
                                   move "Erro ao gravar arq-remessa-rh-item "  to ws-msn-erro-text
                                   perform finaliza-anormal
                               end-if
                               add 1 to ws-cnt-pseudonimizados
                               move ws-chave-salva-ri to ri-chave
                               start arq-remessa-rh-item key is greater than ri-chave
                                   invalid key
                                       move "S" to ws-fim-leitura
                               end-start
                           end-if
                   end-read
               end-perform
           end-if

           .
       pseudonimizar-remessas-rh-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Tentativas Enviadas ao RH: acompanham o pseudonimo das respostas
      *>  e dos itens, para que a tentativa nao volte a ser enviada
      *>------------------------------------------------------------------------
       pseudonimizar-remessas-enviadas section.

           if ws-remessa-enviada-disponivel = "S" then
               move low-values   to re-chave
               move ws-matricula to re-user-id
               start arq-remessa-rh-enviada key is not less than re-chave
                   invalid key
                       move "S" to ws-fim-leitura
                   not invalid key
                       move "N" to ws-fim-leitura
               end-start
               perform until ws-fim-leitura = "S"
                   read arq-remessa-rh-enviada next record
                       at end
                           move "S" to ws-fim-leitura
                       not at end
                           if re-user-id <> ws-matricula then
                               move "S" to ws-fim-leitura
                           else
                               move re-chave to ws-chave-salva-re
                               delete arq-remessa-rh-enviada record
                               if ws-fs-arq-remessa-rh-enviada <> "00" then
                                   move 40                                    to ws-msn-erro-ofsset
                                   move ws-fs-arq-remessa-rh-enviada          to ws-msn-erro-cod
                                   move "Erro ao excluir arq-remessa-envia "  to ws-msn-erro-text
                                   perform finaliza-anormal
                               end-if
                               move ws-pseudonimo to re-user-id
                               write fl-remessa-rh-enviada
                               if ws-fs-arq-remessa-rh-enviada <> "00" then
                                   move 60                                    to ws-msn-erro-ofsset
                                   move ws-fs-arq-remessa-rh-enviada          to ws-msn-erro-cod
                                   move "Erro ao gravar arq-remessa-envia  "  to ws-msn-erro-text
                                   perform finaliza-anormal
                               end-if
                               add 1 to ws-cnt-pseudonimizados
                               move ws-chave-salva-re to re-chave
                               start arq-remessa-rh-enviada key is greater than re-chave
                                   invalid key
                                       move "S" to ws-fim-leitura
                               end-start
                           end-if
                   end-read
               end-perform
           end-if

           .
       pseudonimizar-remessas-enviadas-exit.
           exit.

       pseudonimizar-log-acesso section.

           if ws-log-acesso-disponivel = "S" then
               move low-values to la-chave
               start arq-log-acesso key is not less than la-chave
                   invalid key
                       move "S" to ws-fim-leitura
                   not invalid key
                       move "N" to ws-fim-leitura
               end-start
               perform until ws-fim-leitura = "S"
                   read arq-log-acesso next record
                       at end
                           move "S" to ws-fim-leitura
                       not at end
                           if la-user-id  = ws-matricula
                           or la-operador = ws-matricula then
                               if la-user-id = ws-matricula then
                                   move ws-pseudonimo to la-user-id
                               end-if
                               if la-operador = ws-matricula then
                                   move ws-pseudonimo to la-operador
                               end-if
                               rewrite fl-log-acesso
                               if ws-fs-arq-log-acesso <> "00" then
                                   move 55                                    to ws-msn-erro-ofsset
                                   move ws-fs-arq-log-acesso                  to ws-msn-erro-cod
                                   move "Erro ao regravar arq-log-acesso   "  to ws-msn-erro-text
                                   perform finaliza-anormal
                               end-if
                               add 1 to ws-cnt-pseudonimizados
                           end-if
                   end-read
               end-perform
           end-if

           .
       pseudonimizar-log-acesso-exit.
           exit.

       pseudonimizar-auditoria section.

           if ws-auditoria-disponivel = "S" then
               move low-values to au-chave
               start arq-auditoria key is not less than au-chave
                   invalid key
                       move "S" to ws-fim-leitura
                   not invalid key
                       move "N" to ws-fim-leitura
               end-start
               perform until ws-fim-leitura = "S"
                   read arq-auditoria next record
                       at end
                           move "S" to ws-fim-leitura
                       not at end
                           perform verificar-titular-auditoria
                           if ws-titular-no-registro = "S" then
                               if au-user-id = ws-matricula then
                                   move ws-pseudonimo to au-user-id
                               end-if
                               if au-registro(1:8) = ws-matricula then
                                   move ws-pseudonimo to au-registro(1:8)
                               end-if
                               if au-registro(7:1) = "/"
                               and au-registro(8:8) = ws-matricula then
                                   move ws-pseudonimo to au-registro(8:8)
                               end-if
                               rewrite fl-auditoria
                               if ws-fs-arq-auditoria <> "00" then
                                   move 56                                    to ws-msn-erro-ofsset
                                   move ws-fs-arq-auditoria                   to ws-msn-erro-cod
                                   move "Erro ao regravar arq-auditoria    "  to ws-msn-erro-text
                                   perform finaliza-anormal
                               end-if
                               add 1 to ws-cnt-pseudonimizados
                           end-if
                   end-read
               end-perform
           end-if

           .
       pseudonimizar-auditoria-exit.
           exit.

       eliminar-cadastro section.

           move ws-matricula to us-user-id
           read arq-usuarios key is us-user-id
               invalid key
                   continue
               not invalid key
                   delete arq-usuarios record
                   if ws-fs-arq-usuarios <> "00" then
                       move 57                                    to ws-msn-erro-ofsset
                       move ws-fs-arq-usuarios                    to ws-msn-erro-cod
                       move "Erro ao excluir arq-usuarios      "  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   add 1 to ws-cnt-excluidos
           end-read

           .
       eliminar-cadastro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Backups que Ainda Guardam o Titular: percorre os unloads do
      *>  catalogo do backup que contem dado pessoal e anota cada um em
      *>  arq-lgpd-backup (consultado pelo restore) e no relatorio
      *>------------------------------------------------------------------------
       anotar-backups section.

           open input arq-catalogo-backup
           if ws-fs-arq-catalogo-backup = "35" then
               move "S" to ws-fim-catalogo
           else
               if     ws-fs-arq-catalogo-backup  <> "00"
               and    ws-fs-arq-catalogo-backup  <> "05" then
                   move 37                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-catalogo-backup             to ws-msn-erro-cod
                   move "Erro ao abrir arq-catalogo-backup "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move low-values to cb-chave
               start arq-catalogo-backup key is not less than cb-chave
                   invalid key
                       move "S" to ws-fim-catalogo
                   not invalid key
                       move "N" to ws-fim-catalogo
               end-start
           end-if

           perform until ws-fim-catalogo = "S"
               read arq-catalogo-backup next record
                   at end
                       move "S" to ws-fim-catalogo
                   not at end
                       if cb-arquivo = "arq-usuarios"
                       or cb-arquivo = "arq-preferencias"
                       or cb-arquivo = "arq-respostas"
                       or cb-arquivo = "arq-auditoria"
                       or cb-arquivo = "arq-hist-cifra" then
                           perform varrer-unload
                       end-if
               end-read
           end-perform

           if ws-fs-arq-catalogo-backup <> "35" then
               close arq-catalogo-backup
           end-if

           .
       anotar-backups-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Contagem do Titular num Unload; unload ja descartado e ignorado.
      *>  A matricula fica no inicio do registro, exceto na auditoria
      *>  (operador na posicao 18, registro afetado a partir da 32)
      *>------------------------------------------------------------------------
       varrer-unload section.

           move cb-nome-unload to ws-nome-unload
           move zeros          to ws-cnt-registros-unload

           open input arq-unload
           if ws-fs-arq-unload = "00" then
               move "N" to ws-fim-unload
               perform until ws-fim-unload = "S"
                   read arq-unload
                       at end
                           move "S" to ws-fim-unload
                       not at end
                           add 1 to ws-rc-lidos
                           if fl-unload(1:9) = "*TRAILER*" then
                               move "S" to ws-fim-unload
                           else
                               if cb-arquivo = "arq-auditoria" then
                                   if fl-unload(18:8) = ws-matricula
                                   or fl-unload(32:8) = ws-matricula
                                   or (fl-unload(38:1) = "/"
                                       and fl-unload(39:8) = ws-matricula) then
                                       add 1 to ws-cnt-registros-unload
                                   end-if
                               else
                                   if fl-unload(1:8) = ws-matricula then
                                       add 1 to ws-cnt-registros-unload
                                   end-if
                               end-if
                           end-if
                   end-read
               end-perform
               close arq-unload
           else
               if ws-fs-arq-unload <> "35" then
                   move 38                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-unload                      to ws-msn-erro-cod
                   move "Erro ao abrir unload do backup    "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-cnt-registros-unload > zeros then
               perform gravar-anotacao-backup
           end-if

           .
       varrer-unload-exit.
           exit.

       gravar-anotacao-backup section.

           move function current-date to ws-data-hora-atual
           move cb-nome-unload           to lb-nome-unload
           move ws-matricula             to lb-user-id
           move ws-sol-protocolo         to lb-protocolo
           move ws-data-hora-atual(1:8)  to lb-data-eliminacao
           move ws-cnt-registros-unload  to lb-qtd-registros

           write fl-lgpd-backup
           if ws-fs-arq-lgpd-backup = "22" then
               rewrite fl-lgpd-backup
           end-if
           if ws-fs-arq-lgpd-backup <> "00" then
               move 39                                    to ws-msn-erro-ofsset
               move ws-fs-arq-lgpd-backup                 to ws-msn-erro-cod
               move "Erro ao gravar arq-lgpd-backup    "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-cnt-backups

           move cb-nome-unload          to ws-rel-nome-unload
           move ws-cnt-registros-unload to ws-rel-qtd-unload
           move ws-linha-backup-rel to fl-relatorio
           perform gravar-linha-relatorio

           .
       gravar-anotacao-backup-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Gravacao de uma Linha do Relatorio
      *>------------------------------------------------------------------------
       gravar-linha-relatorio section.

           write fl-relatorio
           if ws-fs-arq-relatorio <> "00" then
               move 36                                     to ws-msn-erro-ofsset
               move ws-fs-arq-relatorio                    to ws-msn-erro-cod
               move "Erro ao gravar rel-lgpd           "   to ws-msn-erro-text
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
           move "P05SISB95" to ws-parm-rc-programa
           move zeros       to ws-parm-rc-lidos
                               ws-parm-rc-gravados
           call "P05SISR20" using ws-parm-runcontrol

           if ws-parm-rc-retorno = "B" then
               display "P05SISB95: execucao anterior ainda em voo - abortado"
               move 8 to return-code
               stop run
           end-if

           if ws-parm-rc-retorno <> "0" then
               display "P05SISB95: erro no registro de run-control - abortado"
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
           move "P05SISB95"     to ws-parm-rc-programa
           move ws-rc-lidos      to ws-parm-rc-lidos
           move ws-rc-gravados   to ws-parm-rc-gravados
           call "P05SISR20" using ws-parm-runcontrol

           if ws-parm-rc-retorno <> "0" then
               display "P05SISB95: erro no registro de run-control"
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
           move "P05SISB95"     to ws-parm-rc-programa
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

           close arq-solicitacao
           if ws-fs-arq-solicitacao  <> "00" then
               move 61                                       to ws-msn-erro-ofsset
               move ws-fs-arq-solicitacao                    to ws-msn-erro-cod
               move "Erro ao fechar arq. lgpd.csv        "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arq-usuarios
           if ws-fs-arq-usuarios  <> "00" then
               move 62                                       to ws-msn-erro-ofsset
               move ws-fs-arq-usuarios                       to ws-msn-erro-cod
               move "Erro ao fechar arq. arq-usuarios    "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arq-preferencias
           if ws-fs-arq-preferencias  <> "00" then
               move 63                                       to ws-msn-erro-ofsset
               move ws-fs-arq-preferencias                   to ws-msn-erro-cod
               move "Erro ao fechar arq-preferencias     "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-hist-cifra-disponivel = "S" then
               close arq-hist-cifra
               if ws-fs-arq-hist-cifra  <> "00" then
                   move 64                                       to ws-msn-erro-ofsset
                   move ws-fs-arq-hist-cifra                     to ws-msn-erro-cod
                   move "Erro ao fechar arq-hist-cifra       "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-credenciais-disponivel = "S" then
               close arq-credenciais
               if ws-fs-arq-credenciais  <> "00" then
                   move 65                                       to ws-msn-erro-ofsset
                   move ws-fs-arq-credenciais                    to ws-msn-erro-cod
                   move "Erro ao fechar arq-credenciais      "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-log-acesso-disponivel = "S" then
               close arq-log-acesso
               if ws-fs-arq-log-acesso  <> "00" then
                   move 66                                       to ws-msn-erro-ofsset
                   move ws-fs-arq-log-acesso                     to ws-msn-erro-cod
                   move "Erro ao fechar arq-log-acesso       "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-inscricao-disponivel = "S" then
               close arq-inscricao
               if ws-fs-arq-inscricao  <> "00" then
                   move 67                                       to ws-msn-erro-ofsset
                   move ws-fs-arq-inscricao                      to ws-msn-erro-cod
                   move "Erro ao fechar arq-inscricao        "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-respostas-disponivel = "S" then
               close arq-respostas
               if ws-fs-arq-respostas  <> "00" then
                   move 68                                       to ws-msn-erro-ofsset
                   move ws-fs-arq-respostas                      to ws-msn-erro-cod
                   move "Erro ao fechar arq-respostas        "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-recorrecao-disponivel = "S" then
               close arq-recorrecao
               if ws-fs-arq-recorrecao  <> "00" then
                   move 69                                       to ws-msn-erro-ofsset
                   move ws-fs-arq-recorrecao                     to ws-msn-erro-cod
                   move "Erro ao fechar arq-recorrecao       "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-remessa-disponivel = "S" then
               close arq-remessa-rh-item
               if ws-fs-arq-remessa-rh-item  <> "00" then
                   move 70                                       to ws-msn-erro-ofsset
                   move ws-fs-arq-remessa-rh-item                to ws-msn-erro-cod
                   move "Erro ao fechar arq-remessa-rh-item  "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-checkpoint-exame-disponivel = "S" then
               close arq-checkpoint-exame
               if ws-fs-arq-checkpoint-exame  <> "00" then
                   move 71                                       to ws-msn-erro-ofsset
                   move ws-fs-arq-checkpoint-exame               to ws-msn-erro-cod
                   move "Erro ao fechar arq-checkpoint-exame "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-checkpoint-disponivel = "S" then
               close arq-checkpoint
               if ws-fs-arq-checkpoint  <> "00" then
                   move 72                                       to ws-msn-erro-ofsset
                   move ws-fs-arq-checkpoint                     to ws-msn-erro-cod
                   move "Erro ao fechar arq-checkpoint-prova "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-acomodacao-disponivel = "S" then
               close arq-acomodacao
               if ws-fs-arq-acomodacao  <> "00" then
                   move 77                                       to ws-msn-erro-ofsset
                   move ws-fs-arq-acomodacao                     to ws-msn-erro-cod
                   move "Erro ao fechar arq-acomodacao       "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-remessa-enviada-disponivel = "S" then
               close arq-remessa-rh-enviada
               if ws-fs-arq-remessa-rh-enviada  <> "00" then
                   move 79                                       to ws-msn-erro-ofsset
                   move ws-fs-arq-remessa-rh-enviada             to ws-msn-erro-cod
                   move "Erro ao fechar arq-remessa-rh-envia "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-caderno-disponivel = "S" then
               close arq-caderno
               if ws-fs-arq-caderno  <> "00" then
                   move 78                                       to ws-msn-erro-ofsset
                   move ws-fs-arq-caderno                        to ws-msn-erro-cod
                   move "Erro ao fechar arq-caderno          "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-auditoria-disponivel = "S" then
               close arq-auditoria
               if ws-fs-arq-auditoria  <> "00" then
                   move 73                                       to ws-msn-erro-ofsset
                   move ws-fs-arq-auditoria                      to ws-msn-erro-cod
                   move "Erro ao fechar arq-auditoria        "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           close arq-lgpd-log
           if ws-fs-arq-lgpd-log  <> "00" then
               move 74                                       to ws-msn-erro-ofsset
               move ws-fs-arq-lgpd-log                       to ws-msn-erro-cod
               move "Erro ao fechar arq-lgpd-log         "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arq-lgpd-backup
           if ws-fs-arq-lgpd-backup  <> "00" then
               move 75                                       to ws-msn-erro-ofsset
               move ws-fs-arq-lgpd-backup                    to ws-msn-erro-cod
               move "Erro ao fechar arq-lgpd-backup      "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arq-relatorio
           if ws-fs-arq-relatorio  <> "00" then
               move 76                                       to ws-msn-erro-ofsset
               move ws-fs-arq-relatorio                      to ws-msn-erro-cod
               move "Erro ao fechar rel-lgpd             "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform encerrar-run-control

           stop run
           .
       3000-finaliza-exit.
           exit.
