           record key is hc-chave
           file status is ws-fs-arq-hist-cifra.

           select arq-catalogo-backup assign to "arq-catalogo-backup.dat"
           organization is indexed
           access mode is dynamic
           record key is cb-chave
           file status is ws-fs-arq-catalogo-backup.

           select arq-lgpd-backup assign to "arq-lgpd-backup.dat"
           organization is indexed
           access mode is dynamic
           record key is lb-chave
           file status is ws-fs-arq-lgpd-backup.

           select arq-relatorio assign to "rel-backup.txt"
           organization is line sequential
           file status is ws-fs-arq-relatorio.
               10 hc-hora                           pic X(06).
           05 hc-cifra-anterior                    pic X(25).

      *> catalogo dos unloads gerados, consultado pela eliminacao de
      *> dados pessoais para saber quais backups guardam o titular
       fd arq-catalogo-backup.
       01 fl-catalogo-backup.
           05 cb-chave.
               10 cb-data                           pic X(08).
               10 cb-arquivo                        pic X(20).
           05 cb-nome-unload                       pic X(40).
           05 cb-hora                              pic X(06).
           05 cb-qtd                               pic 9(07).

      *> unloads que ainda guardam titulares eliminados
       fd arq-lgpd-backup.
       01 fl-lgpd-backup.
           05 lb-chave.
               10 lb-nome-unload                    pic X(40).
               10 lb-user-id                        pic X(08).
           05 lb-protocolo                         pic X(15).
           05 lb-data-eliminacao                   pic X(08).
           05 lb-qtd-registros                     pic 9(07).

       fd arq-relatorio.
       01 fl-relatorio                             pic X(80).

       77 ws-fs-arq-respostas                      pic X(02).
       77 ws-fs-arq-auditoria                      pic X(02).
       77 ws-fs-arq-hist-cifra                     pic X(02).
       77 ws-fs-arq-catalogo-backup                pic X(02).
       77 ws-fs-arq-lgpd-backup                    pic X(02).
       77 ws-fs-arq-relatorio                      pic X(02).

       77 ws-nome-unload                           pic X(40).
       77 ws-nome-logico                           pic X(20).
       77 ws-fim-arquivo                           pic X(01).
       77 ws-fim-unload                            pic X(01).
       77 ws-fim-eliminacao                        pic X(01).

       77 ws-modo                                  pic X(07). *> BACKUP; RESTORE
       77 ws-parm-arquivo                          pic X(20).
           05 filler                               pic X(10) value "  UNLOAD: ".
           05 ws-rel-unload                        pic X(30).

       01 ws-linha-eliminacao.
           05 filler                               pic X(24) value "  REAPLICAR ELIMINACAO: ".
           05 ws-eli-user-id                       pic X(08).
           05 filler                               pic X(12) value "  PROTOCOLO ".
           05 ws-eli-protocolo                     pic X(15).
           05 filler                               pic X(04) value " DE ".
           05 ws-eli-data                          pic X(08).

       01 ws-linha-restaurado.
           05 filler                               pic X(12) value "RESTAURADO: ".
           05 ws-res-arquivo                       pic X(20).
           move ws-nome-unload  to ws-rel-unload
           write fl-relatorio from ws-linha-copiado

           perform registrar-catalogo

           .
       encerrar-unload-saida-exit.
           exit.
           move ws-qtd-trailer     to ws-res-trailer
           write fl-relatorio from ws-linha-restaurado

           perform avisar-eliminacoes

           .
       restaurar-arquivo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Catalogo do Unload Gerado (um registro por arquivo e data; a
      *>  repeticao do backup no mesmo dia regrava o registro)
      *>------------------------------------------------------------------------
       registrar-catalogo section.

           open i-o arq-catalogo-backup
           if ws-fs-arq-catalogo-backup = "35" then
               open output arq-catalogo-backup
               if ws-fs-arq-catalogo-backup = "00" then
                   close arq-catalogo-backup
                   open i-o arq-catalogo-backup
               end-if
           end-if
           if     ws-fs-arq-catalogo-backup  <> "00"
           and    ws-fs-arq-catalogo-backup  <> "05" then
               move 15                                    to ws-msn-erro-ofsset
               move ws-fs-arq-catalogo-backup             to ws-msn-erro-cod
               move "Erro ao abrir arq-catalogo-backup  "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-parm-data             to cb-data
           move ws-nome-logico           to cb-arquivo
           move ws-nome-unload           to cb-nome-unload
           move ws-data-hora-atual(9:6)  to cb-hora
           move ws-cnt-copiados          to cb-qtd
           write fl-catalogo-backup
           if ws-fs-arq-catalogo-backup = "22" then
               rewrite fl-catalogo-backup
           end-if
           if ws-fs-arq-catalogo-backup <> "00" then
               move 16                                    to ws-msn-erro-ofsset
               move ws-fs-arq-catalogo-backup             to ws-msn-erro-cod
               move "Erro ao gravar arq-catalogo-backup "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arq-catalogo-backup
           if ws-fs-arq-catalogo-backup <> "00" then
               move 17                                    to ws-msn-erro-ofsset
               move ws-fs-arq-catalogo-backup             to ws-msn-erro-cod
               move "Erro ao fechar arq-catalogo-backup "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       registrar-catalogo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Titulares Eliminados apos o Unload Restaurado: o restore trouxe
      *>  de volta os seus dados, e a eliminacao precisa ser reaplicada
      *>  (nova solicitacao E no lote de dados pessoais)
      *>------------------------------------------------------------------------
       avisar-eliminacoes section.

           open input arq-lgpd-backup
           if ws-fs-arq-lgpd-backup = "35" then
               move "S" to ws-fim-eliminacao
           else
               if     ws-fs-arq-lgpd-backup  <> "00"
               and    ws-fs-arq-lgpd-backup  <> "05" then
                   move 40                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-lgpd-backup                 to ws-msn-erro-cod
                   move "Erro ao abrir arq-lgpd-backup      "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move low-values     to lb-chave
               move ws-nome-unload to lb-nome-unload
               start arq-lgpd-backup key is not less than lb-chave
                   invalid key
                       move "S" to ws-fim-eliminacao
                   not invalid key
                       move "N" to ws-fim-eliminacao
               end-start
           end-if

           perform until ws-fim-eliminacao = "S"
               read arq-lgpd-backup next record
                   at end
                       move "S" to ws-fim-eliminacao
                   not at end
                       if lb-nome-unload <> ws-nome-unload then
                           move "S" to ws-fim-eliminacao
                       else
                           move lb-user-id         to ws-eli-user-id
                           move lb-protocolo       to ws-eli-protocolo
                           move lb-data-eliminacao to ws-eli-data
                           write fl-relatorio from ws-linha-eliminacao
                       end-if
               end-read
           end-perform

           if ws-fs-arq-lgpd-backup <> "35" then
               close arq-lgpd-backup
               if ws-fs-arq-lgpd-backup <> "00" then
                   move 41                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-lgpd-backup                 to ws-msn-erro-cod
                   move "Erro ao fechar arq-lgpd-backup     "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       avisar-eliminacoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conferencia Previa do Unload: trailer presente e contagem igual
      *>  ao numero de registros de dados - nada e sobrescrito antes disso
