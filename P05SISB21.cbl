      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P05SISB21".
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

           select arq-parametro assign to "param-remessa-rh.txt"
           organization is line sequential
           file status is ws-fs-arq-parametro.

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

           select arq-prova assign to "arq-prova.dat"
           organization is indexed
           access mode is dynamic
           record key is pv-id
           file status is ws-fs-arq-prova.

           select arq-remessa-rh assign to "arq-remessa-rh.dat"
           organization is indexed
           access mode is dynamic
           record key is rm-num-remessa
           file status is ws-fs-arq-remessa-rh.

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

           select arq-interface assign to "interface/resultados-rh.csv"
           organization is line sequential
           file status is ws-fs-arq-interface.

       i-o-control.


      *>----Declaração de variáveis
       data division.

      *>----Variáveis de arquivos
       file section.
      *> "modo;data-inicial;data-final": modo em branco ou D gera o delta
      *> desde a ultima remessa transmitida; R reenvia as remessas geradas
      *> entre as datas (AAAAMMDD) sem mover o ponto de corte do delta
       fd arq-parametro.
       01 fl-parametro                             pic X(80).

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

       fd arq-prova.
       01 fl-prova.
           05 pv-id                                pic X(06).
           05 pv-titulo                            pic X(40).
           05 pv-qtd-questoes                      pic 9(03).
           05 pv-nota-corte                        pic 9(03)v99.
           05 pv-user-id                           pic X(08).
           05 pv-data-inicio                       pic X(08).
           05 pv-hora-inicio                       pic X(06).
           05 pv-data-fim                          pic X(08).
           05 pv-hora-fim                          pic X(06).

      *> registro de cada execucao; o delta parte do corte da ultima
      *> remessa 'D' terminada ('T'). Remessa interrompida fica 'E'
      *> e e ignorada: o proximo delta cobre de novo o mesmo periodo
       fd arq-remessa-rh.
       01 fl-remessa-rh.
           05 rm-num-remessa                       pic 9(06).
           05 rm-modo                              pic X(01). *> 'D'-elta; 'R'-eenvio
           05 rm-situacao                          pic X(01). *> 'E'-m geracao; 'T'-ransmitida
           05 rm-data-geracao                      pic X(08).
           05 rm-hora-geracao                      pic X(06).
           05 rm-base-momento                      pic X(14). *> inicio do periodo (exclusive)
           05 rm-corte-momento                     pic X(14). *> fim do periodo (inclusive)
           05 rm-qtd-registros                     pic 9(07).
           05 rm-soma-notas                        pic 9(09)v99.
           05 rm-soma-tentativas                   pic 9(09).

      *> o que foi enviado em cada remessa, com os valores enviados:
      *> base do reenvio e da nao duplicacao dentro da remessa
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

      *> tentativa ja levada a uma remessa: a ultima remessa em que foi
      *> incluida; vale como enviada quando essa remessa esta transmitida
       fd arq-remessa-rh-enviada.
       01 fl-remessa-rh-enviada.
           05 re-chave.
               10 re-user-id                        pic X(08).
               10 re-exame-id                       pic X(06).
               10 re-tentativa                      pic 9(02).
           05 re-num-remessa                       pic 9(06).

       fd arq-interface.
       01 fl-interface                             pic X(120).


      *>----Variáveis de trabalho
       working-storage section.

       77 ws-fs-arq-parametro                      pic X(02).
       77 ws-fs-arq-respostas                      pic X(02).
       77 ws-fs-arq-recorrecao                     pic X(02).
       77 ws-fs-arq-prova                          pic X(02).
       77 ws-fs-arq-remessa-rh                     pic X(02).
       77 ws-fs-arq-remessa-rh-item                pic X(02).
       77 ws-fs-arq-remessa-rh-enviada             pic X(02).
       77 ws-fs-arq-interface                      pic X(02).

       77 ws-recorrecao-disponivel                 pic X(01).
       77 ws-fim-respostas                         pic X(01).
       77 ws-fim-recorrecao                        pic X(01).
       77 ws-fim-remessas                          pic X(01).
       77 ws-fim-itens                             pic X(01).
       77 ws-item-existe                           pic X(01).
       77 ws-enviada-existe                        pic X(01).
       77 ws-tentativa-enviada                     pic X(01).
       77 ws-carregar-enviadas                     pic X(01).

       77 ws-modo                                  pic X(01).
       77 ws-reenvio-inicio                        pic X(08).
       77 ws-reenvio-fim                           pic X(08).
       77 ws-parm-modo                             pic X(10).
       77 ws-parm-data-inicio                      pic X(10).
       77 ws-parm-data-fim                         pic X(10).

       77 ws-data-hora-atual                       pic X(21).
       77 ws-num-remessa                           pic 9(06).
       77 ws-base-momento                          pic X(14).
       77 ws-corte-momento                         pic X(14).
       77 ws-momento-registro                      pic X(14).
       77 ws-movimento                             pic X(01).

       77 ws-cnt-registros                         pic 9(07).
       77 ws-soma-notas                            pic 9(09)v99.
       77 ws-soma-tentativas                       pic 9(09).
       77 ws-cnt-remessas-reenviadas               pic 9(05).


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

      *> H;remessa;modo;data;hora;periodo-de;periodo-ate
       01 ws-linha-header.
           05 filler                               pic X(02) value "H;".
           05 ws-hdr-remessa                       pic 9(06).
           05 filler                               pic X(01) value ";".
           05 ws-hdr-modo                          pic X(01).
           05 filler                               pic X(01) value ";".
           05 ws-hdr-data                          pic X(08).
           05 filler                               pic X(01) value ";".
           05 ws-hdr-hora                          pic X(06).
           05 filler                               pic X(01) value ";".
           05 ws-hdr-periodo-de                    pic X(14).
           05 filler                               pic X(01) value ";".
           05 ws-hdr-periodo-ate                   pic X(14).
           05 filler                               pic X(64) value spaces.

      *> D;remessa-origem;matricula;prova;titulo;tentativa;data;nota;aprovado;movimento
       01 ws-linha-detalhe.
           05 filler                               pic X(02) value "D;".
           05 ws-det-remessa                       pic 9(06).
           05 filler                               pic X(01) value ";".
           05 ws-det-user-id                       pic X(08).
           05 filler                               pic X(01) value ";".
           05 ws-det-prova-id                      pic X(06).
           05 filler                               pic X(01) value ";".
           05 ws-det-titulo                        pic X(40).
           05 filler                               pic X(01) value ";".
           05 ws-det-tentativa                     pic 9(02).
           05 filler                               pic X(01) value ";".
           05 ws-det-data                          pic X(08).
           05 filler                               pic X(01) value ";".
           05 ws-det-nota                          pic 999,99.
           05 filler                               pic X(01) value ";".
           05 ws-det-aprovado                      pic X(01).
           05 filler                               pic X(01) value ";".
           05 ws-det-movimento                     pic X(01).
           05 filler                               pic X(32) value spaces.

      *> T;remessa;qtd-registros;soma-notas;soma-tentativas
       01 ws-linha-trailer.
           05 filler                               pic X(02) value "T;".
           05 ws-trl-remessa                       pic 9(06).
           05 filler                               pic X(01) value ";".
           05 ws-trl-qtd                           pic 9(07).
           05 filler                               pic X(01) value ";".
           05 ws-trl-soma-notas                    pic 9(09),99.
           05 filler                               pic X(01) value ";".
           05 ws-trl-soma-tentativas               pic 9(09).
           05 filler                               pic X(81) value spaces.


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

           move zeros to ws-cnt-registros
                         ws-soma-notas
                         ws-soma-tentativas
                         ws-cnt-remessas-reenviadas
                         ws-rc-lidos

           perform ler-parametro-remessa

           open input arq-respostas
           if     ws-fs-arq-respostas  <> "00"
           and    ws-fs-arq-respostas  <> "05" then
               move 1                                     to ws-msn-erro-ofsset
               move ws-fs-arq-respostas                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arq-respostas  "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *> sem recorrecao ainda executada o arquivo pode nao existir
           move "S" to ws-recorrecao-disponivel
           open input arq-recorrecao
           if ws-fs-arq-recorrecao = "35" then
               move "N" to ws-recorrecao-disponivel
           else
               if     ws-fs-arq-recorrecao  <> "00"
               and    ws-fs-arq-recorrecao  <> "05" then
                   move 2                                     to ws-msn-erro-ofsset
                   move ws-fs-arq-recorrecao                  to ws-msn-erro-cod
                   move "Erro ao abrir arq. arq-recorrecao "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           open input arq-prova
           if     ws-fs-arq-prova  <> "00"
           and    ws-fs-arq-prova  <> "05" then
               move 3                                     to ws-msn-erro-ofsset
               move ws-fs-arq-prova                       to ws-msn-erro-cod
               move "Erro ao abrir arq. arq-prova      "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arq-remessa-rh
           if ws-fs-arq-remessa-rh = "35" then
               open output arq-remessa-rh
               if ws-fs-arq-remessa-rh = "00" then
                   close arq-remessa-rh
                   open i-o arq-remessa-rh
               end-if
           end-if
           if     ws-fs-arq-remessa-rh  <> "00"
           and    ws-fs-arq-remessa-rh  <> "05" then
               move 4                                     to ws-msn-erro-ofsset
               move ws-fs-arq-remessa-rh                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arq-remessa-rh "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arq-remessa-rh-item
           if ws-fs-arq-remessa-rh-item = "35" then
               open output arq-remessa-rh-item
               if ws-fs-arq-remessa-rh-item = "00" then
                   close arq-remessa-rh-item
                   open i-o arq-remessa-rh-item
               end-if
           end-if
           if     ws-fs-arq-remessa-rh-item  <> "00"
           and    ws-fs-arq-remessa-rh-item  <> "05" then
               move 5                                     to ws-msn-erro-ofsset
               move ws-fs-arq-remessa-rh-item             to ws-msn-erro-cod
               move "Erro ao abrir arq-remessa-rh-item "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *> na primeira execucao o registro das tentativas enviadas e
      *> montado a partir dos itens das remessas ja transmitidas
           move "N" to ws-carregar-enviadas
           open i-o arq-remessa-rh-enviada
           if ws-fs-arq-remessa-rh-enviada = "35" then
               move "S" to ws-carregar-enviadas
               open output arq-remessa-rh-enviada
               if ws-fs-arq-remessa-rh-enviada = "00" then
                   close arq-remessa-rh-enviada
                   open i-o arq-remessa-rh-enviada
               end-if
           end-if
           if     ws-fs-arq-remessa-rh-enviada  <> "00"
           and    ws-fs-arq-remessa-rh-enviada  <> "05" then
               move 7                                     to ws-msn-erro-ofsset
               move ws-fs-arq-remessa-rh-enviada          to ws-msn-erro-cod
               move "Erro ao abrir arq-remessa-rh-envia"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           if ws-carregar-enviadas = "S" then
               perform carregar-tentativas-enviadas
           end-if

           open output arq-interface
           if ws-fs-arq-interface <> "00" then
               move 6                                     to ws-msn-erro-ofsset
               move ws-fs-arq-interface                   to ws-msn-erro-cod
               move "Erro ao abrir resultados-rh.csv   "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move function current-date to ws-data-hora-atual
           move ws-data-hora-atual(1:14) to ws-corte-momento

           perform localizar-ultima-remessa
           perform registrar-inicio-remessa

           move ws-num-remessa   to ws-hdr-remessa
           move ws-modo          to ws-hdr-modo
           move ws-corte-momento(1:8)  to ws-hdr-data
           move ws-corte-momento(9:6)  to ws-hdr-hora
           if ws-modo = "D" then
               move ws-base-momento  to ws-hdr-periodo-de
               move ws-corte-momento to ws-hdr-periodo-ate
           else
               move ws-reenvio-inicio to ws-hdr-periodo-de
               move "000000"          to ws-hdr-periodo-de(9:6)
               move ws-reenvio-fim    to ws-hdr-periodo-ate
               move "235959"          to ws-hdr-periodo-ate(9:6)
           end-if
           move ws-linha-header to fl-interface
           perform gravar-linha-interface

           .
       1000-inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Leitura do Parametro "modo;data-inicial;data-final"; ausente ou
      *>  em branco gera o delta. Reenvio exige as duas datas
      *>------------------------------------------------------------------------
       ler-parametro-remessa section.

           move "D"    to ws-modo
           move spaces to ws-reenvio-inicio
                          ws-reenvio-fim

           open input arq-parametro
           if ws-fs-arq-parametro = "00" then
               read arq-parametro
                   at end
                       continue
                   not at end
                       move spaces to ws-parm-modo
                                      ws-parm-data-inicio
                                      ws-parm-data-fim
                       unstring fl-parametro delimited by ";"
                           into ws-parm-modo
                                ws-parm-data-inicio
                                ws-parm-data-fim
                       end-unstring

                       move function upper-case (ws-parm-modo) to ws-parm-modo
                       evaluate ws-parm-modo
                           when spaces
                               continue
                           when "D"
                               continue
                           when "R"
                               move "R" to ws-modo
                               if ws-parm-data-inicio(1:8) is not numeric
                               or ws-parm-data-fim(1:8) is not numeric
                               or ws-parm-data-inicio(9:2) <> spaces
                               or ws-parm-data-fim(9:2) <> spaces
                               or ws-parm-data-inicio(1:8) > ws-parm-data-fim(1:8) then
                                   perform parametro-invalido
                               end-if
                               move ws-parm-data-inicio(1:8) to ws-reenvio-inicio
                               move ws-parm-data-fim(1:8)    to ws-reenvio-fim
                           when other
                               perform parametro-invalido
                       end-evaluate
               end-read

               close arq-parametro
               if ws-fs-arq-parametro <> "00" then
                   move 8                                     to ws-msn-erro-ofsset
                   move ws-fs-arq-parametro                   to ws-msn-erro-cod
                   move "Erro ao fechar param-remessa-rh   "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       ler-parametro-remessa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Parametro Mal Formado: encerra sem gerar remessa
      *>------------------------------------------------------------------------
       parametro-invalido section.

           move 7                                     to ws-msn-erro-ofsset
           move "00"                                  to ws-msn-erro-cod
           move "Parametro de remessa RH invalido  "  to ws-msn-erro-text
           perform finaliza-anormal

           .
       parametro-invalido-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Ultimo Numero de Remessa e Corte da Ultima Remessa Delta
      *>  Transmitida; sem nenhuma, o primeiro delta envia todo o historico
      *>------------------------------------------------------------------------
       localizar-ultima-remessa section.

           move zeros  to ws-num-remessa
           move zeros  to ws-base-momento

           move zeros to rm-num-remessa
           start arq-remessa-rh key is not less than rm-num-remessa
           if ws-fs-arq-remessa-rh = "00" then
               move "N" to ws-fim-remessas
               perform until ws-fim-remessas = "S"
                   read arq-remessa-rh next record
                       at end
                           move "S" to ws-fim-remessas
                       not at end
                           move rm-num-remessa to ws-num-remessa
                           if rm-modo = "D"
                           and rm-situacao = "T" then
                               move rm-corte-momento to ws-base-momento
                           end-if
                   end-read
               end-perform
           end-if

           .
       localizar-ultima-remessa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carga do Registro de Tentativas Enviadas: itens das remessas
      *>  delta transmitidas, em ordem de remessa (vale a ultima)
      *>------------------------------------------------------------------------
       carregar-tentativas-enviadas section.

           move zeros to rm-num-remessa
           start arq-remessa-rh key is not less than rm-num-remessa
           if ws-fs-arq-remessa-rh = "00" then
               move "N" to ws-fim-remessas
               perform until ws-fim-remessas = "S"
                   read arq-remessa-rh next record
                       at end
                           move "S" to ws-fim-remessas
                       not at end
                           if rm-modo = "D"
                           and rm-situacao = "T" then
                               perform carregar-itens-enviados
                           end-if
                   end-read
               end-perform
           end-if

           .
       carregar-tentativas-enviadas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Itens de uma Remessa Transmitida no Registro de Enviadas
      *>------------------------------------------------------------------------
       carregar-itens-enviados section.

           move rm-num-remessa to ri-num-remessa
           move low-values     to ri-user-id
                                  ri-exame-id
           move zeros          to ri-tentativa
           start arq-remessa-rh-item key is not less than ri-chave
           if ws-fs-arq-remessa-rh-item = "00" then
               move "N" to ws-fim-itens
               perform until ws-fim-itens = "S"
                   read arq-remessa-rh-item next record
                       at end
                           move "S" to ws-fim-itens
                       not at end
                           if ri-num-remessa <> rm-num-remessa then
                               move "S" to ws-fim-itens
                           else
                               add 1 to ws-rc-lidos
                               perform registrar-tentativa-enviada
                           end-if
                   end-read
               end-perform
           end-if

           .
       carregar-itens-enviados-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Anota a Tentativa do Item Corrente como Levada a Remessa
      *>------------------------------------------------------------------------
       registrar-tentativa-enviada section.

           move ri-user-id   to re-user-id
           move ri-exame-id  to re-exame-id
           move ri-tentativa to re-tentativa
           read arq-remessa-rh-enviada key is re-chave
               invalid key
                   move "N" to ws-enviada-existe
               not invalid key
                   move "S" to ws-enviada-existe
           end-read

           move ri-num-remessa to re-num-remessa
           if ws-enviada-existe = "S" then
               rewrite fl-remessa-rh-enviada
               if ws-fs-arq-remessa-rh-enviada <> "00" then
                   move 17                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-remessa-rh-enviada          to ws-msn-erro-cod
                   move "Erro ao regravar arq-remessa-envia"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else
               write fl-remessa-rh-enviada
               if ws-fs-arq-remessa-rh-enviada <> "00" then
                   move 16                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-remessa-rh-enviada          to ws-msn-erro-cod
                   move "Erro ao gravar arq-remessa-rh-envia"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       registrar-tentativa-enviada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Registro da Remessa em Geracao ('E'); vira 'T' no termino normal
      *>------------------------------------------------------------------------
       registrar-inicio-remessa section.

           add 1 to ws-num-remessa

           move ws-num-remessa         to rm-num-remessa
           move ws-modo                to rm-modo
           move "E"                    to rm-situacao
           move ws-corte-momento(1:8)  to rm-data-geracao
           move ws-corte-momento(9:6)  to rm-hora-geracao
           if ws-modo = "D" then
               move ws-base-momento    to rm-base-momento
               move ws-corte-momento   to rm-corte-momento
           else
               move ws-reenvio-inicio  to rm-base-momento(1:8)
               move "000000"           to rm-base-momento(9:6)
               move ws-reenvio-fim     to rm-corte-momento(1:8)
               move "235959"           to rm-corte-momento(9:6)
           end-if
           move zeros                  to rm-qtd-registros
                                          rm-soma-notas
                                          rm-soma-tentativas

           write fl-remessa-rh
           if ws-fs-arq-remessa-rh <> "00" then
               move 12                                    to ws-msn-erro-ofsset
               move ws-fs-arq-remessa-rh                  to ws-msn-erro-cod
               move "Erro ao gravar arq. arq-remessa-rh"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       registrar-inicio-remessa-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Processamento
      *>------------------------------------------------------------------------
       2000-processamento section.

           if ws-modo = "D" then
               perform selecionar-tentativas-novas
               perform selecionar-recorrecoes
           else
               perform reenviar-remessas
           end-if

           move ws-num-remessa     to ws-trl-remessa
           move ws-cnt-registros   to ws-trl-qtd
           move ws-soma-notas      to ws-trl-soma-notas
           move ws-soma-tentativas to ws-trl-soma-tentativas
           move ws-linha-trailer   to fl-interface
           perform gravar-linha-interface

           .
       2000-processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Tentativas de Prova Ainda nao Enviadas: nenhuma remessa
      *>  transmitida as levou, qualquer que seja a data da tentativa
      *>  (retomada ou concluida depois do corte). A chave comeca pela
      *>  matricula: a varredura e completa
      *>------------------------------------------------------------------------
       selecionar-tentativas-novas section.

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
                           if rs-tipo = "P" then
                               perform verificar-tentativa-enviada
                               if ws-tentativa-enviada = "N" then
                                   move "N" to ws-movimento
                                   perform gravar-item-remessa
                               end-if
                           end-if
                   end-read
               end-perform
           end-if

           .
       selecionar-tentativas-novas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Tentativa Corrente ja Enviada: anotada numa remessa transmitida
      *>  ou nesta; a de remessa interrompida ('E') volta a ser enviada
      *>------------------------------------------------------------------------
       verificar-tentativa-enviada section.

           move "N" to ws-tentativa-enviada
           move rs-chave to re-chave
           read arq-remessa-rh-enviada key is re-chave
               invalid key
                   continue
               not invalid key
                   if re-num-remessa = ws-num-remessa then
                       move "S" to ws-tentativa-enviada
                   else
                       move re-num-remessa to rm-num-remessa
                       read arq-remessa-rh key is rm-num-remessa
                           invalid key
                               continue
                           not invalid key
                               if rm-situacao = "T" then
                                   move "S" to ws-tentativa-enviada
                               end-if
                       end-read
                   end-if
           end-read

           .
       verificar-tentativa-enviada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Tentativas Recorrigidas no Periodo (log da recorrecao): envia o
      *>  resultado vigente; tentativa ja enviada nesta remessa nao repete
      *>------------------------------------------------------------------------
       selecionar-recorrecoes section.

           if ws-recorrecao-disponivel = "S" then
               move low-values to rg-chave
               start arq-recorrecao key is not less than rg-chave
               if ws-fs-arq-recorrecao = "00" then
                   move "N" to ws-fim-recorrecao
                   perform until ws-fim-recorrecao = "S"
                       read arq-recorrecao next record
                           at end
                               move "S" to ws-fim-recorrecao
                           not at end
                               add 1 to ws-rc-lidos
                               move rg-data to ws-momento-registro(1:8)
                               move rg-hora to ws-momento-registro(9:6)
                               if ws-momento-registro > ws-base-momento
                               and ws-momento-registro <= ws-corte-momento then
                                   perform localizar-tentativa-recorrigida
                               end-if
                       end-read
                   end-perform
               end-if
           end-if

           .
       selecionar-recorrecoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Tentativa Atual da Recorrecao Lida
      *>------------------------------------------------------------------------
       localizar-tentativa-recorrigida section.

           move rg-user-id   to rs-user-id
           move rg-exame-id  to rs-exame-id
           move rg-tentativa to rs-tentativa
           read arq-respostas key is rs-chave
               invalid key
                   continue
               not invalid key
                   if rs-tipo = "P" then
                       move "R" to ws-movimento
                       perform gravar-item-remessa
                   end-if
           end-read

           .
       localizar-tentativa-recorrigida-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Item da Remessa: registra o que foi enviado e grava o detalhe
      *>------------------------------------------------------------------------
       gravar-item-remessa section.

           move ws-num-remessa to ri-num-remessa
           move rs-user-id     to ri-user-id
           move rs-exame-id    to ri-exame-id
           move rs-tentativa   to ri-tentativa
           read arq-remessa-rh-item key is ri-chave
               invalid key
                   move "N" to ws-item-existe
               not invalid key
                   move "S" to ws-item-existe
           end-read

           if ws-item-existe = "N" then
               move rs-exame-id to pv-id
               read arq-prova key is pv-id
                   invalid key
                       move spaces to pv-titulo
               end-read

               move ws-num-remessa to ri-num-remessa
               move rs-user-id     to ri-user-id
               move rs-exame-id    to ri-exame-id
               move rs-tentativa   to ri-tentativa
               move pv-titulo      to ri-titulo
               move rs-data        to ri-data
               move rs-nota        to ri-nota
               move rs-aprovado    to ri-aprovado
               move ws-movimento   to ri-movimento

               write fl-remessa-rh-item
               if ws-fs-arq-remessa-rh-item <> "00" then
                   move 13                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-remessa-rh-item             to ws-msn-erro-cod
                   move "Erro ao gravar arq-remessa-rh-item"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform registrar-tentativa-enviada
               perform gravar-detalhe
           end-if

           .
       gravar-item-remessa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Reenvio: repete exatamente os itens das remessas delta
      *>  transmitidas no intervalo de datas, com o numero de origem
      *>------------------------------------------------------------------------
       reenviar-remessas section.

           move zeros to rm-num-remessa
           start arq-remessa-rh key is not less than rm-num-remessa
           if ws-fs-arq-remessa-rh = "00" then
               move "N" to ws-fim-remessas
               perform until ws-fim-remessas = "S"
                   read arq-remessa-rh next record
                       at end
                           move "S" to ws-fim-remessas
                       not at end
                           if rm-modo = "D"
                           and rm-situacao = "T"
                           and rm-data-geracao >= ws-reenvio-inicio
                           and rm-data-geracao <= ws-reenvio-fim then
                               add 1 to ws-cnt-remessas-reenviadas
                               perform reenviar-itens-remessa
                           end-if
                   end-read
               end-perform
           end-if

           display "P05SISB21: remessas reenviadas: " ws-cnt-remessas-reenviadas

           .
       reenviar-remessas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Itens de uma Remessa Original
      *>------------------------------------------------------------------------
       reenviar-itens-remessa section.

           move rm-num-remessa to ri-num-remessa
           move low-values     to ri-user-id
                                  ri-exame-id
           move zeros          to ri-tentativa
           start arq-remessa-rh-item key is not less than ri-chave
           if ws-fs-arq-remessa-rh-item = "00" then
               move "N" to ws-fim-itens
               perform until ws-fim-itens = "S"
                   read arq-remessa-rh-item next record
                       at end
                           move "S" to ws-fim-itens
                       not at end
                           if ri-num-remessa <> rm-num-remessa then
                               move "S" to ws-fim-itens
                           else
                               add 1 to ws-rc-lidos
                               perform gravar-detalhe
                           end-if
                   end-read
               end-perform
           end-if

           .
       reenviar-itens-remessa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha de Detalhe a partir do Item e Totais de Controle
      *>------------------------------------------------------------------------
       gravar-detalhe section.

           move ri-num-remessa to ws-det-remessa
           move ri-user-id     to ws-det-user-id
           move ri-exame-id    to ws-det-prova-id
           move ri-titulo      to ws-det-titulo
           move ri-tentativa   to ws-det-tentativa
           move ri-data        to ws-det-data
           move ri-nota        to ws-det-nota
           move ri-aprovado    to ws-det-aprovado
           move ri-movimento   to ws-det-movimento
           move ws-linha-detalhe to fl-interface
           perform gravar-linha-interface

           add 1            to ws-cnt-registros
           add ri-nota      to ws-soma-notas
           add ri-tentativa to ws-soma-tentativas

           .
       gravar-detalhe-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Gravacao de uma Linha da Interface
      *>------------------------------------------------------------------------
       gravar-linha-interface section.

           write fl-interface
           if ws-fs-arq-interface <> "00" then
               move 11                                     to ws-msn-erro-ofsset
               move ws-fs-arq-interface                    to ws-msn-erro-cod
               move "Erro ao gravar resultados-rh.csv  "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           add 1 to ws-rc-gravados

           .
       gravar-linha-interface-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Remessa Concluida: totais de controle e situacao 'T'
      *>------------------------------------------------------------------------
       registrar-fim-remessa section.

           move ws-num-remessa to rm-num-remessa
           read arq-remessa-rh key is rm-num-remessa
               invalid key
                   move 14                                    to ws-msn-erro-ofsset
                   move ws-fs-arq-remessa-rh                  to ws-msn-erro-cod
                   move "Remessa em geracao nao localizada "  to ws-msn-erro-text
                   perform finaliza-anormal
           end-read

           move "T"                to rm-situacao
           move ws-cnt-registros   to rm-qtd-registros
           move ws-soma-notas      to rm-soma-notas
           move ws-soma-tentativas to rm-soma-tentativas

           rewrite fl-remessa-rh
           if ws-fs-arq-remessa-rh <> "00" then
               move 15                                    to ws-msn-erro-ofsset
               move ws-fs-arq-remessa-rh                  to ws-msn-erro-cod
               move "Erro ao regravar arq-remessa-rh   "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       registrar-fim-remessa-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Run-Control: Registro de Inicio de Execucao
      *>  Recusa a partida se a execucao anterior segue marcada em voo
      *>------------------------------------------------------------------------
       iniciar-run-control section.

           move "I"         to ws-parm-rc-funcao
           move "P05SISB21" to ws-parm-rc-programa
           move zeros       to ws-parm-rc-lidos
                               ws-parm-rc-gravados
           move zeros       to ws-rc-gravados
           call "P05SISR20" using ws-parm-runcontrol

           if ws-parm-rc-retorno = "B" then
               display "P05SISB21: execucao anterior ainda em voo - abortado"
               move 8 to return-code
               stop run
           end-if

           if ws-parm-rc-retorno <> "0" then
               display "P05SISB21: erro no registro de run-control - abortado"
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
           move "P05SISB21"     to ws-parm-rc-programa
           move ws-rc-lidos      to ws-parm-rc-lidos
           move ws-rc-gravados   to ws-parm-rc-gravados
           call "P05SISR20" using ws-parm-runcontrol

           if ws-parm-rc-retorno <> "0" then
               display "P05SISB21: erro no registro de run-control"
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
           move "P05SISB21"     to ws-parm-rc-programa
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

           close arq-interface
           if ws-fs-arq-interface  <> "00" then
               move 26                                       to ws-msn-erro-ofsset
               move ws-fs-arq-interface                      to ws-msn-erro-cod
               move "Erro ao fechar resultados-rh.csv    "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *> so com a interface fechada a remessa conta como transmitida
           perform registrar-fim-remessa

           close arq-respostas
           if ws-fs-arq-respostas  <> "00" then
               move 21                                       to ws-msn-erro-ofsset
               move ws-fs-arq-respostas                      to ws-msn-erro-cod
               move "Erro ao fechar arq. arq-respostas   "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-recorrecao-disponivel = "S" then
               close arq-recorrecao
               if ws-fs-arq-recorrecao  <> "00" then
                   move 22                                       to ws-msn-erro-ofsset
                   move ws-fs-arq-recorrecao                     to ws-msn-erro-cod
                   move "Erro ao fechar arq. arq-recorrecao  "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           close arq-prova
           if ws-fs-arq-prova  <> "00" then
               move 23                                       to ws-msn-erro-ofsset
               move ws-fs-arq-prova                          to ws-msn-erro-cod
               move "Erro ao fechar arq. arq-prova       "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arq-remessa-rh
           if ws-fs-arq-remessa-rh  <> "00" then
               move 24                                       to ws-msn-erro-ofsset
               move ws-fs-arq-remessa-rh                     to ws-msn-erro-cod
               move "Erro ao fechar arq. arq-remessa-rh  "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arq-remessa-rh-item
           if ws-fs-arq-remessa-rh-item  <> "00" then
               move 25                                       to ws-msn-erro-ofsset
               move ws-fs-arq-remessa-rh-item                to ws-msn-erro-cod
               move "Erro ao fechar arq-remessa-rh-item  "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arq-remessa-rh-enviada
           if ws-fs-arq-remessa-rh-enviada  <> "00" then
               move 27                                       to ws-msn-erro-ofsset
               move ws-fs-arq-remessa-rh-enviada             to ws-msn-erro-cod
               move "Erro ao fechar arq-remessa-rh-envia "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform encerrar-run-control

           stop run
           .
       3000-finaliza-exit.
           exit.
