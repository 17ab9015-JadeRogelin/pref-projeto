      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P05SISB00".
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

           select arq-cadeia assign to "param-cadeia.txt"
           organization is line sequential
           file status is ws-fs-arq-cadeia.

           select arq-runcontrol assign to "arq-runcontrol.dat"
           organization is indexed
           access mode is dynamic
           record key is rc-programa
           file status is ws-fs-arq-runcontrol.

           select arq-relatorio assign to "rel-cadeia.txt"
           organization is line sequential
           file status is ws-fs-arq-relatorio.

       i-o-control.


      *>----Declaração de variáveis
       data division.

      *>----Variáveis de arquivos
       file section.
      *> definicao da cadeia, um passo por linha na ordem de execucao:
      *> "programa;predecessores;pula-se-falha"
      *>   predecessores - programas separados por "," (ate 5), ja
      *>                   definidos em linhas anteriores; branco sem
      *>   pula-se-falha - S: a falha suspende so os dependentes e a
      *>                   cadeia segue; N: a falha encerra a cadeia
      *> linhas iniciadas por "*" sao comentario. Sem o arquivo vale a
      *> cadeia padrao montada em carregar-cadeia-padrao
       fd arq-cadeia.
       01 fl-cadeia                                pic X(80).

       fd arq-runcontrol.
       01 fl-runcontrol.
           05 rc-programa                          pic X(09).
           05 rc-status                            pic X(01). *> 'E'-xecutando; 'T'-erminado; 'F'-alha
           05 rc-data-inicio                       pic X(08).
           05 rc-hora-inicio                       pic X(06).
           05 rc-data-fim                          pic X(08).
           05 rc-hora-fim                          pic X(06).
           05 rc-lidos                             pic 9(07).
           05 rc-gravados                          pic 9(07).

       fd arq-relatorio.
       01 fl-relatorio                             pic X(80).


      *>----Variáveis de trabalho
       working-storage section.

       77 ws-fs-arq-cadeia                         pic X(02).
       77 ws-fs-arq-runcontrol                     pic X(02).
       77 ws-fs-arq-relatorio                      pic X(02).
       77 ws-fim-cadeia                            pic X(01).

       77 ws-data-hora-atual                       pic X(21).
       77 ws-data-noite                            pic X(08).
       77 ws-data-num                              pic 9(08).
       77 ws-inicio-noite                          pic X(14).
       77 ws-momento-passo                         pic X(14).
       77 ws-momento-registro                      pic X(14).

      *> prefixo do comando que dispara cada passo (executavel com o
      *> nome do programa no diretorio de trabalho)
       77 ws-prefixo-comando                       pic X(02) value "./".
       77 ws-comando                               pic X(80).

       77 ws-cadeia-encerrada                      pic X(01).
       77 ws-predecessor-ok                        pic X(01).
       77 ws-pred-encontrado                       pic X(01).
       77 ws-qtd-falhas                            pic 9(02).

       77 ws-ln-programa                           pic X(09).
       77 ws-ln-predecessores                      pic X(60).
       77 ws-ln-pula                               pic X(01).

       77 ws-qtd-passos                            pic 9(02).
       77 ws-idx-passo                             pic 9(02).
       77 ws-idx-busca                             pic 9(02).
       77 ws-idx-pred                              pic 9(02).

       01 ws-tab-cadeia.
           05 ws-tab-passo occurs 20 times.
               10 ws-tp-programa                   pic X(09).
               10 ws-tp-qtd-pred                   pic 9(02).
               10 ws-tp-predecessor                pic X(09) occurs 5 times.
               10 ws-tp-pula-falha                 pic X(01). *> 'S'-im; 'N'-ao
               10 ws-tp-situacao                   pic X(01). *> 'T'-erminado; 'F'-alha; 'J'-a concluido na noite; 'D'-ependente suspenso; 'N'-ao executado
               10 ws-tp-data-inicio                pic X(08).
               10 ws-tp-hora-inicio                pic X(06).
               10 ws-tp-data-fim                   pic X(08).
               10 ws-tp-hora-fim                   pic X(06).
               10 ws-tp-lidos                      pic 9(07).
               10 ws-tp-gravados                   pic 9(07).


      *> copia do registro de run-control lido (o arquivo e fechado logo
      *> apos a leitura)
       01 ws-reg-runcontrol.
           05 ws-rg-programa                       pic X(09).
           05 ws-rg-status                         pic X(01).
           05 ws-rg-data-inicio                    pic X(08).
           05 ws-rg-hora-inicio                    pic X(06).
           05 ws-rg-data-fim                       pic X(08).
           05 ws-rg-hora-fim                       pic X(06).
           05 ws-rg-lidos                          pic 9(07).
           05 ws-rg-gravados                       pic 9(07).

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
           05 filler                               pic X(36)
              value "CADEIA NOTURNA - RESUMO DA NOITE DE ".
           05 ws-rel-data-noite                    pic X(08).
           05 filler                               pic X(13) value "  EMITIDO EM ".
           05 ws-rel-data-emissao                  pic X(08).
           05 filler                               pic X(01) value space.
           05 ws-rel-hora-emissao                  pic X(06).
           05 filler                               pic X(08) value spaces.

       01 ws-linha-sub-cabecalho                   pic X(80)
          value "ORD PROGRAMA  INICIO          FIM             LIDOS   GRAVADOS RESULTADO".

       01 ws-linha-passo.
           05 ws-rel-ordem                         pic Z9.
           05 filler                               pic X(02) value spaces.
           05 ws-rel-programa                      pic X(09).
           05 filler                               pic X(01) value spaces.
           05 ws-rel-data-inicio                   pic X(08).
           05 filler                               pic X(01) value spaces.
           05 ws-rel-hora-inicio                   pic X(06).
           05 filler                               pic X(01) value spaces.
           05 ws-rel-data-fim                      pic X(08).
           05 filler                               pic X(01) value spaces.
           05 ws-rel-hora-fim                      pic X(06).
           05 filler                               pic X(01) value spaces.
           05 ws-rel-lidos                         pic Z(06)9.
           05 filler                               pic X(01) value spaces.
           05 ws-rel-gravados                      pic Z(06)9.
           05 filler                               pic X(01) value spaces.
           05 ws-rel-resultado                     pic X(17).

       01 ws-linha-total.
           05 filler                               pic X(08) value "PASSOS: ".
           05 ws-tot-passos                        pic Z9.
           05 filler                               pic X(10) value "  FALHAS: ".
           05 ws-tot-falhas                        pic Z9.
           05 filler                               pic X(10) value "  CADEIA: ".
           05 ws-tot-resultado                     pic X(30).
           05 filler                               pic X(18) value spaces.

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

           move zeros to ws-rc-lidos
                         ws-qtd-falhas

           perform determinar-noite
           perform carregar-cadeia

           open output arq-relatorio
           if ws-fs-arq-relatorio <> "00" then
               move 3                                     to ws-msn-erro-ofsset
               move ws-fs-arq-relatorio                   to ws-msn-erro-cod
               move "Erro ao abrir rel-cadeia          "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       1000-inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Noite de Referencia: a noite vai do meio-dia ao meio-dia seguinte;
      *>  antes das 12h a execucao pertence a noite do dia anterior
      *>------------------------------------------------------------------------
       determinar-noite section.

           move function current-date to ws-data-hora-atual

           if ws-data-hora-atual(9:6) >= "120000" then
               move ws-data-hora-atual(1:8) to ws-data-noite
           else
               move ws-data-hora-atual(1:8) to ws-data-num
               compute ws-data-num = function date-of-integer
                       (function integer-of-date (ws-data-num) - 1)
               move ws-data-num to ws-data-noite
           end-if

           move ws-data-noite to ws-inicio-noite(1:8)
           move "120000"      to ws-inicio-noite(9:6)

           .
       determinar-noite-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carga da Definicao da Cadeia
      *>------------------------------------------------------------------------
       carregar-cadeia section.

           move zeros to ws-qtd-passos

           open input arq-cadeia
           if ws-fs-arq-cadeia = "35" then
               perform carregar-cadeia-padrao
           else
               if ws-fs-arq-cadeia <> "00" then
                   move 1                                     to ws-msn-erro-ofsset
                   move ws-fs-arq-cadeia                      to ws-msn-erro-cod
                   move "Erro ao abrir param-cadeia        "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move "N" to ws-fim-cadeia
               perform until ws-fim-cadeia = "S"
                   read arq-cadeia
                       at end
                           move "S" to ws-fim-cadeia
                       not at end
                           if fl-cadeia <> spaces
                           and fl-cadeia(1:1) <> "*" then
                               perform incluir-passo-lido
                           end-if
                   end-read
               end-perform

               close arq-cadeia
               if ws-fs-arq-cadeia <> "00" then
                   move 2                                     to ws-msn-erro-ofsset
                   move ws-fs-arq-cadeia                      to ws-msn-erro-cod
                   move "Erro ao fechar param-cadeia       "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-qtd-passos = zeros then
               move 4                                     to ws-msn-erro-ofsset
               move "00"                                  to ws-msn-erro-cod
               move "Cadeia sem nenhum passo definido   "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       carregar-cadeia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Cadeia Padrao: cargas, conciliacao, estatistica e certificados,
      *>  extracao e listagem e, sempre por ultimo, o backup
      *>------------------------------------------------------------------------
       carregar-cadeia-padrao section.

           move "P05SISB30;;S"                    to fl-cadeia
           perform incluir-passo-lido
           move "P05SISB80;;S"                    to fl-cadeia
           perform incluir-passo-lido
           move "P05SISB40;P05SISB30,P05SISB80;S" to fl-cadeia
           perform incluir-passo-lido
           move "P05SISB70;P05SISB80;S"           to fl-cadeia
           perform incluir-passo-lido
           move "P05SISB92;P05SISB40;S"           to fl-cadeia
           perform incluir-passo-lido
           move "P05SISB20;;S"                    to fl-cadeia
           perform incluir-passo-lido
           move "P05SISB10;;S"                    to fl-cadeia
           perform incluir-passo-lido
           move "P05SISB91;;N"                    to fl-cadeia
           perform incluir-passo-lido

           .
       carregar-cadeia-padrao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Critica e Inclusao de um Passo; definicao invalida e fatal
      *>------------------------------------------------------------------------
       incluir-passo-lido section.

           if ws-qtd-passos >= 20 then
               move 5                                     to ws-msn-erro-ofsset
               move "00"                                  to ws-msn-erro-cod
               move "Cadeia excede o limite de 20 passos"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to ws-ln-programa
                          ws-ln-predecessores
                          ws-ln-pula
           unstring fl-cadeia delimited by ";"
               into ws-ln-programa
                    ws-ln-predecessores
                    ws-ln-pula
           end-unstring

           move function upper-case (ws-ln-programa) to ws-ln-programa
           move function upper-case (ws-ln-pula)     to ws-ln-pula
           if ws-ln-pula = space then
               move "N" to ws-ln-pula
           end-if

           if ws-ln-programa = spaces
           or (ws-ln-pula <> "S" and ws-ln-pula <> "N") then
               perform cadeia-invalida
           end-if

           add 1 to ws-qtd-passos
           move ws-qtd-passos to ws-idx-passo
           initialize ws-tab-passo (ws-idx-passo)
           move ws-ln-programa to ws-tp-programa   (ws-idx-passo)
           move ws-ln-pula     to ws-tp-pula-falha (ws-idx-passo)
           move "N"            to ws-tp-situacao   (ws-idx-passo)
           move zeros          to ws-tp-qtd-pred   (ws-idx-passo)

           move function upper-case (ws-ln-predecessores)
             to ws-ln-predecessores
           unstring ws-ln-predecessores delimited by ","
               into ws-tp-predecessor (ws-idx-passo, 1)
                    ws-tp-predecessor (ws-idx-passo, 2)
                    ws-tp-predecessor (ws-idx-passo, 3)
                    ws-tp-predecessor (ws-idx-passo, 4)
                    ws-tp-predecessor (ws-idx-passo, 5)
           end-unstring

      *> cada predecessor precisa estar definido antes do passo
           perform varying ws-idx-pred from 1 by 1
                     until ws-idx-pred > 5
               if ws-tp-predecessor (ws-idx-passo, ws-idx-pred) <> spaces then
                   move ws-idx-pred to ws-tp-qtd-pred (ws-idx-passo)
                   move "N" to ws-pred-encontrado
                   perform varying ws-idx-busca from 1 by 1
                             until ws-idx-busca >= ws-idx-passo
                       if ws-tp-programa (ws-idx-busca)
                        = ws-tp-predecessor (ws-idx-passo, ws-idx-pred) then
                           move "S" to ws-pred-encontrado
                       end-if
                   end-perform
                   if ws-pred-encontrado = "N" then
                       perform cadeia-invalida
                   end-if
               end-if
           end-perform

           .
       incluir-passo-lido-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Definicao de Cadeia Mal Formada: encerra sem executar nada
      *>------------------------------------------------------------------------
       cadeia-invalida section.

           move 6                                     to ws-msn-erro-ofsset
           move "00"                                  to ws-msn-erro-cod
           move "Passo invalido em param-cadeia:    "  to ws-msn-erro-text
           move fl-cadeia(1:10) to ws-msn-erro-text(33:10)
           perform finaliza-anormal

           .
       cadeia-invalida-exit.
           exit.

      *>------------------------------------------------------------------------
      *> Processamento: passos na ordem definida
      *>------------------------------------------------------------------------
       2000-processamento section.

           move "N" to ws-cadeia-encerrada

           perform varying ws-idx-passo from 1 by 1
                     until ws-idx-passo > ws-qtd-passos
               add 1 to ws-rc-lidos
               perform ler-runcontrol-passo

               evaluate true
                   when ws-cadeia-encerrada = "S"
                       move "N" to ws-tp-situacao (ws-idx-passo)
                   when ws-fs-arq-runcontrol = "00"
                    and ws-rg-status = "T"
                    and ws-momento-registro >= ws-inicio-noite
      *> reexecucao da cadeia: o que ja terminou nesta noite nao repete
                       move "J" to ws-tp-situacao (ws-idx-passo)
                       perform copiar-runcontrol-passo
                   when other
                       perform verificar-predecessores
                       if ws-predecessor-ok = "S" then
                           perform executar-passo
                       else
                           move "D" to ws-tp-situacao (ws-idx-passo)
                       end-if
               end-evaluate
           end-perform

           perform emitir-resumo

           .
       2000-processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Registro de Run-Control do Passo (arquivo aberto so na leitura,
      *>  para nao disputar o registro com o passo em execucao)
      *>------------------------------------------------------------------------
       ler-runcontrol-passo section.

           move spaces to ws-momento-registro
                          ws-reg-runcontrol

           open input arq-runcontrol
           if ws-fs-arq-runcontrol = "35" then
               move "23" to ws-fs-arq-runcontrol
           else
               if     ws-fs-arq-runcontrol <> "00"
               and    ws-fs-arq-runcontrol <> "05" then
                   move 7                                     to ws-msn-erro-ofsset
                   move ws-fs-arq-runcontrol                  to ws-msn-erro-cod
                   move "Erro ao abrir arq. arq-runcontrol "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move ws-tp-programa (ws-idx-passo) to rc-programa
               read arq-runcontrol key is rc-programa
                   invalid key
                       continue
                   not invalid key
                       move fl-runcontrol  to ws-reg-runcontrol
                       move rc-data-inicio to ws-momento-registro(1:8)
                       move rc-hora-inicio to ws-momento-registro(9:6)
               end-read

               close arq-runcontrol
           end-if

           .
       ler-runcontrol-passo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Horarios e Contadores do Run-Control para o Resumo
      *>------------------------------------------------------------------------
       copiar-runcontrol-passo section.

           move ws-rg-data-inicio to ws-tp-data-inicio (ws-idx-passo)
           move ws-rg-hora-inicio to ws-tp-hora-inicio (ws-idx-passo)
           move ws-rg-data-fim    to ws-tp-data-fim    (ws-idx-passo)
           move ws-rg-hora-fim    to ws-tp-hora-fim    (ws-idx-passo)
           move ws-rg-lidos       to ws-tp-lidos       (ws-idx-passo)
           move ws-rg-gravados    to ws-tp-gravados    (ws-idx-passo)

           .
       copiar-runcontrol-passo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Predecessores Liberam o Passo quando Terminaram Nesta Noite
      *>  (nesta execucao ou em execucao anterior da cadeia)
      *>------------------------------------------------------------------------
       verificar-predecessores section.

           move "S" to ws-predecessor-ok

           perform varying ws-idx-pred from 1 by 1
                     until ws-idx-pred > ws-tp-qtd-pred (ws-idx-passo)
               if ws-tp-predecessor (ws-idx-passo, ws-idx-pred) <> spaces then
                   perform varying ws-idx-busca from 1 by 1
                             until ws-idx-busca >= ws-idx-passo
                       if ws-tp-programa (ws-idx-busca)
                        = ws-tp-predecessor (ws-idx-passo, ws-idx-pred) then
                           if ws-tp-situacao (ws-idx-busca) <> "T"
                           and ws-tp-situacao (ws-idx-busca) <> "J" then
                               move "N" to ws-predecessor-ok
                           end-if
                       end-if
                   end-perform
               end-if
           end-perform

           .
       verificar-predecessores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Execucao de um Passo em Processo Proprio (cada programa encerra
      *>  com stop run); o resultado vem do run-control gravado pelo passo
      *>------------------------------------------------------------------------
       executar-passo section.

           move function current-date to ws-data-hora-atual
           move ws-data-hora-atual(1:14) to ws-momento-passo

           move spaces to ws-comando
           string ws-prefixo-comando              delimited by space
                  ws-tp-programa (ws-idx-passo)   delimited by space
             into ws-comando
           end-string

           display "P05SISB00: iniciando " ws-tp-programa (ws-idx-passo)
           move zeros to return-code
           call "SYSTEM" using ws-comando

           perform ler-runcontrol-passo

           if ws-fs-arq-runcontrol = "00"
           and ws-momento-registro >= ws-momento-passo then
               perform copiar-runcontrol-passo
               if ws-rg-status = "T"
               and return-code = zeros then
                   move "T" to ws-tp-situacao (ws-idx-passo)
               else
                   move "F" to ws-tp-situacao (ws-idx-passo)
               end-if
           else
      *> o passo nao chegou a registrar o inicio: falha antes da partida
               move "F"                       to ws-tp-situacao    (ws-idx-passo)
               move ws-momento-passo(1:8)     to ws-tp-data-inicio (ws-idx-passo)
               move ws-momento-passo(9:6)     to ws-tp-hora-inicio (ws-idx-passo)
           end-if
           move zeros to return-code

           if ws-tp-situacao (ws-idx-passo) = "F" then
               add 1 to ws-qtd-falhas
               if ws-tp-pula-falha (ws-idx-passo) = "N" then
                   move "S" to ws-cadeia-encerrada
               end-if
           end-if

           .
       executar-passo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Resumo da Noite (uma pagina)
      *>------------------------------------------------------------------------
       emitir-resumo section.

           move function current-date to ws-data-hora-atual
           move ws-data-noite            to ws-rel-data-noite
           move ws-data-hora-atual(1:8)  to ws-rel-data-emissao
           move ws-data-hora-atual(9:6)  to ws-rel-hora-emissao
           move ws-linha-cabecalho to fl-relatorio
           perform gravar-linha-relatorio
           move ws-linha-branco to fl-relatorio
           perform gravar-linha-relatorio
           move ws-linha-sub-cabecalho to fl-relatorio
           perform gravar-linha-relatorio

           perform varying ws-idx-passo from 1 by 1
                     until ws-idx-passo > ws-qtd-passos
               move ws-idx-passo                      to ws-rel-ordem
               move ws-tp-programa    (ws-idx-passo)  to ws-rel-programa
               move ws-tp-data-inicio (ws-idx-passo)  to ws-rel-data-inicio
               move ws-tp-hora-inicio (ws-idx-passo)  to ws-rel-hora-inicio
               move ws-tp-data-fim    (ws-idx-passo)  to ws-rel-data-fim
               move ws-tp-hora-fim    (ws-idx-passo)  to ws-rel-hora-fim
               move ws-tp-lidos       (ws-idx-passo)  to ws-rel-lidos
               move ws-tp-gravados    (ws-idx-passo)  to ws-rel-gravados
               evaluate ws-tp-situacao (ws-idx-passo)
                   when "T"
                       move "OK"                to ws-rel-resultado
                   when "F"
                       move "FALHA"             to ws-rel-resultado
                   when "J"
                       move "JA CONCLUIDO"      to ws-rel-resultado
                   when "D"
                       move "SUSPENSO-PREDEC."  to ws-rel-resultado
                   when other
                       move "NAO EXECUTADO"     to ws-rel-resultado
               end-evaluate
               move ws-linha-passo to fl-relatorio
               perform gravar-linha-relatorio
           end-perform

           move ws-linha-branco to fl-relatorio
           perform gravar-linha-relatorio

           move ws-qtd-passos to ws-tot-passos
           move ws-qtd-falhas to ws-tot-falhas
           evaluate true
               when ws-cadeia-encerrada = "S"
                   move "INTERROMPIDA - REEXECUTAR" to ws-tot-resultado
               when ws-qtd-falhas > zeros
                   move "CONCLUIDA COM FALHAS"      to ws-tot-resultado
               when other
                   move "CONCLUIDA"                 to ws-tot-resultado
           end-evaluate
           move ws-linha-total to fl-relatorio
           perform gravar-linha-relatorio

           .
       emitir-resumo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Gravacao de uma Linha do Relatorio
      *>------------------------------------------------------------------------
       gravar-linha-relatorio section.

           write fl-relatorio
           if ws-fs-arq-relatorio <> "00" then
               move 11                                     to ws-msn-erro-ofsset
               move ws-fs-arq-relatorio                    to ws-msn-erro-cod
               move "Erro ao gravar rel-cadeia         "   to ws-msn-erro-text
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
           move "P05SISB00" to ws-parm-rc-programa
           move zeros       to ws-parm-rc-lidos
                               ws-parm-rc-gravados
           move zeros       to ws-rc-gravados
           call "P05SISR20" using ws-parm-runcontrol

           if ws-parm-rc-retorno = "B" then
               display "P05SISB00: execucao anterior ainda em voo - abortado"
               move 8 to return-code
               stop run
           end-if

           if ws-parm-rc-retorno <> "0" then
               display "P05SISB00: erro no registro de run-control - abortado"
               move 8 to return-code
               stop run
           end-if

           .
       iniciar-run-control-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Run-Control: Registro de Termino; cadeia com passo em falha
      *>  termina 'F' para chamar a atencao do operador
      *>------------------------------------------------------------------------
       encerrar-run-control section.

           if ws-qtd-falhas > zeros then
               move "F"          to ws-parm-rc-funcao
           else
               move "T"          to ws-parm-rc-funcao
           end-if
           move "P05SISB00"     to ws-parm-rc-programa
           move ws-rc-lidos      to ws-parm-rc-lidos
           move ws-rc-gravados   to ws-parm-rc-gravados
           call "P05SISR20" using ws-parm-runcontrol

           if ws-parm-rc-retorno <> "0" then
               display "P05SISB00: erro no registro de run-control"
               move 8 to return-code
               stop run
           end-if

           if ws-qtd-falhas > zeros then
               move 4 to return-code
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
           move "P05SISB00"     to ws-parm-rc-programa
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

           close arq-relatorio
           if ws-fs-arq-relatorio  <> "00" then
               move 21                                       to ws-msn-erro-ofsset
               move ws-fs-arq-relatorio                      to ws-msn-erro-cod
               move "Erro ao fechar rel-cadeia           "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform encerrar-run-control

           stop run
           .
       3000-finaliza-exit.
           exit.
