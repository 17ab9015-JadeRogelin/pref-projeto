      $set sourceformat"free"
      *>----Divisão de identificação do programa
       identification division.
       program-id. "P05SISR30".
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

           select arq-parametro assign to "param-senha.txt"
           organization is line sequential
           file status is ws-fs-arq-parametro.

       i-o-control.


      *>----Declaração de variáveis
       data division.

      *>----Variáveis de arquivos
       file section.
      *> a senha nunca e gravada: guarda-se apenas o resumo de mao unica
      *> calculado sobre sal + matricula + senha
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

       fd arq-parametro.
       01 fl-parametro                             pic X(80).


      *>----Variáveis de trabalho
       working-storage section.

       77 ws-fs-arq-credenciais                    pic X(02).
       77 ws-fs-arq-log-acesso                     pic X(02).
       77 ws-fs-arq-parametro                      pic X(02).
       77 ws-data-hora-atual                       pic X(21).
       77 ws-registro-existe                       pic X(01).
       77 ws-max-falhas                            pic 9(02).
       77 ws-evento                                pic X(01).
       77 ws-tam-senha                             pic 9(02).

      *> senha provisoria sorteada: devolvida uma unica vez ao chamador
      *> em lk-sn-senha-nova; o gerador e semeado na primeira chamada e
      *> segue a mesma sequencia nas chamadas seguintes
       77 ws-senha-gerada                          pic X(20).
       77 ws-gerador-semeado                       pic X(01) value "N".
       77 ws-semente-senha                         pic 9(09).
       77 ws-sorteio                               pic 9v9(09).
       77 ws-idx-alfabeto                          pic 9(02).
       77 ws-idx-senha                             pic 9(02).
       01 ws-alfabeto-senha                        pic X(32)
          value "ABCDEFGHJKLMNPQRSTUVWXYZ23456789".

       77 ws-hash-entrada                          pic X(36).
       77 ws-hash-resultado                        pic X(24).
       77 ws-hash-1                                pic 9(12).
       77 ws-hash-2                                pic 9(12).
       77 ws-hash-trabalho                         pic 9(18).
       77 ws-hash-quociente                        pic 9(18).
       77 ws-cod-caractere                         pic 9(03).
       77 ws-idx-hash                              pic 9(02).
       77 ws-rodada                                pic 9(03).


      *>----Variáveis para comunicação entre programas
       linkage section.

      *> em 'R' e 'P' a senha provisoria sorteada volta em lk-sn-senha-nova
       01 lk-parm-senha.
           05 lk-sn-funcao                         pic X(01). *> 'V'-erificar; 'T'-rocar; 'R'-einicializar; 'P'-rovisionar se ausente
           05 lk-sn-user-id                        pic X(08).
           05 lk-sn-senha                          pic X(20).
           05 lk-sn-senha-nova                     pic X(20).
           05 lk-sn-programa                       pic X(09).
           05 lk-sn-operador                       pic X(08).
           05 lk-sn-restantes                      pic 9(02).
           05 lk-sn-retorno                        pic X(01). *> '0'-ok; 'N'-troca obrigatoria; 'S'-enha invalida; 'B'-loqueada; 'R'-ecusada; 'E'-rro


      *>Declaração do corpo do programa
       procedure division using lk-parm-senha.

       0000-controle section.

           move "0"    to lk-sn-retorno
           move zeros  to lk-sn-restantes
           move spaces to ws-senha-gerada

           perform ler-parametro-senha
           perform abrir-arquivos

           if lk-sn-retorno = "0" then
               evaluate lk-sn-funcao
                   when "V"
                       perform verificar-senha
                   when "T"
                       perform trocar-senha
                   when "R"
                       perform reinicializar-senha
                   when "P"
                       perform provisionar-senha
                   when other
                       move "E" to lk-sn-retorno
               end-evaluate

               close arq-credenciais
               if ws-fs-arq-credenciais <> "00" then
                   move "E" to lk-sn-retorno
               end-if

               close arq-log-acesso
               if ws-fs-arq-log-acesso <> "00" then
                   move "E" to lk-sn-retorno
               end-if
           end-if

      *> a senha digitada nao permanece na area de comunicacao
           move spaces to lk-sn-senha
                          lk-sn-senha-nova
           if lk-sn-retorno = "0" then
               move ws-senha-gerada to lk-sn-senha-nova
           end-if

           goback
           .
       0000-controle-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Limite de Falhas Consecutivas (param-senha.txt, colunas 1-2);
      *>  ausente, em branco ou invalido assume 3
      *>------------------------------------------------------------------------
       ler-parametro-senha section.

           move 3 to ws-max-falhas

           open input arq-parametro
           if ws-fs-arq-parametro = "00" then
               read arq-parametro
                   at end
                       continue
                   not at end
                       if fl-parametro(1:2) is numeric
                       and fl-parametro(1:2) > "00" then
                           move fl-parametro(1:2) to ws-max-falhas
                       end-if
               end-read
               close arq-parametro
           end-if

           .
       ler-parametro-senha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Abertura dos Arquivos; cria na primeira execucao
      *>------------------------------------------------------------------------
       abrir-arquivos section.

           open i-o arq-credenciais
           if ws-fs-arq-credenciais = "35" then
               open output arq-credenciais
               if ws-fs-arq-credenciais = "00" then
                   close arq-credenciais
                   open i-o arq-credenciais
               end-if
           end-if

           if     ws-fs-arq-credenciais <> "00"
           and    ws-fs-arq-credenciais <> "05" then
               move "E" to lk-sn-retorno
           else
               open i-o arq-log-acesso
               if ws-fs-arq-log-acesso = "35" then
                   open output arq-log-acesso
                   if ws-fs-arq-log-acesso = "00" then
                       close arq-log-acesso
                       open i-o arq-log-acesso
                   end-if
               end-if

               if     ws-fs-arq-log-acesso <> "00"
               and    ws-fs-arq-log-acesso <> "05" then
                   close arq-credenciais
                   move "E" to lk-sn-retorno
               end-if
           end-if

           .
       abrir-arquivos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Localiza a Credencial da Matricula; sem credencial o acesso e
      *>  recusado como bloqueado - a credencial so nasce pelo
      *>  administrador ou pela carga inicial, com senha sorteada
      *>------------------------------------------------------------------------
       localizar-credencial section.

           move lk-sn-user-id to cr-user-id
           read arq-credenciais key is cr-user-id
               invalid key
                   move "N" to ws-registro-existe
                   move "B" to lk-sn-retorno
                   move zeros to cr-falhas
                   move "R" to ws-evento
                   perform gravar-log-acesso
               not invalid key
                   move "S" to ws-registro-existe
           end-read

           .
       localizar-credencial-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Credencial Provisoria: senha sorteada, troca no primeiro uso
      *>------------------------------------------------------------------------
       montar-credencial-provisoria section.

           perform gerar-senha-provisoria

           move function current-date to ws-data-hora-atual

           move lk-sn-user-id               to cr-user-id
           move ws-data-hora-atual(9:8)     to cr-sal
           move ws-senha-gerada             to ws-hash-entrada(17:20)
           perform calcular-hash
           move ws-hash-resultado           to cr-hash
           move "N"                         to cr-situacao
           move zeros                       to cr-falhas
           move spaces                      to cr-data-troca
                                               cr-data-bloqueio
                                               cr-hora-bloqueio

           .
       montar-credencial-provisoria-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Sorteio da Senha Provisoria: 8 posicoes de um alfabeto sem
      *>  caracteres ambiguos (sem I, O, 0 e 1)
      *>------------------------------------------------------------------------
       gerar-senha-provisoria section.

           if ws-gerador-semeado = "N" then
               move function current-date to ws-data-hora-atual
               move ws-data-hora-atual(9:8) to ws-semente-senha
               perform varying ws-idx-hash from 1 by 1
                         until ws-idx-hash > 8
                   compute ws-semente-senha = ws-semente-senha
                         + function ord (lk-sn-user-id(ws-idx-hash:1))
                         * ws-idx-hash * 7919
               end-perform
               compute ws-sorteio = function random (ws-semente-senha)
               move "S" to ws-gerador-semeado
           end-if

           move spaces to ws-senha-gerada
           perform varying ws-idx-senha from 1 by 1
                     until ws-idx-senha > 8
               compute ws-sorteio = function random
               compute ws-idx-alfabeto = ws-sorteio * 32 + 1
               if ws-idx-alfabeto > 32 then
                   move 32 to ws-idx-alfabeto
               end-if
               move ws-alfabeto-senha(ws-idx-alfabeto:1)
                 to ws-senha-gerada(ws-idx-senha:1)
           end-perform

           .
       gerar-senha-provisoria-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Verificacao da Senha Informada no Logon
      *>------------------------------------------------------------------------
       verificar-senha section.

           perform localizar-credencial

           if lk-sn-retorno = "0" then
               if cr-situacao = "B" then
                   move "B" to lk-sn-retorno
                   move "R" to ws-evento
                   perform gravar-log-acesso
               else
                   move lk-sn-senha to ws-hash-entrada(17:20)
                   perform calcular-hash

                   if ws-hash-resultado = cr-hash then
                       move zeros to cr-falhas
                       if cr-situacao = "N" then
                           move "N" to lk-sn-retorno
                       end-if
                   else
                       add 1 to cr-falhas
                       if cr-falhas >= ws-max-falhas then
                           move function current-date to ws-data-hora-atual
                           move "B"                      to cr-situacao
                           move ws-data-hora-atual(1:8)  to cr-data-bloqueio
                           move ws-data-hora-atual(9:6)  to cr-hora-bloqueio
                           move "B" to lk-sn-retorno
                           move "B" to ws-evento
                       else
                           subtract cr-falhas from ws-max-falhas
                               giving lk-sn-restantes
                           move "S" to lk-sn-retorno
                           move "F" to ws-evento
                       end-if
                       perform gravar-log-acesso
                   end-if

                   rewrite fl-credenciais
                   if ws-fs-arq-credenciais <> "00" then
                       move "E" to lk-sn-retorno
                   end-if
               end-if
           end-if

           .
       verificar-senha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Troca de Senha: confere a atual; a nova tem ao menos 6 posicoes
      *>  e difere da atual e da matricula
      *>------------------------------------------------------------------------
       trocar-senha section.

           perform localizar-credencial

           if lk-sn-retorno = "0" then
               if cr-situacao = "B" then
                   move "B" to lk-sn-retorno
               else
                   move lk-sn-senha to ws-hash-entrada(17:20)
                   perform calcular-hash

                   if ws-hash-resultado <> cr-hash then
                       move "S" to lk-sn-retorno
                   else
                       perform medir-senha-nova

                       move lk-sn-senha-nova to ws-hash-entrada(17:20)
                       perform calcular-hash

                       if ws-tam-senha < 6
                       or lk-sn-senha-nova = lk-sn-user-id
                       or ws-hash-resultado = cr-hash then
                           move "R" to lk-sn-retorno
                       else
                           move function current-date to ws-data-hora-atual
                           move ws-data-hora-atual(9:8) to cr-sal
                           move lk-sn-senha-nova to ws-hash-entrada(17:20)
                           perform calcular-hash

                           move ws-hash-resultado        to cr-hash
                           move "A"                      to cr-situacao
                           move zeros                    to cr-falhas
                           move ws-data-hora-atual(1:8)  to cr-data-troca

                           rewrite fl-credenciais
                           if ws-fs-arq-credenciais <> "00" then
                               move "E" to lk-sn-retorno
                           else
                               move "T" to ws-evento
                               perform gravar-log-acesso
                           end-if
                       end-if
                   end-if
               end-if
           end-if

           .
       trocar-senha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Reinicializacao pelo Administrador: sorteia nova senha
      *>  provisoria, zera as falhas, desbloqueia e exige troca no proximo
      *>  logon; tambem cria a credencial do usuario novo
      *>------------------------------------------------------------------------
       reinicializar-senha section.

           move lk-sn-user-id to cr-user-id
           read arq-credenciais key is cr-user-id
               invalid key
                   move "N" to ws-registro-existe
               not invalid key
                   move "S" to ws-registro-existe
           end-read

           perform montar-credencial-provisoria

           if ws-registro-existe = "S" then
               rewrite fl-credenciais
           else
               write fl-credenciais
           end-if

           if ws-fs-arq-credenciais <> "00" then
               move "E"    to lk-sn-retorno
               move spaces to ws-senha-gerada
           else
               move "Z" to ws-evento
               perform gravar-log-acesso
           end-if

           .
       reinicializar-senha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Provisionamento (carga inicial): cria a credencial com senha
      *>  sorteada somente para matricula ainda sem credencial; a
      *>  existente nunca e tocada ('R'-ecusada)
      *>------------------------------------------------------------------------
       provisionar-senha section.

           move lk-sn-user-id to cr-user-id
           read arq-credenciais key is cr-user-id
               invalid key
                   perform montar-credencial-provisoria
                   write fl-credenciais
                   if ws-fs-arq-credenciais <> "00" then
                       move "E"    to lk-sn-retorno
                       move spaces to ws-senha-gerada
                   else
                       move "Z" to ws-evento
                       perform gravar-log-acesso
                   end-if
               not invalid key
                   move "R" to lk-sn-retorno
           end-read

           .
       provisionar-senha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Comprimento Util da Nova Senha (ultimo caractere nao branco)
      *>------------------------------------------------------------------------
       medir-senha-nova section.

           move zeros to ws-tam-senha
           perform varying ws-idx-hash from 20 by -1
                     until ws-idx-hash < 1
                        or ws-tam-senha > 0
               if lk-sn-senha-nova(ws-idx-hash:1) <> space then
                   move ws-idx-hash to ws-tam-senha
               end-if
           end-perform

           .
       medir-senha-nova-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Resumo de Mao Unica de sal + matricula + senha (ws-hash-entrada
      *>  posicoes 17-36 preenchidas pelo chamador): duas somas polinomiais
      *>  modulares em varias rodadas, sem como recompor a senha
      *>------------------------------------------------------------------------
       calcular-hash section.

           move cr-sal        to ws-hash-entrada(1:8)
           move lk-sn-user-id to ws-hash-entrada(9:8)

           move 7  to ws-hash-1
           move 11 to ws-hash-2

           perform varying ws-rodada from 1 by 1
                     until ws-rodada > 64
               perform varying ws-idx-hash from 1 by 1
                         until ws-idx-hash > 36
                   move function ord (ws-hash-entrada(ws-idx-hash:1))
                     to ws-cod-caractere

                   compute ws-hash-trabalho =
                           ws-hash-1 * 131 + ws-cod-caractere + ws-rodada
                   divide ws-hash-trabalho by 999999999989
                       giving ws-hash-quociente remainder ws-hash-1

                   compute ws-hash-trabalho =
                           ws-hash-2 * 257 + ws-cod-caractere * 7
                         + ws-idx-hash + ws-hash-1
                   divide ws-hash-trabalho by 999999999959
                       giving ws-hash-quociente remainder ws-hash-2
               end-perform
           end-perform

           move ws-hash-1 to ws-hash-resultado(1:12)
           move ws-hash-2 to ws-hash-resultado(13:12)

           .
       calcular-hash-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Registro do Evento no Log de Acesso
      *>------------------------------------------------------------------------
       gravar-log-acesso section.

           move function current-date to ws-data-hora-atual

           move ws-data-hora-atual(1:8)  to la-data
           move ws-data-hora-atual(9:6)  to la-hora
           move 1                        to la-seq
           move lk-sn-user-id            to la-user-id
           move lk-sn-programa           to la-programa
           move ws-evento                to la-evento
           move cr-falhas                to la-falhas
           move lk-sn-operador           to la-operador

           write fl-log-acesso
           perform until ws-fs-arq-log-acesso <> "22"
                      or la-seq >= 999
               add 1 to la-seq
               write fl-log-acesso
           end-perform

           if ws-fs-arq-log-acesso <> "00" then
               move "E" to lk-sn-retorno
           end-if

           .
       gravar-log-acesso-exit.
           exit.
