      *Divisão de identificação do programa
       identification division.
       program-id. "controletravas".
       author. "Graziela Bartyra Bressanini Beckhauser".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>---------------------------------------------------------------------------------
      *> Modulo de travas de arquivos: chamado com a area TRAVAPAR pelos
      *> programas que alteram arquivos compartilhados (o programa principal
      *> nas simulacoes e lotes, o arquivamento/expurgo e as recargas da
      *> salvaguarda), mantem o cadastro de travas TRAVAS.TXT (layout
      *> TRAVA-REC) com a sessao, o programa, o operador e o momento em que
      *> cada arquivo foi reservado. Uma reserva que encontra o arquivo
      *> retido por outra sessao e recusada e mostra quem o retem; assim
      *> um expurgo nao reconstroi o historico no meio de um lote. Os
      *> relatorios, que so leem os arquivos, nao reservam nada.
      *> A sessao e a execucao inteira (run unit): programas chamados por
      *> outro, como o arquivamento pelo menu do programa principal ou os
      *> passos da cadeia noturna, compartilham as reservas do chamador.
      *> A leitura do cadastro e o acrescimo das linhas novas nao sao uma
      *> operacao unica; duas sessoes abertas no mesmo instante podem
      *> ambas passar pela conferencia.
      *>---------------------------------------------------------------------------------

      *Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *-----Declaração dos recursos externos
       input-output section.
       file-control.

           select ws-arq-travas
               assign to "TRAVAS.TXT"
               organization is line sequential
               file status is ws-fs-travas.

           select ws-arq-travas-tmp
               assign to "TRAVAS.TMP"
               organization is line sequential
               file status is ws-fs-travas-tmp.

           select ws-arq-operadores
               assign to "OPERADORES.TXT"
               organization is line sequential
               file status is ws-fs-operadores.

       i-o-control.

      *Declaração de variáveis
       data division.

      *----Variaveis de arquivos
       file section.

      *----Cadastro das travas das sessoes em andamento
       fd  ws-arq-travas
           label records are standard.

           copy travarec.

      *----Copia de trabalho do cadastro ao retirar travas
       fd  ws-arq-travas-tmp
           label records are standard.

       01  ws-linha-trava-tmp                   pic  x(100).

      *----Cadastro de operadores autorizados
       fd  ws-arq-operadores
           label records are standard.

           copy operadorrec.

      *----Variaveis de trabalho
       working-storage section.

      *----Variaveis de controle de arquivo
       77  ws-fs-travas                         pic  x(02).
       77  ws-fs-travas-tmp                     pic  x(02).
       77  ws-fs-operadores                     pic  x(02).

      *----Sessao desta execucao (mantida entre as chamadas): data,
      *----hora e centesimo da primeira reserva, somado de um ate nao
      *----coincidir com uma sessao ja registrada
       01  ws-sessao                            pic  x(16)
                                                  value spaces.
       01  ws-sessao-num redefines ws-sessao    pic  9(16).
       77  ws-flag-sessao                       pic  x(01).
           88  ws-sessao-registrada             value 'S'.

      *----Operador da sessao (mantido entre as chamadas)
       77  ws-operador-corrente                 pic  9(04)
                                                  value zero.
       77  ws-operador-nome                     pic  x(30).
       77  ws-flag-operador                     pic  x(01)
                                                  value 'N'.
           88  ws-operador-valido               value 'S'.

      *----Arquivos pedidos na reserva que esta sessao ja retem
       01  ws-tab-ja-retidos.
           05  ws-ja-retido occurs 5 times      pic  x(01).

       77  ws-ind-arquivo                       pic  9(01).
       77  ws-data-reserva                      pic  9(08).
       77  ws-hora-reserva                      pic  9(06).

      *----Criterio da retirada de travas: a sessao e, na liberacao
      *----normal, tambem o programa (espacos = todos os programas)
       77  ws-sessao-retirar                    pic  x(16).
       77  ws-programa-retirar                  pic  x(20).
       77  ws-qtd-retiradas                     pic  9(03).

      *----Area de comunicacao com o programa chamador
       linkage section.

           copy travapar.

      *Declaração do corpo do programa
       procedure division using trv-parametros.

           evaluate true
               when trv-funcao-reserva
                    perform reserva-arquivos
               when trv-funcao-libera
                    perform libera-arquivos
               when trv-funcao-remove
                    perform remove-sessao
           end-evaluate

           goback.

      *>---------------------------------------------------------------------------------
      *> Reserva os arquivos pedidos: confere o cadastro inteiro contra os
      *> arquivos de trv-arquivo e, sem conflito, acrescenta uma linha por
      *> arquivo que esta sessao ainda nao retem
      *>---------------------------------------------------------------------------------

       reserva-arquivos section.

           if ws-sessao = spaces
              perform gera-sessao
           end-if

           perform define-operador

           move ws-sessao to trv-sessao
           move zero      to trv-qtd-conflitos
           move spaces    to trv-det-programa
           move spaces    to trv-det-arquivo
           move zero      to trv-det-operador
           move zero      to trv-det-data
           move zero      to trv-det-hora
           move all 'N'   to ws-tab-ja-retidos

           open input ws-arq-travas

           if ws-fs-travas = "00"
              perform le-proxima-trava
              perform until ws-fs-travas = "10"
                  perform confere-trava
                  perform le-proxima-trava
              end-perform
              close ws-arq-travas
           end-if

           if trv-qtd-conflitos > zero
              move '01' to trv-retorno
           else
              open extend ws-arq-travas

              if ws-fs-travas not = "00"
                 open output ws-arq-travas
              end-if

              if ws-fs-travas not = "00"
                 display "Aviso: cadastro de travas (TRAVAS.TXT) "
                    "indisponivel (status " ws-fs-travas "); "
                    "arquivos nao reservados."
                 move '09' to trv-retorno
              else
                 move function current-date(1:8) to ws-data-reserva
                 move function current-date(9:6) to ws-hora-reserva

                 perform varying ws-ind-arquivo from 1 by 1
                         until ws-ind-arquivo > trv-qtd-arquivos
                     if ws-ja-retido(ws-ind-arquivo) = 'N'
                        move spaces          to tra-registro
                        move ws-sessao       to tra-sessao
                        move trv-programa    to tra-programa
                        move trv-operador    to tra-operador
                        move ws-data-reserva to tra-data
                        move ws-hora-reserva to tra-hora
                        move trv-arquivo(ws-ind-arquivo)
                             to tra-arquivo
                        write tra-registro
                     end-if
                 end-perform

                 close ws-arq-travas
                 move '00' to trv-retorno
              end-if
           end-if
              .

       reserva-arquivos-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Gera a identificacao da sessao na primeira reserva da execucao:
      *> duas execucoes iniciadas no mesmo centesimo de segundo recebem
      *> identificacoes distintas
      *>---------------------------------------------------------------------------------

       gera-sessao section.

           move function current-date(1:16) to ws-sessao

           move 'S' to ws-flag-sessao
           perform until not ws-sessao-registrada
               move 'N' to ws-flag-sessao

               open input ws-arq-travas

               if ws-fs-travas = "00"
                  perform le-proxima-trava
                  perform until ws-fs-travas = "10"
                      if tra-sessao = ws-sessao
                         move 'S' to ws-flag-sessao
                      end-if
                      perform le-proxima-trava
                  end-perform
                  close ws-arq-travas
               end-if

               if ws-sessao-registrada
                  add 1 to ws-sessao-num
               end-if
           end-perform
              .

       gera-sessao-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Confere a trava lida contra os arquivos pedidos: da propria sessao
      *> o arquivo ja esta retido; de outra sessao e um conflito
      *>---------------------------------------------------------------------------------

       confere-trava section.

           perform varying ws-ind-arquivo from 1 by 1
                   until ws-ind-arquivo > trv-qtd-arquivos
               if tra-arquivo = trv-arquivo(ws-ind-arquivo)
                  if tra-sessao = ws-sessao
                     move 'S' to ws-ja-retido(ws-ind-arquivo)
                  else
                     add 1 to trv-qtd-conflitos
                     display "Arquivo " tra-arquivo " em uso por "
                        tra-programa " (operador " tra-operador
                        ", desde " tra-data " " tra-hora
                        ", sessao " tra-sessao ")."
                     if trv-qtd-conflitos = 1
                        move tra-programa to trv-det-programa
                        move tra-operador to trv-det-operador
                        move tra-data     to trv-det-data
                        move tra-hora     to trv-det-hora
                        move tra-arquivo  to trv-det-arquivo
                     end-if
                  end-if
               end-if
           end-perform
              .

       confere-trava-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Libera os arquivos reservados pelo programa chamador nesta sessao
      *>---------------------------------------------------------------------------------

       libera-arquivos section.

           move '00' to trv-retorno
           move zero to trv-qtd-removidas

           if ws-sessao not = spaces
              move ws-sessao    to ws-sessao-retirar
              move trv-programa to ws-programa-retirar
              perform retira-travas
              move ws-qtd-retiradas to trv-qtd-removidas
           end-if
              .

       libera-arquivos-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Retira todas as travas da sessao informada (sessao interrompida)
      *>---------------------------------------------------------------------------------

       remove-sessao section.

           move '00'       to trv-retorno
           move trv-sessao to ws-sessao-retirar
           move spaces     to ws-programa-retirar
           perform retira-travas
           move ws-qtd-retiradas to trv-qtd-removidas
              .

       remove-sessao-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Copia o cadastro de travas para TRAVAS.TMP sem as linhas que atendem
      *> ao criterio e, se alguma foi retirada, regrava TRAVAS.TXT a partir
      *> da copia
      *>---------------------------------------------------------------------------------

       retira-travas section.

           move zero to ws-qtd-retiradas

           open input ws-arq-travas

           if ws-fs-travas not = "00"
              move '09' to trv-retorno
           else
              open output ws-arq-travas-tmp

              if ws-fs-travas-tmp not = "00"
                 display "Aviso: nao foi possivel gravar a copia do "
                    "cadastro de travas (TRAVAS.TMP, status "
                    ws-fs-travas-tmp "); travas nao retiradas."
                 close ws-arq-travas
                 move '09' to trv-retorno
              else
                 perform le-proxima-trava
                 perform until ws-fs-travas = "10"
                     if tra-sessao = ws-sessao-retirar
                        and (ws-programa-retirar = spaces
                             or tra-programa = ws-programa-retirar)
                        add 1 to ws-qtd-retiradas
                     else
                        move tra-registro to ws-linha-trava-tmp
                        write ws-linha-trava-tmp
                     end-if
                     perform le-proxima-trava
                 end-perform

                 close ws-arq-travas
                 close ws-arq-travas-tmp

                 if ws-qtd-retiradas > zero
                    perform regrava-travas
                 end-if
              end-if
           end-if
              .

       retira-travas-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Regrava TRAVAS.TXT a partir da copia TRAVAS.TMP; sem a copia
      *> legivel o cadastro nao e aberto para gravacao e nada e retirado
      *>---------------------------------------------------------------------------------

       regrava-travas section.

           open input ws-arq-travas-tmp

           if ws-fs-travas-tmp not = "00"
              display "Aviso: nao foi possivel ler a copia do "
                 "cadastro de travas (TRAVAS.TMP, status "
                 ws-fs-travas-tmp "); travas nao retiradas."
              move zero to ws-qtd-retiradas
              move '09' to trv-retorno
           else
              open output ws-arq-travas

              if ws-fs-travas not = "00"
                 display "Nao foi possivel reconstruir TRAVAS.TXT "
                    "(status " ws-fs-travas "); travas nao "
                    "retiradas."
                 close ws-arq-travas-tmp
                 move zero to ws-qtd-retiradas
                 move '09' to trv-retorno
              else
                 perform le-proxima-trava-tmp
                 perform until ws-fs-travas-tmp = "10"
                     move ws-linha-trava-tmp to tra-registro
                     write tra-registro
                     perform le-proxima-trava-tmp
                 end-perform

                 close ws-arq-travas-tmp
                 close ws-arq-travas
              end-if
           end-if
              .

       regrava-travas-exit.
           exit.

       le-proxima-trava section.

           read ws-arq-travas
               at end move "10" to ws-fs-travas
           end-read
              .

       le-proxima-trava-exit.
           exit.

       le-proxima-trava-tmp section.

           read ws-arq-travas-tmp
               at end move "10" to ws-fs-travas-tmp
           end-read
              .

       le-proxima-trava-tmp-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Operador da reserva: a cadeia noturna na execucao em lote, o
      *> informado pelo chamador, o ja identificado na sessao ou, na
      *> primeira reserva, o identificado aqui
      *>---------------------------------------------------------------------------------

       define-operador section.

           if trv-execucao-job
              move zero to trv-operador
           else
              if trv-operador not = zero
                 move trv-operador to ws-operador-corrente
                 move 'S' to ws-flag-operador
              else
                 if not ws-operador-valido
                    perform identifica-operador
                 end-if
                 move ws-operador-corrente to trv-operador
              end-if
           end-if
              .

       define-operador-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Identificacao do operador da sessao contra o cadastro de operadores
      *>---------------------------------------------------------------------------------

       identifica-operador section.

           perform garante-operadores

           move 'N' to ws-flag-operador
           perform until ws-operador-valido
               display "Identificacao do operador: "
               accept ws-operador-corrente

               perform valida-operador

               if ws-operador-valido
                  display "Operador: " ws-operador-nome
               else
                  display "Operador nao cadastrado ou inativo, "
                     "informe novamente."
               end-if
           end-perform
              .

       identifica-operador-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Garante a existencia do cadastro de operadores: na primeira execucao
      *> ele e criado com o operador 0001 - SUPERVISOR
      *>---------------------------------------------------------------------------------

       garante-operadores section.

           open input ws-arq-operadores

           if ws-fs-operadores = "00"
              close ws-arq-operadores
           else
              open output ws-arq-operadores

              if ws-fs-operadores not = "00"
                 display "Aviso: nao foi possivel criar o "
                    "cadastro de operadores (OPERADORES.TXT)."
              else
                 move spaces       to oper-registro
                 move 1            to oper-id
                 move 'SUPERVISOR' to oper-nome
                 move 'S'          to oper-flag-ativo
                 move 'S'          to oper-flag-supervisor

                 write oper-registro

                 close ws-arq-operadores

                 display "Cadastro de operadores (OPERADORES.TXT)"
                    " criado com o operador 0001 - SUPERVISOR."
              end-if
           end-if
              .

       garante-operadores-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Procura ws-operador-corrente no cadastro de operadores; valido se
      *> cadastrado e ativo
      *>---------------------------------------------------------------------------------

       valida-operador section.

           move 'N' to ws-flag-operador
           move spaces to ws-operador-nome

           open input ws-arq-operadores

           if ws-fs-operadores = "00"
              perform le-proximo-operador
              perform until ws-fs-operadores = "10"
                  if oper-id numeric
                     and oper-id = ws-operador-corrente
                     and oper-ativo
                     move 'S' to ws-flag-operador
                     move oper-nome to ws-operador-nome
                  end-if
                  perform le-proximo-operador
              end-perform
              close ws-arq-operadores
           end-if
              .

       valida-operador-exit.
           exit.

       le-proximo-operador section.

           read ws-arq-operadores
               at end move "10" to ws-fs-operadores
           end-read
              .

       le-proximo-operador-exit.
           exit.
