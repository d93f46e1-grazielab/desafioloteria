      *Divisão de identificação do programa
       identification division.
       program-id. "manuttravas".
       author. "Graziela Bartyra Bressanini Beckhauser".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>---------------------------------------------------------------------------------
      *> Manutencao do cadastro de travas de arquivos (TRAVAS.TXT, layout
      *> TRAVA-REC): lista as sessoes que retem arquivos (programa,
      *> operador, inicio e arquivos retidos) e permite ao supervisor
      *> liberar as travas de uma sessao interrompida - um programa que
      *> terminou de forma anormal deixa as suas travas no cadastro e
      *> impede os demais de comecar. Cada liberacao e registrada no log
      *> de auditoria (AUDITORIA.TXT) em nome do supervisor identificado.
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

           select ws-arq-operadores
               assign to "OPERADORES.TXT"
               organization is line sequential
               file status is ws-fs-operadores.

           select ws-arq-auditoria
               assign to "AUDITORIA.TXT"
               organization is line sequential
               file status is ws-fs-auditoria.

       i-o-control.

      *Declaração de variáveis
       data division.

      *----Variaveis de arquivos
       file section.

      *----Cadastro das travas das sessoes em andamento
       fd  ws-arq-travas
           label records are standard.

           copy travarec.

      *----Cadastro de operadores autorizados
       fd  ws-arq-operadores
           label records are standard.

           copy operadorrec.

      *----Log de auditoria das acoes de manutencao, somente acrescido
       fd  ws-arq-auditoria
           label records are standard.

           copy auditrec.

      *----Variaveis de trabalho
       working-storage section.

      *----Variaveis de controle de arquivo
       77  ws-fs-travas                         pic  x(02).
       77  ws-fs-operadores                     pic  x(02).
       77  ws-fs-auditoria                      pic  x(02).

      *----Variavel da opcao escolhida no menu
       77  ws-opcao-menu                        pic  9(01).
       77  ws-resp                              pic  x(01).

      *----Operador da sessao; so o supervisor libera travas
       77  ws-operador-corrente                 pic  9(04).
       77  ws-operador-nome                     pic  x(30).
       77  ws-flag-operador                     pic  x(01)
                                                  value 'N'.
           88  ws-operador-valido               value 'S'.
       77  ws-flag-supervisor                   pic  x(01)
                                                  value 'N'.
           88  ws-operador-supervisor           value 'S'.

      *----Sessao escolhida para liberar e o que o cadastro tem dela
       77  ws-qtd-travas                        pic  9(05).
       77  ws-sessao-liberar                    pic  x(16).
       77  ws-qtd-travas-sessao                 pic  9(03).
       77  ws-programa-sessao                   pic  x(20).
       77  ws-operador-sessao                   pic  9(04).
       77  ws-data-sessao                       pic  9(08).
       77  ws-hora-sessao                       pic  9(06).

      *----Area do modulo de travas

           copy travapar.

      *----Log de auditoria
       77  ws-acao-auditoria                    pic  x(20).
       77  ws-detalhe-auditoria                 pic  x(120).

      *----Detalhe de auditoria da liberacao das travas de uma sessao
       01  ws-detalhe-trava.
           05  filler                           pic  x(07)
                                                  value 'SESSAO '.
           05  ws-det-sessao                    pic  x(16).
           05  filler                           pic  x(06)
                                                  value ' PROG '.
           05  ws-det-programa                  pic  x(20).
           05  filler                           pic  x(06)
                                                  value ' OPER '.
           05  ws-det-operador                  pic  9(04).
           05  filler                           pic  x(07)
                                                  value ' DESDE '.
           05  ws-det-data                      pic  9(08).
           05  filler                           pic  x(01)
                                                  value space.
           05  ws-det-hora                      pic  9(06).
           05  filler                           pic  x(08)
                                                  value ' TRAVAS '.
           05  ws-det-qtd                       pic  9(03).

      *Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform finaliza.

      *>-------------------------------------------------
      *>     Inicialização (menu do utilitario)
      *>-------------------------------------------------

       inicializa section.

           perform identifica-operador

           move 9 to ws-opcao-menu
           perform until ws-opcao-menu = zero
               display "===================================="
               display "1 - Listar travas de arquivos"
               display "2 - Liberar travas de sessao interrompida"
               display "0 - Sair"
               display "===================================="
               display "Escolha uma opcao: "
               accept ws-opcao-menu

               evaluate ws-opcao-menu
                   when 1
                       perform lista-travas
                   when 2
                       perform libera-sessao
                   when zero
                       continue
                   when other
                       display "Opcao invalida, informe novamente."
               end-evaluate
           end-perform
              .

       inicializa-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Lista as travas registradas: sessao, programa, operador, inicio e
      *> arquivo retido
      *>---------------------------------------------------------------------------------

       lista-travas section.

           move zero to ws-qtd-travas

           open input ws-arq-travas

           if ws-fs-travas not = "00"
              display "Nenhuma trava registrada (TRAVAS.TXT nao "
                 "encontrado)."
           else
              display "SESSAO           PROGRAMA             OPER "
                 "DATA     HORA   ARQUIVO"
              perform le-proxima-trava
              perform until ws-fs-travas = "10"
                  add 1 to ws-qtd-travas
                  display tra-sessao " " tra-programa " "
                     tra-operador " " tra-data " " tra-hora " "
                     tra-arquivo
                  perform le-proxima-trava
              end-perform
              close ws-arq-travas

              display "Travas registradas: " ws-qtd-travas
           end-if
              .

       lista-travas-exit.
           exit.

       le-proxima-trava section.

           read ws-arq-travas
               at end move "10" to ws-fs-travas
           end-read
              .

       le-proxima-trava-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Libera todas as travas de uma sessao interrompida (somente o
      *> supervisor), depois de confirmar que o programa dela nao esta mais
      *> em execucao, e registra a liberacao no log de auditoria
      *>---------------------------------------------------------------------------------

       libera-sessao section.

           if not ws-operador-supervisor
              display "Somente um operador supervisor pode liberar "
                 "travas."
           else
              perform lista-travas

              if ws-qtd-travas > zero
                 display "Sessao a liberar (em branco = nenhuma): "
                 move spaces to ws-sessao-liberar
                 accept ws-sessao-liberar

                 if ws-sessao-liberar not = spaces
                    perform apura-sessao

                    if ws-qtd-travas-sessao = zero
                       display "Sessao " ws-sessao-liberar
                          " nao encontrada no cadastro de travas."
                    else
                       perform confirma-liberacao
                    end-if
                 end-if
              end-if
           end-if
              .

       libera-sessao-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Apura no cadastro as travas da sessao escolhida (quantidade e o
      *> programa, operador e inicio da primeira)
      *>---------------------------------------------------------------------------------

       apura-sessao section.

           move zero   to ws-qtd-travas-sessao
           move spaces to ws-programa-sessao
           move zero   to ws-operador-sessao
           move zero   to ws-data-sessao
           move zero   to ws-hora-sessao

           open input ws-arq-travas

           if ws-fs-travas = "00"
              perform le-proxima-trava
              perform until ws-fs-travas = "10"
                  if tra-sessao = ws-sessao-liberar
                     add 1 to ws-qtd-travas-sessao
                     if ws-qtd-travas-sessao = 1
                        move tra-programa to ws-programa-sessao
                        move tra-operador to ws-operador-sessao
                        move tra-data     to ws-data-sessao
                        move tra-hora     to ws-hora-sessao
                     end-if
                  end-if
                  perform le-proxima-trava
              end-perform
              close ws-arq-travas
           end-if
              .

       apura-sessao-exit.
           exit.

       confirma-liberacao section.

           display "Sessao " ws-sessao-liberar ": " ws-programa-sessao
              " operador " ws-operador-sessao " desde "
              ws-data-sessao " " ws-hora-sessao ", "
              ws-qtd-travas-sessao " arquivos retidos."
           display "Libere somente se o programa desta sessao "
              "terminou de forma anormal e nao esta mais em "
              "execucao."
           display "Confirma a liberacao (S/N)? "
           accept ws-resp

           if ws-resp = 'S' or ws-resp = 's'
              move spaces            to trv-parametros
              move 'E'               to trv-funcao
              move ws-sessao-liberar to trv-sessao
              call "controletravas" using trv-parametros

              if not trv-ok
                 display "Nao foi possivel regravar o cadastro de "
                    "travas (TRAVAS.TXT)."
              else
                 display trv-qtd-removidas " travas liberadas da "
                    "sessao " ws-sessao-liberar "."

                 move 'LIBERA TRAVA'       to ws-acao-auditoria
                 move ws-sessao-liberar    to ws-det-sessao
                 move ws-programa-sessao   to ws-det-programa
                 move ws-operador-sessao   to ws-det-operador
                 move ws-data-sessao       to ws-det-data
                 move ws-hora-sessao       to ws-det-hora
                 move trv-qtd-removidas    to ws-det-qtd
                 move ws-detalhe-trava     to ws-detalhe-auditoria
                 perform grava-auditoria
              end-if
           else
              display "Liberacao cancelada."
           end-if
              .

       confirma-liberacao-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Acrescenta ao log de auditoria (AUDITORIA.TXT) a acao corrente, com
      *> data/hora, operador da sessao, acao e detalhe
      *>---------------------------------------------------------------------------------

       grava-auditoria section.

           open extend ws-arq-auditoria

           if ws-fs-auditoria not = "00"
              open output ws-arq-auditoria
           end-if

           if ws-fs-auditoria not = "00"
              display "Aviso: nao foi possivel gravar o log de "
                 "auditoria (AUDITORIA.TXT)."
           else
              move spaces to aud-registro
              move function current-date(1:8) to aud-data
              move function current-date(9:6) to aud-hora
              move ws-operador-corrente       to aud-operador
              move ws-acao-auditoria          to aud-acao
              move ws-detalhe-auditoria       to aud-detalhe

              write aud-registro

              close ws-arq-auditoria
           end-if
              .

       grava-auditoria-exit.
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
      *> cadastrado e ativo (guarda o nome e o indicador de supervisor)
      *>---------------------------------------------------------------------------------

       valida-operador section.

           move 'N' to ws-flag-operador
           move 'N' to ws-flag-supervisor
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
                     if oper-supervisor
                        move 'S' to ws-flag-supervisor
                     end-if
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

      *>---------------------------------
      *> Finalização
      *>---------------------------------

       finaliza section.
           stop run.
              .
       finaliza-exit.
           exit.
