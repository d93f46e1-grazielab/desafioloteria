      *Divisão de identificação do programa
       identification division.
       program-id. "cadeianoturna".
       author. "Graziela Bartyra Bressanini Beckhauser".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>---------------------------------------------------------------------------------
      *> Cadeia noturna: executa em sequencia, sem nenhuma pergunta no
      *> teclado, os passos definidos em JOBDEF.TXT (layout JOBPASSO-REC) -
      *> tipicamente o programa principal com CARTAO.TXT, a conferencia em
      *> lote de concursos, a auditoria cruzada, a descarga da salvaguarda
      *> e a frequencia de dezenas. Cada passo recebe os seus parametros
      *> em JOBPASSO.TXT e devolve um codigo de retorno (0 ok, 4 alerta,
      *> 8 falha); a cadeia para no primeiro passo com falha e grava em
      *> JOBLOG.TXT (layout JOBLOG-REC) o inicio, o fim e o codigo de cada
      *> passo. O passo que falhou fica registrado em JOBREST.TXT: a
      *> proxima execucao retoma a partir dele, sem repetir os passos ja
      *> concluidos, e o registro e apagado quando a cadeia termina.
      *>---------------------------------------------------------------------------------

      *Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *-----Declaração dos recursos externos
       input-output section.
       file-control.

           select ws-arq-jobdef
               assign to "JOBDEF.TXT"
               organization is line sequential
               file status is ws-fs-jobdef.

           select ws-arq-jobpasso
               assign to "JOBPASSO.TXT"
               organization is line sequential
               file status is ws-fs-jobpasso.

           select ws-arq-joblog
               assign to "JOBLOG.TXT"
               organization is line sequential
               file status is ws-fs-joblog.

           select ws-arq-jobrest
               assign to "JOBREST.TXT"
               organization is line sequential
               file status is ws-fs-jobrest.

       i-o-control.

      *Declaração de variáveis
       data division.

      *----Variaveis de arquivos
       file section.

      *----Definicao da cadeia: um passo por linha
       fd  ws-arq-jobdef
           label records are standard.

       01  ws-reg-jobdef                        pic  x(84).

      *----Cartao do passo corrente, lido pelo programa chamado
       fd  ws-arq-jobpasso
           label records are standard.

           copy jobpassorec.

      *----Log das execucoes da cadeia, somente acrescido
       fd  ws-arq-joblog
           label records are standard.

           copy joblogrec.

      *----Ponto de retomada: passo que falhou na ultima execucao
       fd  ws-arq-jobrest
           label records are standard.

       01  ws-reg-jobrest.
           05  rst-passo                        pic  9(02).
           05  filler                           pic  x(01) value space.
           05  rst-programa                     pic  x(20).
           05  filler                           pic  x(01) value space.
           05  rst-execucao                     pic  9(14).
           05  filler                           pic  x(01) value space.
           05  rst-codigo-retorno               pic  9(04).

      *----Variaveis de trabalho
       working-storage section.

      *----Variaveis de controle de arquivo
       77  ws-fs-jobdef                         pic  x(02).
       77  ws-fs-jobpasso                       pic  x(02).
       77  ws-fs-joblog                         pic  x(02).
       77  ws-fs-jobrest                        pic  x(02).

      *----Passos da cadeia carregados de JOBDEF.TXT
       77  ws-qtd-passos                        pic  9(02)
                                                  value zero.
       01  ws-tab-passos.
           05  ws-passo-linha occurs 20 times   pic  x(84).

      *----Identificacao desta execucao e ponto de partida
       01  ws-execucao.
           05  ws-exe-data                      pic  9(08).
           05  ws-exe-hora                      pic  9(06).
       01  ws-execucao-num redefines ws-execucao
                                                pic  9(14).

       77  ws-passo-retomada                    pic  9(02)
                                                  value zero.
       77  ws-programa-retomada                 pic  x(20).
       77  ws-execucao-retomada                 pic  9(14).

      *----Passo corrente e codigos de retorno
       77  ws-ind-passo                         pic  9(02).
       77  ws-programa-passo                    pic  x(20).
       77  ws-data-inicio-passo                 pic  9(08).
       77  ws-hora-inicio-passo                 pic  9(06).
       77  ws-rc-passo                          pic  9(04).
       77  ws-rc-maior                          pic  9(04)
                                                  value zero.
       77  ws-qtd-executados                    pic  9(02)
                                                  value zero.
       77  ws-flag-falha                        pic  x(01)
                                                  value 'N'.
           88  ws-cadeia-falhou                 value 'S'.
       77  ws-situacao                          pic  x(30).

      *Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>-------------------------------------------------
      *>     Inicialização
      *>-------------------------------------------------

       inicializa section.

           move function current-date(1:8) to ws-exe-data
           move function current-date(9:6) to ws-exe-hora

           display "=================================================="
           display "Cadeia noturna - inicio " ws-exe-data " "
              ws-exe-hora
           display "=================================================="

           perform carrega-definicao

           if ws-qtd-passos = zero
              display "Definicao da cadeia (JOBDEF.TXT) vazia ou "
                 "nao encontrada; nada executado."
              move 8 to ws-rc-maior
              move 'S' to ws-flag-falha
           else
              perform le-ponto-retomada
              perform esvazia-cartao-passo

              move spaces to jlg-registro
              move '01' to jlg-tipo-reg
              move ws-execucao-num to jlg-execucao
              move ws-exe-data to jlg-data-inicio
              move ws-exe-hora to jlg-hora-inicio
              move zero to jlg-data-fim
              move zero to jlg-hora-fim
              move zero to jlg-codigo-retorno

              if ws-passo-retomada > zero
                 display "Retomando no passo " ws-passo-retomada
                    " (" ws-programa-retomada "), que falhou na "
                    "execucao " ws-execucao-retomada "."
                 move ws-passo-retomada    to jlg-passo
                 move ws-programa-retomada to jlg-programa
                 move 'RETOMADA'           to jlg-situacao
              else
                 move zero   to jlg-passo
                 move spaces to jlg-programa
                 move 'NOVA'  to jlg-situacao
              end-if

              perform grava-log
           end-if
              .

       inicializa-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Carrega os passos de JOBDEF.TXT (linhas de comentario e em branco
      *> sao ignoradas)
      *>---------------------------------------------------------------------------------

       carrega-definicao section.

           open input ws-arq-jobdef

           if ws-fs-jobdef = "00"
              perform le-proxima-definicao
              perform until ws-fs-jobdef = "10"
                  if ws-reg-jobdef(1:1) not = '*'
                     and ws-reg-jobdef not = spaces
                     perform guarda-passo
                  end-if
                  perform le-proxima-definicao
              end-perform
              close ws-arq-jobdef
           end-if
              .

       carrega-definicao-exit.
           exit.

       le-proxima-definicao section.

           read ws-arq-jobdef
               at end move "10" to ws-fs-jobdef
           end-read
              .

       le-proxima-definicao-exit.
           exit.

       guarda-passo section.

           move ws-reg-jobdef to jpa-registro

           if jpa-passo not numeric
              or jpa-programa = spaces
              display "Aviso: linha de JOBDEF.TXT sem numero de "
                 "passo ou programa ignorada: " ws-reg-jobdef(1:40)
           else
              if ws-qtd-passos >= 20
                 display "Aviso: limite de 20 passos atingido; passo "
                    jpa-passo " ignorado."
              else
                 add 1 to ws-qtd-passos
                 move ws-reg-jobdef to ws-passo-linha(ws-qtd-passos)
              end-if
           end-if
              .

       guarda-passo-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Le o passo que falhou na execucao anterior (JOBREST.TXT), se houver
      *>---------------------------------------------------------------------------------

       le-ponto-retomada section.

           move zero to ws-passo-retomada

           open input ws-arq-jobrest

           if ws-fs-jobrest = "00"
              read ws-arq-jobrest
                  at end move "10" to ws-fs-jobrest
              end-read

              if ws-fs-jobrest = "00"
                 and rst-passo numeric
                 move rst-passo    to ws-passo-retomada
                 move rst-programa to ws-programa-retomada
                 move rst-execucao to ws-execucao-retomada
              end-if

              close ws-arq-jobrest
           end-if
              .

       le-ponto-retomada-exit.
           exit.

      *>-------------------------------------------------
      *>     Processamento
      *>-------------------------------------------------

       processamento section.

           perform varying ws-ind-passo from 1 by 1
                   until ws-ind-passo > ws-qtd-passos
                      or ws-cadeia-falhou
               move ws-passo-linha(ws-ind-passo) to jpa-registro

               if jpa-passo < ws-passo-retomada
                  display "Passo " jpa-passo " (" jpa-programa
                     ") concluido na execucao anterior; pulado."
               else
                  perform executa-passo
               end-if
           end-perform
              .

       processamento-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Executa um passo: grava o cartao do passo, chama o programa, le o
      *> codigo de retorno e registra o passo no log
      *>---------------------------------------------------------------------------------

       executa-passo section.

           move jpa-programa to ws-programa-passo

           display "--------------------------------------------------"
           display "Passo " jpa-passo " - " ws-programa-passo

           perform grava-cartao-passo

           move function current-date(1:8) to ws-data-inicio-passo
           move function current-date(9:6) to ws-hora-inicio-passo

           move zero to return-code

           call ws-programa-passo
               on exception
                  display "Programa " ws-programa-passo
                     " nao encontrado."
                  move 8 to return-code
           end-call

           move return-code to ws-rc-passo
           move zero to return-code

           cancel ws-programa-passo

           perform esvazia-cartao-passo

           add 1 to ws-qtd-executados

           if ws-rc-passo > ws-rc-maior
              move ws-rc-passo to ws-rc-maior
           end-if

           evaluate true
               when ws-rc-passo = zero
                   move 'OK'     to ws-situacao
               when ws-rc-passo < 8
                   move 'ALERTA' to ws-situacao
               when other
                   move 'FALHA'  to ws-situacao
                   move 'S'      to ws-flag-falha
           end-evaluate

           display "Passo " jpa-passo " - " ws-programa-passo
              " terminou com codigo " ws-rc-passo " - "
              ws-situacao

           move spaces to jlg-registro
           move '02' to jlg-tipo-reg
           move ws-execucao-num      to jlg-execucao
           move jpa-passo            to jlg-passo
           move ws-programa-passo    to jlg-programa
           move ws-data-inicio-passo to jlg-data-inicio
           move ws-hora-inicio-passo to jlg-hora-inicio
           move function current-date(1:8) to jlg-data-fim
           move function current-date(9:6) to jlg-hora-fim
           move ws-rc-passo          to jlg-codigo-retorno
           move ws-situacao          to jlg-situacao
           perform grava-log

           if ws-cadeia-falhou
              perform grava-ponto-retomada
           end-if
              .

       executa-passo-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Cartao do passo: JOBPASSO.TXT recebe a linha do passo antes da
      *> chamada e fica vazio fora dela, para que uma execucao manual dos
      *> programas continue interativa
      *>---------------------------------------------------------------------------------

       grava-cartao-passo section.

           open output ws-arq-jobpasso

           if ws-fs-jobpasso not = "00"
              display "Aviso: nao foi possivel gravar o cartao do "
                 "passo (JOBPASSO.TXT)."
           else
              write jpa-registro
              close ws-arq-jobpasso
           end-if
              .

       grava-cartao-passo-exit.
           exit.

       esvazia-cartao-passo section.

           open output ws-arq-jobpasso

           if ws-fs-jobpasso = "00"
              close ws-arq-jobpasso
           end-if
              .

       esvazia-cartao-passo-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Registra em JOBREST.TXT o passo que falhou, ponto de partida da
      *> proxima execucao
      *>---------------------------------------------------------------------------------

       grava-ponto-retomada section.

           open output ws-arq-jobrest

           if ws-fs-jobrest not = "00"
              display "Aviso: nao foi possivel gravar o ponto de "
                 "retomada (JOBREST.TXT)."
           else
              move spaces            to ws-reg-jobrest
              move jpa-passo         to rst-passo
              move ws-programa-passo to rst-programa
              move ws-execucao-num   to rst-execucao
              move ws-rc-passo       to rst-codigo-retorno
              write ws-reg-jobrest
              close ws-arq-jobrest
           end-if
              .

       grava-ponto-retomada-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Acrescenta o registro montado em jlg-registro ao log da cadeia
      *>---------------------------------------------------------------------------------

       grava-log section.

           open extend ws-arq-joblog

           if ws-fs-joblog not = "00"
              open output ws-arq-joblog
           end-if

           if ws-fs-joblog not = "00"
              display "Aviso: nao foi possivel gravar o log da "
                 "cadeia (JOBLOG.TXT)."
           else
              write jlg-registro
              close ws-arq-joblog
           end-if
              .

       grava-log-exit.
           exit.

      *>---------------------------------
      *> Finalização
      *>---------------------------------

       finaliza section.

           if ws-qtd-passos > zero
              if ws-cadeia-falhou
                 move 'INTERROMPIDA POR FALHA' to ws-situacao
              else
      *----Cadeia completa: o ponto de retomada deixa de valer
                 open output ws-arq-jobrest
                 if ws-fs-jobrest = "00"
                    close ws-arq-jobrest
                 end-if

                 if ws-rc-maior = zero
                    move 'CONCLUIDA'             to ws-situacao
                 else
                    move 'CONCLUIDA COM ALERTA'  to ws-situacao
                 end-if
              end-if

              move spaces to jlg-registro
              move '03' to jlg-tipo-reg
              move ws-execucao-num   to jlg-execucao
              move ws-qtd-executados to jlg-passo
              move spaces            to jlg-programa
              move ws-exe-data       to jlg-data-inicio
              move ws-exe-hora       to jlg-hora-inicio
              move function current-date(1:8) to jlg-data-fim
              move function current-date(9:6) to jlg-hora-fim
              move ws-rc-maior       to jlg-codigo-retorno
              move ws-situacao       to jlg-situacao
              perform grava-log

              display "=============================================="
              display "Cadeia noturna " ws-situacao
              display "Passos executados ..... : " ws-qtd-executados
              display "Maior codigo de retorno : " ws-rc-maior
              display "=============================================="
           end-if

           move ws-rc-maior to return-code
           stop run.
              .
       finaliza-exit.
           exit.
