      *> do programa principal. Os arquivos de trabalho APOSTAS.TMP e
      *> RESULTADOS.TMP ficam no diretorio e sao reaproveitados na proxima
      *> execucao.
      *> Antes de comecar, APOSTAS.DAT, RESULTADOS.TXT e LOTE.CHK sao
      *> reservados no cadastro de travas (modulo controletravas): com um
      *> lote ou uma recarga de outra sessao retendo algum deles o
      *> arquivamento e recusado. O checkpoint entra na reserva porque
      *> guarda posicoes de RESULTADOS.TXT que o expurgo invalidaria.
      *>---------------------------------------------------------------------------------

      *Divisão para configuração do ambiente
       77  ws-flag-valido                       pic  x(01).
           88  ws-numero-valido                 value 'S'.

      *----Travas dos arquivos reconstruidos pelo arquivamento

           copy travapar.

      *----Codigo de retorno da execucao, preservado nas chamadas aos
      *----modulos (cada chamada devolve o codigo do modulo chamado)
       77  ws-retorno-execucao                  pic  9(04).

       77  ws-flag-travas                       pic  x(01)
                                                  value 'N'.
           88  ws-travas-reservadas             value 'S'.

      *Declaração do corpo do programa
       procedure division.

           move zero to ws-apo-mantidas
           move zero to ws-res-arquivadas
           move zero to ws-res-mantidas
           move 'N'  to ws-flag-travas

           perform reserva-arquivos

           move 'N' to ws-flag-valido
           perform until ws-numero-valido
       inicializa-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Reserva os arquivos reconstruidos; chamado pelo menu do programa
      *> principal, os arquivos ja sao da mesma sessao e nao conflitam
      *>---------------------------------------------------------------------------------

       reserva-arquivos section.

           move spaces             to trv-parametros
           move 'R'                to trv-funcao
           move 'arquivapurga'     to trv-programa
           move 'N'                to trv-modo-job
           move zero               to trv-operador
           move 3                  to trv-qtd-arquivos
           move 'APOSTAS.DAT'      to trv-arquivo(1)
           move 'RESULTADOS.TXT'   to trv-arquivo(2)
           move 'LOTE.CHK'         to trv-arquivo(3)

           move return-code to ws-retorno-execucao
           call "controletravas" using trv-parametros
           move ws-retorno-execucao to return-code

           if trv-conflito
              display "Arquivamento recusado: " trv-det-arquivo
                 " esta em uso por " trv-det-programa
                 " (operador " trv-det-operador "); nada foi "
                 "arquivado."
              move 8 to return-code
              perform finaliza
           end-if

           if trv-ok
              move 'S' to ws-flag-travas
           end-if
              .

       reserva-arquivos-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Passo 1 das apostas: separa APOSTAS.DAT em arquivo morto (anteriores
      *> a retencao) e APOSTAS.TMP (mantidas); passo 2: reconstroi APOSTAS.DAT
      *>---------------------------------

       finaliza section.
           if ws-travas-reservadas
              move 'L'            to trv-funcao
              move 'arquivapurga' to trv-programa
              move return-code to ws-retorno-execucao
              call "controletravas" using trv-parametros
              move ws-retorno-execucao to return-code
              move 'N' to ws-flag-travas
           end-if
           goback.
              .
       finaliza-exit.
