      *> para o jogo e a faixa de datas informados, quantas vezes cada
      *> dezena foi sorteada, e imprime o ranking completo da mais quente
      *> para a mais fria, com destaque para as cinco de cada ponta.
      *> Na cadeia noturna o jogo e a faixa de datas vem do cartao do
      *> passo (JOBPASSO.TXT); codigo de retorno 4 quando nao ha registros
      *> no periodo e 8 quando o relatorio nao pode ser emitido. O ranking
      *> sai tambem no arquivo de impressao datado
      *> FREQUENCIADEZENAS.AAAAMMDD.TXT.
      *>---------------------------------------------------------------------------------

      *Divisão para configuração do ambiente
               organization is line sequential
               file status is ws-fs-jogos.

           select ws-arq-jobpasso
               assign to "JOBPASSO.TXT"
               organization is line sequential
               file status is ws-fs-jobpasso.

       i-o-control.

      *Declaração de variáveis

           copy jogorec.

      *----Cartao do passo da cadeia noturna (vazio fora dela)
       fd  ws-arq-jobpasso
           label records are standard.

           copy jobpassorec.

      *----Variaveis de trabalho
       working-storage section.

      *----Variaveis de controle de arquivo
       77  ws-fs-frequencia                     pic  x(02).
       77  ws-fs-jogos                          pic  x(02).
       77  ws-fs-jobpasso                       pic  x(02).

      *----Execucao pela cadeia noturna, sem perguntas no teclado
       77  ws-flag-job                          pic  x(01)
                                                  value 'N'.
           88  ws-modo-job                      value 'S'.

      *----Tabelas em memoria do catalogo de jogos

       77  ws-flag-valido                       pic  x(01).
           88  ws-numero-valido                 value 'S'.

      *----Area do modulo de impressao e linhas do relatorio impresso

           copy imprel.

      *----Codigo de retorno da execucao, preservado nas chamadas aos
      *----modulos (cada chamada devolve o codigo do modulo chamado)
       77  ws-retorno-execucao                  pic  9(04).

       77  ws-flag-impressao                    pic  x(01)
                                                  value 'N'.
           88  ws-impressao-ativa               value 'S'.

       01  ws-imp-filtros.
           05  filler                           pic  x(06)
                                                  value 'JOGO: '.
           05  ws-imp-fil-jogo                  pic  9(02).
           05  filler                           pic  x(03)
                                                  value ' - '.
           05  ws-imp-fil-jogo-nome             pic  x(12).
           05  filler                           pic  x(17)
                                                  value
                                                  '   DATA INICIAL: '.
           05  ws-imp-fil-data-ini              pic  9(08).
           05  filler                           pic  x(15)
                                                  value
                                                  '   DATA FINAL: '.
           05  ws-imp-fil-data-fim              pic  9(08).
           05  filler                           pic  x(22)
                                                  value
                                                  '   (0 = SEM LIMITE)'.

       01  ws-imp-colunas.
           05  filler                           pic  x(10)
                                                  value 'POSICAO'.
           05  filler                           pic  x(08)
                                                  value 'DEZENA'.
           05  filler                           pic  x(15)
                                                  value
                                                  '          VEZES'.
           05  filler                           pic  x(10)
                                                  value '  DESTAQUE'.

       01  ws-imp-detalhe.
           05  filler                           pic  x(04).
           05  ws-imp-posicao                   pic  zz9.
           05  filler                           pic  x(06).
           05  ws-imp-dezena                    pic  9(03).
           05  filler                           pic  x(02).
           05  ws-imp-vezes                     pic  zzz.zzz.zzz.zz9.
           05  filler                           pic  x(02).
           05  ws-imp-destaque                  pic  x(06).

       01  ws-imp-total.
           05  ws-imp-tot-descricao             pic  x(30).
           05  ws-imp-tot-valor                 pic  zzz.zzz.zzz.zz9.

      *Declaração do corpo do programa
       procedure division.


           move zeros to ws-somatorios

           perform le-parametros-job

           perform carrega-catalogo-jogos

           open input ws-arq-frequencia
           if ws-fs-frequencia not = "00"
              display "Arquivo de frequencia (FREQUENCIA.TXT) nao "
                 "encontrado; nenhuma execucao gravou sorteios."
              move 8 to return-code
              perform finaliza
           end-if

           move 'N' to ws-flag-valido

           if ws-modo-job
              if jpa-per-jogo not numeric
                 or jpa-per-data-ini not numeric
                 or jpa-per-data-fim not numeric
                 display "Parametros do passo invalidos: "
                    jpa-parametros
                 move 8 to return-code
                 perform finaliza
              end-if

              move jpa-per-jogo to ws-filtro-jogo

              if ws-filtro-jogo >= 1
                 and ws-filtro-jogo <= ws-qtd-jogos
                 and ws-jogo-qtd-sorteio(ws-filtro-jogo) > zero
                 move 'S' to ws-flag-valido
              else
                 display "Jogo " ws-filtro-jogo " do passo nao "
                    "existe no catalogo."
                 move 8 to return-code
                 perform finaliza
              end-if
           end-if

           perform until ws-numero-valido
               display "Jogo a consultar:"
               perform varying ws-ind-jogo from 1 by 1
           move ws-jogo-faixa(ws-filtro-jogo)
                to ws-faixa-relatorio

           if ws-modo-job
              move jpa-per-data-ini to ws-filtro-data-ini
              move jpa-per-data-fim to ws-filtro-data-fim
           else
              display "Data inicial AAAAMMDD (0 = sem limite): "
              accept ws-filtro-data-ini

              display "Data final AAAAMMDD (0 = sem limite): "
              accept ws-filtro-data-fim
           end-if

           move ws-filtro-jogo     to ws-imp-fil-jogo
           move ws-jogo-nome(ws-filtro-jogo) to ws-imp-fil-jogo-nome
           move ws-filtro-data-ini to ws-imp-fil-data-ini
           move ws-filtro-data-fim to ws-imp-fil-data-fim

           if ws-filtro-data-fim = zero
              move 99999999 to ws-filtro-data-fim
           end-if

           perform abre-impressao
              .

       inicializa-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Le o cartao do passo: se a cadeia noturna o preparou para este
      *> programa, os filtros vem dele e nada e perguntado no teclado
      *>---------------------------------------------------------------------------------

       le-parametros-job section.

           move 'N' to ws-flag-job

           open input ws-arq-jobpasso

           if ws-fs-jobpasso = "00"
              read ws-arq-jobpasso
                  at end move "10" to ws-fs-jobpasso
              end-read

              if ws-fs-jobpasso = "00"
                 and jpa-programa = "frequenciadezenas"
                 move 'S' to ws-flag-job
                 display "Execucao em cadeia - passo " jpa-passo
              end-if

              close ws-arq-jobpasso
           end-if
              .

       le-parametros-job-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Carrega o catalogo de jogos (JOGOS.TXT) para as tabelas em memoria;
      *> o catalogo e criado pelo programa principal ou por manutjogos
              display "Catalogo de jogos (JOGOS.TXT) vazio ou "
                 "nao encontrado; rode o programa principal ou "
                 "manutjogos para cria-lo."
              move 8 to return-code
              perform finaliza
           end-if
              .
           if ws-qtd-registros = zero
              display "Nenhum registro de frequencia do jogo no "
                 "periodo informado."
              if return-code < 4
                 move 4 to return-code
              end-if
           else
              perform ordena-ranking
              perform imprime-ranking
           end-if

           perform imprime-totais-frequencia
              .

       processamento-exit.
               display "   " ws-ind-dezena "o: dezena "
                  ws-rank-dezena(ws-ind-dezena) " - "
                  ws-rank-contagem(ws-ind-dezena) " vezes"
               perform imprime-dezena
           end-perform

           display "=================================================="
       imprime-ranking-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Relatorio impresso: abertura com o jogo e o periodo, uma linha por
      *> dezena do ranking (as cinco de cada ponta destacadas), totais de
      *> controle e fechamento
      *>---------------------------------------------------------------------------------

       abre-impressao section.

           move spaces to imp-parametros
           move 'FREQUENCIADEZENAS'   to imp-relatorio
           move 'FREQUENCIADEZENAS'   to imp-arquivo
           move 'DEZENAS QUENTES E FRIAS' to imp-titulo
           move ws-imp-filtros        to imp-filtros
           move ws-flag-job           to imp-modo-job
           move zero                  to imp-operador
           move 1                     to imp-qtd-colunas
           move ws-imp-colunas        to imp-colunas(1)
           move 'A'                   to imp-funcao

           move return-code to ws-retorno-execucao
           call "imprimerelatorio" using imp-parametros
           move ws-retorno-execucao to return-code

           if imp-ok
              move 'S' to ws-flag-impressao
           else
              display "Aviso: nao foi possivel gravar o arquivo de "
                 "impressao (" imp-nome-arquivo ")."
           end-if
              .

       abre-impressao-exit.
           exit.

       imprime-dezena section.

           if ws-impressao-ativa
              move spaces to ws-imp-detalhe
              move ws-ind-dezena to ws-imp-posicao
              move ws-rank-dezena(ws-ind-dezena) to ws-imp-dezena
              move ws-rank-contagem(ws-ind-dezena) to ws-imp-vezes

              compute ws-ind-ord = ws-faixa-relatorio - 4
              if ws-ind-dezena <= 5
                 move 'QUENTE' to ws-imp-destaque
              else
                 if ws-ind-dezena >= ws-ind-ord
                    move 'FRIA' to ws-imp-destaque
                 end-if
              end-if

              move ws-imp-detalhe to imp-linha
              move 'L' to imp-funcao
              move return-code to ws-retorno-execucao
              call "imprimerelatorio" using imp-parametros
              move ws-retorno-execucao to return-code
           end-if
              .

       imprime-dezena-exit.
           exit.

       imprime-totais-frequencia section.

           if ws-impressao-ativa
              move 'Execucoes no periodo'  to ws-imp-tot-descricao
              move ws-qtd-registros        to ws-imp-tot-valor
              perform imprime-total

              move 'Sorteios acumulados'   to ws-imp-tot-descricao
              move ws-total-sorteios       to ws-imp-tot-valor
              perform imprime-total

              move 'Dezenas no ranking'    to ws-imp-tot-descricao
              if ws-qtd-registros = zero
                 move zero                 to ws-imp-tot-valor
              else
                 move ws-faixa-relatorio   to ws-imp-tot-valor
              end-if
              perform imprime-total
           end-if
              .

       imprime-totais-frequencia-exit.
           exit.

       imprime-total section.

           move ws-imp-total to imp-linha
           move 'T' to imp-funcao
           move return-code to ws-retorno-execucao
           call "imprimerelatorio" using imp-parametros
           move ws-retorno-execucao to return-code
              .

       imprime-total-exit.
           exit.

       fecha-impressao section.

           if ws-impressao-ativa
              move 'F' to imp-funcao
              move return-code to ws-retorno-execucao
              call "imprimerelatorio" using imp-parametros
              move ws-retorno-execucao to return-code
              move 'N' to ws-flag-impressao

              display "Relatorio impresso (" imp-qtd-paginas
                 " paginas): " imp-nome-arquivo
           end-if
              .

       fecha-impressao-exit.
           exit.

      *>---------------------------------
      *> Finalização
      *>---------------------------------

       finaliza section.
           perform fecha-impressao
           close ws-arq-frequencia
           goback.
              .
       finaliza-exit.
           exit.
