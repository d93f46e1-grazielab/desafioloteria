      *> Imprime o relatorio de excecoes (orfaos e divergencias) e um
      *> resumo final, para que as pontas soltas aparecam aqui e nao na
      *> frente dos apostadores quando o placar e o extrato discordam.
      *> Na cadeia noturna a faixa de datas vem do cartao do passo
      *> (JOBPASSO.TXT) e o codigo de retorno e 4 quando ha excecoes e 8
      *> quando a auditoria nao pode ser executada. Excecoes, observacoes e
      *> resumo saem tambem no arquivo de impressao datado
      *> AUDITAARQUIVOS.AAAAMMDD.TXT.
      *>---------------------------------------------------------------------------------

      *Divisão para configuração do ambiente
               organization is line sequential
               file status is ws-fs-financeiro.

           select ws-arq-jobpasso
               assign to "JOBPASSO.TXT"
               organization is line sequential
               file status is ws-fs-jobpasso.

       i-o-control.

      *Declaração de variáveis

           copy financrec.

      *----Cartao do passo da cadeia noturna (vazio fora dela)
       fd  ws-arq-jobpasso
           label records are standard.

           copy jobpassorec.

      *----Variaveis de trabalho
       working-storage section.

       77  ws-fs-resultados                     pic  x(02).
       77  ws-fs-apostas                        pic  x(02).
       77  ws-fs-financeiro                     pic  x(02).
       77  ws-fs-jobpasso                       pic  x(02).

      *----Execucao pela cadeia noturna, sem perguntas no teclado
       77  ws-flag-job                          pic  x(01)
                                                  value 'N'.
           88  ws-modo-job                      value 'S'.

      *----Faixa de datas auditada
       77  ws-filtro-data-ini                   pic  9(08).
       77  ws-qtd-res-excesso                   pic  9(05)
                                                  value zero.

      *----Area do modulo de impressao e linhas do relatorio impresso

           copy imprel.

      *----Codigo de retorno da execucao, preservado nas chamadas aos
      *----modulos (cada chamada devolve o codigo do modulo chamado)
       77  ws-retorno-execucao                  pic  9(04).

       77  ws-flag-impressao                    pic  x(01)
                                                  value 'N'.
           88  ws-impressao-ativa               value 'S'.

       01  ws-imp-filtros.
           05  filler                           pic  x(14)
                                                  value
                                                  'DATA INICIAL: '.
           05  ws-imp-fil-data-ini              pic  9(08).
           05  filler                           pic  x(15)
                                                  value
                                                  '   DATA FINAL: '.
           05  ws-imp-fil-data-fim              pic  9(08).
           05  filler                           pic  x(20)
                                                  value
                                                  '   (0 = SEM LIMITE)'.

       01  ws-imp-colunas.
           05  filler                           pic  x(12)
                                                  value 'TIPO'.
           05  filler                           pic  x(09)
                                                  value 'DATA'.
           05  filler                           pic  x(08)
                                                  value 'HORA'.
           05  filler                           pic  x(07)
                                                  value 'MATR.'.
           05  filler                           pic  x(04)
                                                  value 'JG'.
           05  filler                           pic  x(07)
                                                  value 'SEQ'.
           05  filler                           pic  x(07)
                                                  value 'VIT.'.
           05  filler                           pic  x(07)
                                                  value spaces.
           05  filler                           pic  x(13)
                                                  value 'VALOR GANHO'.
           05  filler                           pic  x(09)
                                                  value 'DESCRICAO'.

       01  ws-imp-detalhe.
           05  ws-imp-tipo                      pic  x(10).
           05  filler                           pic  x(02).
           05  ws-imp-data                      pic  x(08).
           05  filler                           pic  x(01).
           05  ws-imp-hora                      pic  x(06).
           05  filler                           pic  x(02).
           05  ws-imp-matricula                 pic  x(05).
           05  filler                           pic  x(02).
           05  ws-imp-jogo                      pic  x(02).
           05  filler                           pic  x(02).
           05  ws-imp-seq                       pic  x(05).
           05  filler                           pic  x(02).
           05  ws-imp-vitorias                  pic  zzzzz.
           05  filler                           pic  x(02).
           05  ws-imp-valor                     pic  zzz.zzz.zzz.zzz,zz.
           05  filler                           pic  x(02).
           05  ws-imp-descricao                 pic  x(55).

       01  ws-imp-total.
           05  ws-imp-tot-descricao             pic  x(30).
           05  ws-imp-tot-valor                 pic  zzz.zzz.zz9.
           05  filler                           pic  x(02).
           05  ws-imp-tot-texto                 pic  x(30).

      *Declaração do corpo do programa
       procedure division.

           move zeros to ws-tab-resultados
           move zeros to ws-tab-matriculas

           perform le-parametros-job

           if ws-modo-job
              if jpa-per-data-ini not numeric
                 or jpa-per-data-fim not numeric
                 display "Parametros do passo invalidos: "
                    jpa-parametros
                 move 8 to return-code
                 perform finaliza
              end-if
              move jpa-per-data-ini to ws-filtro-data-ini
              move jpa-per-data-fim to ws-filtro-data-fim
           else
              display "Data inicial AAAAMMDD (0 = sem limite): "
              accept ws-filtro-data-ini

              display "Data final AAAAMMDD (0 = sem limite): "
              accept ws-filtro-data-fim
           end-if

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
                 and jpa-programa = "auditaarquivos"
                 move 'S' to ws-flag-job
                 display "Execucao em cadeia - passo " jpa-passo
              end-if

              close ws-arq-jobpasso
           end-if
              .

       le-parametros-job-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Carrega em memoria os resultados tipo 01 do periodo (data/hora, jogo
      *> e dezenas da aposta vencedora), para o casamento com APOSTAS.DAT
           if ws-fs-resultados not = "00"
              display "Arquivo de resultados (RESULTADOS.TXT) "
                 "nao encontrado; auditoria parcial."
              move spaces to ws-imp-detalhe
              move 'AVISO' to ws-imp-tipo
              move 'RESULTADOS.TXT NAO ENCONTRADO; AUDITORIA PARCIAL'
                   to ws-imp-descricao
              perform imprime-ocorrencia
              if return-code < 4
                 move 4 to return-code
              end-if
           else
              perform le-proximo-resultado
              perform until ws-fs-resultados = "10"
              display "Auditoria nao executada para nao apontar "
                 "excecoes falsas; reduza a faixa de datas e "
                 "rode novamente."
              move spaces to ws-imp-detalhe
              move 'AVISO' to ws-imp-tipo
              move 'MAIS DE 1000 RESULTADOS NO PERIODO; NAO AUDITADO'
                   to ws-imp-descricao
              perform imprime-ocorrencia
              move 8 to return-code
              perform finaliza
           end-if
              .
              display "Historico de apostas (APOSTAS.DAT) "
                 "indisponivel (status " ws-fs-apostas ");"
                 " auditoria parcial."
              move spaces to ws-imp-detalhe
              move 'AVISO' to ws-imp-tipo
              move 'APOSTAS.DAT INDISPONIVEL; AUDITORIA PARCIAL'
                   to ws-imp-descricao
              perform imprime-ocorrencia
              if return-code < 4
                 move 4 to return-code
              end-if
           else
              move low-values to apo-chave

                 " (jogo " apo-lot-tipo ", seq " apo-seq
                 ") sem resultado correspondente em "
                 "RESULTADOS.TXT."
              move spaces        to ws-imp-detalhe
              move 'EXCECAO'     to ws-imp-tipo
              move apo-data      to ws-imp-data
              move apo-hora      to ws-imp-hora
              move apo-matricula to ws-imp-matricula
              move apo-lot-tipo  to ws-imp-jogo
              move apo-seq       to ws-imp-seq
              move 'APOSTA SEM RESULTADO EM RESULTADOS.TXT'
                   to ws-imp-descricao
              perform imprime-ocorrencia
           end-if
              .

                     ws-aud-hora(ws-ind-res) " (jogo "
                     ws-aud-jogo(ws-ind-res) ") sem registro "
                     "correspondente em APOSTAS.DAT."
                  move spaces    to ws-imp-detalhe
                  move 'EXCECAO' to ws-imp-tipo
                  move ws-aud-data(ws-ind-res) to ws-imp-data
                  move ws-aud-hora(ws-ind-res) to ws-imp-hora
                  move ws-aud-jogo(ws-ind-res) to ws-imp-jogo
                  move 'RESULTADO SEM REGISTRO EM APOSTAS.DAT'
                       to ws-imp-descricao
                  perform imprime-ocorrencia
               end-if
           end-perform
              .
           if ws-fs-financeiro not = "00"
              display "Arquivo financeiro (FINANCEIRO.TXT) nao "
                 "encontrado; auditoria parcial."
              move spaces to ws-imp-detalhe
              move 'AVISO' to ws-imp-tipo
              move 'FINANCEIRO.TXT NAO ENCONTRADO; AUDITORIA PARCIAL'
                   to ws-imp-descricao
              perform imprime-ocorrencia
              if return-code < 4
                 move 4 to return-code
              end-if
           else
              perform le-proximo-financeiro
              perform until ws-fs-financeiro = "10"
                     ws-mat-matricula(ws-ind-mat) " tem "
                     ws-mat-vitorias(ws-ind-mat) " vitorias no "
                     "periodo e nenhum ganho em FINANCEIRO.TXT."
                  move spaces    to ws-imp-detalhe
                  move 'EXCECAO' to ws-imp-tipo
                  move ws-mat-matricula(ws-ind-mat)
                       to ws-imp-matricula
                  move ws-mat-vitorias(ws-ind-mat)
                       to ws-imp-vitorias
                  move 'VITORIAS NO PERIODO SEM GANHO EM FINANCEIRO.TXT'
                       to ws-imp-descricao
                  perform imprime-ocorrencia
               end-if
               if ws-mat-vitorias(ws-ind-mat) = zero
                  and ws-mat-ganho(ws-ind-mat) > zero
                     ws-mat-ganho(ws-ind-mat) " no periodo sem "
                     "vitoria plena no historico (faixas "
                     "parciais ou conferencia de concurso)."
                  move spaces       to ws-imp-detalhe
                  move 'OBSERVACAO' to ws-imp-tipo
                  move ws-mat-matricula(ws-ind-mat)
                       to ws-imp-matricula
                  move ws-mat-ganho(ws-ind-mat) to ws-imp-valor
                  move 'GANHO SEM VITORIA PLENA (PARCIAL OU CONCURSO)'
                       to ws-imp-descricao
                  perform imprime-ocorrencia
               end-if
           end-perform
              .

           if ws-posicao > zero
              add 1 to ws-mat-qtd-fin(ws-posicao)
      *----O estorno retira o ganho do lancamento que anula
              if fin-estorno
                 if fin-valor-ganho > ws-mat-ganho(ws-posicao)
                    move zero to ws-mat-ganho(ws-posicao)
                 else
                    subtract fin-valor-ganho
                             from ws-mat-ganho(ws-posicao)
                 end-if
              else
                 add fin-valor-ganho to ws-mat-ganho(ws-posicao)
              end-if
           end-if
              .

           else
              display "Resultado geral ............. : "
                 ws-qtd-excecoes " EXCECOES ENCONTRADAS"
              if return-code < 4
                 move 4 to return-code
              end-if
           end-if
           display "=================================================="

           perform imprime-resumo
              .

       exibe-resumo-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Relatorio impresso: abertura com a faixa de datas, uma linha por
      *> excecao, observacao ou aviso, resumo como totais de controle e
      *> fechamento
      *>---------------------------------------------------------------------------------

       abre-impressao section.

           move spaces to imp-parametros
           move 'AUDITAARQUIVOS'      to imp-relatorio
           move 'AUDITAARQUIVOS'      to imp-arquivo
           move 'AUDITORIA CRUZADA DOS ARQUIVOS DA BANCA' to imp-titulo
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

       imprime-ocorrencia section.

           if ws-impressao-ativa
              move ws-imp-detalhe to imp-linha
              move 'L' to imp-funcao
              move return-code to ws-retorno-execucao
              call "imprimerelatorio" using imp-parametros
              move ws-retorno-execucao to return-code
           end-if
              .

       imprime-ocorrencia-exit.
           exit.

       imprime-resumo section.

           if ws-impressao-ativa
              move spaces to ws-imp-total
              move 'Resultados tipo 01 no periodo'
                                            to ws-imp-tot-descricao
              move ws-qtd-res-lidos         to ws-imp-tot-valor
              perform imprime-total
              move 'Apostas no periodo'     to ws-imp-tot-descricao
              move ws-qtd-apo-lidas         to ws-imp-tot-valor
              perform imprime-total
              move 'Registros financeiros'  to ws-imp-tot-descricao
              move ws-qtd-fin-lidos         to ws-imp-tot-valor
              perform imprime-total
              move 'Apostas sem resultado'  to ws-imp-tot-descricao
              move ws-qtd-apo-orfas         to ws-imp-tot-valor
              perform imprime-total
              move 'Resultados sem aposta'  to ws-imp-tot-descricao
              move ws-qtd-res-orfaos        to ws-imp-tot-valor
              perform imprime-total
              move 'Vitorias sem financeiro' to ws-imp-tot-descricao
              move ws-qtd-sem-financeiro    to ws-imp-tot-valor
              perform imprime-total
              move 'Ganhos sem vitoria (obs.)' to ws-imp-tot-descricao
              move ws-qtd-ganho-sem-vitoria to ws-imp-tot-valor
              perform imprime-total

              move 'Resultado geral'        to ws-imp-tot-descricao
              move ws-qtd-excecoes          to ws-imp-tot-valor
              if ws-qtd-excecoes = zero
                 move 'ARQUIVOS CONSISTENTES' to ws-imp-tot-texto
              else
                 move 'EXCECOES ENCONTRADAS'  to ws-imp-tot-texto
              end-if
              perform imprime-total
           end-if
              .

       imprime-resumo-exit.
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
           goback.
              .
       finaliza-exit.
           exit.
