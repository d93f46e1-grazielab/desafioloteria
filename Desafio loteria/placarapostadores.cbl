      *> cada grupo e agregado e impresso na passada (total de vitorias,
      *> vitorias por jogo, melhor e media de apo-qtd-sorteios e o menor
      *> apo-tempo), sem tabela limitada de apostadores em memoria. Ao
      *> final sai o ranking das 20 matriculas com mais vitorias. O placar
      *> sai tambem no arquivo de impressao datado
      *> PLACARAPOSTADORES.AAAAMMDD.TXT, uma linha por matricula.
      *>---------------------------------------------------------------------------------

      *Divisão para configuração do ambiente
       77  ws-exibe-min                         pic  9(02).
       77  ws-exibe-seg                         pic  9(02).

      *----Totais de controle do placar impresso
       77  ws-tot-vitorias                      pic  9(07)
                                                  value zero.
       01  ws-tab-tot-jogo.
           05  ws-tot-por-jogo occurs 10 times  pic  9(07).

      *----Area do modulo de impressao e linhas do relatorio impresso

           copy imprel.

       77  ws-flag-impressao                    pic  x(01)
                                                  value 'N'.
           88  ws-impressao-ativa               value 'S'.

       01  ws-imp-colunas-1.
           05  filler                           pic  x(10)
                                                  value 'MATRICULA'.
           05  filler                           pic  x(08)
                                                  value 'VITORIAS'.
           05  filler                           pic  x(11)
                                                  value '     MELHOR'.
           05  filler                           pic  x(14)
                                                  value
                                                  '         MEDIA'.
           05  filler                           pic  x(10)
                                                  value '     MENOR'.
           05  filler                           pic  x(19)
                                                  value
                                                  '  VITORIAS POR JOGO'.

       01  ws-imp-colunas-2.
           05  filler                           pic  x(18)
                                                  value spaces.
           05  filler                           pic  x(11)
                                                  value '   SORTEIOS'.
           05  filler                           pic  x(14)
                                                  value
                                                  '      SORTEIOS'.
           05  filler                           pic  x(10)
                                                  value '     TEMPO'.
           05  ws-imp-col-jogos occurs 10 times.
               10  ws-imp-col-marca             pic  x(05).
               10  ws-imp-col-jogo              pic  x(02).

       01  ws-imp-detalhe.
           05  ws-imp-matricula                 pic  9(05).
           05  filler                           pic  x(08).
           05  ws-imp-vitorias                  pic  zzzz9.
           05  filler                           pic  x(02).
           05  ws-imp-melhor                    pic  zzzzzzzz9.
           05  filler                           pic  x(02).
           05  ws-imp-media                     pic  zzzzzzzz9,99.
           05  filler                           pic  x(04).
           05  ws-imp-tempo-hr                  pic  9(02).
           05  ws-imp-tempo-sep-1               pic  x(01).
           05  ws-imp-tempo-min                 pic  9(02).
           05  ws-imp-tempo-sep-2               pic  x(01).
           05  ws-imp-tempo-seg                 pic  9(02).
           05  ws-imp-det-jogos occurs 10 times.
               10  filler                       pic  x(02).
               10  ws-imp-det-jogo              pic  zzzz9.

       01  ws-imp-colunas-ranking.
           05  filler                           pic  x(10)
                                                  value 'POSICAO'.
           05  filler                           pic  x(12)
                                                  value 'MATRICULA'.
           05  filler                           pic  x(08)
                                                  value 'VITORIAS'.

       01  ws-imp-ranking.
           05  filler                           pic  x(03).
           05  ws-imp-rnk-posicao               pic  z9.
           05  filler                           pic  x(05).
           05  ws-imp-rnk-matricula             pic  9(05).
           05  filler                           pic  x(10).
           05  ws-imp-rnk-vitorias              pic  zzzz9.

       01  ws-imp-total.
           05  ws-imp-tot-descricao             pic  x(40).
           05  ws-imp-tot-valor                 pic  z.zzz.zz9.

       01  ws-imp-tot-jogo.
           05  filler                           pic  x(10)
                                                  value 'Vitorias J'.
           05  ws-imp-tj-codigo                 pic  9(02).
           05  filler                           pic  x(03)
                                                  value ' - '.
           05  ws-imp-tj-nome                   pic  x(12).
           05  filler                           pic  x(13)
                                                  value spaces.
           05  ws-imp-tj-valor                  pic  z.zzz.zz9.

      *Declaração do corpo do programa
       procedure division.

           display "Placar geral dos apostadores (por matricula)"
           display "=================================================="

           move zeros to ws-tab-tot-jogo
           perform abre-impressao

           move 'N' to ws-flag-grupo

      *----A chave alternada de matricula entrega o historico ja
              perform ordena-ranking-top
              perform imprime-ranking-top
           end-if

           perform imprime-totais-placar
              .

       processamento-exit.
       acumula-vitoria section.

           add 1 to ws-grp-total
           add 1 to ws-tot-vitorias

           if apo-lot-tipo >= 1 and apo-lot-tipo <= 10
              add 1 to ws-grp-por-jogo(apo-lot-tipo)
              add 1 to ws-tot-por-jogo(apo-lot-tipo)
           end-if

           add apo-qtd-sorteios to ws-grp-soma-sorteios
              ws-media-sorteios
           display "   Menor tempo ............ : "
              ws-exibe-hr ":" ws-exibe-min ":" ws-exibe-seg

           if ws-impressao-ativa
              move spaces                 to ws-imp-detalhe
              move ws-grp-matricula       to ws-imp-matricula
              move ws-grp-total           to ws-imp-vitorias
              move ws-grp-melhor-sorteios to ws-imp-melhor
              move ws-media-sorteios      to ws-imp-media
              move ws-exibe-hr            to ws-imp-tempo-hr
              move ':'                    to ws-imp-tempo-sep-1
              move ws-exibe-min           to ws-imp-tempo-min
              move ':'                    to ws-imp-tempo-sep-2
              move ws-exibe-seg           to ws-imp-tempo-seg
              perform varying ws-ind-jogo from 1 by 1
                      until ws-ind-jogo > ws-qtd-jogos
                  move ws-grp-por-jogo(ws-ind-jogo)
                       to ws-imp-det-jogo(ws-ind-jogo)
              end-perform
              move ws-imp-detalhe to imp-linha
              perform imprime-linha
           end-if
              .

       imprime-grupo-placar-exit.
                  ws-top-total(ws-ind-ord) " vitorias"
           end-perform

      *----No relatorio impresso o ranking sai com titulos proprios
           if ws-impressao-ativa
              move 1                      to imp-qtd-colunas
              move spaces                 to imp-colunas(2)
              move ws-imp-colunas-ranking to imp-colunas(1)
              move 'C' to imp-funcao
              call "imprimerelatorio" using imp-parametros

              perform varying ws-ind-ord from 1 by 1
                      until ws-ind-ord > ws-qtd-top
                  move spaces to ws-imp-ranking
                  move ws-ind-ord to ws-imp-rnk-posicao
                  move ws-top-matricula(ws-ind-ord)
                       to ws-imp-rnk-matricula
                  move ws-top-total(ws-ind-ord)
                       to ws-imp-rnk-vitorias
                  move ws-imp-ranking to imp-linha
                  perform imprime-linha
              end-perform
           end-if

           display "=================================================="
              .

       imprime-ranking-top-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Relatorio impresso: abertura com os titulos das colunas (um codigo
      *> J01..J10 por jogo do catalogo), linhas, totais de controle e
      *> fechamento
      *>---------------------------------------------------------------------------------

       abre-impressao section.

           move spaces to imp-parametros
           move 'PLACARAPOSTADORES'   to imp-relatorio
           move 'PLACARAPOSTADORES'   to imp-arquivo
           move 'PLACAR GERAL DOS APOSTADORES' to imp-titulo
           move 'NENHUM - HISTORICO COMPLETO DE APOSTAS VENCEDORAS'
                                      to imp-filtros
           move 'N'                   to imp-modo-job
           move zero                  to imp-operador

           perform varying ws-ind-jogo from 1 by 1
                   until ws-ind-jogo > 10
               move spaces to ws-imp-col-jogos(ws-ind-jogo)
               if ws-ind-jogo <= ws-qtd-jogos
                  move '    J' to ws-imp-col-marca(ws-ind-jogo)
                  move ws-ind-jogo to ws-imp-col-jogo(ws-ind-jogo)
               end-if
           end-perform

           move 2                     to imp-qtd-colunas
           move ws-imp-colunas-1      to imp-colunas(1)
           move ws-imp-colunas-2      to imp-colunas(2)
           move 'A'                   to imp-funcao

           call "imprimerelatorio" using imp-parametros

           if imp-ok
              move 'S' to ws-flag-impressao
           else
              display "Aviso: nao foi possivel gravar o arquivo de "
                 "impressao (" imp-nome-arquivo ")."
           end-if
              .

       abre-impressao-exit.
           exit.

       imprime-linha section.

           if ws-impressao-ativa
              move 'L' to imp-funcao
              call "imprimerelatorio" using imp-parametros
           end-if
              .

       imprime-linha-exit.
           exit.

       imprime-totais-placar section.

           if ws-impressao-ativa
              move 'Matriculas no placar'  to ws-imp-tot-descricao
              move ws-qtd-jogadores        to ws-imp-tot-valor
              move ws-imp-total to imp-linha
              perform imprime-total

              move 'Vitorias totais'       to ws-imp-tot-descricao
              move ws-tot-vitorias         to ws-imp-tot-valor
              move ws-imp-total to imp-linha
              perform imprime-total

              perform varying ws-ind-jogo from 1 by 1
                      until ws-ind-jogo > ws-qtd-jogos
                  move ws-ind-jogo to ws-imp-tj-codigo
                  move ws-jogo-nome(ws-ind-jogo) to ws-imp-tj-nome
                  move ws-tot-por-jogo(ws-ind-jogo) to ws-imp-tj-valor
                  move ws-imp-tot-jogo to imp-linha
                  perform imprime-total
              end-perform
           end-if
              .

       imprime-totais-placar-exit.
           exit.

       imprime-total section.

           move 'T' to imp-funcao
           call "imprimerelatorio" using imp-parametros
              .

       imprime-total-exit.
           exit.

       fecha-impressao section.

           if ws-impressao-ativa
              move 'F' to imp-funcao
              call "imprimerelatorio" using imp-parametros
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
           close ws-arq-apostas
           stop run.
              .
