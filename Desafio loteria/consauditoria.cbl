      *> AUDIT-REC, um registro por acao de manutencao) filtrando por
      *> operador e faixa de datas, e exibe as acoes selecionadas com um
      *> resumo ao final - para responder "quem desativou esta matricula
      *> e quando" sem depender da memoria de ninguem. A consulta sai
      *> tambem no arquivo de impressao datado CONSAUDITORIA.AAAAMMDD.TXT.
      *>---------------------------------------------------------------------------------

      *Divisão para configuração do ambiente
       77  ws-qtd-exibidas                      pic  9(07)
                                                  value zero.

      *----Area do modulo de impressao e linhas do relatorio impresso

           copy imprel.

       77  ws-flag-impressao                    pic  x(01)
                                                  value 'N'.
           88  ws-impressao-ativa               value 'S'.

       01  ws-imp-filtros.
           05  filler                           pic  x(10)
                                                  value 'OPERADOR: '.
           05  ws-imp-fil-operador              pic  9(04).
           05  filler                           pic  x(17)
                                                  value
                                                  '   DATA INICIAL: '.
           05  ws-imp-fil-data-ini              pic  9(08).
           05  filler                           pic  x(15)
                                                  value
                                                  '   DATA FINAL: '.
           05  ws-imp-fil-data-fim              pic  9(08).
           05  filler                           pic  x(20)
                                                  value
                                                  '   (0 = SEM FILTRO)'.

       01  ws-imp-colunas.
           05  filler                           pic  x(42)
                                                  value
              'DATA     HORA   OPER ACAO                 '.
           05  filler                           pic  x(07)
                                                  value 'DETALHE'.

       01  ws-imp-detalhe.
           05  ws-imp-data                      pic  9(08).
           05  filler                           pic  x(01).
           05  ws-imp-hora                      pic  9(06).
           05  filler                           pic  x(01).
           05  ws-imp-operador                  pic  9(04).
           05  filler                           pic  x(01).
           05  ws-imp-acao                      pic  x(20).
           05  filler                           pic  x(01).
           05  ws-imp-detalhe-1                 pic  x(90).

       01  ws-imp-continuacao.
           05  filler                           pic  x(42).
           05  ws-imp-detalhe-2                 pic  x(30).

       01  ws-imp-total.
           05  ws-imp-tot-descricao             pic  x(30).
           05  ws-imp-tot-valor                 pic  z.zzz.zz9.

      *Declaração do corpo do programa
       procedure division.

           display "Data final AAAAMMDD (0 = sem limite): "
           accept ws-filtro-data-fim

           move ws-filtro-operador to ws-imp-fil-operador
           move ws-filtro-data-ini to ws-imp-fil-data-ini
           move ws-filtro-data-fim to ws-imp-fil-data-fim

           if ws-filtro-data-fim = zero
              move 99999999 to ws-filtro-data-fim
           end-if

           perform abre-impressao
              .

       inicializa-exit.
                  add 1 to ws-qtd-exibidas
                  display aud-data " " aud-hora " oper "
                     aud-operador " " aud-acao " " aud-detalhe
                  perform imprime-acao
               end-if
               perform le-proxima-acao
           end-perform
           display "----------------------------------------"
           display "Acoes lidas ........ : " ws-qtd-lidas
           display "Acoes exibidas ..... : " ws-qtd-exibidas

           move 'Acoes lidas'      to ws-imp-tot-descricao
           move ws-qtd-lidas       to ws-imp-tot-valor
           perform imprime-total
           move 'Acoes exibidas'   to ws-imp-tot-descricao
           move ws-qtd-exibidas    to ws-imp-tot-valor
           perform imprime-total
              .

       processamento-exit.
       le-proxima-acao-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Relatorio impresso: abertura com os filtros da consulta, linhas de
      *> detalhe (o detalhe longo continua na linha seguinte), totais de
      *> controle e fechamento
      *>---------------------------------------------------------------------------------

       abre-impressao section.

           move spaces to imp-parametros
           move 'CONSAUDITORIA'       to imp-relatorio
           move 'CONSAUDITORIA'       to imp-arquivo
           move 'CONSULTA DO LOG DE AUDITORIA' to imp-titulo
           move ws-imp-filtros        to imp-filtros
           move 'N'                   to imp-modo-job
           move zero                  to imp-operador
           move 1                     to imp-qtd-colunas
           move ws-imp-colunas        to imp-colunas(1)
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

       imprime-acao section.

           if ws-impressao-ativa
              move spaces        to ws-imp-detalhe
              move aud-data      to ws-imp-data
              move aud-hora      to ws-imp-hora
              move aud-operador  to ws-imp-operador
              move aud-acao      to ws-imp-acao
              move aud-detalhe   to ws-imp-detalhe-1
              move ws-imp-detalhe to imp-linha
              move 'L' to imp-funcao
              call "imprimerelatorio" using imp-parametros

              if aud-detalhe(91:30) not = spaces
                 move spaces             to ws-imp-continuacao
                 move aud-detalhe(91:30) to ws-imp-detalhe-2
                 move ws-imp-continuacao to imp-linha
                 move 'L' to imp-funcao
                 call "imprimerelatorio" using imp-parametros
              end-if
           end-if
              .

       imprime-acao-exit.
           exit.

       imprime-total section.

           if ws-impressao-ativa
              move ws-imp-total to imp-linha
              move 'T' to imp-funcao
              call "imprimerelatorio" using imp-parametros
           end-if
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
           close ws-arq-auditoria
           stop run.
              .
