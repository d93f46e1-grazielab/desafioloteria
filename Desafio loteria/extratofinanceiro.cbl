      *> FINANC-REC, um registro por matricula e por execucao) filtrando por
      *> matricula e faixa de datas, e imprime por matricula os totais
      *> apostado, ganho e o saldo, alem do consolidado da banca inteira.
      *> O extrato sai tambem no arquivo de impressao datado
      *> EXTRATOFINANCEIRO.AAAAMMDD.TXT.
      *> Os estornos do periodo nao entram nos totais apostado e ganho:
      *> cada um sai em linha propria, abaixo da matricula, com o
      *> lancamento original que anula, e e descontado do saldo.
      *>---------------------------------------------------------------------------------

      *Divisão para configuração do ambiente
               10  ws-ext-ganho                 pic  9(13)v99.
               10  ws-ext-apostado-bol          pic  9(11)v99.
               10  ws-ext-ganho-bol             pic  9(13)v99.
               10  ws-ext-est-apostado          pic  9(11)v99.
               10  ws-ext-est-ganho             pic  9(13)v99.

      *----Estornos do periodo, listados um a um no extrato
       77  ws-qtd-estornos                      pic  9(03)
                                                  value zero.
       01  ws-tab-estornos.
           05  ws-estorno-linha occurs 200 times.
               10  ws-etn-matricula             pic  9(05).
               10  ws-etn-data                  pic  9(08).
               10  ws-etn-hora                  pic  9(06).
               10  ws-etn-ref-data              pic  9(08).
               10  ws-etn-ref-hora              pic  9(06).
               10  ws-etn-bolao                 pic  9(03).
               10  ws-etn-apostado              pic  9(09)v99.
               10  ws-etn-ganho                 pic  9(13)v99.
       77  ws-ind-estorno                       pic  9(03).

      *----Totais consolidados da banca
       77  ws-banca-apostado                    pic  9(11)v99
                                                  value zero.
       77  ws-banca-ganho                       pic  9(13)v99
                                                  value zero.
       77  ws-banca-est-apostado                pic  9(11)v99
                                                  value zero.
       77  ws-banca-est-ganho                   pic  9(13)v99
                                                  value zero.

      *----Variaveis de apoio ao acumulo e a impressao
       77  ws-ind-matricula                     pic  9(03).
       77  ws-flag-bolao                        pic  x(01).
           88  ws-registro-bolao                value 'S'.

      *----Area do modulo de impressao e linhas do relatorio impresso

           copy imprel.

       77  ws-flag-impressao                    pic  x(01)
                                                  value 'N'.
           88  ws-impressao-ativa               value 'S'.

       01  ws-imp-filtros.
           05  filler                           pic  x(11)
                                                  value 'MATRICULA: '.
           05  ws-imp-fil-matricula             pic  9(05).
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

       01  ws-imp-colunas-1.
           05  filler                           pic  x(09)
                                                  value 'MATRICULA'.
           05  filler                           pic  x(10)
                                                  value spaces.
           05  filler                           pic  x(08)
                                                  value 'APOSTADO'.
           05  filler                           pic  x(15)
                                                  value spaces.
           05  filler                           pic  x(05)
                                                  value 'GANHO'.
           05  filler                           pic  x(12)
                                                  value spaces.
           05  filler                           pic  x(08)
                                                  value 'APOSTADO'.
           05  filler                           pic  x(15)
                                                  value spaces.
           05  filler                           pic  x(05)
                                                  value 'GANHO'.
           05  filler                           pic  x(16)
                                                  value spaces.
           05  filler                           pic  x(05)
                                                  value 'SALDO'.

       01  ws-imp-colunas-2.
           05  filler                           pic  x(15)
                                                  value spaces.
           05  filler                           pic  x(12)
                                                  value '(INDIVIDUAL)'.
           05  filler                           pic  x(08)
                                                  value spaces.
           05  filler                           pic  x(12)
                                                  value '(INDIVIDUAL)'.
           05  filler                           pic  x(09)
                                                  value spaces.
           05  filler                           pic  x(11)
                                                  value '(EM BOLOES)'.
           05  filler                           pic  x(09)
                                                  value spaces.
           05  filler                           pic  x(11)
                                                  value '(EM BOLOES)'.

       01  ws-imp-detalhe.
           05  ws-imp-matricula                 pic  9(05).
           05  filler                           pic  x(04).
           05  ws-imp-apostado                  pic  zzz.zzz.zzz.zz9,99.
           05  filler                           pic  x(02).
           05  ws-imp-ganho                     pic  zzz.zzz.zzz.zz9,99.
           05  filler                           pic  x(02).
           05  ws-imp-apostado-bol              pic  zzz.zzz.zzz.zz9,99.
           05  filler                           pic  x(02).
           05  ws-imp-ganho-bol                 pic  zzz.zzz.zzz.zz9,99.
           05  filler                           pic  x(02).
           05  ws-imp-sinal                     pic  x(01).
           05  ws-imp-saldo                     pic  zzz.zzz.zzz.zz9,99.

       01  ws-imp-estorno.
           05  ws-imp-est-matricula             pic  9(05).
           05  filler                           pic  x(03)
                                                  value spaces.
           05  ws-imp-est-sinal-apostado        pic  x(01)
                                                  value '-'.
           05  ws-imp-est-apostado              pic  zzz.zzz.zzz.zz9,99.
           05  filler                           pic  x(01)
                                                  value space.
           05  ws-imp-est-sinal-ganho           pic  x(01)
                                                  value '-'.
           05  ws-imp-est-ganho                 pic  zzz.zzz.zzz.zz9,99.
           05  filler                           pic  x(13)
                                                  value
                                                  '  ESTORNO DE '.
           05  ws-imp-est-ref-data              pic  9(08).
           05  filler                           pic  x(01)
                                                  value space.
           05  ws-imp-est-ref-hora              pic  9(06).
           05  filler                           pic  x(04)
                                                  value ' EM '.
           05  ws-imp-est-data                  pic  9(08).
           05  filler                           pic  x(07)
                                                  value ' BOLAO '.
           05  ws-imp-est-bolao                 pic  9(03).

       01  ws-imp-total-qtd.
           05  ws-imp-tqt-descricao             pic  x(30).
           05  ws-imp-tqt-valor                 pic  z.zzz.zz9.

       01  ws-imp-total-valor.
           05  ws-imp-tvl-descricao             pic  x(30).
           05  ws-imp-tvl-sinal                 pic  x(01).
           05  ws-imp-tvl-valor                 pic  zzz.zzz.zzz.zz9,99.

      *Declaração do corpo do programa
       procedure division.

           display "Data final AAAAMMDD (0 = sem limite): "
           accept ws-filtro-data-fim

           move ws-filtro-matricula to ws-imp-fil-matricula
           move ws-filtro-data-ini  to ws-imp-fil-data-ini
           move ws-filtro-data-fim  to ws-imp-fil-data-fim

           if ws-filtro-data-fim = zero
              move 99999999 to ws-filtro-data-fim
           end-if

           perform abre-impressao
              .

       inicializa-exit.
           else
              perform imprime-extrato
           end-if

           perform imprime-totais-extrato
              .

       processamento-exit.
              move 'S' to ws-flag-bolao
           end-if

           if ws-posicao > zero
              and fin-estorno
              perform acumula-estorno
              move zero to ws-posicao
           end-if

           if ws-posicao > zero
              if ws-registro-bolao
                 add fin-valor-apostado
       acumula-matricula-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Soma o estorno lido na linha da matricula e guarda-o para a
      *> listagem; os valores do estorno sao descontados do saldo
      *>---------------------------------------------------------------------------------

       acumula-estorno section.

           add fin-valor-apostado to ws-ext-est-apostado(ws-posicao)
           add fin-valor-ganho    to ws-ext-est-ganho(ws-posicao)
           add fin-valor-apostado to ws-banca-est-apostado
           add fin-valor-ganho    to ws-banca-est-ganho

           if ws-qtd-estornos >= 200
              display "Aviso: limite de 200 estornos listados "
                 "atingido; estorno de " fin-ref-data " da matricula "
                 fin-matricula " somado sem linha propria."
           else
              add 1 to ws-qtd-estornos
              move fin-matricula to ws-etn-matricula(ws-qtd-estornos)
              move fin-data      to ws-etn-data(ws-qtd-estornos)
              move fin-hora      to ws-etn-hora(ws-qtd-estornos)
              move fin-ref-data  to ws-etn-ref-data(ws-qtd-estornos)
              move fin-ref-hora  to ws-etn-ref-hora(ws-qtd-estornos)
              move zero          to ws-etn-bolao(ws-qtd-estornos)
              if ws-registro-bolao
                 move fin-bolao  to ws-etn-bolao(ws-qtd-estornos)
              end-if
              move fin-valor-apostado
                   to ws-etn-apostado(ws-qtd-estornos)
              move fin-valor-ganho
                   to ws-etn-ganho(ws-qtd-estornos)
           end-if
              .

       acumula-estorno-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Imprime o extrato por matricula e o consolidado da banca, com o saldo
      *> (ganho menos apostado) sinalizado
                     ws-ext-ganho-bol(ws-ind-matricula)
               end-if

               if ws-ext-est-apostado(ws-ind-matricula) > zero
                  or ws-ext-est-ganho(ws-ind-matricula) > zero
                  display "   Estornado (apostado)  : - "
                     ws-ext-est-apostado(ws-ind-matricula)
                  display "   Estornado (ganho)     : - "
                     ws-ext-est-ganho(ws-ind-matricula)
               end-if

      *----Estornar um apostado devolve o valor; estornar um ganho o
      *----retira do saldo
               compute ws-soma-apostado =
                       ws-ext-apostado(ws-ind-matricula)
                       + ws-ext-apostado-bol(ws-ind-matricula)
                       + ws-ext-est-ganho(ws-ind-matricula)
               compute ws-soma-ganho =
                       ws-ext-ganho(ws-ind-matricula)
                       + ws-ext-ganho-bol(ws-ind-matricula)
                       + ws-ext-est-apostado(ws-ind-matricula)

               move spaces to ws-imp-detalhe
               if ws-soma-ganho >= ws-soma-apostado
                  compute ws-saldo =
                          ws-soma-ganho - ws-soma-apostado
                  display "   Saldo    : + " ws-saldo
                  move '+' to ws-imp-sinal
               else
                  compute ws-saldo =
                          ws-soma-apostado - ws-soma-ganho
                  display "   Saldo    : - " ws-saldo
                  move '-' to ws-imp-sinal
               end-if

               move ws-ext-matricula(ws-ind-matricula)
                    to ws-imp-matricula
               move ws-ext-apostado(ws-ind-matricula)
                    to ws-imp-apostado
               move ws-ext-ganho(ws-ind-matricula)
                    to ws-imp-ganho
               move ws-ext-apostado-bol(ws-ind-matricula)
                    to ws-imp-apostado-bol
               move ws-ext-ganho-bol(ws-ind-matricula)
                    to ws-imp-ganho-bol
               move ws-saldo to ws-imp-saldo
               move ws-imp-detalhe to imp-linha
               perform imprime-linha

               perform imprime-estornos-matricula
           end-perform

           display "--------------------------------------------------"
           display "   Apostado : " ws-banca-apostado
           display "   Ganho    : " ws-banca-ganho

           if ws-qtd-estornos > zero
              display "   Estornado (apostado) : - "
                 ws-banca-est-apostado
              display "   Estornado (ganho)    : - "
                 ws-banca-est-ganho
           end-if

           perform calcula-saldo-banca
           if ws-imp-tvl-sinal = '+'
              display "   Saldo    : + " ws-saldo
           else
              display "   Saldo    : - " ws-saldo
           end-if

       imprime-extrato-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Lista, abaixo da matricula, cada estorno dela no periodo: o
      *> lancamento original anulado e os valores estornados
      *>---------------------------------------------------------------------------------

       imprime-estornos-matricula section.

           perform varying ws-ind-estorno from 1 by 1
                   until ws-ind-estorno > ws-qtd-estornos
               if ws-etn-matricula(ws-ind-estorno)
                  = ws-ext-matricula(ws-ind-matricula)
                  display "   Estorno em "
                     ws-etn-data(ws-ind-estorno) " "
                     ws-etn-hora(ws-ind-estorno)
                     " do lancamento de "
                     ws-etn-ref-data(ws-ind-estorno) " "
                     ws-etn-ref-hora(ws-ind-estorno)
                  display "      apostado - "
                     ws-etn-apostado(ws-ind-estorno)
                     "  ganho - " ws-etn-ganho(ws-ind-estorno)

                  move ws-etn-matricula(ws-ind-estorno)
                       to ws-imp-est-matricula
                  move ws-etn-apostado(ws-ind-estorno)
                       to ws-imp-est-apostado
                  move ws-etn-ganho(ws-ind-estorno)
                       to ws-imp-est-ganho
                  move ws-etn-ref-data(ws-ind-estorno)
                       to ws-imp-est-ref-data
                  move ws-etn-ref-hora(ws-ind-estorno)
                       to ws-imp-est-ref-hora
                  move ws-etn-data(ws-ind-estorno)
                       to ws-imp-est-data
                  move ws-etn-bolao(ws-ind-estorno)
                       to ws-imp-est-bolao
                  move ws-imp-estorno to imp-linha
                  perform imprime-linha
               end-if
           end-perform
              .

       imprime-estornos-matricula-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Saldo da banca (ganho menos apostado, descontados os estornos) e
      *> o sinal dele em ws-imp-tvl-sinal
      *>---------------------------------------------------------------------------------

       calcula-saldo-banca section.

           compute ws-soma-apostado =
                   ws-banca-apostado + ws-banca-est-ganho
           compute ws-soma-ganho =
                   ws-banca-ganho + ws-banca-est-apostado

           if ws-soma-ganho >= ws-soma-apostado
              compute ws-saldo = ws-soma-ganho - ws-soma-apostado
              move '+' to ws-imp-tvl-sinal
           else
              compute ws-saldo = ws-soma-apostado - ws-soma-ganho
              move '-' to ws-imp-tvl-sinal
           end-if
              .

       calcula-saldo-banca-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Relatorio impresso: abertura com os filtros da consulta, linhas de
      *> detalhe, totais de controle da banca e fechamento
      *>---------------------------------------------------------------------------------

       abre-impressao section.

           move spaces to imp-parametros
           move 'EXTRATOFINANCEIRO'   to imp-relatorio
           move 'EXTRATOFINANCEIRO'   to imp-arquivo
           move 'EXTRATO FINANCEIRO DOS APOSTADORES' to imp-titulo
           move ws-imp-filtros        to imp-filtros
           move 'N'                   to imp-modo-job
           move zero                  to imp-operador
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

       imprime-totais-extrato section.

           if ws-impressao-ativa
              move 'Registros no periodo'   to ws-imp-tqt-descricao
              move ws-qtd-lidos             to ws-imp-tqt-valor
              move ws-imp-total-qtd to imp-linha
              perform imprime-total

              move 'Matriculas no extrato'  to ws-imp-tqt-descricao
              move ws-qtd-matriculas        to ws-imp-tqt-valor
              move ws-imp-total-qtd to imp-linha
              perform imprime-total

              move spaces to ws-imp-total-valor
              move 'Banca - apostado'       to ws-imp-tvl-descricao
              move ws-banca-apostado        to ws-imp-tvl-valor
              move ws-imp-total-valor to imp-linha
              perform imprime-total

              move 'Banca - ganho'          to ws-imp-tvl-descricao
              move ws-banca-ganho           to ws-imp-tvl-valor
              move ws-imp-total-valor to imp-linha
              perform imprime-total

              move 'Estornos no periodo'    to ws-imp-tqt-descricao
              move ws-qtd-estornos          to ws-imp-tqt-valor
              move ws-imp-total-qtd to imp-linha
              perform imprime-total

              move '-' to ws-imp-tvl-sinal
              move 'Banca - apostado estornado' to ws-imp-tvl-descricao
              move ws-banca-est-apostado    to ws-imp-tvl-valor
              move ws-imp-total-valor to imp-linha
              perform imprime-total

              move 'Banca - ganho estornado' to ws-imp-tvl-descricao
              move ws-banca-est-ganho       to ws-imp-tvl-valor
              move ws-imp-total-valor to imp-linha
              perform imprime-total

              perform calcula-saldo-banca
              move 'Banca - saldo'          to ws-imp-tvl-descricao
              move ws-saldo                 to ws-imp-tvl-valor
              move ws-imp-total-valor to imp-linha
              perform imprime-total
           end-if
              .

       imprime-totais-extrato-exit.
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
           close ws-arq-financeiro
           stop run.
              .
