      *Divisão de identificação do programa
       identification division.
       program-id. "excecoesjogo".
       author. "Graziela Bartyra Bressanini Beckhauser".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>---------------------------------------------------------------------------------
      *> Relatorio mensal de excecoes do jogo responsavel: lista as apostas
      *> recusadas no mes informado (RECUSAS.TXT, layout RECUSA-REC), com o
      *> motivo, e os apostadores do cadastro que ja apostaram no mes
      *> (FINANCEIRO.TXT) uma parte do seu limite mensal igual ou maior que
      *> o percentual de alerta, alem das autoexclusoes em vigor.
      *> O relatorio sai tambem no arquivo de impressao datado
      *> EXCECOESJOGO.AAAAMMDD.TXT, com os contadores como totais de
      *> controle.
      *>---------------------------------------------------------------------------------

      *Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *-----Declaração dos recursos externos
       input-output section.
       file-control.

           select ws-arq-recusas
               assign to "RECUSAS.TXT"
               organization is line sequential
               file status is ws-fs-recusas.

           select ws-arq-financeiro
               assign to "FINANCEIRO.TXT"
               organization is line sequential
               file status is ws-fs-financeiro.

           select ws-arq-apostadores
               assign to "APOSTADORES.DAT"
               organization is indexed
               access mode is dynamic
               record key is cad-matricula
               file status is ws-fs-apostadores.

       i-o-control.

      *Declaração de variáveis
       data division.

      *----Variaveis de arquivos
       file section.

      *----Apostas recusadas pelo controle de jogo responsavel
       fd  ws-arq-recusas
           label records are standard.

           copy recusarec.

      *----Valores apostados por matricula e por execucao
       fd  ws-arq-financeiro
           label records are standard.

           copy financrec.

      *----Cadastro mestre de apostadores, indexado por matricula
       fd  ws-arq-apostadores
           label records are standard.

           copy cadastrorec.

      *----Variaveis de trabalho
       working-storage section.

      *----Variaveis de controle de arquivo
       77  ws-fs-recusas                        pic  x(02).
       77  ws-fs-financeiro                     pic  x(02).
       77  ws-fs-apostadores                    pic  x(02).

      *----Mes do relatorio (AAAAMM) informado pelo usuario e o primeiro
      *----dia do mes, referencia das autoexclusoes em vigor
       77  ws-filtro-mes                        pic  9(06).
       77  ws-data-referencia                   pic  9(08).

      *----Percentual do limite mensal a partir do qual o apostador entra
      *----no relatorio como proximo do limite
       77  ws-perc-alerta                       pic  9(03)
                                                  value 80.

      *----Apostado no mes por matricula
       77  ws-qtd-matriculas                    pic  9(03)
                                                  value zero.
       01  ws-tab-apostado.
           05  ws-apostado-linha occurs 200 times.
               10  ws-apo-matricula             pic  9(05).
               10  ws-apo-valor                 pic  9(11)v99.

      *----Contadores do relatorio
       77  ws-qtd-recusas                       pic  9(07)
                                                  value zero.
       77  ws-qtd-rec-autoexclusao              pic  9(07)
                                                  value zero.
       77  ws-qtd-rec-limite                    pic  9(07)
                                                  value zero.
       77  ws-qtd-alerta                        pic  9(05)
                                                  value zero.
       77  ws-qtd-excluidos                     pic  9(05)
                                                  value zero.

      *----Variaveis de apoio
       77  ws-ind-matricula                     pic  9(03).
       77  ws-posicao                           pic  9(03).
       77  ws-apostado-mes                      pic  9(11)v99.
       77  ws-percentual                        pic  9(05)v99.
       77  ws-descricao-motivo                  pic  x(20).
       77  ws-descricao-origem                  pic  x(07).
       77  ws-flag-matricula                    pic  x(01).
           88  ws-matricula-achada              value 'S'.

      *----Area do modulo de impressao e linhas do relatorio impresso

           copy imprel.

       77  ws-flag-impressao                    pic  x(01)
                                                  value 'N'.
           88  ws-impressao-ativa               value 'S'.

       01  ws-imp-filtros.
           05  filler                           pic  x(05)
                                                  value 'MES: '.
           05  ws-imp-fil-mes                   pic  9(06).
           05  filler                           pic  x(03)
                                                  value spaces.
           05  filler                           pic  x(19)
                                                  value
                                                  'ALERTA A PARTIR DE '.
           05  ws-imp-fil-perc                  pic  9(03).
           05  filler                           pic  x(20)
                                                  value
                                                  '% DO LIMITE MENSAL'.

       01  ws-imp-colunas.
           05  filler                           pic  x(12)
                                                  value 'TIPO'.
           05  filler                           pic  x(09)
                                                  value 'DATA'.
           05  filler                           pic  x(08)
                                                  value 'HORA'.
           05  filler                           pic  x(07)
                                                  value 'MATR.'.
           05  filler                           pic  x(05)
                                                  value 'BOL.'.
           05  filler                           pic  x(09)
                                                  value 'ORIGEM'.
           05  filler                           pic  x(24)
                                                  value 'MOTIVO'.
           05  filler                           pic  x(14)
                                                  value
                                                  '      LIMITE  '.
           05  filler                           pic  x(19)
                                                  value
                                                  '  APOSTADO NO MES  '.
           05  filler                           pic  x(16)
                                                  value
                                                  'CUSTO RECUSADO  '.
           05  filler                           pic  x(08)
                                                  value '% LIMITE'.

       01  ws-imp-detalhe.
           05  ws-imp-tipo                      pic  x(10).
           05  filler                           pic  x(02).
           05  ws-imp-data                      pic  x(08).
           05  filler                           pic  x(01).
           05  ws-imp-hora                      pic  x(06).
           05  filler                           pic  x(02).
           05  ws-imp-matricula                 pic  x(05).
           05  filler                           pic  x(02).
           05  ws-imp-bolao                     pic  x(03).
           05  filler                           pic  x(02).
           05  ws-imp-origem                    pic  x(07).
           05  filler                           pic  x(02).
           05  ws-imp-motivo                    pic  x(22).
           05  filler                           pic  x(02).
           05  ws-imp-limite                    pic  z.zzz.zz9,99.
           05  filler                           pic  x(02).
           05  ws-imp-apostado                  pic  zz.zzz.zzz.zz9,99.
           05  filler                           pic  x(02).
           05  ws-imp-custo                     pic  zzz.zzz.zz9,99.
           05  filler                           pic  x(02).
           05  ws-imp-percentual                pic  zzzz9,99.

       01  ws-imp-motivo-exclusao.
           05  filler                           pic  x(14)
                                                  value
                                                  'AUTOEXCL. ATE '.
           05  ws-imp-exclusao-ate              pic  9(08).

       01  ws-imp-total.
           05  ws-imp-tot-descricao             pic  x(30).
           05  ws-imp-tot-valor                 pic  zzz.zzz.zz9.

      *Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>-------------------------------------------------
      *>     Inicialização
      *>-------------------------------------------------

       inicializa section.

           move zeros to ws-tab-apostado

           display "Mes do relatorio AAAAMM (0 = mes corrente): "
           accept ws-filtro-mes

           if ws-filtro-mes = zero
              move function current-date(1:6) to ws-filtro-mes
           end-if

      *----Autoexclusao em vigor no mes: termina no dia 1 ou depois
           compute ws-data-referencia = ws-filtro-mes * 100 + 1

           move ws-filtro-mes  to ws-imp-fil-mes
           move ws-perc-alerta to ws-imp-fil-perc

           perform abre-impressao
              .

       inicializa-exit.
           exit.

      *>-------------------------------------------------
      *>     Processamento
      *>-------------------------------------------------

       processamento section.

           display "=================================================="
           display "Excecoes do jogo responsavel - mes " ws-filtro-mes
           display "=================================================="

           perform lista-recusas
           perform apura-apostado-mes
           perform lista-apostadores-alerta

           display "=================================================="

           perform imprime-resumo
              .

       processamento-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Lista as apostas recusadas no mes, com o motivo e os valores
      *>---------------------------------------------------------------------------------

       lista-recusas section.

           display "Apostas recusadas no mes:"

           open input ws-arq-recusas

           if ws-fs-recusas not = "00"
              display "   Nenhuma recusa registrada (RECUSAS.TXT "
                 "nao encontrado)."
           else
              perform le-proxima-recusa
              perform until ws-fs-recusas = "10"
                  if rec-data(1:6) = ws-filtro-mes
                     perform imprime-recusa
                  end-if
                  perform le-proxima-recusa
              end-perform
              close ws-arq-recusas

              if ws-qtd-recusas = zero
                 display "   Nenhuma aposta recusada no mes."
              end-if
           end-if

           display "   Total de recusas ........ : " ws-qtd-recusas
           display "   Por autoexclusao ........ : "
              ws-qtd-rec-autoexclusao
           display "   Por limite mensal ....... : " ws-qtd-rec-limite
           display "--------------------------------------------------"
              .

       lista-recusas-exit.
           exit.

       le-proxima-recusa section.

           read ws-arq-recusas
               at end move "10" to ws-fs-recusas
           end-read
              .

       le-proxima-recusa-exit.
           exit.

       imprime-recusa section.

           add 1 to ws-qtd-recusas

           if rec-motivo-autoexclusao
              add 1 to ws-qtd-rec-autoexclusao
              move 'AUTOEXCLUSAO'  to ws-descricao-motivo
           else
              add 1 to ws-qtd-rec-limite
              move 'LIMITE MENSAL' to ws-descricao-motivo
           end-if

           if rec-origem-cartao
              move 'CARTAO'  to ws-descricao-origem
           else
              move 'TECLADO' to ws-descricao-origem
           end-if

           display "   " rec-data " " rec-hora " matricula "
              rec-matricula " bolao " rec-bolao " "
              ws-descricao-origem " " ws-descricao-motivo
           if rec-motivo-autoexclusao
              display "      autoexclusao ate " rec-autoexclusao-ate
           else
              display "      limite " rec-limite-mensal
                 " apostado no mes " rec-apostado-mes
                 " custo recusado " rec-custo
           end-if

           move spaces              to ws-imp-detalhe
           move 'RECUSA'            to ws-imp-tipo
           move rec-data            to ws-imp-data
           move rec-hora            to ws-imp-hora
           move rec-matricula       to ws-imp-matricula
           move rec-bolao           to ws-imp-bolao
           move ws-descricao-origem to ws-imp-origem
           if rec-motivo-autoexclusao
              move rec-autoexclusao-ate to ws-imp-exclusao-ate
              move ws-imp-motivo-exclusao to ws-imp-motivo
           else
              move ws-descricao-motivo to ws-imp-motivo
              move rec-limite-mensal   to ws-imp-limite
              move rec-apostado-mes    to ws-imp-apostado
              move rec-custo           to ws-imp-custo
           end-if
           perform imprime-linha
              .

       imprime-recusa-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Soma, por matricula, o valor apostado no mes (FINANCEIRO.TXT)
      *>---------------------------------------------------------------------------------

       apura-apostado-mes section.

           open input ws-arq-financeiro

           if ws-fs-financeiro = "00"
              perform le-proximo-financeiro
              perform until ws-fs-financeiro = "10"
                  if fin-data(1:6) = ws-filtro-mes
                     and fin-valor-apostado numeric
                     and fin-valor-apostado > zero
                     perform acumula-apostado
                  end-if
                  perform le-proximo-financeiro
              end-perform
              close ws-arq-financeiro
           end-if
              .

       apura-apostado-mes-exit.
           exit.

       le-proximo-financeiro section.

           read ws-arq-financeiro
               at end move "10" to ws-fs-financeiro
           end-read
              .

       le-proximo-financeiro-exit.
           exit.

       acumula-apostado section.

           move fin-matricula to cad-matricula
           perform localiza-matricula

           if not ws-matricula-achada
              if ws-qtd-matriculas >= 200
                 display "Aviso: limite de 200 matriculas distintas "
                    "atingido; matricula " fin-matricula
                    " ignorada."
              else
                 add 1 to ws-qtd-matriculas
                 move ws-qtd-matriculas to ws-posicao
                 move fin-matricula
                      to ws-apo-matricula(ws-posicao)
                 move 'S' to ws-flag-matricula
              end-if
           end-if

      *----O estorno devolve o apostado do lancamento que anula
           if ws-matricula-achada
              if fin-estorno
                 if fin-valor-apostado > ws-apo-valor(ws-posicao)
                    move zero to ws-apo-valor(ws-posicao)
                 else
                    subtract fin-valor-apostado
                             from ws-apo-valor(ws-posicao)
                 end-if
              else
                 add fin-valor-apostado to ws-apo-valor(ws-posicao)
              end-if
           end-if
              .

       acumula-apostado-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Procura cad-matricula na tabela do apostado no mes
      *>---------------------------------------------------------------------------------

       localiza-matricula section.

           move 'N'  to ws-flag-matricula
           move zero to ws-posicao

           perform varying ws-ind-matricula from 1 by 1
                   until ws-ind-matricula > ws-qtd-matriculas
                      or ws-matricula-achada
               if ws-apo-matricula(ws-ind-matricula) = cad-matricula
                  move 'S' to ws-flag-matricula
                  move ws-ind-matricula to ws-posicao
               end-if
           end-perform
              .

       localiza-matricula-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Percorre o cadastro listando os apostadores proximos do limite
      *> mensal (ou que ja o atingiram) e os autoexcluidos no mes
      *>---------------------------------------------------------------------------------

       lista-apostadores-alerta section.

           display "Apostadores com " ws-perc-alerta
              "% ou mais do limite mensal, e autoexcluidos:"

           open input ws-arq-apostadores

           if ws-fs-apostadores not = "00"
              display "   Cadastro de apostadores (APOSTADORES.DAT) "
                 "indisponivel."
           else
              move zeros to cad-matricula
              start ws-arq-apostadores
                    key is not less than cad-matricula
                  invalid key move "10" to ws-fs-apostadores
              end-start

              if ws-fs-apostadores = "00"
                 perform le-proximo-apostador
                 perform until ws-fs-apostadores not = "00"
                     perform confere-apostador-alerta
                     perform le-proximo-apostador
                 end-perform
              end-if

              close ws-arq-apostadores
           end-if

           display "   Proximos do limite ...... : " ws-qtd-alerta
           display "   Autoexclusoes em vigor .. : " ws-qtd-excluidos
              .

       lista-apostadores-alerta-exit.
           exit.

       le-proximo-apostador section.

           read ws-arq-apostadores next record
               at end move "10" to ws-fs-apostadores
           end-read
              .

       le-proximo-apostador-exit.
           exit.

       confere-apostador-alerta section.

           if cad-autoexclusao-ate numeric
              and cad-autoexclusao-ate >= ws-data-referencia
              add 1 to ws-qtd-excluidos
              display "   Matricula " cad-matricula " " cad-nome
                 " - autoexclusao ate " cad-autoexclusao-ate

              move spaces        to ws-imp-detalhe
              move 'EXCLUSAO'    to ws-imp-tipo
              move cad-matricula to ws-imp-matricula
              move cad-autoexclusao-ate to ws-imp-exclusao-ate
              move ws-imp-motivo-exclusao to ws-imp-motivo
              perform imprime-linha
           end-if

           if cad-limite-mensal numeric
              and cad-limite-mensal > zero
              perform localiza-matricula

              move zero to ws-apostado-mes
              if ws-matricula-achada
                 move ws-apo-valor(ws-posicao) to ws-apostado-mes
              end-if

              compute ws-percentual rounded =
                      ws-apostado-mes * 100 / cad-limite-mensal

              if ws-percentual >= ws-perc-alerta
                 add 1 to ws-qtd-alerta
                 display "   Matricula " cad-matricula " " cad-nome
                 display "      limite " cad-limite-mensal
                    " apostado no mes " ws-apostado-mes
                    " (" ws-percentual "%)"

                 move spaces            to ws-imp-detalhe
                 move 'ALERTA'          to ws-imp-tipo
                 move cad-matricula     to ws-imp-matricula
                 move 'LIMITE MENSAL'   to ws-imp-motivo
                 move cad-limite-mensal to ws-imp-limite
                 move ws-apostado-mes   to ws-imp-apostado
                 move ws-percentual     to ws-imp-percentual
                 perform imprime-linha
              end-if
           end-if
              .

       confere-apostador-alerta-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Relatorio impresso: abertura com o mes e o percentual de alerta,
      *> uma linha por recusa, alerta ou autoexclusao, contadores como
      *> totais de controle e fechamento
      *>---------------------------------------------------------------------------------

       abre-impressao section.

           move spaces to imp-parametros
           move 'EXCECOESJOGO'        to imp-relatorio
           move 'EXCECOESJOGO'        to imp-arquivo
           move 'EXCECOES DO JOGO RESPONSAVEL' to imp-titulo
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

       imprime-linha section.

           if ws-impressao-ativa
              move ws-imp-detalhe to imp-linha
              move 'L' to imp-funcao
              call "imprimerelatorio" using imp-parametros
           end-if
              .

       imprime-linha-exit.
           exit.

       imprime-resumo section.

           if ws-impressao-ativa
              move spaces to ws-imp-total
              move 'Recusas no mes'         to ws-imp-tot-descricao
              move ws-qtd-recusas           to ws-imp-tot-valor
              perform imprime-total
              move 'Recusas por autoexclusao'
                                            to ws-imp-tot-descricao
              move ws-qtd-rec-autoexclusao  to ws-imp-tot-valor
              perform imprime-total
              move 'Recusas por limite mensal'
                                            to ws-imp-tot-descricao
              move ws-qtd-rec-limite        to ws-imp-tot-valor
              perform imprime-total
              move 'Proximos do limite'     to ws-imp-tot-descricao
              move ws-qtd-alerta            to ws-imp-tot-valor
              perform imprime-total
              move 'Autoexclusoes em vigor' to ws-imp-tot-descricao
              move ws-qtd-excluidos         to ws-imp-tot-valor
              perform imprime-total
           end-if
              .

       imprime-resumo-exit.
           exit.

       imprime-total section.

           move ws-imp-total to imp-linha
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
           stop run.
              .
       finaliza-exit.
           exit.
