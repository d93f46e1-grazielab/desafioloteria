      *Divisão de identificação do programa
       identification division.
       program-id. "historicoacumulado".
       author. "Graziela Bartyra Bressanini Beckhauser".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>---------------------------------------------------------------------------------
      *> Historico do acumulado por jogo: percorre ACUMULADO.DAT (layout
      *> ACUMULADO-REC, gravado pela conferencia de concursos) e lista, por
      *> jogo e em ordem de concurso, o valor da faixa principal, o
      *> acumulado recebido do concurso anterior, os ganhadores da faixa e
      *> o valor que rolou para o proximo concurso. Aponta os concursos
      *> cujo acumulado recebido nao confere com o que saiu do concurso
      *> anterior gravado (um concurso reconferido depois dos seguintes),
      *> e fecha cada jogo com os totais e o acumulado em aberto.
      *> O historico sai tambem no arquivo de impressao datado
      *> HISTORICOACUMULADO.AAAAMMDD.TXT, com os totais de cada jogo
      *> abaixo dos seus concursos e os totais gerais como totais de
      *> controle.
      *>---------------------------------------------------------------------------------

      *Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *-----Declaração dos recursos externos
       input-output section.
       file-control.

           select ws-arq-acumulado
               assign to "ACUMULADO.DAT"
               organization is indexed
               access mode is dynamic
               record key is acu-chave
               file status is ws-fs-acumulado.

           select ws-arq-jogos
               assign to "JOGOS.TXT"
               organization is line sequential
               file status is ws-fs-jogos.

       i-o-control.

      *Declaração de variáveis
       data division.

      *----Variaveis de arquivos
       file section.

      *----Acumulado da faixa principal por jogo e concurso
       fd  ws-arq-acumulado
           label records are standard.

           copy acumuladorec.

      *----Catalogo de jogos (nomes, dezenas sorteadas e faixas)
       fd  ws-arq-jogos
           label records are standard.

           copy jogorec.

      *----Variaveis de trabalho
       working-storage section.

      *----Variaveis de controle de arquivo
       77  ws-fs-acumulado                      pic  x(02).
       77  ws-fs-jogos                          pic  x(02).

      *----Tabelas em memoria do catalogo de jogos

           copy jogotab.

      *----Jogo informado pelo usuario (0 = todos)
       77  ws-filtro-jogo                       pic  9(02).
       77  ws-ind-jogo                          pic  9(02).

      *----Quebra por jogo e encadeamento com o concurso anterior
       77  ws-jogo-corrente                     pic  9(02)
                                                  value zero.
       77  ws-concurso-anterior                 pic  9(05).
       77  ws-acumulado-anterior                pic  9(13)v99.
       77  ws-marca-divergencia                 pic  x(12).

      *----Totais do jogo corrente
       77  ws-qtd-concursos-jogo                pic  9(05).
       77  ws-qtd-acumulados-jogo               pic  9(05).
       77  ws-qtd-divergentes-jogo              pic  9(05).
       77  ws-maior-acumulado                   pic  9(13)v99.
       77  ws-concurso-maior                    pic  9(05).

      *----Totais gerais
       77  ws-qtd-registros                     pic  9(07)
                                                  value zero.
       77  ws-qtd-jogos-listados                pic  9(02)
                                                  value zero.
       77  ws-qtd-divergentes                   pic  9(07)
                                                  value zero.
       77  ws-total-em-aberto                   pic  9(15)v99
                                                  value zero.

      *----Area do modulo de impressao e linhas do relatorio impresso

           copy imprel.

       77  ws-flag-impressao                    pic  x(01)
                                                  value 'N'.
           88  ws-impressao-ativa               value 'S'.

       01  ws-imp-filtros.
           05  filler                           pic  x(06)
                                                  value 'JOGO: '.
           05  ws-imp-fil-jogo                  pic  9(02).
           05  filler                           pic  x(14)
                                                  value
                                                  '   (0 = TODOS)'.

       01  ws-imp-colunas.
           05  filler                           pic  x(04)
                                                  value 'JG'.
           05  filler                           pic  x(14)
                                                  value 'JOGO'.
           05  filler                           pic  x(07)
                                                  value 'CONC.'.
           05  filler                           pic  x(10)
                                                  value 'DATA'.
           05  filler                           pic  x(04)
                                                  value spaces.
           05  filler                           pic  x(16)
                                                  value
                                                  'VALOR DA FAIXA  '.
           05  filler                           pic  x(07)
                                                  value 'ORIG.'.
           05  filler                           pic  x(10)
                                                  value spaces.
           05  filler                           pic  x(10)
                                                  value 'RECEBIDO  '.
           05  filler                           pic  x(07)
                                                  value 'GANH.  '.
           05  filler                           pic  x(10)
                                                  value spaces.
           05  filler                           pic  x(10)
                                                  value 'ACUMULOU  '.
           05  filler                           pic  x(08)
                                                  value 'SITUACAO'.

       01  ws-imp-detalhe.
           05  ws-imp-jogo                      pic  9(02).
           05  filler                           pic  x(02).
           05  ws-imp-jogo-nome                 pic  x(12).
           05  filler                           pic  x(02).
           05  ws-imp-concurso                  pic  9(05).
           05  filler                           pic  x(02).
           05  ws-imp-data                      pic  9(08).
           05  filler                           pic  x(02).
           05  ws-imp-valor-faixa               pic  zzz.zzz.zzz.zz9,99.
           05  filler                           pic  x(02).
           05  ws-imp-origem                    pic  9(05).
           05  filler                           pic  x(02).
           05  ws-imp-valor-recebido            pic  zzz.zzz.zzz.zz9,99.
           05  filler                           pic  x(02).
           05  ws-imp-ganhadores                pic  zzzz9.
           05  filler                           pic  x(02).
           05  ws-imp-valor-acumulado           pic  zzz.zzz.zzz.zz9,99.
           05  filler                           pic  x(02).
           05  ws-imp-situacao                  pic  x(12).

      *----Totais de cada jogo, abaixo dos seus concursos
       01  ws-imp-total-jogo-1.
           05  filler                           pic  x(14)
                                                  value
                                                  'TOTAL DO JOGO '.
           05  ws-imp-tj-jogo                   pic  9(02).
           05  filler                           pic  x(13)
                                                  value
                                                  '   CONCURSOS '.
           05  ws-imp-tj-concursos              pic  zzzz9.
           05  filler                           pic  x(16)
                                                  value
                                                  '   SEM GANHADOR '.
           05  ws-imp-tj-acumulados             pic  zzzz9.
           05  filler                           pic  x(15)
                                                  value
                                                  '   DIVERGENTES '.
           05  ws-imp-tj-divergentes            pic  zzzz9.
           05  ws-imp-tj-aviso                  pic  x(36).

       01  ws-imp-total-jogo-2.
           05  filler                           pic  x(19)
                                                  value
                                                  '   MAIOR ACUMULADO'.
           05  ws-imp-tj-maior                  pic  zzz.zzz.zzz.zz9,99.
           05  filler                           pic  x(11)
                                                  value
                                                  ' (CONCURSO '.
           05  ws-imp-tj-concurso-maior         pic  9(05).
           05  filler                           pic  x(01)
                                                  value ')'.
           05  filler                           pic  x(03)
                                                  value spaces.
           05  filler                           pic  x(19)
                                                  value
                                                  'ACUMULADO EM ABERTO'.
           05  filler                           pic  x(01)
                                                  value space.
           05  ws-imp-tj-em-aberto              pic  zzz.zzz.zzz.zz9,99.

       01  ws-imp-total-qtd.
           05  ws-imp-tqt-descricao             pic  x(30).
           05  ws-imp-tqt-valor                 pic  zzz.zzz.zz9.

       01  ws-imp-total-valor.
           05  ws-imp-tvl-descricao             pic  x(30).
           05  ws-imp-tvl-valor                 pic  zzz.zzz.zzz.zz9,99.

      *Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>-------------------------------------------------
      *>     Inicialização
      *>-------------------------------------------------

       inicializa section.

           perform carrega-catalogo-jogos

           display "Jogo a listar (0 = todos):"
           perform varying ws-ind-jogo from 1 by 1
                   until ws-ind-jogo > ws-qtd-jogos
               if ws-jogo-qtd-sorteio(ws-ind-jogo) > zero
                  display "   " ws-ind-jogo " - "
                     ws-jogo-nome(ws-ind-jogo)
               end-if
           end-perform
           display "Opcao: "
           accept ws-filtro-jogo

           move ws-filtro-jogo to ws-imp-fil-jogo

           perform abre-impressao
              .

       inicializa-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Carrega o catalogo de jogos (JOGOS.TXT) para os nomes dos jogos
      *>---------------------------------------------------------------------------------

       carrega-catalogo-jogos section.

           move zero  to ws-qtd-jogos
           move zeros to ws-tab-jogos
           move zeros to ws-tab-premios

           open input ws-arq-jogos

           if ws-fs-jogos = "00"
              perform le-proximo-jogo-cat
              perform until ws-fs-jogos = "10"
                  perform aplica-jogo-catalogo
                  perform le-proximo-jogo-cat
              end-perform
              close ws-arq-jogos
           end-if
              .

       carrega-catalogo-jogos-exit.
           exit.

       le-proximo-jogo-cat section.

           read ws-arq-jogos
               at end move "10" to ws-fs-jogos
           end-read
              .

       le-proximo-jogo-cat-exit.
           exit.

       aplica-jogo-catalogo section.

           if jog-codigo numeric
              and jog-qtd-sorteio numeric
              and jog-faixa numeric
              if jog-codigo >= 1 and jog-codigo <= 10
                 move jog-nome to ws-jogo-nome(jog-codigo)
                 move jog-qtd-sorteio
                      to ws-jogo-qtd-sorteio(jog-codigo)
                 move jog-faixa to ws-jogo-faixa(jog-codigo)

                 if jog-codigo > ws-qtd-jogos
                    move jog-codigo to ws-qtd-jogos
                 end-if
              end-if
           end-if
              .

       aplica-jogo-catalogo-exit.
           exit.

      *>-------------------------------------------------
      *>     Processamento
      *>-------------------------------------------------

       processamento section.

           open input ws-arq-acumulado

           if ws-fs-acumulado not = "00"
              display "Arquivo de acumulado (ACUMULADO.DAT) nao "
                 "encontrado; nenhum concurso foi conferido."
           else
              move ws-filtro-jogo to acu-jogo
              move zero to acu-concurso

              start ws-arq-acumulado
                    key is not less than acu-chave
                  invalid key move "10" to ws-fs-acumulado
              end-start

              if ws-fs-acumulado = "00"
                 perform le-proximo-acumulado
                 perform until ws-fs-acumulado not = "00"
                     or (ws-filtro-jogo not = zero
                         and acu-jogo not = ws-filtro-jogo)
                     perform lista-acumulado
                     perform le-proximo-acumulado
                 end-perform
              end-if

              close ws-arq-acumulado

              if ws-jogo-corrente not = zero
                 perform fecha-jogo
              end-if

              if ws-qtd-registros = zero
                 display "Nenhum concurso conferido para o jogo "
                    "informado."
              end-if
           end-if

           perform imprime-totais-historico
              .

       processamento-exit.
           exit.

       le-proximo-acumulado section.

           read ws-arq-acumulado next record
               at end move "10" to ws-fs-acumulado
           end-read
              .

       le-proximo-acumulado-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Lista um concurso, com a quebra por jogo e a conferencia do
      *> acumulado recebido contra o que saiu do concurso anterior
      *>---------------------------------------------------------------------------------

       lista-acumulado section.

           if acu-jogo not = ws-jogo-corrente
              if ws-jogo-corrente not = zero
                 perform fecha-jogo
              end-if
              perform abre-jogo
           end-if

           add 1 to ws-qtd-registros
           add 1 to ws-qtd-concursos-jogo

           move spaces to ws-marca-divergencia
           if acu-valor-recebido not = ws-acumulado-anterior
              or (ws-acumulado-anterior > zero
                  and acu-concurso-origem not = ws-concurso-anterior)
              move 'DIVERGENTE' to ws-marca-divergencia
              add 1 to ws-qtd-divergentes-jogo
              add 1 to ws-qtd-divergentes
           end-if

           display "   " acu-concurso " " acu-data-concurso
              " faixa " acu-valor-faixa
              " recebido " acu-valor-recebido
           display "         ganhadores " acu-qtd-ganhadores
              " acumulou " acu-valor-acumulado " "
              ws-marca-divergencia

           move spaces               to ws-imp-detalhe
           move acu-jogo             to ws-imp-jogo
           if acu-jogo >= 1 and acu-jogo <= ws-qtd-jogos
              move ws-jogo-nome(acu-jogo) to ws-imp-jogo-nome
           end-if
           move acu-concurso         to ws-imp-concurso
           move acu-data-concurso    to ws-imp-data
           move acu-valor-faixa      to ws-imp-valor-faixa
           move acu-concurso-origem  to ws-imp-origem
           move acu-valor-recebido   to ws-imp-valor-recebido
           move acu-qtd-ganhadores   to ws-imp-ganhadores
           move acu-valor-acumulado  to ws-imp-valor-acumulado
           move ws-marca-divergencia to ws-imp-situacao
           move ws-imp-detalhe to imp-linha
           perform imprime-linha

           if acu-valor-acumulado > zero
              add 1 to ws-qtd-acumulados-jogo
              if acu-valor-acumulado > ws-maior-acumulado
                 move acu-valor-acumulado to ws-maior-acumulado
                 move acu-concurso to ws-concurso-maior
              end-if
           end-if

           move acu-concurso        to ws-concurso-anterior
           move acu-valor-acumulado to ws-acumulado-anterior
              .

       lista-acumulado-exit.
           exit.

       abre-jogo section.

           move acu-jogo to ws-jogo-corrente
           add 1 to ws-qtd-jogos-listados

           move zero to ws-qtd-concursos-jogo
           move zero to ws-qtd-acumulados-jogo
           move zero to ws-qtd-divergentes-jogo
           move zero to ws-maior-acumulado
           move zero to ws-concurso-maior
           move zero to ws-concurso-anterior
           move zero to ws-acumulado-anterior

           display "=================================================="
           if acu-jogo >= 1 and acu-jogo <= ws-qtd-jogos
              display "Historico do acumulado - jogo " acu-jogo " "
                 ws-jogo-nome(acu-jogo)
           else
              display "Historico do acumulado - jogo " acu-jogo
           end-if
           display "=================================================="
           display "   Concurso Data     / valor da faixa, acumulado "
              "recebido, ganhadores e valor acumulado"
              .

       abre-jogo-exit.
           exit.

       fecha-jogo section.

           display "--------------------------------------------------"
           display "   Concursos conferidos ....... : "
              ws-qtd-concursos-jogo
           display "   Concursos sem ganhador ..... : "
              ws-qtd-acumulados-jogo
           if ws-qtd-acumulados-jogo > zero
              display "   Maior acumulado ............ : "
                 ws-maior-acumulado " (concurso "
                 ws-concurso-maior ")"
           end-if
           display "   Acumulado em aberto ........ : "
              ws-acumulado-anterior
           if ws-qtd-divergentes-jogo > zero
              display "   Concursos divergentes ...... : "
                 ws-qtd-divergentes-jogo
                 " (reconferir a partir do primeiro)"
           end-if

           add ws-acumulado-anterior to ws-total-em-aberto

           move ws-jogo-corrente        to ws-imp-tj-jogo
           move ws-qtd-concursos-jogo   to ws-imp-tj-concursos
           move ws-qtd-acumulados-jogo  to ws-imp-tj-acumulados
           move ws-qtd-divergentes-jogo to ws-imp-tj-divergentes
           move spaces                  to ws-imp-tj-aviso
           if ws-qtd-divergentes-jogo > zero
              move '  (RECONFERIR A PARTIR DO PRIMEIRO)'
                   to ws-imp-tj-aviso
           end-if
           move ws-imp-total-jogo-1 to imp-linha
           perform imprime-linha

           move ws-maior-acumulado    to ws-imp-tj-maior
           move ws-concurso-maior     to ws-imp-tj-concurso-maior
           move ws-acumulado-anterior to ws-imp-tj-em-aberto
           move ws-imp-total-jogo-2 to imp-linha
           perform imprime-linha
              .

       fecha-jogo-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Relatorio impresso: abertura com o jogo filtrado, uma linha por
      *> concurso, os totais de cada jogo, os totais gerais como totais de
      *> controle e fechamento
      *>---------------------------------------------------------------------------------

       abre-impressao section.

           move spaces to imp-parametros
           move 'HISTORICOACUMULADO'  to imp-relatorio
           move 'HISTORICOACUMULADO'  to imp-arquivo
           move 'HISTORICO DO ACUMULADO POR JOGO' to imp-titulo
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
              move 'L' to imp-funcao
              call "imprimerelatorio" using imp-parametros
           end-if
              .

       imprime-linha-exit.
           exit.

       imprime-totais-historico section.

           if ws-impressao-ativa
              move 'Jogos listados'         to ws-imp-tqt-descricao
              move ws-qtd-jogos-listados    to ws-imp-tqt-valor
              move ws-imp-total-qtd to imp-linha
              perform imprime-total

              move 'Concursos listados'     to ws-imp-tqt-descricao
              move ws-qtd-registros         to ws-imp-tqt-valor
              move ws-imp-total-qtd to imp-linha
              perform imprime-total

              move 'Concursos divergentes'  to ws-imp-tqt-descricao
              move ws-qtd-divergentes       to ws-imp-tqt-valor
              move ws-imp-total-qtd to imp-linha
              perform imprime-total

              move 'Acumulado em aberto'    to ws-imp-tvl-descricao
              move ws-total-em-aberto       to ws-imp-tvl-valor
              move ws-imp-total-valor to imp-linha
              perform imprime-total
           end-if
              .

       imprime-totais-historico-exit.
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
           stop run.
              .
       finaliza-exit.
           exit.
