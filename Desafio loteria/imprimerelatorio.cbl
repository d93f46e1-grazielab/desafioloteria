      *Divisão de identificação do programa
       identification division.
       program-id. "imprimerelatorio".
       author. "Graziela Bartyra Bressanini Beckhauser".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>---------------------------------------------------------------------------------
      *> Modulo de impressao dos relatorios: chamado pelos relatorios com a
      *> area IMPREL, grava o arquivo de impressao datado
      *> <relatorio>.AAAAMMDD.TXT em paginas de 60 linhas de 132 colunas.
      *> Cada pagina abre com o cabecalho padrao (relatorio e titulo,
      *> data e hora da emissao, operador identificado na sessao, filtros
      *> usados e numero da pagina) seguido dos titulos das colunas do
      *> relatorio; as linhas de totais de controle saem num bloco
      *> proprio no fim, e o rodape fecha o relatorio com a quantidade de
      *> paginas e de linhas de detalhe impressas. Emissoes no mesmo dia
      *> sao acrescentadas ao mesmo arquivo, cada uma a partir de pagina
      *> nova. O operador e identificado na primeira abertura da sessao
      *> (contra OPERADORES.TXT) e reaproveitado nas seguintes; na cadeia
      *> noturna o relatorio sai em nome da propria cadeia.
      *>---------------------------------------------------------------------------------

      *Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *-----Declaração dos recursos externos
       input-output section.
       file-control.

           select ws-arq-impressao
               assign to dynamic ws-nome-arq-impressao
               organization is line sequential
               file status is ws-fs-impressao.

           select ws-arq-operadores
               assign to "OPERADORES.TXT"
               organization is line sequential
               file status is ws-fs-operadores.

       i-o-control.

      *Declaração de variáveis
       data division.

      *----Variaveis de arquivos
       file section.

      *----Arquivo de impressao do relatorio (132 colunas)
       fd  ws-arq-impressao
           label records are standard.

       01  ws-reg-impressao                     pic  x(132).

      *----Cadastro de operadores autorizados
       fd  ws-arq-operadores
           label records are standard.

           copy operadorrec.

      *----Variaveis de trabalho
       working-storage section.

      *----Variaveis de controle de arquivo
       77  ws-fs-impressao                      pic  x(02).
       77  ws-fs-operadores                     pic  x(02).

      *----Nome do arquivo de impressao, datado com a data da emissao
       77  ws-nome-arq-impressao                pic  x(40).

      *----Situacao do relatorio em impressao
       77  ws-flag-impressao                    pic  x(01)
                                                  value 'N'.
           88  ws-impressao-aberta              value 'S'.
       77  ws-flag-totais                       pic  x(01).
           88  ws-bloco-totais                  value 'S'.

      *----Paginacao
       77  ws-max-linhas                        pic  9(03)
                                                  value 60.
       77  ws-linhas-pagina                     pic  9(03).
       77  ws-ind-coluna                        pic  9(01).
       77  ws-qtd-necessarias                   pic  9(03).

      *----Operador da sessao (mantido entre as chamadas)
       77  ws-operador-corrente                 pic  9(04).
       77  ws-operador-nome                     pic  x(30).
       77  ws-flag-operador                     pic  x(01)
                                                  value 'N'.
           88  ws-operador-valido               value 'S'.

      *----Data e hora da emissao
       01  ws-data-emissao.
           05  ws-emi-ano                       pic  9(04).
           05  ws-emi-mes                       pic  9(02).
           05  ws-emi-dia                       pic  9(02).
       01  ws-hora-emissao.
           05  ws-emi-hora                      pic  9(02).
           05  ws-emi-minuto                    pic  9(02).
           05  ws-emi-segundo                   pic  9(02).

      *----Linhas do cabecalho padrao
       01  ws-cab-linha-1.
           05  filler                           pic  x(11)
                                                  value 'RELATORIO: '.
           05  ws-cab-relatorio                 pic  x(20).
           05  filler                           pic  x(01)
                                                  value space.
           05  ws-cab-titulo                    pic  x(60).
           05  filler                           pic  x(26)
                                                  value spaces.
           05  filler                           pic  x(08)
                                                  value 'PAGINA: '.
           05  ws-cab-pagina                    pic  zzzz9.
           05  filler                           pic  x(01)
                                                  value space.

       01  ws-cab-linha-2.
           05  filler                           pic  x(09)
                                                  value 'EMISSAO: '.
           05  ws-cab-dia                       pic  9(02).
           05  filler                           pic  x(01)
                                                  value '/'.
           05  ws-cab-mes                       pic  9(02).
           05  filler                           pic  x(01)
                                                  value '/'.
           05  ws-cab-ano                       pic  9(04).
           05  filler                           pic  x(01)
                                                  value space.
           05  ws-cab-hora                      pic  9(02).
           05  filler                           pic  x(01)
                                                  value ':'.
           05  ws-cab-minuto                    pic  9(02).
           05  filler                           pic  x(01)
                                                  value ':'.
           05  ws-cab-segundo                   pic  9(02).
           05  filler                           pic  x(13)
                                                  value '   OPERADOR: '.
           05  ws-cab-operador                  pic  9(04).
           05  filler                           pic  x(03)
                                                  value ' - '.
           05  ws-cab-operador-nome             pic  x(30).

       01  ws-cab-linha-3.
           05  filler                           pic  x(09)
                                                  value 'FILTROS: '.
           05  ws-cab-filtros                   pic  x(100).

       01  ws-cab-separador                     pic  x(132)
                                                  value all '-'.

       01  ws-lin-totais.
           05  filler                           pic  x(18)
                                                  value
                                                  'TOTAIS DE CONTROLE'.

       01  ws-lin-rodape.
           05  filler                           pic  x(19)
                                                  value
                                                  'FIM DO RELATORIO - '.
           05  filler                           pic  x(09)
                                                  value 'PAGINAS: '.
           05  ws-rod-paginas                   pic  zzzz9.
           05  filler                           pic  x(03)
                                                  value spaces.
           05  filler                           pic  x(19)
                                                  value
                                                  'LINHAS DE DETALHE: '.
           05  ws-rod-linhas                    pic  zzzzzz9.

      *----Area de comunicacao com o relatorio chamador
       linkage section.

           copy imprel.

      *Declaração do corpo do programa
       procedure division using imp-parametros.

           evaluate true
               when imp-funcao-abre
                    perform abre-relatorio
               when imp-funcao-colunas
                    perform troca-colunas
               when imp-funcao-linha
                    perform imprime-detalhe
               when imp-funcao-total
                    perform imprime-total
               when imp-funcao-fecha
                    perform fecha-relatorio
           end-evaluate

           goback.

      *>---------------------------------------------------------------------------------
      *> Abre o arquivo de impressao do relatorio (acrescentando ao do dia
      *> quando ja existe) e identifica o operador da emissao
      *>---------------------------------------------------------------------------------

       abre-relatorio section.

           if ws-impressao-aberta
              perform fecha-relatorio
           end-if

           perform define-operador

           move function current-date(1:8) to ws-data-emissao
           move function current-date(9:6) to ws-hora-emissao

           move spaces to ws-nome-arq-impressao
           string imp-arquivo     delimited by space
                  '.'             delimited by size
                  ws-data-emissao delimited by size
                  '.TXT'          delimited by size
                  into ws-nome-arq-impressao
           end-string
           move ws-nome-arq-impressao to imp-nome-arquivo

           open extend ws-arq-impressao

           if ws-fs-impressao not = "00"
              open output ws-arq-impressao
           end-if

           move ws-fs-impressao to imp-retorno
           move zero to imp-qtd-paginas
           move zero to imp-qtd-linhas

           if ws-fs-impressao = "00"
              move 'S' to ws-flag-impressao
              move 'N' to ws-flag-totais
              move ws-max-linhas to ws-linhas-pagina

              move imp-relatorio        to ws-cab-relatorio
              move imp-titulo           to ws-cab-titulo
              move ws-emi-dia           to ws-cab-dia
              move ws-emi-mes           to ws-cab-mes
              move ws-emi-ano           to ws-cab-ano
              move ws-emi-hora          to ws-cab-hora
              move ws-emi-minuto        to ws-cab-minuto
              move ws-emi-segundo       to ws-cab-segundo
              move imp-operador         to ws-cab-operador
              move imp-operador-nome    to ws-cab-operador-nome
              move imp-filtros          to ws-cab-filtros
           end-if
              .

       abre-relatorio-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Operador da emissao: a cadeia noturna na execucao em lote, o
      *> informado pelo chamador, o ja identificado na sessao ou, na
      *> primeira emissao, o identificado aqui
      *>---------------------------------------------------------------------------------

       define-operador section.

           if imp-execucao-job
              move zero             to imp-operador
              move 'CADEIA NOTURNA' to imp-operador-nome
           else
              if imp-operador not = zero
                 and imp-operador-nome = spaces
                 move imp-operador to ws-operador-corrente
                 perform valida-operador
                 if ws-operador-valido
                    move ws-operador-nome to imp-operador-nome
                 else
                    move zero to imp-operador
                 end-if
              end-if

              if imp-operador = zero
                 if not ws-operador-valido
                    perform identifica-operador
                 end-if
                 move ws-operador-corrente to imp-operador
                 move ws-operador-nome     to imp-operador-nome
              end-if
           end-if
              .

       define-operador-exit.
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
      *> cadastrado e ativo
      *>---------------------------------------------------------------------------------

       valida-operador section.

           move 'N' to ws-flag-operador
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

      *>---------------------------------------------------------------------------------
      *> Novos titulos de colunas no meio do relatorio (outra secao do
      *> mesmo relatorio): impressos logo abaixo quando cabem na pagina e
      *> repetidos dai em diante no topo de cada pagina
      *>---------------------------------------------------------------------------------

       troca-colunas section.

           if ws-impressao-aberta
              and imp-qtd-paginas > zero
              and not ws-bloco-totais
              compute ws-qtd-necessarias = ws-linhas-pagina
                                         + imp-qtd-colunas + 3
              if ws-qtd-necessarias > ws-max-linhas
                 perform imprime-cabecalho
              else
                 move spaces to ws-reg-impressao
                 write ws-reg-impressao after advancing 1 line
                 add 1 to ws-linhas-pagina
                 perform imprime-colunas
              end-if
           end-if
              .

       troca-colunas-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Linha de detalhe, com a quebra de pagina
      *>---------------------------------------------------------------------------------

       imprime-detalhe section.

           if ws-impressao-aberta
              if ws-linhas-pagina >= ws-max-linhas
                 perform imprime-cabecalho
              end-if

              write ws-reg-impressao from imp-linha
                    after advancing 1 line
              add 1 to ws-linhas-pagina
              add 1 to imp-qtd-linhas
           end-if
              .

       imprime-detalhe-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Linha do bloco de totais de controle; a primeira abre o bloco
      *> (em pagina nova quando nao cabe o titulo e uma linha)
      *>---------------------------------------------------------------------------------

       imprime-total section.

           if ws-impressao-aberta
              if not ws-bloco-totais
                 move 'S' to ws-flag-totais

                 compute ws-qtd-necessarias = ws-linhas-pagina + 4
                 if imp-qtd-paginas = zero
                    or ws-qtd-necessarias > ws-max-linhas
                    perform imprime-cabecalho
                 end-if

                 move spaces to ws-reg-impressao
                 write ws-reg-impressao after advancing 1 line
                 write ws-reg-impressao from ws-lin-totais
                       after advancing 1 line
                 write ws-reg-impressao from ws-cab-separador
                       after advancing 1 line
                 add 3 to ws-linhas-pagina
              end-if

              if ws-linhas-pagina >= ws-max-linhas
                 perform imprime-cabecalho
              end-if

              write ws-reg-impressao from imp-linha
                    after advancing 1 line
              add 1 to ws-linhas-pagina
           end-if
              .

       imprime-total-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Cabecalho padrao da pagina e titulos das colunas (estes fora do
      *> bloco de totais de controle)
      *>---------------------------------------------------------------------------------

       imprime-cabecalho section.

           add 1 to imp-qtd-paginas
           move imp-qtd-paginas to ws-cab-pagina

           write ws-reg-impressao from ws-cab-linha-1
                 after advancing page
           write ws-reg-impressao from ws-cab-linha-2
                 after advancing 1 line
           write ws-reg-impressao from ws-cab-linha-3
                 after advancing 1 line
           write ws-reg-impressao from ws-cab-separador
                 after advancing 1 line
           move 4 to ws-linhas-pagina

           if not ws-bloco-totais
              perform imprime-colunas
           end-if
              .

       imprime-cabecalho-exit.
           exit.

       imprime-colunas section.

           if imp-qtd-colunas > zero
              perform varying ws-ind-coluna from 1 by 1
                      until ws-ind-coluna > imp-qtd-colunas
                         or ws-ind-coluna > 3
                  write ws-reg-impressao
                        from imp-colunas(ws-ind-coluna)
                        after advancing 1 line
                  add 1 to ws-linhas-pagina
              end-perform
              write ws-reg-impressao from ws-cab-separador
                    after advancing 1 line
              add 1 to ws-linhas-pagina
           end-if
              .

       imprime-colunas-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Fecha o relatorio com o rodape de paginas e linhas de detalhe
      *>---------------------------------------------------------------------------------

       fecha-relatorio section.

           if ws-impressao-aberta
              if imp-qtd-paginas = zero
                 perform imprime-cabecalho
              end-if

              move imp-qtd-paginas to ws-rod-paginas
              move imp-qtd-linhas  to ws-rod-linhas

              move spaces to ws-reg-impressao
              write ws-reg-impressao after advancing 1 line
              write ws-reg-impressao from ws-lin-rodape
                    after advancing 1 line

              close ws-arq-impressao
              move 'N' to ws-flag-impressao
           end-if
              .

       fecha-relatorio-exit.
           exit.
