      *Divisão de identificação do programa
       identification division.
       program-id. "informerendimentos".
       author. "Graziela Bartyra Bressanini Beckhauser".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>---------------------------------------------------------------------------------
      *> Informe de rendimentos do ano: percorre FINANCEIRO.TXT (layout
      *> FINANC-REC) somando, por matricula, os premios creditados no ano
      *> informado - bruto, imposto de renda retido na fonte e liquido -
      *> e imprime o informe de cada matricula com o nome e o CPF do
      *> cadastro de apostadores. Grava tambem RETENCOES.AAAA.TXT (layout
      *> RETENCAO-REC) com uma linha por matricula e os totais retidos no
      *> ano, para a contabilidade. Os informes saem tambem no arquivo
      *> de impressao datado INFORMERENDIMENTOS.AAAAMMDD.TXT, uma linha
      *> por matricula, com os totais da banca como totais de controle.
      *> Um estorno de premio gravado no ano desconta do informe do ano
      *> do estorno o bruto, o retido e o liquido do credito anulado.
      *> Os creditos de matriculas alem do limite de 200 por informe
      *> entram apenas nos totais da banca e sao contados como creditos
      *> fora dos informes; havendo algum, RETENCOES.AAAA.TXT nao e
      *> gravado, pois sairia incompleto para a contabilidade.
      *>---------------------------------------------------------------------------------

      *Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *-----Declaração dos recursos externos
       input-output section.
       file-control.

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

           select ws-arq-retencoes
               assign to dynamic ws-nome-arq-retencoes
               organization is line sequential
               file status is ws-fs-retencoes.

       i-o-control.

      *Declaração de variáveis
       data division.

      *----Variaveis de arquivos
       file section.

      *----Creditos de premio por matricula (bruto, retido e liquido)
       fd  ws-arq-financeiro
           label records are standard.

           copy financrec.

      *----Cadastro mestre de apostadores, indexado por matricula
       fd  ws-arq-apostadores
           label records are standard.

           copy cadastrorec.

      *----Retencoes do ano para a contabilidade
       fd  ws-arq-retencoes
           label records are standard.

           copy retencaorec.

      *----Variaveis de trabalho
       working-storage section.

      *----Variaveis de controle de arquivo
       77  ws-fs-financeiro                     pic  x(02).
       77  ws-fs-apostadores                    pic  x(02).
       77  ws-fs-retencoes                      pic  x(02).

      *----Nome do arquivo de retencoes, datado com o ano do informe
       01  ws-nome-arq-retencoes.
           05  filler                           pic  x(10)
                                                  value 'RETENCOES.'.
           05  ws-nome-ret-ano                  pic  9(04).
           05  filler                           pic  x(04)
                                                  value '.TXT'.

      *----Ano-calendario informado pelo usuario
       77  ws-filtro-ano                        pic  9(04).

      *----Quantidade de matriculas premiadas no ano
       77  ws-qtd-matriculas                    pic  9(03)
                                                  value zero.

      *----Creditos de matriculas que nao couberam na tabela de
      *----informes (somados apenas aos totais da banca)
       77  ws-qtd-excesso-matriculas            pic  9(05)
                                                  value zero.

      *----Totais do ano por matricula
       01  ws-tab-informe.
           05  ws-informe-linha occurs 200 times.
               10  ws-inf-matricula             pic  9(05).
               10  ws-inf-bruto                 pic  9(13)v99.
               10  ws-inf-ir                    pic  9(13)v99.
               10  ws-inf-liquido               pic  9(13)v99.
               10  ws-inf-qtd-creditos          pic  9(05).

       01  ws-inf-troca.
           05  ws-tro-matricula                 pic  9(05).
           05  ws-tro-bruto                     pic  9(13)v99.
           05  ws-tro-ir                        pic  9(13)v99.
           05  ws-tro-liquido                   pic  9(13)v99.
           05  ws-tro-qtd-creditos              pic  9(05).

      *----Totais do ano da banca inteira
       77  ws-total-bruto                       pic  9(13)v99
                                                  value zero.
       77  ws-total-ir                          pic  9(13)v99
                                                  value zero.
       77  ws-total-liquido                     pic  9(13)v99
                                                  value zero.

      *----Variaveis de apoio ao acumulo e a impressao
       77  ws-ind-matricula                     pic  9(03).
       77  ws-ind-ord                           pic  9(03).
       77  ws-posicao                           pic  9(03).
       77  ws-valor-ir                          pic  9(13)v99.
       77  ws-valor-liquido                     pic  9(13)v99.
       77  ws-valor-desconto                    pic  9(13)v99.
       77  ws-nome-apostador                    pic  x(30).
       77  ws-cpf-apostador                     pic  x(11).
       77  ws-flag-matricula                    pic  x(01).
           88  ws-matricula-achada              value 'S'.
       77  ws-flag-cadastro                     pic  x(01).
           88  ws-cadastro-aberto               value 'S'.
       77  ws-flag-retencoes                    pic  x(01).
           88  ws-retencoes-aberto              value 'S'.

      *----Area do modulo de impressao e linhas do relatorio impresso

           copy imprel.

       77  ws-flag-impressao                    pic  x(01)
                                                  value 'N'.
           88  ws-impressao-ativa               value 'S'.

       01  ws-imp-filtros.
           05  filler                           pic  x(16)
                                                  value
                                                  'ANO-CALENDARIO: '.
           05  ws-imp-fil-ano                   pic  9(04).

       01  ws-imp-colunas.
           05  filler                           pic  x(07)
                                                  value 'MATR.'.
           05  filler                           pic  x(32)
                                                  value 'NOME'.
           05  filler                           pic  x(13)
                                                  value 'CPF'.
           05  filler                           pic  x(07)
                                                  value 'CRED.'.
           05  filler                           pic  x(06)
                                                  value spaces.
           05  filler                           pic  x(14)
                                                  value
                                                  'PREMIO BRUTO  '.
           05  filler                           pic  x(11)
                                                  value spaces.
           05  filler                           pic  x(09)
                                                  value 'IR RETIDO'.
           05  filler                           pic  x(06)
                                                  value spaces.
           05  filler                           pic  x(14)
                                                  value
                                                  'PREMIO LIQUIDO'.

       01  ws-imp-detalhe.
           05  ws-imp-matricula                 pic  9(05).
           05  filler                           pic  x(02).
           05  ws-imp-nome                      pic  x(30).
           05  filler                           pic  x(02).
           05  ws-imp-cpf                       pic  x(11).
           05  filler                           pic  x(02).
           05  ws-imp-creditos                  pic  zzzz9.
           05  filler                           pic  x(02).
           05  ws-imp-bruto                     pic  zzz.zzz.zzz.zz9,99.
           05  filler                           pic  x(02).
           05  ws-imp-ir                        pic  zzz.zzz.zzz.zz9,99.
           05  filler                           pic  x(02).
           05  ws-imp-liquido                   pic  zzz.zzz.zzz.zz9,99.

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

           move zeros to ws-tab-informe
           move 'N'   to ws-flag-cadastro
           move 'N'   to ws-flag-retencoes

           open input ws-arq-financeiro

           if ws-fs-financeiro not = "00"
              display "Arquivo financeiro (FINANCEIRO.TXT) nao "
                 "encontrado; nenhuma execucao gravou valores."
              perform finaliza
           end-if

           move zero to ws-filtro-ano
           perform until ws-filtro-ano >= 2000
               display "Ano-calendario do informe (AAAA): "
               accept ws-filtro-ano

               if ws-filtro-ano < 2000
                  display "Ano invalido, informe novamente."
               end-if
           end-perform

           move ws-filtro-ano to ws-imp-fil-ano

           perform abre-impressao

           open input ws-arq-apostadores

           if ws-fs-apostadores = "00"
              move 'S' to ws-flag-cadastro
           else
              display "Aviso: cadastro de apostadores "
                 "(APOSTADORES.DAT) indisponivel; informes sem "
                 "nome e CPF."
           end-if
              .

       inicializa-exit.
           exit.

      *>-------------------------------------------------
      *>     Processamento
      *>-------------------------------------------------

       processamento section.

           perform le-proximo-financeiro
           perform until ws-fs-financeiro = "10"
               if fin-data(1:4) = ws-filtro-ano
                  and fin-valor-ganho numeric
                  and fin-valor-ganho > zero
                  perform acumula-matricula
               end-if
               perform le-proximo-financeiro
           end-perform

           if ws-qtd-matriculas = zero
              display "Nenhum premio creditado no ano "
                 ws-filtro-ano "."
           else
              perform ordena-informe
              perform imprime-informes
           end-if

           perform imprime-totais-informe
              .

       processamento-exit.
           exit.

       le-proximo-financeiro section.

           read ws-arq-financeiro
               at end move "10" to ws-fs-financeiro
           end-read
              .

       le-proximo-financeiro-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Localiza (ou cria) a linha da matricula do credito lido e acumula o
      *> bruto, o retido e o liquido (credito anterior a retencao: nada
      *> retido, liquido igual ao bruto)
      *>---------------------------------------------------------------------------------

       acumula-matricula section.

           move 'N' to ws-flag-matricula

           perform varying ws-ind-matricula from 1 by 1
                   until ws-ind-matricula > ws-qtd-matriculas
                      or ws-matricula-achada
               if ws-inf-matricula(ws-ind-matricula)
                  = fin-matricula
                  move 'S' to ws-flag-matricula
                  move ws-ind-matricula to ws-posicao
               end-if
           end-perform

           if not ws-matricula-achada
              and ws-qtd-matriculas >= 200
              display "Aviso: limite de 200 matriculas distintas "
                 "atingido; credito da matricula " fin-matricula
                 " somado apenas aos totais da banca."
              add 1 to ws-qtd-excesso-matriculas
              move zero to ws-posicao
           end-if

           if not ws-matricula-achada
              and ws-qtd-matriculas < 200
              add 1 to ws-qtd-matriculas
              move ws-qtd-matriculas to ws-posicao
              move fin-matricula
                   to ws-inf-matricula(ws-posicao)
           end-if

           if fin-valor-ir numeric
              move fin-valor-ir to ws-valor-ir
           else
              move zero to ws-valor-ir
           end-if

           if fin-valor-liquido numeric
              move fin-valor-liquido to ws-valor-liquido
           else
              compute ws-valor-liquido = fin-valor-ganho - ws-valor-ir
           end-if

           if not ws-matricula-achada
              and ws-posicao = zero
              perform acumula-excesso-matricula
           end-if

           if ws-posicao > zero
              and fin-estorno
              perform desconta-estorno
              move zero to ws-posicao
           end-if

           if ws-posicao > zero
              add 1                to ws-inf-qtd-creditos(ws-posicao)
              add fin-valor-ganho  to ws-inf-bruto(ws-posicao)
              add ws-valor-ir      to ws-inf-ir(ws-posicao)
              add ws-valor-liquido to ws-inf-liquido(ws-posicao)

              add fin-valor-ganho  to ws-total-bruto
              add ws-valor-ir      to ws-total-ir
              add ws-valor-liquido to ws-total-liquido
           end-if
              .

       acumula-matricula-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Credito de matricula fora da tabela: o lancamento soma e o estorno
      *> desconta apenas nos totais do ano (no maximo o total acumulado)
      *>---------------------------------------------------------------------------------

       acumula-excesso-matricula section.

           if fin-estorno
              move fin-valor-ganho to ws-valor-desconto
              if ws-valor-desconto > ws-total-bruto
                 move ws-total-bruto to ws-valor-desconto
              end-if
              subtract ws-valor-desconto from ws-total-bruto

              move ws-valor-ir to ws-valor-desconto
              if ws-valor-desconto > ws-total-ir
                 move ws-total-ir to ws-valor-desconto
              end-if
              subtract ws-valor-desconto from ws-total-ir

              move ws-valor-liquido to ws-valor-desconto
              if ws-valor-desconto > ws-total-liquido
                 move ws-total-liquido to ws-valor-desconto
              end-if
              subtract ws-valor-desconto from ws-total-liquido
           else
              add fin-valor-ganho  to ws-total-bruto
              add ws-valor-ir      to ws-total-ir
              add ws-valor-liquido to ws-total-liquido
           end-if
              .

       acumula-excesso-matricula-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Desconta o estorno lido da linha da matricula e dos totais do ano
      *> (no maximo o que a matricula tem acumulado)
      *>---------------------------------------------------------------------------------

       desconta-estorno section.

           move fin-valor-ganho to ws-valor-desconto
           if ws-valor-desconto > ws-inf-bruto(ws-posicao)
              move ws-inf-bruto(ws-posicao) to ws-valor-desconto
           end-if
           subtract ws-valor-desconto from ws-inf-bruto(ws-posicao)
           subtract ws-valor-desconto from ws-total-bruto

           move ws-valor-ir to ws-valor-desconto
           if ws-valor-desconto > ws-inf-ir(ws-posicao)
              move ws-inf-ir(ws-posicao) to ws-valor-desconto
           end-if
           subtract ws-valor-desconto from ws-inf-ir(ws-posicao)
           subtract ws-valor-desconto from ws-total-ir

           move ws-valor-liquido to ws-valor-desconto
           if ws-valor-desconto > ws-inf-liquido(ws-posicao)
              move ws-inf-liquido(ws-posicao) to ws-valor-desconto
           end-if
           subtract ws-valor-desconto from ws-inf-liquido(ws-posicao)
           subtract ws-valor-desconto from ws-total-liquido
              .

       desconta-estorno-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Ordena os informes por matricula
      *>---------------------------------------------------------------------------------

       ordena-informe section.

           perform varying ws-ind-ord from 1 by 1
                   until ws-ind-ord >= ws-qtd-matriculas
               perform varying ws-ind-matricula from ws-ind-ord by 1
                       until ws-ind-matricula > ws-qtd-matriculas
                   if ws-inf-matricula(ws-ind-matricula)
                      < ws-inf-matricula(ws-ind-ord)
                      move ws-informe-linha(ws-ind-ord)
                           to ws-inf-troca
                      move ws-informe-linha(ws-ind-matricula)
                           to ws-informe-linha(ws-ind-ord)
                      move ws-inf-troca
                           to ws-informe-linha(ws-ind-matricula)
                   end-if
               end-perform
           end-perform
              .

       ordena-informe-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Imprime o informe de cada matricula e grava as retencoes do ano,
      *> fechando com os totais da banca
      *>---------------------------------------------------------------------------------

       imprime-informes section.

           move ws-filtro-ano to ws-nome-ret-ano

      *----Informes incompletos: o arquivo de retencoes nao e gerado
           if ws-qtd-excesso-matriculas > zero
              display "Aviso: " ws-qtd-excesso-matriculas
                 " credito(s) de matriculas alem do limite de 200 "
                 "fora dos informes; arquivo de retencoes ("
                 ws-nome-arq-retencoes ") nao gravado."
           else
              open output ws-arq-retencoes

              if ws-fs-retencoes = "00"
                 move 'S' to ws-flag-retencoes
              else
                 display "Aviso: nao foi possivel gravar o arquivo "
                    "de retencoes (" ws-nome-arq-retencoes ")."
              end-if
           end-if

           perform varying ws-ind-matricula from 1 by 1
                   until ws-ind-matricula > ws-qtd-matriculas
               perform busca-apostador

               display "============================================="
               display "Informe de rendimentos - ano-calendario "
                  ws-filtro-ano
               display "============================================="
               display "Matricula ........ : "
                  ws-inf-matricula(ws-ind-matricula)
               display "Nome ............. : " ws-nome-apostador
               display "CPF .............. : " ws-cpf-apostador
               display "Creditos de premio : "
                  ws-inf-qtd-creditos(ws-ind-matricula)
               display "Premios brutos ... : "
                  ws-inf-bruto(ws-ind-matricula)
               display "IR retido na fonte : "
                  ws-inf-ir(ws-ind-matricula)
               display "Premios liquidos . : "
                  ws-inf-liquido(ws-ind-matricula)

               move spaces to ws-imp-detalhe
               move ws-inf-matricula(ws-ind-matricula)
                    to ws-imp-matricula
               move ws-nome-apostador to ws-imp-nome
               move ws-cpf-apostador  to ws-imp-cpf
               move ws-inf-qtd-creditos(ws-ind-matricula)
                    to ws-imp-creditos
               move ws-inf-bruto(ws-ind-matricula)   to ws-imp-bruto
               move ws-inf-ir(ws-ind-matricula)      to ws-imp-ir
               move ws-inf-liquido(ws-ind-matricula) to ws-imp-liquido
               perform imprime-linha

               if ws-retencoes-aberto
                  move spaces to ret-registro
                  move '01'   to ret-tipo-reg
                  move ws-filtro-ano to ret-ano
                  move ws-inf-matricula(ws-ind-matricula)
                       to ret-matricula
                  move ws-cpf-apostador to ret-cpf
                  move ws-inf-bruto(ws-ind-matricula)
                       to ret-valor-bruto
                  move ws-inf-ir(ws-ind-matricula)
                       to ret-valor-ir
                  move ws-inf-liquido(ws-ind-matricula)
                       to ret-valor-liquido
                  write ret-registro
               end-if
           end-perform

           display "=================================================="
           display "Totais do ano " ws-filtro-ano " - banca inteira:"
           display "   Matriculas premiadas : " ws-qtd-matriculas
           display "   Premios brutos ..... : " ws-total-bruto
           display "   IR retido na fonte . : " ws-total-ir
           display "   Premios liquidos ... : " ws-total-liquido
           if ws-qtd-excesso-matriculas > zero
              display "   Creditos fora dos informes (limite de 200 "
                 "matriculas): " ws-qtd-excesso-matriculas
           end-if
           display "=================================================="

           if ws-retencoes-aberto
              move spaces to ret-registro
              move '02'   to ret-tipo-reg
              move ws-filtro-ano     to ret-ano
              move zero              to ret-matricula
              move ws-qtd-matriculas to ret-cpf
              move ws-total-bruto    to ret-valor-bruto
              move ws-total-ir       to ret-valor-ir
              move ws-total-liquido  to ret-valor-liquido
              write ret-registro

              close ws-arq-retencoes
              move 'N' to ws-flag-retencoes

              display "Retencoes do ano gravadas em "
                 ws-nome-arq-retencoes
           end-if
              .

       imprime-informes-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Busca o nome e o CPF da matricula corrente no cadastro
      *>---------------------------------------------------------------------------------

       busca-apostador section.

           move spaces to ws-nome-apostador
           move spaces to ws-cpf-apostador

           if ws-cadastro-aberto
              move ws-inf-matricula(ws-ind-matricula)
                   to cad-matricula
              read ws-arq-apostadores
                  invalid key continue
              end-read

              if ws-fs-apostadores = "00"
                 move cad-nome to ws-nome-apostador
                 if cad-cpf numeric
                    move cad-cpf to ws-cpf-apostador
                 else
                    move 'NAO INFORM.' to ws-cpf-apostador
                 end-if
              else
                 move 'MATRICULA FORA DO CADASTRO'
                      to ws-nome-apostador
              end-if
           end-if
              .

       busca-apostador-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Relatorio impresso: abertura com o ano-calendario, uma linha por
      *> matricula premiada, totais da banca como totais de controle e
      *> fechamento
      *>---------------------------------------------------------------------------------

       abre-impressao section.

           move spaces to imp-parametros
           move 'INFORMERENDIMENTOS'  to imp-relatorio
           move 'INFORMERENDIMENTOS'  to imp-arquivo
           move 'INFORME DE RENDIMENTOS DOS APOSTADORES' to imp-titulo
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

       imprime-totais-informe section.

           if ws-impressao-ativa
              move 'Matriculas premiadas'   to ws-imp-tqt-descricao
              move ws-qtd-matriculas        to ws-imp-tqt-valor
              move ws-imp-total-qtd to imp-linha
              perform imprime-total

              if ws-qtd-excesso-matriculas > zero
                 move 'Creditos fora dos informes'
                      to ws-imp-tqt-descricao
                 move ws-qtd-excesso-matriculas to ws-imp-tqt-valor
                 move ws-imp-total-qtd to imp-linha
                 perform imprime-total
              end-if

              move 'Premios brutos'         to ws-imp-tvl-descricao
              move ws-total-bruto           to ws-imp-tvl-valor
              move ws-imp-total-valor to imp-linha
              perform imprime-total

              move 'IR retido na fonte'     to ws-imp-tvl-descricao
              move ws-total-ir              to ws-imp-tvl-valor
              move ws-imp-total-valor to imp-linha
              perform imprime-total

              move 'Premios liquidos'       to ws-imp-tvl-descricao
              move ws-total-liquido         to ws-imp-tvl-valor
              move ws-imp-total-valor to imp-linha
              perform imprime-total
           end-if
              .

       imprime-totais-informe-exit.
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
           if ws-cadastro-aberto
              close ws-arq-apostadores
           end-if
           stop run.
              .
       finaliza-exit.
           exit.
