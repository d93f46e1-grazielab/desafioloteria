      *Divisão de identificação do programa
       identification division.
       program-id. "fechamentomensal".
       author. "Graziela Bartyra Bressanini Beckhauser".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>---------------------------------------------------------------------------------
      *> Fechamento mensal do financeiro: fecha um mes ja encerrado de
      *> FINANCEIRO.TXT gravando em FECHAMENTOS.TXT (layout FECHAMENTO-REC)
      *> o registro de controle do mes - quantidade de registros e total
      *> de conferencia (hash) - e os totais por jogo, por matricula e por
      *> bolao. Um mes fechado nao recebe mais lancamentos (o programa
      *> principal e a conferencia de concursos recusam a gravacao) e a
      *> conferencia dos meses fechados refaz os totais a partir de
      *> FINANCEIRO.TXT, apontando qualquer registro alterado, incluido ou
      *> excluido depois do fechamento. Correcao de um lancamento e feita
      *> por estorno: um registro do tipo 'E' no mes aberto, com os mesmos
      *> valores do original e apontando para ele pela data/hora. Fechar
      *> e estornar sao acoes do supervisor, registradas no log de
      *> auditoria; a conferencia pode rodar como passo da cadeia noturna
      *> (codigo de retorno 8 quando um mes fechado foi alterado). Os
      *> relatorios saem tambem no arquivo de impressao datado
      *> FECHAMENTOMENSAL.AAAAMMDD.TXT.
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

           select ws-arq-fechamentos
               assign to "FECHAMENTOS.TXT"
               organization is line sequential
               file status is ws-fs-fechamentos.

           select ws-arq-operadores
               assign to "OPERADORES.TXT"
               organization is line sequential
               file status is ws-fs-operadores.

           select ws-arq-auditoria
               assign to "AUDITORIA.TXT"
               organization is line sequential
               file status is ws-fs-auditoria.

           select ws-arq-jobpasso
               assign to "JOBPASSO.TXT"
               organization is line sequential
               file status is ws-fs-jobpasso.

       i-o-control.

      *Declaração de variáveis
       data division.

      *----Variaveis de arquivos
       file section.

      *----Registro financeiro por matricula e por execucao
       fd  ws-arq-financeiro
           label records are standard.

           copy financrec.

      *----Controle e totais dos meses fechados, somente acrescido
       fd  ws-arq-fechamentos
           label records are standard.

           copy fechamentorec.

      *----Cadastro de operadores autorizados
       fd  ws-arq-operadores
           label records are standard.

           copy operadorrec.

      *----Log de auditoria das acoes de manutencao, somente acrescido
       fd  ws-arq-auditoria
           label records are standard.

           copy auditrec.

      *----Cartao do passo corrente da cadeia noturna
       fd  ws-arq-jobpasso
           label records are standard.

           copy jobpassorec.

      *----Variaveis de trabalho
       working-storage section.

      *----Variaveis de controle de arquivo
       77  ws-fs-financeiro                     pic  x(02).
       77  ws-fs-fechamentos                    pic  x(02).
       77  ws-fs-operadores                     pic  x(02).
       77  ws-fs-auditoria                      pic  x(02).
       77  ws-fs-jobpasso                       pic  x(02).

      *----Execucao como passo da cadeia noturna (so a conferencia)
       77  ws-flag-job                          pic  x(01)
                                                  value 'N'.
           88  ws-modo-job                      value 'S'.

      *----Variavel da opcao escolhida no menu
       77  ws-opcao-menu                        pic  9(01).
       77  ws-resp                              pic  x(01).

      *----Operador da sessao; so o supervisor fecha meses e estorna
       77  ws-operador-corrente                 pic  9(04).
       77  ws-operador-nome                     pic  x(30).
       77  ws-flag-operador                     pic  x(01)
                                                  value 'N'.
           88  ws-operador-valido               value 'S'.
       77  ws-flag-supervisor                   pic  x(01)
                                                  value 'N'.
           88  ws-operador-supervisor           value 'S'.

      *----Data corrente e mes a fechar
       77  ws-data-corrente                     pic  9(08).
       01  ws-periodo-fechar                    pic  9(06).
       01  filler redefines ws-periodo-fechar.
           05  ws-fechar-ano                    pic  9(04).
           05  ws-fechar-mes                    pic  9(02).

      *----Meses fechados em FECHAMENTOS.TXT
       77  ws-qtd-fechados                      pic  9(03)
                                                  value zero.
       01  ws-tab-fechados.
           05  ws-fch-periodo occurs 600 times  pic  9(06).
       77  ws-ind-fechado                       pic  9(03).
       77  ws-periodo-procurado                 pic  9(06).
       77  ws-flag-fechado                      pic  x(01).
           88  ws-periodo-fechado               value 'S'.

      *----Apuracao de um mes a partir de FINANCEIRO.TXT
       77  ws-periodo-apurado                   pic  9(06).
       01  ws-apuracao.
           05  ws-apu-qtd-registros             pic  9(09).
           05  ws-apu-qtd-estornos              pic  9(07).
           05  ws-apu-hash                      pic  9(18).
           05  ws-apu-apostado                  pic  9(13)v99.
           05  ws-apu-ganho                     pic  9(13)v99.
           05  ws-apu-est-apostado              pic  9(13)v99.
           05  ws-apu-est-ganho                 pic  9(13)v99.

      *----Total de conferencia: soma dos campos numericos de cada
      *----registro (valores em centavos), desprezando o que passar
      *----de 18 digitos
       77  ws-hash-registro                     pic  9(18).
       77  ws-hash-soma                         pic  9(19).

      *----Campos opcionais do registro lido (registros antigos nao tem
      *----bolao, retencao nem liquido)
       77  ws-val-bolao                         pic  9(03).
       77  ws-val-ir                            pic  9(13)v99.
       77  ws-val-liquido                       pic  9(13)v99.

      *----Totais do mes por jogo (02), matricula (03) e bolao (04)
       77  ws-qtd-totais                        pic  9(04).
       01  ws-tab-totais.
           05  ws-tot-linha occurs 3000 times.
               10  ws-tot-tipo                  pic  x(02).
               10  ws-tot-chave                 pic  9(05).
               10  ws-tot-qtd                   pic  9(09).
               10  ws-tot-qtd-estornos          pic  9(07).
               10  ws-tot-apostado              pic  9(13)v99.
               10  ws-tot-ganho                 pic  9(13)v99.
               10  ws-tot-est-apostado          pic  9(13)v99.
               10  ws-tot-est-ganho             pic  9(13)v99.
               10  ws-tot-conferido             pic  x(01).
       77  ws-ind-total                         pic  9(04).
       77  ws-pos-total                         pic  9(04).
       77  ws-tipo-procurado                    pic  x(02).
       77  ws-chave-procurada                   pic  9(05).
       77  ws-flag-estouro                      pic  x(01).
           88  ws-tabela-estourada              value 'S'.

      *----Conferencia dos meses fechados
       77  ws-qtd-divergencias                  pic  9(05).
       77  ws-qtd-meses-conferidos              pic  9(03).
       77  ws-qtd-meses-alterados               pic  9(03).
       77  ws-qtd-linhas-gravadas               pic  9(05).
       77  ws-flag-controle                     pic  x(01).
           88  ws-controle-conferido            value 'S'.

      *----Comparacao de um valor fechado com o apurado agora
       77  ws-cmp-campo                         pic  x(24).
       77  ws-cmp-fechado                       pic  9(18)v99.
       77  ws-cmp-atual                         pic  9(18)v99.
       77  ws-cmp-tipo                          pic  x(01).
           88  ws-cmp-quantidade                value 'Q'.
           88  ws-cmp-valor                     value 'V'.
       77  ws-edita-qtd                         pic  z(17)9.
       77  ws-edita-valor                       pic  zzz.zzz.zzz.zz9,99.

      *----Origem do total divergente (controle, jogo, matricula, bolao)
       01  ws-div-origem.
           05  ws-div-origem-nome               pic  x(10).
           05  ws-div-origem-chave              pic  x(06).

      *----Lancamento a estornar
       77  ws-est-matricula                     pic  9(05).
       77  ws-est-data                          pic  9(08).
       77  ws-est-hora                          pic  9(06).
       77  ws-est-jogo                          pic  9(02).
       77  ws-est-bolao                         pic  9(03).
       77  ws-est-motivo                        pic  x(40).
       77  ws-qtd-achados                       pic  9(03).
       77  ws-qtd-lancamentos                   pic  9(05).
       77  ws-situacao-lancamento               pic  x(09).
       01  ws-fin-original                      pic  x(106).

      *----Lancamentos da matricula ja estornados (referencias)
       77  ws-qtd-estornados                    pic  9(03).
       01  ws-tab-estornados.
           05  ws-estornado occurs 500 times.
               10  ws-etd-data                  pic  9(08).
               10  ws-etd-hora                  pic  9(06).
               10  ws-etd-jogo                  pic  9(02).
               10  ws-etd-bolao                 pic  9(03).
       77  ws-ind-estornado                     pic  9(03).
       77  ws-flag-estornado                    pic  x(01).
           88  ws-lancamento-estornado          value 'S'.

      *----Area do modulo de travas

           copy travapar.

      *----Codigo de retorno da execucao, preservado nas chamadas aos
      *----modulos (cada chamada devolve o codigo do modulo chamado)
       77  ws-retorno-execucao                  pic  9(04).

       77  ws-flag-travas                       pic  x(01)
                                                  value 'N'.
           88  ws-travas-reservadas             value 'S'.

      *----Log de auditoria
       77  ws-acao-auditoria                    pic  x(20).
       77  ws-detalhe-auditoria                 pic  x(120).

      *----Detalhe de auditoria do fechamento de um mes
       01  ws-detalhe-fechamento.
           05  filler                           pic  x(08)
                                                  value 'PERIODO '.
           05  ws-det-fch-periodo               pic  9(06).
           05  filler                           pic  x(11)
                                                  value ' REGISTROS '.
           05  ws-det-fch-qtd                   pic  9(09).
           05  filler                           pic  x(06)
                                                  value ' HASH '.
           05  ws-det-fch-hash                  pic  9(18).
           05  filler                           pic  x(08)
                                                  value ' TOTAIS '.
           05  ws-det-fch-linhas                pic  9(05).

      *----Detalhe de auditoria do estorno de um lancamento
       01  ws-detalhe-estorno.
           05  filler                           pic  x(04)
                                                  value 'MAT '.
           05  ws-det-est-matricula             pic  9(05).
           05  filler                           pic  x(06)
                                                  value ' JOGO '.
           05  ws-det-est-jogo                  pic  9(02).
           05  filler                           pic  x(07)
                                                  value ' BOLAO '.
           05  ws-det-est-bolao                 pic  9(03).
           05  filler                           pic  x(06)
                                                  value ' ORIG '.
           05  ws-det-est-data                  pic  9(08).
           05  filler                           pic  x(01)
                                                  value space.
           05  ws-det-est-hora                  pic  9(06).
           05  filler                           pic  x(08)
                                                  value ' MOTIVO '.
           05  ws-det-est-motivo                pic  x(40).

      *----Area do modulo de impressao e linhas do relatorio impresso

           copy imprel.

       77  ws-flag-impressao                    pic  x(01)
                                                  value 'N'.
           88  ws-impressao-ativa               value 'S'.

       01  ws-imp-filtros-fechamento.
           05  filler                           pic  x(14)
                                                  value 'MES FECHADO: '.
           05  ws-imp-fil-periodo               pic  9(06).

       01  ws-imp-colunas-totais.
           05  filler                           pic  x(16)
                                                  value 'TOTAL'.
           05  filler                           pic  x(11)
                                                  value 'REGISTROS'.
           05  filler                           pic  x(08)
                                                  value 'ESTORNOS'.
           05  filler                           pic  x(01)
                                                  value space.
           05  filler                           pic  x(19)
                                                  value
                                                  '           APOSTADO'.
           05  filler                           pic  x(01)
                                                  value space.
           05  filler                           pic  x(19)
                                                  value
                                                  '              GANHO'.
           05  filler                           pic  x(01)
                                                  value space.
           05  filler                           pic  x(19)
                                                  value
                                                  '   ESTORNO APOSTADO'.
           05  filler                           pic  x(01)
                                                  value space.
           05  filler                           pic  x(19)
                                                  value
                                                  '      ESTORNO GANHO'.

       01  ws-imp-total.
           05  ws-imp-tot-nome                  pic  x(10).
           05  ws-imp-tot-chave                 pic  x(06).
           05  ws-imp-tot-qtd                   pic  zzzzzzzz9.
           05  filler                           pic  x(02).
           05  ws-imp-tot-qtd-estornos          pic  zzzzzz9.
           05  filler                           pic  x(03).
           05  ws-imp-tot-apostado              pic  zzz.zzz.zzz.zz9,99.
           05  filler                           pic  x(02).
           05  ws-imp-tot-ganho                 pic  zzz.zzz.zzz.zz9,99.
           05  filler                           pic  x(02).
           05  ws-imp-tot-est-apostado          pic  zzz.zzz.zzz.zz9,99.
           05  filler                           pic  x(02).
           05  ws-imp-tot-est-ganho             pic  zzz.zzz.zzz.zz9,99.

       01  ws-imp-colunas-conferencia.
           05  filler                           pic  x(08)
                                                  value 'MES'.
           05  filler                           pic  x(18)
                                                  value 'ORIGEM'.
           05  filler                           pic  x(26)
                                                  value 'OCORRENCIA'.
           05  filler                           pic  x(18)
                                                  value
                                                  '           FECHADO'.
           05  filler                           pic  x(02)
                                                  value spaces.
           05  filler                           pic  x(18)
                                                  value
                                                  '             ATUAL'.

       01  ws-imp-divergencia.
           05  ws-imp-div-periodo               pic  9(06).
           05  filler                           pic  x(02).
           05  ws-imp-div-origem                pic  x(16).
           05  filler                           pic  x(02).
           05  ws-imp-div-campo                 pic  x(24).
           05  filler                           pic  x(02).
           05  ws-imp-div-fechado               pic  x(18).
           05  filler                           pic  x(02).
           05  ws-imp-div-atual                 pic  x(18).

       01  ws-imp-situacao-mes.
           05  ws-imp-sit-periodo               pic  9(06).
           05  filler                           pic  x(02).
           05  ws-imp-sit-texto                 pic  x(50).

       01  ws-imp-total-qtd.
           05  ws-imp-tqt-descricao             pic  x(30).
           05  ws-imp-tqt-valor                 pic  z.zzz.zz9.

      *Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform finaliza.

      *>-------------------------------------------------
      *>     Inicialização (menu do fechamento)
      *>-------------------------------------------------

       inicializa section.

           move function current-date(1:8) to ws-data-corrente

           perform le-parametros-job

      *----Na cadeia noturna so a conferencia dos meses fechados e feita
           if ws-modo-job
              perform verifica-fechamentos
              perform finaliza
           end-if

           perform identifica-operador

           move 9 to ws-opcao-menu
           perform until ws-opcao-menu = zero
               display "===================================="
               display "1 - Fechar um mes do financeiro"
               display "2 - Conferir os meses fechados"
               display "3 - Estornar um lancamento financeiro"
               display "0 - Sair"
               display "===================================="
               display "Escolha uma opcao: "
               accept ws-opcao-menu

               evaluate ws-opcao-menu
                   when 1
                       perform fecha-mes
                   when 2
                       perform verifica-fechamentos
                   when 3
                       perform lanca-estorno
                   when zero
                       continue
                   when other
                       display "Opcao invalida, informe novamente."
               end-evaluate
           end-perform
              .

       inicializa-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Le o cartao do passo: se a cadeia noturna o preparou para este
      *> programa, a conferencia roda sem nenhuma pergunta no teclado
      *>---------------------------------------------------------------------------------

       le-parametros-job section.

           move 'N' to ws-flag-job

           open input ws-arq-jobpasso

           if ws-fs-jobpasso = "00"
              read ws-arq-jobpasso
                  at end move "10" to ws-fs-jobpasso
              end-read

              if ws-fs-jobpasso = "00"
                 and jpa-programa = "fechamentomensal"
                 move 'S' to ws-flag-job
                 display "Execucao em cadeia - passo " jpa-passo
              end-if

              close ws-arq-jobpasso
           end-if
              .

       le-parametros-job-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Fecha um mes ja encerrado (somente o supervisor): apura o mes em
      *> FINANCEIRO.TXT, mostra os totais e, confirmado, grava o controle e
      *> os totais em FECHAMENTOS.TXT, com registro no log de auditoria
      *>---------------------------------------------------------------------------------

       fecha-mes section.

           if not ws-operador-supervisor
              display "Somente um operador supervisor pode fechar "
                 "um mes."
           else
              display "Mes a fechar (AAAAMM): "
              move zero to ws-periodo-fechar
              accept ws-periodo-fechar

              if ws-fechar-mes < 1
                 or ws-fechar-mes > 12
                 display "Mes invalido: " ws-periodo-fechar
              else
                 if ws-periodo-fechar >= ws-data-corrente(1:6)
                    display "Somente um mes ja encerrado pode ser "
                       "fechado (mes corrente: "
                       ws-data-corrente(1:6) ")."
                 else
                    perform reserva-travas
                    if ws-travas-reservadas
                       perform fecha-mes-reservado
                       perform libera-travas
                    end-if
                 end-if
              end-if
           end-if
              .

       fecha-mes-exit.
           exit.

       fecha-mes-reservado section.

           perform carrega-fechados

           move ws-periodo-fechar to ws-periodo-procurado
           perform procura-fechado

           if ws-periodo-fechado
              display "O mes " ws-periodo-fechar " ja esta fechado; "
                 "use a conferencia dos meses fechados."
           else
              move ws-periodo-fechar to ws-periodo-apurado
              perform apura-periodo

              if ws-tabela-estourada
                 display "Limite de 3000 totais por mes atingido; "
                    "o mes " ws-periodo-fechar " nao foi fechado."
              else
                 perform exibe-apuracao

                 if ws-apu-qtd-registros = zero
                    display "Nenhum registro financeiro no mes; "
                       "o mes sera fechado sem movimento."
                 end-if

                 display "Confirma o fechamento do mes "
                    ws-periodo-fechar " (S/N)? "
                 accept ws-resp

                 if ws-resp = 'S' or ws-resp = 's'
                    perform grava-fechamento
                 else
                    display "Fechamento cancelado."
                 end-if
              end-if
           end-if
              .

       fecha-mes-reservado-exit.
           exit.

       exibe-apuracao section.

           display "=================================================="
           display "Mes " ws-periodo-apurado
           display "   Registros ........... : " ws-apu-qtd-registros
           display "   Estornos ............ : " ws-apu-qtd-estornos
           display "   Apostado ............ : " ws-apu-apostado
           display "   Ganho ............... : " ws-apu-ganho
           display "   Estorno de apostado . : " ws-apu-est-apostado
           display "   Estorno de ganho .... : " ws-apu-est-ganho
           display "   Total de conferencia  : " ws-apu-hash
           display "=================================================="
              .

       exibe-apuracao-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Grava o registro de controle (01) e os totais por jogo (02), por
      *> matricula (03) e por bolao (04) do mes apurado, imprime os totais
      *> e registra o fechamento no log de auditoria
      *>---------------------------------------------------------------------------------

       grava-fechamento section.

           open extend ws-arq-fechamentos

           if ws-fs-fechamentos not = "00"
              open output ws-arq-fechamentos
           end-if

           if ws-fs-fechamentos not = "00"
              display "Nao foi possivel gravar o fechamento "
                 "(FECHAMENTOS.TXT, status " ws-fs-fechamentos ")."
           else
              move zero to ws-qtd-linhas-gravadas

              move spaces to fec-registro
              move '01'                 to fec-tipo-reg
              move ws-periodo-apurado   to fec-periodo
              move zero                 to fec-chave
              move ws-apu-qtd-registros to fec-qtd-registros
              move ws-apu-qtd-estornos  to fec-qtd-estornos
              move ws-apu-apostado      to fec-valor-apostado
              move ws-apu-ganho         to fec-valor-ganho
              move ws-apu-est-apostado  to fec-estorno-apostado
              move ws-apu-est-ganho     to fec-estorno-ganho
              move ws-apu-hash          to fec-hash-total
              move function current-date(1:8) to fec-data
              move function current-date(9:6) to fec-hora
              move ws-operador-corrente to fec-operador
              write fec-registro

              move ws-periodo-apurado to ws-imp-fil-periodo
              move 'FECHAMENTO MENSAL DO FINANCEIRO' to imp-titulo
              move ws-imp-filtros-fechamento to imp-filtros
              move ws-imp-colunas-totais to imp-colunas(1)
              perform abre-impressao

              move '02' to ws-tipo-procurado
              perform grava-totais-tipo
              move '03' to ws-tipo-procurado
              perform grava-totais-tipo
              move '04' to ws-tipo-procurado
              perform grava-totais-tipo

              close ws-arq-fechamentos

              display "Mes " ws-periodo-apurado " fechado: "
                 ws-apu-qtd-registros " registros, "
                 ws-qtd-linhas-gravadas " totais."

              perform imprime-totais-fechamento
              perform fecha-impressao

              move 'FECHAMENTO MES'       to ws-acao-auditoria
              move ws-periodo-apurado     to ws-det-fch-periodo
              move ws-apu-qtd-registros   to ws-det-fch-qtd
              move ws-apu-hash            to ws-det-fch-hash
              move ws-qtd-linhas-gravadas to ws-det-fch-linhas
              move ws-detalhe-fechamento  to ws-detalhe-auditoria
              perform grava-auditoria
           end-if
              .

       grava-fechamento-exit.
           exit.

       grava-totais-tipo section.

           perform varying ws-ind-total from 1 by 1
                   until ws-ind-total > ws-qtd-totais
               if ws-tot-tipo(ws-ind-total) = ws-tipo-procurado
                  move spaces to fec-registro
                  move ws-tot-tipo(ws-ind-total)  to fec-tipo-reg
                  move ws-periodo-apurado         to fec-periodo
                  move ws-tot-chave(ws-ind-total) to fec-chave
                  move ws-tot-qtd(ws-ind-total)   to fec-qtd-registros
                  move ws-tot-qtd-estornos(ws-ind-total)
                       to fec-qtd-estornos
                  move ws-tot-apostado(ws-ind-total)
                       to fec-valor-apostado
                  move ws-tot-ganho(ws-ind-total)
                       to fec-valor-ganho
                  move ws-tot-est-apostado(ws-ind-total)
                       to fec-estorno-apostado
                  move ws-tot-est-ganho(ws-ind-total)
                       to fec-estorno-ganho
                  write fec-registro
                  add 1 to ws-qtd-linhas-gravadas

                  perform imprime-total-fechamento
               end-if
           end-perform
              .

       grava-totais-tipo-exit.
           exit.

       imprime-total-fechamento section.

           move spaces to ws-imp-total
           evaluate ws-tot-tipo(ws-ind-total)
               when '02'
                   move 'JOGO'      to ws-imp-tot-nome
               when '03'
                   move 'MATRICULA' to ws-imp-tot-nome
               when '04'
                   move 'BOLAO'     to ws-imp-tot-nome
           end-evaluate
           move ws-tot-chave(ws-ind-total)  to ws-imp-tot-chave
           move ws-tot-qtd(ws-ind-total)    to ws-imp-tot-qtd
           move ws-tot-qtd-estornos(ws-ind-total)
                to ws-imp-tot-qtd-estornos
           move ws-tot-apostado(ws-ind-total)
                to ws-imp-tot-apostado
           move ws-tot-ganho(ws-ind-total)
                to ws-imp-tot-ganho
           move ws-tot-est-apostado(ws-ind-total)
                to ws-imp-tot-est-apostado
           move ws-tot-est-ganho(ws-ind-total)
                to ws-imp-tot-est-ganho
           move ws-imp-total to imp-linha
           perform imprime-linha
              .

       imprime-total-fechamento-exit.
           exit.

       imprime-totais-fechamento section.

           if ws-impressao-ativa
              move spaces to ws-imp-total
              move 'MES'                to ws-imp-tot-nome
              move ws-apu-qtd-registros to ws-imp-tot-qtd
              move ws-apu-qtd-estornos  to ws-imp-tot-qtd-estornos
              move ws-apu-apostado      to ws-imp-tot-apostado
              move ws-apu-ganho         to ws-imp-tot-ganho
              move ws-apu-est-apostado  to ws-imp-tot-est-apostado
              move ws-apu-est-ganho     to ws-imp-tot-est-ganho
              move ws-imp-total to imp-linha
              perform imprime-total

              move spaces to ws-imp-situacao-mes
              move ws-periodo-apurado to ws-imp-sit-periodo
              move 'TOTAL DE CONFERENCIA (HASH)' to ws-imp-sit-texto
              move ws-apu-hash to ws-imp-sit-texto(30:18)
              move ws-imp-situacao-mes to imp-linha
              perform imprime-total

              move 'Totais gravados'        to ws-imp-tqt-descricao
              move ws-qtd-linhas-gravadas   to ws-imp-tqt-valor
              move ws-imp-total-qtd to imp-linha
              perform imprime-total
           end-if
              .

       imprime-totais-fechamento-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Apura o mes ws-periodo-apurado em FINANCEIRO.TXT: quantidade de
      *> registros e de estornos, total de conferencia, totais gerais e
      *> totais por jogo, matricula e bolao
      *>---------------------------------------------------------------------------------

       apura-periodo section.

           move zeros to ws-apuracao
           move zeros to ws-tab-totais
           move zero  to ws-qtd-totais
           move 'N'   to ws-flag-estouro

           open input ws-arq-financeiro

           if ws-fs-financeiro = "00"
              perform le-proximo-financeiro
              perform until ws-fs-financeiro = "10"
                  if fin-data(1:6) = ws-periodo-apurado
                     perform acumula-registro-periodo
                  end-if
                  perform le-proximo-financeiro
              end-perform
              close ws-arq-financeiro
           end-if
              .

       apura-periodo-exit.
           exit.

       le-proximo-financeiro section.

           read ws-arq-financeiro
               at end move "10" to ws-fs-financeiro
           end-read
              .

       le-proximo-financeiro-exit.
           exit.

       acumula-registro-periodo section.

           move zero to ws-val-bolao
           move zero to ws-val-ir
           move zero to ws-val-liquido
           if fin-bolao numeric
              move fin-bolao to ws-val-bolao
           end-if
           if fin-valor-ir numeric
              move fin-valor-ir to ws-val-ir
           end-if
           if fin-valor-liquido numeric
              move fin-valor-liquido to ws-val-liquido
           end-if

           add 1 to ws-apu-qtd-registros

           compute ws-hash-registro =
                   fin-data + fin-hora + fin-matricula
                   + fin-lot-tipo + ws-val-bolao
                   + fin-valor-apostado * 100
                   + fin-valor-ganho * 100
                   + ws-val-ir * 100
                   + ws-val-liquido * 100

           if fin-estorno
              add 1 to ws-apu-qtd-estornos
              add fin-valor-apostado to ws-apu-est-apostado
              add fin-valor-ganho    to ws-apu-est-ganho
              add 1 to ws-hash-registro
              if fin-ref-data numeric
                 and fin-ref-hora numeric
                 add fin-ref-data fin-ref-hora to ws-hash-registro
              end-if
           else
              add fin-valor-apostado to ws-apu-apostado
              add fin-valor-ganho    to ws-apu-ganho
           end-if

           compute ws-hash-soma = ws-apu-hash + ws-hash-registro
           if ws-hash-soma > 999999999999999999
              subtract 1000000000000000000 from ws-hash-soma
           end-if
           move ws-hash-soma to ws-apu-hash

           move '02'         to ws-tipo-procurado
           move fin-lot-tipo to ws-chave-procurada
           perform acumula-total

           move '03'          to ws-tipo-procurado
           move fin-matricula to ws-chave-procurada
           perform acumula-total

           if ws-val-bolao > zero
              move '04'         to ws-tipo-procurado
              move ws-val-bolao to ws-chave-procurada
              perform acumula-total
           end-if
              .

       acumula-registro-periodo-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Localiza (ou cria) o total ws-tipo-procurado/ws-chave-procurada e
      *> soma nele o registro lido
      *>---------------------------------------------------------------------------------

       acumula-total section.

           perform procura-total

           if ws-pos-total = zero
              if ws-qtd-totais >= 3000
                 move 'S' to ws-flag-estouro
              else
                 add 1 to ws-qtd-totais
                 move ws-qtd-totais to ws-pos-total
                 move ws-tipo-procurado
                      to ws-tot-tipo(ws-pos-total)
                 move ws-chave-procurada
                      to ws-tot-chave(ws-pos-total)
                 move 'N' to ws-tot-conferido(ws-pos-total)
              end-if
           end-if

           if ws-pos-total > zero
              add 1 to ws-tot-qtd(ws-pos-total)
              if fin-estorno
                 add 1 to ws-tot-qtd-estornos(ws-pos-total)
                 add fin-valor-apostado
                     to ws-tot-est-apostado(ws-pos-total)
                 add fin-valor-ganho
                     to ws-tot-est-ganho(ws-pos-total)
              else
                 add fin-valor-apostado
                     to ws-tot-apostado(ws-pos-total)
                 add fin-valor-ganho
                     to ws-tot-ganho(ws-pos-total)
              end-if
           end-if
              .

       acumula-total-exit.
           exit.

       procura-total section.

           move zero to ws-pos-total

           perform varying ws-ind-total from 1 by 1
                   until ws-ind-total > ws-qtd-totais
                      or ws-pos-total > zero
               if ws-tot-tipo(ws-ind-total) = ws-tipo-procurado
                  and ws-tot-chave(ws-ind-total) = ws-chave-procurada
                  move ws-ind-total to ws-pos-total
               end-if
           end-perform
              .

       procura-total-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Carrega os meses fechados (registros 01 de FECHAMENTOS.TXT)
      *>---------------------------------------------------------------------------------

       carrega-fechados section.

           move zero  to ws-qtd-fechados
           move zeros to ws-tab-fechados

           open input ws-arq-fechamentos

           if ws-fs-fechamentos = "00"
              perform le-proximo-fechamento
              perform until ws-fs-fechamentos = "10"
                  if fec-tipo-controle
                     and fec-periodo numeric
                     move fec-periodo to ws-periodo-procurado
                     perform procura-fechado
                     if not ws-periodo-fechado
                        if ws-qtd-fechados >= 600
                           display "Aviso: limite de 600 meses "
                              "fechados atingido; mes "
                              fec-periodo " ignorado."
                        else
                           add 1 to ws-qtd-fechados
                           move fec-periodo
                                to ws-fch-periodo(ws-qtd-fechados)
                        end-if
                     end-if
                  end-if
                  perform le-proximo-fechamento
              end-perform
              close ws-arq-fechamentos
           end-if
              .

       carrega-fechados-exit.
           exit.

       le-proximo-fechamento section.

           read ws-arq-fechamentos
               at end move "10" to ws-fs-fechamentos
           end-read
              .

       le-proximo-fechamento-exit.
           exit.

       procura-fechado section.

           move 'N' to ws-flag-fechado

           perform varying ws-ind-fechado from 1 by 1
                   until ws-ind-fechado > ws-qtd-fechados
                      or ws-periodo-fechado
               if ws-fch-periodo(ws-ind-fechado)
                  = ws-periodo-procurado
                  move 'S' to ws-flag-fechado
               end-if
           end-perform
              .

       procura-fechado-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Confere cada mes fechado: refaz a apuracao a partir de
      *> FINANCEIRO.TXT e compara com o controle e os totais gravados no
      *> fechamento; qualquer diferenca indica registro do mes alterado,
      *> incluido ou excluido depois do fechamento
      *>---------------------------------------------------------------------------------

       verifica-fechamentos section.

           move zero to ws-qtd-meses-conferidos
           move zero to ws-qtd-meses-alterados

           perform carrega-fechados

           if ws-qtd-fechados = zero
              display "Nenhum mes fechado (FECHAMENTOS.TXT sem "
                 "registros de controle)."
           else
              move zero to ws-imp-fil-periodo
              move 'CONFERENCIA DOS MESES FECHADOS' to imp-titulo
              move 'TODOS OS MESES FECHADOS' to imp-filtros
              move ws-imp-colunas-conferencia to imp-colunas(1)
              perform abre-impressao

              perform varying ws-ind-fechado from 1 by 1
                      until ws-ind-fechado > ws-qtd-fechados
                  move ws-fch-periodo(ws-ind-fechado)
                       to ws-periodo-apurado
                  perform apura-periodo
                  perform confere-periodo
              end-perform

              display "Meses fechados conferidos: "
                 ws-qtd-meses-conferidos
              display "Meses alterados apos o fechamento: "
                 ws-qtd-meses-alterados

              if ws-impressao-ativa
                 move 'Meses conferidos'      to ws-imp-tqt-descricao
                 move ws-qtd-meses-conferidos to ws-imp-tqt-valor
                 move ws-imp-total-qtd to imp-linha
                 perform imprime-total

                 move 'Meses alterados'       to ws-imp-tqt-descricao
                 move ws-qtd-meses-alterados  to ws-imp-tqt-valor
                 move ws-imp-total-qtd to imp-linha
                 perform imprime-total
              end-if

              perform fecha-impressao

              if ws-qtd-meses-alterados > zero
                 move 8 to return-code
              end-if
           end-if
              .

       verifica-fechamentos-exit.
           exit.

       confere-periodo section.

           add 1 to ws-qtd-meses-conferidos
           move zero to ws-qtd-divergencias
           move 'N'  to ws-flag-controle

           if ws-tabela-estourada
              move 'LIMITE'      to ws-div-origem-nome
              move spaces        to ws-div-origem-chave
              move 'TOTAIS ACIMA DE 3000'  to ws-cmp-campo
              move 'Q'           to ws-cmp-tipo
              move zero          to ws-cmp-fechado
              move ws-qtd-totais to ws-cmp-atual
              perform registra-divergencia
           end-if

           open input ws-arq-fechamentos

           if ws-fs-fechamentos = "00"
              perform le-proximo-fechamento
              perform until ws-fs-fechamentos = "10"
                  if fec-periodo = ws-periodo-apurado
                     if fec-tipo-controle
                        if not ws-controle-conferido
                           move 'S' to ws-flag-controle
                           perform confere-controle
                        end-if
                     else
                        perform confere-total
                     end-if
                  end-if
                  perform le-proximo-fechamento
              end-perform
              close ws-arq-fechamentos
           end-if

      *----Totais apurados agora que o fechamento nao tinha
           perform varying ws-ind-total from 1 by 1
                   until ws-ind-total > ws-qtd-totais
               if ws-tot-conferido(ws-ind-total) not = 'S'
                  move ws-ind-total to ws-pos-total
                  perform monta-origem-total
                  move 'TOTAL NAO FECHADO'  to ws-cmp-campo
                  move 'Q'                  to ws-cmp-tipo
                  move zero                 to ws-cmp-fechado
                  move ws-tot-qtd(ws-ind-total) to ws-cmp-atual
                  perform registra-divergencia
               end-if
           end-perform

           move spaces to ws-imp-situacao-mes
           move ws-periodo-apurado to ws-imp-sit-periodo

           if ws-qtd-divergencias = zero
              display "Mes " ws-periodo-apurado ": conferido, "
                 ws-apu-qtd-registros " registros sem alteracao."
              move 'CONFERIDO - SEM ALTERACAO DESDE O FECHAMENTO'
                   to ws-imp-sit-texto
           else
              add 1 to ws-qtd-meses-alterados
              display "Mes " ws-periodo-apurado ": ALTERADO apos o "
                 "fechamento (" ws-qtd-divergencias
                 " divergencias)."
              move 'ALTERADO APOS O FECHAMENTO' to ws-imp-sit-texto
           end-if

           move ws-imp-situacao-mes to imp-linha
           perform imprime-linha
              .

       confere-periodo-exit.
           exit.

       confere-controle section.

           move 'CONTROLE' to ws-div-origem-nome
           move spaces     to ws-div-origem-chave

           move 'Q' to ws-cmp-tipo
           move 'REGISTROS'            to ws-cmp-campo
           move fec-qtd-registros      to ws-cmp-fechado
           move ws-apu-qtd-registros   to ws-cmp-atual
           perform compara-valores

           move 'ESTORNOS'             to ws-cmp-campo
           move fec-qtd-estornos       to ws-cmp-fechado
           move ws-apu-qtd-estornos    to ws-cmp-atual
           perform compara-valores

           move 'TOTAL DE CONFERENCIA'  to ws-cmp-campo
           move fec-hash-total         to ws-cmp-fechado
           move ws-apu-hash            to ws-cmp-atual
           perform compara-valores

           move 'V' to ws-cmp-tipo
           move 'APOSTADO'             to ws-cmp-campo
           move fec-valor-apostado     to ws-cmp-fechado
           move ws-apu-apostado        to ws-cmp-atual
           perform compara-valores

           move 'GANHO'                to ws-cmp-campo
           move fec-valor-ganho        to ws-cmp-fechado
           move ws-apu-ganho           to ws-cmp-atual
           perform compara-valores

           move 'ESTORNO DE APOSTADO'  to ws-cmp-campo
           move fec-estorno-apostado   to ws-cmp-fechado
           move ws-apu-est-apostado    to ws-cmp-atual
           perform compara-valores

           move 'ESTORNO DE GANHO'     to ws-cmp-campo
           move fec-estorno-ganho      to ws-cmp-fechado
           move ws-apu-est-ganho       to ws-cmp-atual
           perform compara-valores
              .

       confere-controle-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Confere um total gravado no fechamento (jogo, matricula ou bolao)
      *> com o apurado agora; total sem registros no mes e divergencia
      *>---------------------------------------------------------------------------------

       confere-total section.

           move fec-tipo-reg to ws-tipo-procurado
           move fec-chave    to ws-chave-procurada
           perform procura-total

           evaluate true
               when fec-tipo-jogo
                   move 'JOGO'      to ws-div-origem-nome
               when fec-tipo-matricula
                   move 'MATRICULA' to ws-div-origem-nome
               when fec-tipo-bolao
                   move 'BOLAO'     to ws-div-origem-nome
               when other
                   move fec-tipo-reg to ws-div-origem-nome
           end-evaluate
           move fec-chave to ws-div-origem-chave

           if ws-pos-total = zero
              move 'Q' to ws-cmp-tipo
              move 'TOTAL SEM REGISTROS'  to ws-cmp-campo
              move fec-qtd-registros      to ws-cmp-fechado
              move zero                   to ws-cmp-atual
              perform registra-divergencia
           else
              move 'S' to ws-tot-conferido(ws-pos-total)

              move 'Q' to ws-cmp-tipo
              move 'REGISTROS'            to ws-cmp-campo
              move fec-qtd-registros      to ws-cmp-fechado
              move ws-tot-qtd(ws-pos-total) to ws-cmp-atual
              perform compara-valores

              move 'ESTORNOS'             to ws-cmp-campo
              move fec-qtd-estornos       to ws-cmp-fechado
              move ws-tot-qtd-estornos(ws-pos-total) to ws-cmp-atual
              perform compara-valores

              move 'V' to ws-cmp-tipo
              move 'APOSTADO'             to ws-cmp-campo
              move fec-valor-apostado     to ws-cmp-fechado
              move ws-tot-apostado(ws-pos-total) to ws-cmp-atual
              perform compara-valores

              move 'GANHO'                to ws-cmp-campo
              move fec-valor-ganho        to ws-cmp-fechado
              move ws-tot-ganho(ws-pos-total) to ws-cmp-atual
              perform compara-valores

              move 'ESTORNO DE APOSTADO'  to ws-cmp-campo
              move fec-estorno-apostado   to ws-cmp-fechado
              move ws-tot-est-apostado(ws-pos-total)
                   to ws-cmp-atual
              perform compara-valores

              move 'ESTORNO DE GANHO'     to ws-cmp-campo
              move fec-estorno-ganho      to ws-cmp-fechado
              move ws-tot-est-ganho(ws-pos-total) to ws-cmp-atual
              perform compara-valores
           end-if
              .

       confere-total-exit.
           exit.

       monta-origem-total section.

           evaluate ws-tot-tipo(ws-pos-total)
               when '02'
                   move 'JOGO'      to ws-div-origem-nome
               when '03'
                   move 'MATRICULA' to ws-div-origem-nome
               when other
                   move 'BOLAO'     to ws-div-origem-nome
           end-evaluate
           move ws-tot-chave(ws-pos-total) to ws-div-origem-chave
              .

       monta-origem-total-exit.
           exit.

       compara-valores section.

           if ws-cmp-fechado not = ws-cmp-atual
              perform registra-divergencia
           end-if
              .

       compara-valores-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Mostra e imprime uma divergencia do mes: origem, campo, valor no
      *> fechamento e valor apurado agora
      *>---------------------------------------------------------------------------------

       registra-divergencia section.

           add 1 to ws-qtd-divergencias

           move spaces to ws-imp-divergencia
           move ws-periodo-apurado to ws-imp-div-periodo
           move ws-div-origem      to ws-imp-div-origem
           move ws-cmp-campo       to ws-imp-div-campo

           if ws-cmp-quantidade
              move ws-cmp-fechado to ws-edita-qtd
              move ws-edita-qtd   to ws-imp-div-fechado
              move ws-cmp-atual   to ws-edita-qtd
              move ws-edita-qtd   to ws-imp-div-atual
           else
              move ws-cmp-fechado to ws-edita-valor
              move ws-edita-valor to ws-imp-div-fechado
              move ws-cmp-atual   to ws-edita-valor
              move ws-edita-valor to ws-imp-div-atual
           end-if

           display "Divergencia no mes " ws-periodo-apurado ": "
              ws-div-origem " " ws-cmp-campo
           display "   fechado " ws-imp-div-fechado
              "   atual " ws-imp-div-atual

           move ws-imp-divergencia to imp-linha
           perform imprime-linha
              .

       registra-divergencia-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Estorna um lancamento (somente o supervisor): lista os lancamentos
      *> da matricula, localiza o escolhido pela data/hora, jogo e bolao e
      *> grava no mes corrente o registro de estorno com os mesmos valores,
      *> apontando para o original, com registro no log de auditoria
      *>---------------------------------------------------------------------------------

       lanca-estorno section.

           if not ws-operador-supervisor
              display "Somente um operador supervisor pode estornar "
                 "um lancamento."
           else
              perform carrega-fechados
              move ws-data-corrente(1:6) to ws-periodo-procurado
              perform procura-fechado

              if ws-periodo-fechado
                 display "O mes corrente " ws-periodo-procurado
                    " esta fechado; nenhum estorno pode ser gravado."
              else
                 perform reserva-travas
                 if ws-travas-reservadas
                    perform escolhe-lancamento
                    perform libera-travas
                 end-if
              end-if
           end-if
              .

       lanca-estorno-exit.
           exit.

       escolhe-lancamento section.

           display "Matricula do lancamento a estornar: "
           move zero to ws-est-matricula
           accept ws-est-matricula

           perform carrega-estornados
           perform lista-lancamentos

           if ws-qtd-lancamentos = zero
              display "Nenhum lancamento da matricula "
                 ws-est-matricula " em FINANCEIRO.TXT."
           else
              display "Data do lancamento (AAAAMMDD): "
              move zero to ws-est-data
              accept ws-est-data
              display "Hora do lancamento (HHMMSS): "
              move zero to ws-est-hora
              accept ws-est-hora
              display "Jogo do lancamento: "
              move zero to ws-est-jogo
              accept ws-est-jogo
              display "Bolao do lancamento (0 = individual): "
              move zero to ws-est-bolao
              accept ws-est-bolao

              perform localiza-lancamento

              evaluate true
                  when ws-qtd-achados = zero
                      display "Lancamento nao encontrado."
                  when ws-qtd-achados > 1
                      display "Ha " ws-qtd-achados " lancamentos "
                         "com a mesma data/hora, jogo e bolao; "
                         "estorno nao gravado."
                  when ws-lancamento-estornado
                      display "Lancamento ja estornado."
                  when other
                      perform confirma-estorno
              end-evaluate
           end-if
              .

       escolhe-lancamento-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Guarda as referencias dos estornos ja gravados da matricula
      *>---------------------------------------------------------------------------------

       carrega-estornados section.

           move zero  to ws-qtd-estornados
           move zeros to ws-tab-estornados

           open input ws-arq-financeiro

           if ws-fs-financeiro = "00"
              perform le-proximo-financeiro
              perform until ws-fs-financeiro = "10"
                  if fin-estorno
                     and fin-matricula = ws-est-matricula
                     if ws-qtd-estornados >= 500
                        display "Aviso: limite de 500 estornos da "
                           "matricula atingido."
                     else
                        add 1 to ws-qtd-estornados
                        move fin-ref-data
                             to ws-etd-data(ws-qtd-estornados)
                        move fin-ref-hora
                             to ws-etd-hora(ws-qtd-estornados)
                        move fin-lot-tipo
                             to ws-etd-jogo(ws-qtd-estornados)
                        move zero
                             to ws-etd-bolao(ws-qtd-estornados)
                        if fin-bolao numeric
                           move fin-bolao
                                to ws-etd-bolao(ws-qtd-estornados)
                        end-if
                     end-if
                  end-if
                  perform le-proximo-financeiro
              end-perform
              close ws-arq-financeiro
           end-if
              .

       carrega-estornados-exit.
           exit.

       lista-lancamentos section.

           move zero to ws-qtd-lancamentos

           open input ws-arq-financeiro

           if ws-fs-financeiro = "00"
              perform le-proximo-financeiro
              perform until ws-fs-financeiro = "10"
                  if fin-matricula = ws-est-matricula
                     if ws-qtd-lancamentos = zero
                        display "DATA     HORA   JOGO BOLAO "
                           "APOSTADO       GANHO           "
                           "SITUACAO"
                     end-if
                     add 1 to ws-qtd-lancamentos
                     perform situacao-lancamento
                     display fin-data " " fin-hora " "
                        fin-lot-tipo "   " fin-bolao "   "
                        fin-valor-apostado " "
                        fin-valor-ganho " "
                        ws-situacao-lancamento
                  end-if
                  perform le-proximo-financeiro
              end-perform
              close ws-arq-financeiro
           end-if
              .

       lista-lancamentos-exit.
           exit.

       situacao-lancamento section.

           move 'N' to ws-flag-estornado
           move spaces to ws-situacao-lancamento

           if fin-estorno
              move 'ESTORNO' to ws-situacao-lancamento
           else
              move zero to ws-val-bolao
              if fin-bolao numeric
                 move fin-bolao to ws-val-bolao
              end-if

              perform varying ws-ind-estornado from 1 by 1
                      until ws-ind-estornado > ws-qtd-estornados
                         or ws-lancamento-estornado
                  if ws-etd-data(ws-ind-estornado) = fin-data
                     and ws-etd-hora(ws-ind-estornado) = fin-hora
                     and ws-etd-jogo(ws-ind-estornado)
                         = fin-lot-tipo
                     and ws-etd-bolao(ws-ind-estornado)
                         = ws-val-bolao
                     move 'S' to ws-flag-estornado
                     move 'ESTORNADO' to ws-situacao-lancamento
                  end-if
              end-perform
           end-if
              .

       situacao-lancamento-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Localiza o lancamento escolhido (nao estorno) e guarda o registro
      *>---------------------------------------------------------------------------------

       localiza-lancamento section.

           move zero   to ws-qtd-achados
           move 'N'    to ws-flag-estornado
           move spaces to ws-fin-original

           open input ws-arq-financeiro

           if ws-fs-financeiro = "00"
              perform le-proximo-financeiro
              perform until ws-fs-financeiro = "10"
                  move zero to ws-val-bolao
                  if fin-bolao numeric
                     move fin-bolao to ws-val-bolao
                  end-if

                  if fin-lancamento
                     and fin-matricula = ws-est-matricula
                     and fin-data      = ws-est-data
                     and fin-hora      = ws-est-hora
                     and fin-lot-tipo  = ws-est-jogo
                     and ws-val-bolao  = ws-est-bolao
                     add 1 to ws-qtd-achados
                     if ws-qtd-achados = 1
                        move fin-registro to ws-fin-original
                        perform situacao-lancamento
                     end-if
                  end-if
                  perform le-proximo-financeiro
              end-perform
              close ws-arq-financeiro
           end-if
              .

       localiza-lancamento-exit.
           exit.

       confirma-estorno section.

           move ws-fin-original to fin-registro

           display "Lancamento de " fin-data " " fin-hora
              " da matricula " fin-matricula
              " (jogo " fin-lot-tipo ", bolao " ws-est-bolao ")"
           display "   Apostado : " fin-valor-apostado
           display "   Ganho    : " fin-valor-ganho

           display "Motivo do estorno: "
           move spaces to ws-est-motivo
           accept ws-est-motivo

           if ws-est-motivo = spaces
              display "Motivo obrigatorio; estorno nao gravado."
           else
              display "Confirma o estorno no mes "
                 ws-data-corrente(1:6) " (S/N)? "
              accept ws-resp

              if ws-resp = 'S' or ws-resp = 's'
                 perform grava-estorno
              else
                 display "Estorno cancelado."
              end-if
           end-if
              .

       confirma-estorno-exit.
           exit.

       grava-estorno section.

           open extend ws-arq-financeiro

           if ws-fs-financeiro not = "00"
              display "Nao foi possivel gravar o estorno "
                 "(FINANCEIRO.TXT, status " ws-fs-financeiro ")."
           else
              move ws-fin-original to fin-registro
              move fin-data to fin-ref-data
              move fin-hora to fin-ref-hora
              move function current-date(1:8) to fin-data
              move function current-date(9:6) to fin-hora
              move 'E' to fin-tipo-registro

              write fin-registro

              close ws-arq-financeiro

              display "Estorno gravado em " fin-data " " fin-hora "."

              move 'ESTORNO FINANCEIRO' to ws-acao-auditoria
              move fin-matricula        to ws-det-est-matricula
              move fin-lot-tipo         to ws-det-est-jogo
              move ws-est-bolao         to ws-det-est-bolao
              move fin-ref-data         to ws-det-est-data
              move fin-ref-hora         to ws-det-est-hora
              move ws-est-motivo        to ws-det-est-motivo
              move ws-detalhe-estorno   to ws-detalhe-auditoria
              perform grava-auditoria
           end-if
              .

       grava-estorno-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Reserva o financeiro e os fechamentos enquanto o mes e fechado ou o
      *> estorno e gravado; outra sessao com eles impede a acao
      *>---------------------------------------------------------------------------------

       reserva-travas section.

           move 'N' to ws-flag-travas

           move spaces               to trv-parametros
           move 'R'                  to trv-funcao
           move 'fechamentomensal'   to trv-programa
           move 'N'                  to trv-modo-job
           move ws-operador-corrente to trv-operador
           move 2                    to trv-qtd-arquivos
           move 'FINANCEIRO.TXT'     to trv-arquivo(1)
           move 'FECHAMENTOS.TXT'    to trv-arquivo(2)

           move return-code to ws-retorno-execucao
           call "controletravas" using trv-parametros
           move ws-retorno-execucao to return-code

           if trv-conflito
              display "Acao recusada: " trv-det-arquivo
                 " esta em uso por " trv-det-programa
                 " (operador " trv-det-operador ")."
           else
              move 'S' to ws-flag-travas
           end-if
              .

       reserva-travas-exit.
           exit.

       libera-travas section.

           if ws-travas-reservadas
              move spaces             to trv-parametros
              move 'L'                to trv-funcao
              move 'fechamentomensal' to trv-programa
              move return-code to ws-retorno-execucao
              call "controletravas" using trv-parametros
              move ws-retorno-execucao to return-code
              move 'N' to ws-flag-travas
           end-if
              .

       libera-travas-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Relatorio impresso: abertura (titulo, filtros e colunas ja
      *> preenchidos), linhas de detalhe, totais de controle e fechamento
      *>---------------------------------------------------------------------------------

       abre-impressao section.

           move 'FECHAMENTOMENSAL'    to imp-relatorio
           move 'FECHAMENTOMENSAL'    to imp-arquivo
           move ws-flag-job           to imp-modo-job
           move 1                     to imp-qtd-colunas
           if ws-modo-job
              move zero               to imp-operador
              move spaces             to imp-operador-nome
           else
              move ws-operador-corrente to imp-operador
              move ws-operador-nome     to imp-operador-nome
           end-if
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

       imprime-linha section.

           if ws-impressao-ativa
              move 'L' to imp-funcao
              move return-code to ws-retorno-execucao
              call "imprimerelatorio" using imp-parametros
              move ws-retorno-execucao to return-code
           end-if
              .

       imprime-linha-exit.
           exit.

       imprime-total section.

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

      *>---------------------------------------------------------------------------------
      *> Acrescenta ao log de auditoria (AUDITORIA.TXT) a acao corrente, com
      *> data/hora, operador da sessao, acao e detalhe
      *>---------------------------------------------------------------------------------

       grava-auditoria section.

           open extend ws-arq-auditoria

           if ws-fs-auditoria not = "00"
              open output ws-arq-auditoria
           end-if

           if ws-fs-auditoria not = "00"
              display "Aviso: nao foi possivel gravar o log de "
                 "auditoria (AUDITORIA.TXT)."
           else
              move spaces to aud-registro
              move function current-date(1:8) to aud-data
              move function current-date(9:6) to aud-hora
              move ws-operador-corrente       to aud-operador
              move ws-acao-auditoria          to aud-acao
              move ws-detalhe-auditoria       to aud-detalhe

              write aud-registro

              close ws-arq-auditoria
           end-if
              .

       grava-auditoria-exit.
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
      *> cadastrado e ativo (guarda o nome e o indicador de supervisor)
      *>---------------------------------------------------------------------------------

       valida-operador section.

           move 'N' to ws-flag-operador
           move 'N' to ws-flag-supervisor
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
                     if oper-supervisor
                        move 'S' to ws-flag-supervisor
                     end-if
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

      *>---------------------------------
      *> Finalização
      *>---------------------------------

       finaliza section.
           perform fecha-impressao
           perform libera-travas
           goback.
              .
       finaliza-exit.
           exit.
