      *Divisão de identificação do programa
       identification division.
       program-id. "pagapremios".
       author. "Graziela Bartyra Bressanini Beckhauser".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>---------------------------------------------------------------------------------
      *> Controle de pagamento de premios: os premios creditados em
      *> FINANCEIRO.TXT (valor liquido do imposto retido, por matricula
      *> e por execucao)
      *> sao baixados em PAGAMENTOS.TXT (layout PAGAMENTO-REC) a cada
      *> pagamento feito no balcao - matricula, valor, data e forma -
      *> pelo operador identificado na sessao, com registro no log de
      *> auditoria. Os creditos de uma matricula sao baixados do mais
      *> antigo para o mais recente; o saldo de cada credito fica em
      *> aberto e envelhece a partir da data do premio. O relatorio de
      *> premios em aberto mostra o passivo por matricula e por faixa de
      *> idade, e os premios nao reclamados em 90 dias sao baixados como
      *> prescritos, deixando de contar como passivo da banca.
      *> Um credito anulado por estorno (FINANCEIRO.TXT, tipo 'E') deixa de
      *> ser devido; o que ja tiver sido pago dele e abatido dos demais
      *> creditos da matricula.
      *> O relatorio de premios em aberto sai tambem no arquivo de
      *> impressao datado PAGAPREMIOS.AAAAMMDD.TXT, com o consolidado da
      *> banca como totais de controle.
      *> Durante um pagamento ou uma prescricao, PAGAMENTOS.TXT fica
      *> reservado no cadastro de travas, da apuracao do saldo ate a
      *> gravacao da baixa; retido por outra sessao, a acao e recusada.
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

           select ws-arq-pagamentos
               assign to "PAGAMENTOS.TXT"
               organization is line sequential
               file status is ws-fs-pagamentos.

           select ws-arq-apostadores
               assign to "APOSTADORES.DAT"
               organization is indexed
               access mode is dynamic
               record key is cad-matricula
               file status is ws-fs-apostadores.

           select ws-arq-operadores
               assign to "OPERADORES.TXT"
               organization is line sequential
               file status is ws-fs-operadores.

           select ws-arq-auditoria
               assign to "AUDITORIA.TXT"
               organization is line sequential
               file status is ws-fs-auditoria.

       i-o-control.

      *Declaração de variáveis
       data division.

      *----Variaveis de arquivos
       file section.

      *----Creditos de premio por matricula (pago o valor liquido)
       fd  ws-arq-financeiro
           label records are standard.

           copy financrec.

      *----Baixas dos premios: pagamentos e prescricoes
       fd  ws-arq-pagamentos
           label records are standard.

           copy pagamentorec.

      *----Cadastro mestre de apostadores, indexado por matricula
       fd  ws-arq-apostadores
           label records are standard.

           copy cadastrorec.

      *----Cadastro de operadores autorizados
       fd  ws-arq-operadores
           label records are standard.

           copy operadorrec.

      *----Log de auditoria das acoes de manutencao, somente acrescido
       fd  ws-arq-auditoria
           label records are standard.

           copy auditrec.

      *----Variaveis de trabalho
       working-storage section.

      *----Variaveis de controle de arquivo
       77  ws-fs-financeiro                     pic  x(02).
       77  ws-fs-pagamentos                     pic  x(02).
       77  ws-fs-apostadores                    pic  x(02).
       77  ws-fs-operadores                     pic  x(02).
       77  ws-fs-auditoria                      pic  x(02).

      *----Disponibilidade do cadastro mestre: quando o arquivo nao
      *----pode ser aberto a matricula paga nao e conferida
       77  ws-flag-cadastro                     pic  x(01)
                                                  value 'N'.
           88  ws-cadastro-disponivel           value 'S'.

      *----Variaveis do operador da sessao e do log de auditoria
       77  ws-operador-corrente                 pic  9(04).
       77  ws-operador-nome                     pic  x(30).
       77  ws-flag-operador                     pic  x(01).
           88  ws-operador-valido               value 'S'.
       77  ws-acao-auditoria                    pic  x(20).
       77  ws-detalhe-auditoria                 pic  x(120).

      *----Trava de PAGAMENTOS.TXT entre a apuracao dos premios em
      *----aberto e a gravacao da baixa

           copy travapar.

       77  ws-flag-travas                       pic  x(01)
                                                  value 'N'.
           88  ws-travas-reservadas             value 'S'.

      *----Detalhe de auditoria de um pagamento de premio
       01  ws-detalhe-pagamento.
           05  filler                           pic  x(04)
                                                  value 'MAT '.
           05  ws-det-matricula                 pic  9(05).
           05  filler                           pic  x(07)
                                                  value ' VALOR '.
           05  ws-det-valor                     pic  9(13)v9(02).
           05  filler                           pic  x(06)
                                                  value ' DATA '.
           05  ws-det-data                      pic  9(08).
           05  filler                           pic  x(07)
                                                  value ' FORMA '.
           05  ws-det-forma                     pic  x(01).

      *----Detalhe de auditoria da prescricao de um credito de premio
       01  ws-detalhe-prescricao.
           05  filler                           pic  x(04)
                                                  value 'MAT '.
           05  ws-det-pre-matricula             pic  9(05).
           05  filler                           pic  x(07)
                                                  value ' VALOR '.
           05  ws-det-pre-valor                 pic  9(13)v9(02).
           05  filler                           pic  x(12)
                                                  value ' PREMIO DE '.
           05  ws-det-pre-data                  pic  9(08).
           05  filler                           pic  x(06)
                                                  value ' DIAS '.
           05  ws-det-pre-dias                  pic  9(05).

      *----Data corrente e prazo de prescricao de um premio (dias
      *----corridos a partir da data do credito)
       77  ws-data-corrente                     pic  9(08).
       77  ws-dias-corrente                     pic  9(08).
       77  ws-dias-premio                       pic  9(08).
       77  ws-idade-premio                      pic  9(05).
       77  ws-prazo-prescricao                  pic  9(03)
                                                  value 90.

      *----Variaveis do menu e da validacao
       77  ws-opcao-menu                        pic  9(01).
       77  ws-resp                              pic  x(01).
       77  ws-flag-valido                       pic  x(01).
           88  ws-numero-valido                 value 'S'.

      *----Apuracao dos premios em aberto: com prescricao ligada, o
      *----saldo dos creditos vencidos e baixado como prescrito durante
      *----a apuracao; o filtro de matricula restringe a apuracao
       77  ws-flag-prescricao                   pic  x(01)
                                                  value 'N'.
           88  ws-modo-prescricao               value 'S'.
       77  ws-filtro-matricula                  pic  9(05).
       77  ws-qtd-prescritos                    pic  9(05).

      *----Quantidade de matriculas distintas com premio apurado
       77  ws-qtd-matriculas                    pic  9(03)
                                                  value zero.

      *----Posicao de cada matricula: premios creditados, baixas por
      *----pagamento e por prescricao, baixa ainda a abater dos creditos
      *----(do mais antigo para o mais recente) e o saldo em aberto por
      *----faixa de idade: 1 = ate 30 dias, 2 = 31 a 60, 3 = 61 a 90,
      *----4 = mais de 90 dias (a prescrever)
       01  ws-tab-premios.
           05  ws-premio-linha occurs 200 times.
               10  ws-pre-matricula             pic  9(05).
               10  ws-pre-ganho                 pic  9(13)v99.
               10  ws-pre-pago                  pic  9(13)v99.
               10  ws-pre-prescrito             pic  9(13)v99.
               10  ws-pre-abater                pic  9(13)v99.
               10  ws-pre-aberto occurs 4 times pic  9(13)v99.

      *----Totais consolidados da banca
       01  ws-totais-banca.
           05  ws-banca-ganho                   pic  9(13)v99.
           05  ws-banca-pago                    pic  9(13)v99.
           05  ws-banca-prescrito               pic  9(13)v99.
           05  ws-banca-aberto occurs 4 times   pic  9(13)v99.

      *----Variaveis de apoio a apuracao e a impressao
       77  ws-ind-matricula                     pic  9(03).
       77  ws-posicao                           pic  9(03).
       77  ws-ind-idade                         pic  9(01).
       77  ws-flag-matricula                    pic  x(01).
           88  ws-matricula-achada              value 'S'.
       77  ws-saldo-credito                     pic  9(13)v99.
       77  ws-valor-credito                     pic  9(13)v99.

      *----Creditos anulados por estorno (referencia ao lancamento
      *----original: data/hora, matricula, jogo e bolao)
       77  ws-qtd-estornos                      pic  9(03).
       01  ws-tab-estornos.
           05  ws-estorno-linha occurs 500 times.
               10  ws-etn-matricula             pic  9(05).
               10  ws-etn-data                  pic  9(08).
               10  ws-etn-hora                  pic  9(06).
               10  ws-etn-jogo                  pic  9(02).
               10  ws-etn-bolao                 pic  9(03).
       77  ws-ind-estorno                       pic  9(03).
       77  ws-bolao-credito                     pic  9(03).
       77  ws-flag-estornado                    pic  x(01).
           88  ws-credito-estornado             value 'S'.
       77  ws-total-aberto                      pic  9(13)v99.
       77  ws-pagavel                           pic  9(13)v99.
       77  ws-qtd-listadas                      pic  9(05).

      *----Area do modulo de impressao e linhas do relatorio impresso

           copy imprel.

       77  ws-flag-impressao                    pic  x(01)
                                                  value 'N'.
           88  ws-impressao-ativa               value 'S'.

       01  ws-imp-filtros.
           05  filler                           pic  x(11)
                                                  value 'MATRICULA: '.
           05  ws-imp-fil-matricula             pic  9(05).
           05  filler                           pic  x(16)
                                                  value
                                                  '   (0 = TODAS)  '.
           05  filler                           pic  x(12)
                                                  value
                                                  'POSICAO EM: '.
           05  ws-imp-fil-data                  pic  9(08).
           05  filler                           pic  x(14)
                                                  value
                                                  '   PRESCRICAO '.
           05  ws-imp-fil-prazo                 pic  9(03).
           05  filler                           pic  x(05)
                                                  value ' DIAS'.

       01  ws-imp-colunas-1.
           05  filler                           pic  x(06)
                                                  value 'MATR.'.
           05  filler                           pic  x(15)
                                                  value
                                                  '      CREDITADO'.
           05  filler                           pic  x(15)
                                                  value
                                                  '           PAGO'.
           05  filler                           pic  x(15)
                                                  value
                                                  '      PRESCRITO'.
           05  filler                           pic  x(15)
                                                  value
                                                  '      EM ABERTO'.
           05  filler                           pic  x(15)
                                                  value
                                                  '      EM ABERTO'.
           05  filler                           pic  x(15)
                                                  value
                                                  '      EM ABERTO'.
           05  filler                           pic  x(15)
                                                  value
                                                  '        VENCIDO'.
           05  filler                           pic  x(15)
                                                  value
                                                  '          TOTAL'.

       01  ws-imp-colunas-2.
           05  filler                           pic  x(06)
                                                  value spaces.
           05  filler                           pic  x(15)
                                                  value spaces.
           05  filler                           pic  x(15)
                                                  value spaces.
           05  filler                           pic  x(15)
                                                  value spaces.
           05  filler                           pic  x(15)
                                                  value
                                                  '    ATE 30 DIAS'.
           05  filler                           pic  x(15)
                                                  value
                                                  '   31 A 60 DIAS'.
           05  filler                           pic  x(15)
                                                  value
                                                  '   61 A 90 DIAS'.
           05  filler                           pic  x(15)
                                                  value
                                                  '   A PRESCREVER'.
           05  filler                           pic  x(15)
                                                  value
                                                  '      EM ABERTO'.

       01  ws-imp-detalhe.
           05  ws-imp-matricula                 pic  9(05).
           05  ws-imp-valores occurs 8 times.
               10  filler                       pic  x(01).
               10  ws-imp-valor                 pic  zzz.zzz.zz9,99.

       01  ws-imp-total-qtd.
           05  ws-imp-tqt-descricao             pic  x(30).
           05  ws-imp-tqt-valor                 pic  zzz.zzz.zz9.

       01  ws-imp-total-valor.
           05  ws-imp-tvl-descricao             pic  x(30).
           05  ws-imp-tvl-valor                 pic  zzz.zzz.zzz.zz9,99.

      *----Area de digitacao de um pagamento antes da gravacao
       01  ws-pagamento-novo.
           05  ws-pgt-matricula                 pic  9(05).
           05  ws-pgt-valor                     pic  9(13)v9(02).
           05  ws-pgt-data                      pic  9(08).
           05  ws-pgt-forma                     pic  x(01).
           05  ws-pgt-opcao-forma               pic  9(01).
           05  ws-pgt-nome                      pic  x(30).

      *Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>-------------------------------------------------
      *>     Inicialização
      *>-------------------------------------------------

       inicializa section.

           move function current-date(1:8) to ws-data-corrente
           compute ws-dias-corrente =
                   function integer-of-date(ws-data-corrente)

           open input ws-arq-apostadores

           if ws-fs-apostadores = "00"
              move 'S' to ws-flag-cadastro
           else
              display "Aviso: cadastro de apostadores "
                 "(APOSTADORES.DAT) indisponivel; matriculas "
                 "nao serao conferidas."
           end-if

           perform identifica-operador
              .

       inicializa-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Identificacao do operador da sessao contra o cadastro de operadores
      *> (OPERADORES.TXT): todo pagamento e toda prescricao vao para o log
      *> de auditoria em nome do operador identificado aqui
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

      *>-------------------------------------------------
      *>     Processamento
      *>-------------------------------------------------

       processamento section.

           move 9 to ws-opcao-menu
           perform until ws-opcao-menu = zero
               display "===================================="
               display "1 - Registrar pagamento de premio"
               display "2 - Relatorio de premios em aberto"
               display "3 - Prescrever premios nao reclamados "
                  "(mais de " ws-prazo-prescricao " dias)"
               display "0 - Sair"
               display "===================================="
               display "Escolha uma opcao: "
               accept ws-opcao-menu

               evaluate ws-opcao-menu
                   when 1
                       perform registra-pagamento
                   when 2
                       perform relatorio-premios-abertos
                   when 3
                       perform prescreve-premios
                   when zero
                       continue
                   when other
                       display "Opcao invalida, informe novamente."
               end-evaluate
           end-perform
              .

       processamento-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Registra o pagamento de um premio: a matricula e conferida no
      *> cadastro, os creditos vencidos dela sao prescritos antes, e o valor
      *> pago nao pode passar do saldo em aberto dentro do prazo
      *>---------------------------------------------------------------------------------

       registra-pagamento section.

           move spaces to ws-pgt-nome
           move 'S' to ws-flag-valido

           display "Matricula do apostador a pagar: "
           accept ws-pgt-matricula

           if ws-cadastro-disponivel
              move ws-pgt-matricula to cad-matricula

              read ws-arq-apostadores
                  invalid key continue
              end-read

              if ws-fs-apostadores not = "00"
                 display "Matricula nao cadastrada."
                 move 'N' to ws-flag-valido
              else
                 move cad-nome to ws-pgt-nome
                 display "Apostador: " cad-nome
              end-if
           end-if

           if ws-numero-valido
              perform reserva-travas
           end-if

           if ws-numero-valido and ws-travas-reservadas
      *----Credito vencido nao e mais pagavel: baixa como prescrito
      *----antes de apurar o saldo que pode ser pago
              move ws-pgt-matricula to ws-filtro-matricula
              move 'S' to ws-flag-prescricao
              perform apura-premios-abertos
              move 'N' to ws-flag-prescricao

              move zero to ws-pagavel
              perform localiza-matricula-apurada

              if ws-matricula-achada
                 compute ws-pagavel =
                         ws-pre-aberto(ws-posicao, 1)
                         + ws-pre-aberto(ws-posicao, 2)
                         + ws-pre-aberto(ws-posicao, 3)
              end-if

              if ws-pagavel = zero
                 display "Nenhum premio em aberto para a "
                    "matricula " ws-pgt-matricula "."
              else
                 perform digita-pagamento
              end-if

              perform libera-travas
           end-if
              .

       registra-pagamento-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Digitacao do valor, da data e da forma do pagamento, com a
      *> confirmacao do operador antes da gravacao
      *>---------------------------------------------------------------------------------

       digita-pagamento section.

           display "Premio em aberto (dentro do prazo): " ws-pagavel

           move 'N' to ws-flag-valido
           perform until ws-numero-valido
               display "Valor pago (ex.: 0000000000150,00): "
               accept ws-pgt-valor

               if ws-pgt-valor > zero
                  and ws-pgt-valor <= ws-pagavel
                  move 'S' to ws-flag-valido
               else
                  display "Valor invalido: deve ser maior que zero "
                     "e no maximo " ws-pagavel "."
               end-if
           end-perform

           move 'N' to ws-flag-valido
           perform until ws-numero-valido
               display "Data do pagamento AAAAMMDD (0 = hoje): "
               accept ws-pgt-data

               if ws-pgt-data = zero
                  move ws-data-corrente to ws-pgt-data
               end-if

               if function test-date-yyyymmdd(ws-pgt-data) = zero
                  and ws-pgt-data <= ws-data-corrente
                  move 'S' to ws-flag-valido
               else
                  display "Data invalida ou futura, informe "
                     "novamente."
               end-if
           end-perform

           move 'N' to ws-flag-valido
           perform until ws-numero-valido
               display "Forma de pagamento: 1-Dinheiro 2-PIX "
                  "3-Transferencia 4-Cheque: "
               accept ws-pgt-opcao-forma

               move 'S' to ws-flag-valido
               evaluate ws-pgt-opcao-forma
                   when 1
                       move 'D' to ws-pgt-forma
                   when 2
                       move 'P' to ws-pgt-forma
                   when 3
                       move 'T' to ws-pgt-forma
                   when 4
                       move 'C' to ws-pgt-forma
                   when other
                       move 'N' to ws-flag-valido
                       display "Opcao invalida, informe novamente."
               end-evaluate
           end-perform

           display "Confirma o pagamento de " ws-pgt-valor
              " a matricula " ws-pgt-matricula "? (S/N): "
           accept ws-resp

           if ws-resp = 'S' or ws-resp = 's'
              perform grava-pagamento
           else
              display "Pagamento nao registrado."
           end-if
              .

       digita-pagamento-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Grava o pagamento digitado em PAGAMENTOS.TXT e no log de auditoria
      *>---------------------------------------------------------------------------------

       grava-pagamento section.

           open extend ws-arq-pagamentos

           if ws-fs-pagamentos not = "00"
              open output ws-arq-pagamentos
           end-if

           if ws-fs-pagamentos not = "00"
              display "Nao foi possivel gravar o pagamento "
                 "(PAGAMENTOS.TXT, status " ws-fs-pagamentos ")."
           else
              move spaces to pag-registro
              move '01'                 to pag-tipo-reg
              move ws-pgt-data          to pag-data
              move ws-pgt-matricula     to pag-matricula
              move ws-pgt-valor         to pag-valor
              move ws-pgt-forma         to pag-forma
              move ws-operador-corrente to pag-operador
              move function current-date(1:8) to pag-data-registro
              move function current-date(9:6) to pag-hora-registro
              move zero                 to pag-data-premio

              write pag-registro

              close ws-arq-pagamentos

              display "Pagamento registrado."

              move 'PAGAMENTO PREMIO'   to ws-acao-auditoria
              move ws-pgt-matricula     to ws-det-matricula
              move ws-pgt-valor         to ws-det-valor
              move ws-pgt-data          to ws-det-data
              move ws-pgt-forma         to ws-det-forma
              move ws-detalhe-pagamento to ws-detalhe-auditoria
              perform grava-auditoria
           end-if
              .

       grava-pagamento-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Baixa como prescritos os creditos de premio de todas as matriculas
      *> nao reclamados dentro do prazo
      *>---------------------------------------------------------------------------------

       prescreve-premios section.

           display "Prescrever todos os premios nao reclamados "
              "ha mais de " ws-prazo-prescricao " dias? (S/N): "
           accept ws-resp

           if ws-resp = 'S' or ws-resp = 's'
              perform reserva-travas
           end-if

           if (ws-resp = 'S' or ws-resp = 's')
              and ws-travas-reservadas
              move zero to ws-filtro-matricula
              move 'S' to ws-flag-prescricao
              perform apura-premios-abertos
              move 'N' to ws-flag-prescricao

              display ws-qtd-prescritos " credito(s) de premio "
                 "baixado(s) como prescrito(s)."

              perform libera-travas
           end-if
              .

       prescreve-premios-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Reserva PAGAMENTOS.TXT enquanto o saldo e apurado e a baixa e
      *> gravada; outra sessao com ele impede a acao
      *>---------------------------------------------------------------------------------

       reserva-travas section.

           move 'N' to ws-flag-travas

           move spaces               to trv-parametros
           move 'R'                  to trv-funcao
           move 'pagapremios'        to trv-programa
           move 'N'                  to trv-modo-job
           move ws-operador-corrente to trv-operador
           move 1                    to trv-qtd-arquivos
           move 'PAGAMENTOS.TXT'     to trv-arquivo(1)

           call "controletravas" using trv-parametros

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
              move spaces        to trv-parametros
              move 'L'           to trv-funcao
              move 'pagapremios' to trv-programa
              call "controletravas" using trv-parametros
              move 'N' to ws-flag-travas
           end-if
              .

       libera-travas-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Apura a posicao de premios por matricula: soma as baixas de
      *> PAGAMENTOS.TXT e abate-as dos creditos de FINANCEIRO.TXT do mais
      *> antigo para o mais recente (o arquivo e gravado em ordem de data),
      *> distribuindo o saldo de cada credito pela faixa de idade
      *>---------------------------------------------------------------------------------

       apura-premios-abertos section.

           move zero  to ws-qtd-matriculas
           move zero  to ws-qtd-prescritos
           move zeros to ws-tab-premios
           move zeros to ws-totais-banca

           open input ws-arq-pagamentos

           if ws-fs-pagamentos = "00"
              perform le-proximo-pagamento
              perform until ws-fs-pagamentos = "10"
                  perform acumula-baixa
                  perform le-proximo-pagamento
              end-perform
              close ws-arq-pagamentos
           end-if

           perform carrega-estornos

           open input ws-arq-financeiro

           if ws-fs-financeiro not = "00"
              display "Arquivo financeiro (FINANCEIRO.TXT) nao "
                 "encontrado; nenhum premio foi creditado."
           else
              perform le-proximo-financeiro
              perform until ws-fs-financeiro = "10"
                  if fin-lancamento
                     and fin-valor-ganho numeric
                     and fin-valor-ganho > zero
                     and (ws-filtro-matricula = zero
                          or ws-filtro-matricula = fin-matricula)
      *----Registros gravados antes da retencao do imposto nao tem o
      *----liquido: o valor a pagar e o ganho
                     if fin-valor-liquido numeric
                        move fin-valor-liquido to ws-valor-credito
                     else
                        move fin-valor-ganho   to ws-valor-credito
                     end-if
                     perform verifica-credito-estornado
                     if not ws-credito-estornado
                        perform abate-credito-premio
                     end-if
                  end-if
                  perform le-proximo-financeiro
              end-perform
              close ws-arq-financeiro
           end-if
              .

       apura-premios-abertos-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Guarda as referencias dos estornos gravados em FINANCEIRO.TXT
      *>---------------------------------------------------------------------------------

       carrega-estornos section.

           move zero  to ws-qtd-estornos
           move zeros to ws-tab-estornos

           open input ws-arq-financeiro

           if ws-fs-financeiro = "00"
              perform le-proximo-financeiro
              perform until ws-fs-financeiro = "10"
                  if fin-estorno
                     and (ws-filtro-matricula = zero
                          or ws-filtro-matricula = fin-matricula)
                     if ws-qtd-estornos >= 500
                        display "Aviso: limite de 500 estornos "
                           "atingido; estorno do credito de "
                           fin-ref-data " da matricula "
                           fin-matricula " ignorado."
                     else
                        add 1 to ws-qtd-estornos
                        move fin-matricula
                             to ws-etn-matricula(ws-qtd-estornos)
                        move fin-ref-data
                             to ws-etn-data(ws-qtd-estornos)
                        move fin-ref-hora
                             to ws-etn-hora(ws-qtd-estornos)
                        move fin-lot-tipo
                             to ws-etn-jogo(ws-qtd-estornos)
                        if fin-bolao numeric
                           move fin-bolao
                                to ws-etn-bolao(ws-qtd-estornos)
                        end-if
                     end-if
                  end-if
                  perform le-proximo-financeiro
              end-perform
              close ws-arq-financeiro
           end-if
              .

       carrega-estornos-exit.
           exit.

       verifica-credito-estornado section.

           move 'N'  to ws-flag-estornado
           move zero to ws-bolao-credito
           if fin-bolao numeric
              move fin-bolao to ws-bolao-credito
           end-if

           perform varying ws-ind-estorno from 1 by 1
                   until ws-ind-estorno > ws-qtd-estornos
                      or ws-credito-estornado
               if ws-etn-matricula(ws-ind-estorno) = fin-matricula
                  and ws-etn-data(ws-ind-estorno)  = fin-data
                  and ws-etn-hora(ws-ind-estorno)  = fin-hora
                  and ws-etn-jogo(ws-ind-estorno)  = fin-lot-tipo
                  and ws-etn-bolao(ws-ind-estorno) = ws-bolao-credito
                  move 'S' to ws-flag-estornado
               end-if
           end-perform
              .

       verifica-credito-estornado-exit.
           exit.

       le-proximo-pagamento section.

           read ws-arq-pagamentos
               at end move "10" to ws-fs-pagamentos
           end-read
              .

       le-proximo-pagamento-exit.
           exit.

       le-proximo-financeiro section.

           read ws-arq-financeiro
               at end move "10" to ws-fs-financeiro
           end-read
              .

       le-proximo-financeiro-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Acumula uma baixa (pagamento ou prescricao) na linha da matricula
      *>---------------------------------------------------------------------------------

       acumula-baixa section.

           if pag-matricula numeric
              and pag-valor numeric
              and (ws-filtro-matricula = zero
                   or ws-filtro-matricula = pag-matricula)
              move pag-matricula to fin-matricula
              perform acha-linha-matricula

              if ws-posicao > zero
                 if pag-tipo-prescricao
                    add pag-valor to ws-pre-prescrito(ws-posicao)
                    add pag-valor to ws-banca-prescrito
                 else
                    add pag-valor to ws-pre-pago(ws-posicao)
                    add pag-valor to ws-banca-pago
                 end-if
                 add pag-valor to ws-pre-abater(ws-posicao)
              end-if
           end-if
              .

       acumula-baixa-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Abate as baixas da matricula do credito de premio lido; o que sobra
      *> fica em aberto na faixa de idade do credito (ou e prescrito, se
      *> vencido e a apuracao for de prescricao)
      *>---------------------------------------------------------------------------------

       abate-credito-premio section.

           perform acha-linha-matricula

           if ws-posicao > zero
              add ws-valor-credito to ws-pre-ganho(ws-posicao)
              add ws-valor-credito to ws-banca-ganho

              if ws-pre-abater(ws-posicao) >= ws-valor-credito
                 subtract ws-valor-credito
                          from ws-pre-abater(ws-posicao)
              else
                 compute ws-saldo-credito =
                         ws-valor-credito - ws-pre-abater(ws-posicao)
                 move zero to ws-pre-abater(ws-posicao)
                 perform classifica-saldo-credito
              end-if
           end-if
              .

       abate-credito-premio-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Classifica o saldo do credito pela idade (dias desde a data do
      *> premio); vencido em apuracao de prescricao, e baixado
      *>---------------------------------------------------------------------------------

       classifica-saldo-credito section.

           compute ws-dias-premio =
                   function integer-of-date(fin-data)
           compute ws-idade-premio = ws-dias-corrente - ws-dias-premio

           evaluate true
               when ws-idade-premio <= 30
                   move 1 to ws-ind-idade
               when ws-idade-premio <= 60
                   move 2 to ws-ind-idade
               when ws-idade-premio <= ws-prazo-prescricao
                   move 3 to ws-ind-idade
               when other
                   move 4 to ws-ind-idade
           end-evaluate

           if ws-ind-idade = 4 and ws-modo-prescricao
              perform grava-prescricao
           else
              add ws-saldo-credito
                  to ws-pre-aberto(ws-posicao, ws-ind-idade)
              add ws-saldo-credito
                  to ws-banca-aberto(ws-ind-idade)
           end-if
              .

       classifica-saldo-credito-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Grava a baixa por prescricao do saldo do credito lido, com registro
      *> no log de auditoria
      *>---------------------------------------------------------------------------------

       grava-prescricao section.

           open extend ws-arq-pagamentos

           if ws-fs-pagamentos not = "00"
              open output ws-arq-pagamentos
           end-if

           if ws-fs-pagamentos not = "00"
              display "Aviso: nao foi possivel gravar a prescricao "
                 "(PAGAMENTOS.TXT, status " ws-fs-pagamentos ")."
           else
              move spaces to pag-registro
              move '02'                 to pag-tipo-reg
              move ws-data-corrente     to pag-data
              move fin-matricula        to pag-matricula
              move ws-saldo-credito     to pag-valor
              move space                to pag-forma
              move ws-operador-corrente to pag-operador
              move function current-date(1:8) to pag-data-registro
              move function current-date(9:6) to pag-hora-registro
              move fin-data             to pag-data-premio

              write pag-registro

              close ws-arq-pagamentos

              add 1 to ws-qtd-prescritos
              add ws-saldo-credito to ws-pre-prescrito(ws-posicao)
              add ws-saldo-credito to ws-banca-prescrito

              display "Premio de " fin-data " da matricula "
                 fin-matricula " prescrito: " ws-saldo-credito

              move 'PRESCRICAO PREMIO'   to ws-acao-auditoria
              move fin-matricula         to ws-det-pre-matricula
              move ws-saldo-credito      to ws-det-pre-valor
              move fin-data              to ws-det-pre-data
              move ws-idade-premio       to ws-det-pre-dias
              move ws-detalhe-prescricao to ws-detalhe-auditoria
              perform grava-auditoria
           end-if
              .

       grava-prescricao-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Localiza (ou cria) a linha da matricula fin-matricula na apuracao
      *>---------------------------------------------------------------------------------

       acha-linha-matricula section.

           move 'N' to ws-flag-matricula
           move zero to ws-posicao

           perform varying ws-ind-matricula from 1 by 1
                   until ws-ind-matricula > ws-qtd-matriculas
                      or ws-matricula-achada
               if ws-pre-matricula(ws-ind-matricula)
                  = fin-matricula
                  move 'S' to ws-flag-matricula
                  move ws-ind-matricula to ws-posicao
               end-if
           end-perform

           if not ws-matricula-achada
              and ws-qtd-matriculas >= 200
              display "Aviso: limite de 200 matriculas distintas "
                 "atingido; matricula " fin-matricula " ignorada."
           end-if

           if not ws-matricula-achada
              and ws-qtd-matriculas < 200
              add 1 to ws-qtd-matriculas
              move ws-qtd-matriculas to ws-posicao
              move fin-matricula
                   to ws-pre-matricula(ws-posicao)
           end-if
              .

       acha-linha-matricula-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Localiza a linha da matricula do pagamento na apuracao, sem criar
      *>---------------------------------------------------------------------------------

       localiza-matricula-apurada section.

           move 'N' to ws-flag-matricula
           move zero to ws-posicao

           perform varying ws-ind-matricula from 1 by 1
                   until ws-ind-matricula > ws-qtd-matriculas
                      or ws-matricula-achada
               if ws-pre-matricula(ws-ind-matricula)
                  = ws-pgt-matricula
                  move 'S' to ws-flag-matricula
                  move ws-ind-matricula to ws-posicao
               end-if
           end-perform
              .

       localiza-matricula-apurada-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Relatorio de premios em aberto por matricula e por faixa de idade,
      *> com o consolidado da banca (pago e prescrito nao sao passivo)
      *>---------------------------------------------------------------------------------

       relatorio-premios-abertos section.

           display "Matricula a consultar (0 = todas): "
           accept ws-filtro-matricula

           perform apura-premios-abertos

           move ws-filtro-matricula to ws-imp-fil-matricula
           move ws-data-corrente    to ws-imp-fil-data
           move ws-prazo-prescricao to ws-imp-fil-prazo

           perform abre-impressao

           move zero to ws-qtd-listadas

           display "=================================================="
           display "Premios em aberto em " ws-data-corrente
           display "=================================================="

           perform varying ws-ind-matricula from 1 by 1
                   until ws-ind-matricula > ws-qtd-matriculas
               compute ws-total-aberto =
                       ws-pre-aberto(ws-ind-matricula, 1)
                       + ws-pre-aberto(ws-ind-matricula, 2)
                       + ws-pre-aberto(ws-ind-matricula, 3)
                       + ws-pre-aberto(ws-ind-matricula, 4)

               if ws-total-aberto > zero
                  or ws-filtro-matricula not = zero
                  add 1 to ws-qtd-listadas
                  perform imprime-matricula-aberta
               end-if
           end-perform

           if ws-qtd-listadas = zero
              display "Nenhum premio em aberto."
           end-if

           compute ws-total-aberto =
                   ws-banca-aberto(1) + ws-banca-aberto(2)
                   + ws-banca-aberto(3) + ws-banca-aberto(4)

           display "--------------------------------------------------"
           display "Banca inteira:"
           display "   Premios creditados    : " ws-banca-ganho
           display "   Pagos                 : " ws-banca-pago
           display "   Prescritos            : " ws-banca-prescrito
           display "   Em aberto ate 30 dias : " ws-banca-aberto(1)
           display "   Em aberto 31 a 60     : " ws-banca-aberto(2)
           display "   Em aberto 61 a 90     : " ws-banca-aberto(3)
           display "   Vencidos (a prescrever): " ws-banca-aberto(4)
           display "   Total em aberto       : " ws-total-aberto
           display "=================================================="

           perform imprime-totais-abertos
           perform fecha-impressao
              .

       relatorio-premios-abertos-exit.
           exit.

       imprime-matricula-aberta section.

           move spaces to cad-nome

           if ws-cadastro-disponivel
              move ws-pre-matricula(ws-ind-matricula)
                   to cad-matricula

              read ws-arq-apostadores
                  invalid key move spaces to cad-nome
              end-read
           end-if

           display "Matricula " ws-pre-matricula(ws-ind-matricula)
              " " cad-nome
           display "   Premios creditados    : "
              ws-pre-ganho(ws-ind-matricula)
           display "   Pagos                 : "
              ws-pre-pago(ws-ind-matricula)
           display "   Prescritos            : "
              ws-pre-prescrito(ws-ind-matricula)
           display "   Em aberto ate 30 dias : "
              ws-pre-aberto(ws-ind-matricula, 1)
           display "   Em aberto 31 a 60     : "
              ws-pre-aberto(ws-ind-matricula, 2)
           display "   Em aberto 61 a 90     : "
              ws-pre-aberto(ws-ind-matricula, 3)
           display "   Vencidos (a prescrever): "
              ws-pre-aberto(ws-ind-matricula, 4)
           display "   Total em aberto       : " ws-total-aberto

           move spaces to ws-imp-detalhe
           move ws-pre-matricula(ws-ind-matricula) to ws-imp-matricula
           move ws-pre-ganho(ws-ind-matricula)     to ws-imp-valor(1)
           move ws-pre-pago(ws-ind-matricula)      to ws-imp-valor(2)
           move ws-pre-prescrito(ws-ind-matricula) to ws-imp-valor(3)
           perform varying ws-ind-idade from 1 by 1
                   until ws-ind-idade > 4
               move ws-pre-aberto(ws-ind-matricula, ws-ind-idade)
                    to ws-imp-valor(ws-ind-idade + 3)
           end-perform
           move ws-total-aberto to ws-imp-valor(8)
           move ws-imp-detalhe to imp-linha
           perform imprime-linha
              .

       imprime-matricula-aberta-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Relatorio impresso dos premios em aberto: abertura em nome do
      *> operador da sessao, uma linha por matricula, consolidado da banca
      *> como totais de controle e fechamento (a cada emissao)
      *>---------------------------------------------------------------------------------

       abre-impressao section.

           move spaces to imp-parametros
           move 'PAGAPREMIOS'         to imp-relatorio
           move 'PAGAPREMIOS'         to imp-arquivo
           move 'PREMIOS EM ABERTO POR FAIXA DE IDADE' to imp-titulo
           move ws-imp-filtros        to imp-filtros
           move 'N'                   to imp-modo-job
           move ws-operador-corrente  to imp-operador
           move ws-operador-nome      to imp-operador-nome
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

       imprime-totais-abertos section.

           if ws-impressao-ativa
              move 'Matriculas listadas'    to ws-imp-tqt-descricao
              move ws-qtd-listadas          to ws-imp-tqt-valor
              move ws-imp-total-qtd to imp-linha
              perform imprime-total

              move 'Premios creditados'     to ws-imp-tvl-descricao
              move ws-banca-ganho           to ws-imp-tvl-valor
              perform imprime-total-valor
              move 'Pagos'                  to ws-imp-tvl-descricao
              move ws-banca-pago            to ws-imp-tvl-valor
              perform imprime-total-valor
              move 'Prescritos'             to ws-imp-tvl-descricao
              move ws-banca-prescrito       to ws-imp-tvl-valor
              perform imprime-total-valor
              move 'Em aberto ate 30 dias'  to ws-imp-tvl-descricao
              move ws-banca-aberto(1)       to ws-imp-tvl-valor
              perform imprime-total-valor
              move 'Em aberto 31 a 60 dias' to ws-imp-tvl-descricao
              move ws-banca-aberto(2)       to ws-imp-tvl-valor
              perform imprime-total-valor
              move 'Em aberto 61 a 90 dias' to ws-imp-tvl-descricao
              move ws-banca-aberto(3)       to ws-imp-tvl-valor
              perform imprime-total-valor
              move 'Vencidos (a prescrever)' to ws-imp-tvl-descricao
              move ws-banca-aberto(4)       to ws-imp-tvl-valor
              perform imprime-total-valor
              move 'Total em aberto'        to ws-imp-tvl-descricao
              move ws-total-aberto          to ws-imp-tvl-valor
              perform imprime-total-valor
           end-if
              .

       imprime-totais-abertos-exit.
           exit.

       imprime-total-valor section.

           move ws-imp-total-valor to imp-linha
           perform imprime-total
              .

       imprime-total-valor-exit.
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
           perform libera-travas
           close ws-arq-apostadores
           stop run.
              .
       finaliza-exit.
           exit.
