               organization is line sequential
               file status is ws-fs-boloes.

           select ws-arq-recusas
               assign to "RECUSAS.TXT"
               organization is line sequential
               file status is ws-fs-recusas.

           select ws-arq-jobpasso
               assign to "JOBPASSO.TXT"
               organization is line sequential
               file status is ws-fs-jobpasso.

           select ws-arq-notificacoes
               assign to "NOTIFICACOES.TXT"
               organization is line sequential
               file status is ws-fs-notificacoes.

           select ws-arq-fechamentos
               assign to "FECHAMENTOS.TXT"
               organization is line sequential
               file status is ws-fs-fechamentos.

       i-o-control.

      *Declaração de variáveis

           copy bolaorec.

      *----Apostas recusadas pelo controle de jogo responsavel
       fd  ws-arq-recusas
           label records are standard.

           copy recusarec.

      *----Cartao do passo da cadeia noturna (vazio fora dela)
       fd  ws-arq-jobpasso
           label records are standard.

           copy jobpassorec.

      *----Avisos de premio para o gateway de SMS/e-mail, somente
      *----acrescido (um por credito a matricula que autorizou o aviso)
       fd  ws-arq-notificacoes
           label records are standard.

           copy notificacaorec.

      *----Meses fechados do financeiro (so consultado)
       fd  ws-arq-fechamentos
           label records are standard.

           copy fechamentorec.

      *----Variaveis de trabalho
       working-storage section.

       77  ws-seq-apostas                       pic  9(05)
                                                  value zero.

      *----Controle de jogo responsavel: o limite mensal e a autoexclusao
      *----do cadastro sao conferidos contra o apostado no mes corrente
      *----(FINANCEIRO.TXT) mais o custo das apostas desta rodada; o
      *----custo por sorteio de cada matricula na rodada (posicoes
      *----individuais e quotas de bolao) fica na tabela abaixo
       77  ws-fs-recusas                        pic  x(02).
       77  ws-qtd-gasto-rodada                  pic  9(03).
       01  ws-tab-gasto-rodada.
           05  ws-gasto-linha occurs 200 times.
               10  ws-gas-matricula             pic  9(05).
               10  ws-gas-custo                 pic  9(09)v99.

       77  ws-jr-matricula                      pic  9(05).
       77  ws-jr-bolao                          pic  9(03).
       77  ws-jr-origem                         pic  x(01).
       77  ws-jr-slot                           pic  9(02).
       77  ws-jr-pos-bolao                      pic  9(02).
       77  ws-jr-ind                            pic  9(03).
       77  ws-jr-ind-slot                       pic  9(02).
       77  ws-jr-ind-membro                     pic  9(02).
       77  ws-jr-ind-gasto                      pic  9(03).
       77  ws-jr-pos-gasto                      pic  9(03).
       77  ws-jr-qtd-sorteios                   pic  9(05).
       77  ws-jr-custo-proposto                 pic  9(09)v99.
       77  ws-jr-valor                          pic  9(09)v99.
       77  ws-jr-custo                          pic  9(11)v99.
       77  ws-jr-apostado-mes                   pic  9(11)v99.
       77  ws-jr-limite                         pic  9(07)v99.
       77  ws-jr-autoexclusao                   pic  9(08).
       77  ws-jr-hoje                           pic  9(08).
       77  ws-jr-motivo                         pic  x(01).
       77  ws-flag-jogo-resp                    pic  x(01).
           88  ws-aposta-permitida              value 'S'.
       77  ws-flag-rodada-resp                  pic  x(01).
           88  ws-rodada-recusada               value 'S'.

      *----Area de digitacao e detalhe de auditoria da alteracao do
      *----limite mensal e da autoexclusao de um apostador
       77  ws-novo-limite                       pic  9(07)v99.
       77  ws-nova-autoexclusao                 pic  9(08).
       01  ws-detalhe-limite.
           05  filler                           pic  x(04)
                                                  value 'MAT '.
           05  ws-det-lim-matricula             pic  9(05).
           05  filler                           pic  x(08)
                                                  value ' LIMITE '.
           05  ws-det-lim-antes                 pic  9(07)v99.
           05  filler                           pic  x(02)
                                                  value '->'.
           05  ws-det-lim-depois                pic  9(07)v99.
           05  filler                           pic  x(13)
                                                  value ' AUTOEXCL.ATE'.
           05  filler                           pic  x(01)
                                                  value space.
           05  ws-det-exc-antes                 pic  9(08).
           05  filler                           pic  x(02)
                                                  value '->'.
           05  ws-det-exc-depois                pic  9(08).

      *----Area de digitacao e detalhe de auditoria da alteracao do
      *----contato (telefone/e-mail) e da autorizacao de avisos
       77  ws-novo-telefone                     pic  x(15).
       77  ws-novo-email                        pic  x(60).
       77  ws-nova-autorizacao                  pic  x(01).
       01  ws-detalhe-contato.
           05  filler                           pic  x(04)
                                                  value 'MAT '.
           05  ws-det-ctt-matricula             pic  9(05).
           05  filler                           pic  x(07)
                                                  value ' AVISO '.
           05  ws-det-ctt-antes                 pic  x(01).
           05  filler                           pic  x(02)
                                                  value '->'.
           05  ws-det-ctt-depois                pic  x(01).
           05  filler                           pic  x(05)
                                                  value ' TEL '.
           05  ws-det-ctt-telefone              pic  x(15).
           05  filler                           pic  x(08)
                                                  value ' E-MAIL '.
           05  ws-det-ctt-email                 pic  x(60).

      *----Variaveis de apoio a consulta do historico de um apostador
       77  ws-num-consulta                      pic  9(05).
       77  ws-qtd-hist-encontrado                pic  9(05).
       77  ws-fin-soma-apostado                    pic  9(09)v99.
       77  ws-fin-soma-ganho                       pic  9(13)v99.
       77  ws-fs-financeiro                        pic  x(02).
       77  ws-fs-fechamentos                       pic  x(02).
       77  ws-periodo-corrente                     pic  9(06).
      *----Mes corrente ja fechado em FECHAMENTOS.TXT: nada e gravado
      *----no financeiro
       77  ws-flag-periodo                         pic  x(01)
                                                     value 'N'.
           88  ws-periodo-fechado                  value 'S'.
       77  ws-flag-fin-gravado                     pic  x(01).
           88  ws-fin-ja-gravado                   value 'S'.

      *----Retencao do imposto de renda sobre os premios: o imposto de
      *----um premio de cada faixa do jogo (zero se isento) e o imposto
      *----das premiacoes de uma posicao de aposta, apurado pelos
      *----contadores de premios por faixa

           copy irtab.

       01  ws-tab-ir-faixa.
           05  ws-ir-faixa occurs 5 times          pic  9(09)v99.

       77  ws-fin-ir-posicao                       pic  9(13)v99.
       77  ws-fin-soma-ir                          pic  9(13)v99.

      *----Avisos de premio (NOTIFICACOES.TXT): o arquivo so e aberto
      *----no primeiro credito a uma matricula que autorizou o aviso; o
      *----numero do aviso continua a partir do maior ja gravado. A
      *----faixa avisada e a melhor faixa premiada entre as posicoes
      *----somadas no credito. NOTIFICACOES.TXT e reservado no cadastro
      *----de travas so enquanto os avisos da gravacao sao acrescidos;
      *----retido por outra sessao, os avisos daquela gravacao nao sao
      *----gravados
       77  ws-fs-notificacoes                      pic  x(02).
       77  ws-flag-notificacoes                    pic  x(01)
                                                     value 'N'.
           88  ws-notificacoes-fechado             value 'N'.
           88  ws-notificacoes-aberto              value 'S'.
           88  ws-notificacoes-indisponivel        value 'X'.
           88  ws-notificacoes-em-uso              value 'R'.
       77  ws-ntf-ultimo-id                        pic  9(09).
       77  ws-qtd-notificacoes                     pic  9(05)
                                                     value zero.
       77  ws-ntf-matricula                        pic  9(05).
       77  ws-ntf-bolao                            pic  9(03).
       77  ws-ntf-faixa                            pic  9(01).
       77  ws-ntf-ind-faixa                        pic  9(02).
       77  ws-ntf-valor                            pic  9(13)v99.
       77  ws-ntf-liquido                          pic  9(13)v99.

      *----Frequencia de cada dezena nos sorteios validos da execucao,
      *----acumulada pelo motor de sorteio e gravada em FREQUENCIA.TXT
       01  ws-frequencias.
           05  filler                              pic  x(06)
                                                     value ' NOME '.
           05  ws-det-nome                         pic  x(30).
           05  filler                              pic  x(05)
                                                     value ' CPF '.
           05  ws-det-cpf                          pic  9(11).

      *----Detalhe de auditoria da alteracao do CPF de um apostador
       01  ws-detalhe-cpf.
           05  filler                              pic  x(04)
                                                     value 'MAT '.
           05  ws-det-cpf-matricula                pic  9(05).
           05  filler                              pic  x(05)
                                                     value ' CPF '.
           05  ws-det-cpf-antes                    pic  x(11).
           05  filler                              pic  x(02)
                                                     value '->'.
           05  ws-det-cpf-depois                   pic  9(11).

      *----Validacao dos digitos verificadores do CPF digitado
       01  ws-cpf-digitado                         pic  9(11).
       01  ws-cpf-digitos redefines ws-cpf-digitado.
           05  ws-cpf-dig occurs 11 times          pic  9(01).

       77  ws-cpf-soma                             pic  9(04).
       77  ws-cpf-resto                            pic  9(02).
       77  ws-ind-cpf                              pic  9(02).
       77  ws-flag-cpf                             pic  x(01).
           88  ws-cpf-valido                       value 'S'.

      *----Detalhe de auditoria do cadastro de um bolao
       01  ws-detalhe-bolao.
       77  ws-flag-cartao                          pic  x(01)
                                                     value 'N'.
           88  ws-modo-cartao                      value 'S'.

      *----Execucao como passo da cadeia noturna: o cartao de execucao
      *----e obrigatorio e o codigo de retorno informa o resultado
      *----(0 ok, 4 alerta, 8 falha)
       77  ws-fs-jobpasso                          pic  x(02).
       77  ws-flag-job                             pic  x(01)
                                                     value 'N'.
           88  ws-modo-job                         value 'S'.
       77  ws-linha-cartao                         pic  9(05)
                                                     value zero.

      *----Travas dos arquivos alterados pela sessao (resultados,
      *----historico de apostas, checkpoint e cadastro): reservadas
      *----no cadastro de travas apos a identificacao do operador e
      *----liberadas na finalizacao; com algum deles retido por outra
      *----sessao (expurgo, recarga) a sessao nao comeca

           copy travapar.

      *----Codigo de retorno da execucao, preservado nas chamadas aos
      *----modulos (cada chamada devolve o codigo do modulo chamado)
       77  ws-retorno-execucao                     pic  9(04).

       77  ws-flag-travas                          pic  x(01)
                                                     value 'N'.
           88  ws-travas-reservadas                value 'S'.

      *----A reserva dos avisos leva nome proprio, para que a sua
      *----liberacao ao fim da gravacao nao solte as travas da sessao
       77  ws-flag-trava-avisos                    pic  x(01)
                                                     value 'N'.
           88  ws-trava-avisos-reservada           value 'S'.

      *----Variaveis da gravacao de um resultado oficial digitado no
      *----cadastro de concursos (CONCURSOS.TXT)
       77  ws-fs-concursos                         pic  x(02).
      *----centavos de arredondamento nao somem nem sobrem no extrato
       77  ws-fin-rateado-apostado                 pic  9(09)v99.
       77  ws-fin-rateado-ganho                    pic  9(13)v99.
       77  ws-fin-quota-ir                         pic  9(13)v99.
       77  ws-fin-rateado-ir                       pic  9(13)v99.

      *----Area de digitacao de um bolao novo antes da gravacao
       01  ws-bolao-novo.
           move zero  to ws-idx-simulacao
           move zero  to ws-semente-simulacao

           perform le-parametros-job

           open extend ws-arq-resultados

           if ws-fs-resultados <> "00"
                 "encontrado; iniciando sessao nao assistida."
              perform carrega-cartao
              close ws-arq-cartao
              perform reserva-arquivos-sessao
              perform confere-periodo-aberto
           else
              if ws-modo-job
                 display "Cartao de execucao (CARTAO.TXT) nao "
                    "encontrado; o passo da cadeia noturna exige o "
                    "cartao."
                 move 8 to return-code
                 perform finaliza
              end-if

              perform identifica-operador
              perform reserva-arquivos-sessao
              perform confere-periodo-aberto
              perform menu-inicial
           end-if
              .
       inicializa-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Le o cartao do passo: chamado pela cadeia noturna, o programa roda
      *> somente com o cartao de execucao e devolve o codigo de retorno
      *>---------------------------------------------------------------------------------

       le-parametros-job section.

           move 'N' to ws-flag-job

           open input ws-arq-jobpasso

           if ws-fs-jobpasso = "00"
              read ws-arq-jobpasso
                  at end move "10" to ws-fs-jobpasso
              end-read

              if ws-fs-jobpasso = "00"
                 and jpa-programa = "desafioloteria"
                 move 'S' to ws-flag-job
                 display "Execucao em cadeia - passo " jpa-passo
              end-if

              close ws-arq-jobpasso
           end-if
              .

       le-parametros-job-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Reserva no cadastro de travas os arquivos que a sessao altera; se
      *> outra sessao retem algum deles, a sessao e encerrada sem alterar
      *> nada (o modulo mostra quem retem cada arquivo)
      *>---------------------------------------------------------------------------------

       reserva-arquivos-sessao section.

           move spaces               to trv-parametros
           move 'R'                  to trv-funcao
           move 'desafioloteria'     to trv-programa
           move ws-flag-job          to trv-modo-job
           move ws-operador-corrente to trv-operador
           move 4                    to trv-qtd-arquivos
           move 'RESULTADOS.TXT'     to trv-arquivo(1)
           move 'APOSTAS.DAT'        to trv-arquivo(2)
           move 'LOTE.CHK'           to trv-arquivo(3)
           move 'APOSTADORES.DAT'    to trv-arquivo(4)

           move return-code to ws-retorno-execucao
           call "controletravas" using trv-parametros
           move ws-retorno-execucao to return-code

           if trv-conflito
              display "Sessao recusada: " trv-det-arquivo
                 " esta em uso por " trv-det-programa
                 " (operador " trv-det-operador "). Aguarde o "
                 "termino ou peca ao supervisor a liberacao de "
                 "uma trava abandonada (manuttravas)."
              move 8 to return-code
              perform finaliza
           end-if

           if trv-ok
              move 'S' to ws-flag-travas
           end-if
              .

       reserva-arquivos-sessao-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> O financeiro da sessao e gravado com a data corrente: com o mes
      *> corrente ja fechado (FECHAMENTOS.TXT) a sessao e recusada
      *>---------------------------------------------------------------------------------

       confere-periodo-aberto section.

           perform verifica-periodo-fechado

           if ws-periodo-fechado
              display "Sessao recusada: o mes "
                 ws-periodo-corrente " ja esta fechado no financeiro "
                 "(FECHAMENTOS.TXT); nenhum lancamento pode ser "
                 "gravado nele."
              move 8 to return-code
              perform finaliza
           end-if
              .

       confere-periodo-aberto-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Procura em FECHAMENTOS.TXT o registro de controle do mes corrente
      *>---------------------------------------------------------------------------------

       verifica-periodo-fechado section.

           move 'N' to ws-flag-periodo
           move function current-date(1:6) to ws-periodo-corrente

           open input ws-arq-fechamentos

           if ws-fs-fechamentos = "00"
              perform le-proximo-fechamento
              perform until ws-fs-fechamentos = "10"
                             or ws-periodo-fechado
                  if fec-tipo-controle
                     and fec-periodo = ws-periodo-corrente
                     move 'S' to ws-flag-periodo
                  else
                     perform le-proximo-fechamento
                  end-if
              end-perform
              close ws-arq-fechamentos
           end-if
              .

       verifica-periodo-fechado-exit.
           exit.

       le-proximo-fechamento section.

           read ws-arq-fechamentos
               at end move "10" to ws-fs-fechamentos
           end-read
              .

       le-proximo-fechamento-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Libera as travas reservadas pela sessao
      *>---------------------------------------------------------------------------------

       libera-arquivos-sessao section.

           if ws-travas-reservadas
              move spaces           to trv-parametros
              move 'L'              to trv-funcao
              move 'desafioloteria' to trv-programa
              move return-code to ws-retorno-execucao
              call "controletravas" using trv-parametros
              move ws-retorno-execucao to return-code
              move 'N' to ws-flag-travas
           end-if
              .

       libera-arquivos-sessao-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Identificacao do operador da sessao contra o cadastro de operadores
      *> (OPERADORES.TXT): toda acao de manutencao vai para o log de
                 move 1            to oper-id
                 move 'SUPERVISOR' to oper-nome
                 move 'S'          to oper-flag-ativo
                 move 'S'          to oper-flag-supervisor

                 write oper-registro

           if ws-qtd-jogos = zero
              display "Catalogo de jogos (JOGOS.TXT) vazio ou "
                 "ilegivel; cadastre os jogos em manutjogos."
              move 8 to return-code
              perform finaliza
           end-if
              .
                  display "1 - Cadastrar apostador"
                  display "2 - Desativar apostador"
                  display "3 - Reativar apostador"
                  display "4 - Informar/alterar CPF do apostador"
                  display "5 - Limite mensal e autoexclusao"
                  display "6 - Contato e avisos de premio"
                  display "0 - Voltar ao menu inicial"
                  display "------------------------------------"
                  display "Escolha uma opcao: "
                          perform desativa-apostador
                      when 3
                          perform reativa-apostador
                      when 4
                          perform altera-cpf-apostador
                      when 5
                          perform altera-limite-apostador
                      when 6
                          perform altera-contato-apostador
                      when zero
                          continue
                      when other
              display "Nome do apostador: "
              accept cad-nome

              perform obtem-cpf-apostador
              move ws-cpf-digitado to cad-cpf

              move zero to cad-limite-mensal
              move zero to cad-autoexclusao-ate

      *----O contato e a autorizacao dos avisos de premio sao
      *----informados depois, na opcao de contato da manutencao
              move spaces to cad-telefone
              move spaces to cad-email
              move 'N'    to cad-flag-notifica

              move function current-date(1:8)
                   to cad-data-cadastro
              move 'S' to cad-flag-ativo
                      move '-'            to ws-det-ativo-antes
                      move cad-flag-ativo to ws-det-ativo-depois
                      move cad-nome       to ws-det-nome
                      move cad-cpf        to ws-det-cpf
                      move ws-detalhe-cadastro
                           to ws-detalhe-auditoria
                      perform grava-auditoria
                      move cad-matricula  to ws-det-matricula
                      move cad-flag-ativo to ws-det-ativo-depois
                      move cad-nome       to ws-det-nome
                      if cad-cpf numeric
                         move cad-cpf     to ws-det-cpf
                      else
                         move zero        to ws-det-cpf
                      end-if
                      move ws-detalhe-cadastro
                           to ws-detalhe-auditoria
                      perform grava-auditoria
                      move cad-matricula  to ws-det-matricula
                      move cad-flag-ativo to ws-det-ativo-depois
                      move cad-nome       to ws-det-nome
                      if cad-cpf numeric
                         move cad-cpf     to ws-det-cpf
                      else
                         move zero        to ws-det-cpf
                      end-if
                      move ws-detalhe-cadastro
                           to ws-detalhe-auditoria
                      perform grava-auditoria
       reativa-apostador-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Informa ou corrige o CPF de uma matricula do cadastro (cadastros
      *> anteriores ao campo ficam sem CPF ate passarem por aqui)
      *>---------------------------------------------------------------------------------

       altera-cpf-apostador section.

           display "Matricula do apostador: "
           accept cad-matricula

           read ws-arq-apostadores
               invalid key continue
           end-read

           if ws-fs-apostadores not = "00"
              display "Matricula nao encontrada no cadastro."
           else
              display "Apostador: " cad-nome
              if cad-cpf numeric
                 display "CPF atual: " cad-cpf
                 move cad-cpf to ws-det-cpf-antes
              else
                 display "CPF atual: nao informado"
                 move spaces to ws-det-cpf-antes
              end-if

              perform obtem-cpf-apostador
              move ws-cpf-digitado to cad-cpf

              rewrite cad-registro
                  invalid key
                      display "Nao foi possivel atualizar o "
                         "cadastro."
                  not invalid key
                      display "CPF do apostador " cad-nome
                         " atualizado."
                      move 'ALTERA CPF'     to ws-acao-auditoria
                      move cad-matricula    to ws-det-cpf-matricula
                      move cad-cpf          to ws-det-cpf-depois
                      move ws-detalhe-cpf   to ws-detalhe-auditoria
                      perform grava-auditoria
              end-rewrite
           end-if
              .

       altera-cpf-apostador-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Define o limite mensal de gasto e a autoexclusao de uma matricula
      *>---------------------------------------------------------------------------------

       altera-limite-apostador section.

           display "Matricula do apostador: "
           accept cad-matricula

           read ws-arq-apostadores
               invalid key continue
           end-read

           if ws-fs-apostadores not = "00"
              display "Matricula nao encontrada no cadastro."
           else
              if cad-limite-mensal not numeric
                 move zero to cad-limite-mensal
              end-if
              if cad-autoexclusao-ate not numeric
                 move zero to cad-autoexclusao-ate
              end-if

              display "Apostador: " cad-nome
              display "Limite mensal atual (0 = sem limite): "
                 cad-limite-mensal
              display "Autoexclusao ate (0 = nenhuma) .....: "
                 cad-autoexclusao-ate

              display "Novo limite mensal (0 = sem limite): "
              accept ws-novo-limite

              move 'N' to ws-flag-valido
              perform until ws-numero-valido
                  display "Autoexclusao ate AAAAMMDD "
                     "(0 = nenhuma): "
                  accept ws-nova-autoexclusao

                  move function current-date(1:8) to ws-jr-hoje

                  if ws-nova-autoexclusao not = zero
                     and function test-date-yyyymmdd
                         (ws-nova-autoexclusao) not = zero
                     display "Data invalida, informe novamente."
                  else
      *----Uma autoexclusao em vigor nao pode ser encurtada nem
      *----retirada antes do prazo pedido pelo apostador
                     if cad-autoexclusao-ate >= ws-jr-hoje
                        and ws-nova-autoexclusao
                            < cad-autoexclusao-ate
                        display "Autoexclusao em vigor ate "
                           cad-autoexclusao-ate "; so pode ser "
                           "prorrogada."
                     else
                        move 'S' to ws-flag-valido
                     end-if
                  end-if
              end-perform

              move cad-matricula        to ws-det-lim-matricula
              move cad-limite-mensal    to ws-det-lim-antes
              move cad-autoexclusao-ate to ws-det-exc-antes

              move ws-novo-limite       to cad-limite-mensal
              move ws-nova-autoexclusao to cad-autoexclusao-ate

              rewrite cad-registro
                  invalid key
                      display "Nao foi possivel atualizar o "
                         "cadastro."
                  not invalid key
                      display "Limite e autoexclusao do apostador "
                         cad-nome " atualizados."
                      move 'LIMITE JOGO'        to ws-acao-auditoria
                      move cad-limite-mensal    to ws-det-lim-depois
                      move cad-autoexclusao-ate to ws-det-exc-depois
                      move ws-detalhe-limite
                           to ws-detalhe-auditoria
                      perform grava-auditoria
              end-rewrite
           end-if
              .

       altera-limite-apostador-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Informa/altera o telefone e o e-mail do apostador e a autorizacao
      *> para receber os avisos de premio pelo gateway de SMS/e-mail
      *>---------------------------------------------------------------------------------

       altera-contato-apostador section.

           display "Matricula do apostador: "
           accept cad-matricula

           read ws-arq-apostadores
               invalid key continue
           end-read

           if ws-fs-apostadores not = "00"
              display "Matricula nao encontrada no cadastro."
           else
              if not cad-aceita-notificacao
                 move 'N' to cad-flag-notifica
              end-if

              display "Apostador: " cad-nome
              display "Telefone atual ...........: " cad-telefone
              display "E-mail atual .............: " cad-email
              display "Aceita avisos de premio ..: " cad-flag-notifica

              display "Telefone com DDD (somente digitos): "
              accept ws-novo-telefone
              display "E-mail: "
              accept ws-novo-email

              move space to ws-nova-autorizacao
              perform until ws-nova-autorizacao = 'S' or 'N'
                  display "Aceita receber avisos de premio "
                     "(S/N)? "
                  accept ws-nova-autorizacao
                  if ws-nova-autorizacao = 's'
                     move 'S' to ws-nova-autorizacao
                  end-if
                  if ws-nova-autorizacao = 'n'
                     move 'N' to ws-nova-autorizacao
                  end-if
      *----O aviso sai por SMS ou por e-mail: sem nenhum dos dois
      *----nao ha como autorizar
                  if ws-nova-autorizacao = 'S'
                     and ws-novo-telefone = spaces
                     and ws-novo-email = spaces
                     display "Informe o telefone ou o e-mail para "
                        "receber os avisos."
                     move space to ws-nova-autorizacao
                  end-if
              end-perform

              move cad-matricula     to ws-det-ctt-matricula
              move cad-flag-notifica to ws-det-ctt-antes

              move ws-novo-telefone    to cad-telefone
              move ws-novo-email       to cad-email
              move ws-nova-autorizacao to cad-flag-notifica

              rewrite cad-registro
                  invalid key
                      display "Nao foi possivel atualizar o "
                         "cadastro."
                  not invalid key
                      display "Contato do apostador " cad-nome
                         " atualizado."
                      move 'ALTERA CONTATO'  to ws-acao-auditoria
                      move cad-flag-notifica to ws-det-ctt-depois
                      move cad-telefone      to ws-det-ctt-telefone
                      move cad-email         to ws-det-ctt-email
                      move ws-detalhe-contato
                           to ws-detalhe-auditoria
                      perform grava-auditoria
              end-rewrite
           end-if
              .

       altera-contato-apostador-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Recebe o CPF do apostador (somente os 11 digitos) ate que os
      *> digitos verificadores confiram
      *>---------------------------------------------------------------------------------

       obtem-cpf-apostador section.

           move 'N' to ws-flag-cpf
           perform until ws-cpf-valido
               display "CPF do apostador (11 digitos, sem pontos): "
               accept ws-cpf-digitado

               perform valida-cpf

               if not ws-cpf-valido
                  display "CPF invalido, informe novamente."
               end-if
           end-perform
              .

       obtem-cpf-apostador-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Confere os dois digitos verificadores de ws-cpf-digitado (modulo
      *> 11); CPF com os onze digitos iguais e recusado
      *>---------------------------------------------------------------------------------

       valida-cpf section.

           move 'N' to ws-flag-cpf

           move zero to ws-cpf-soma
           perform varying ws-ind-cpf from 2 by 1
                   until ws-ind-cpf > 11
               if ws-cpf-dig(ws-ind-cpf) not = ws-cpf-dig(1)
                  move 1 to ws-cpf-soma
               end-if
           end-perform

           if ws-cpf-soma > zero
              move zero to ws-cpf-soma
              perform varying ws-ind-cpf from 1 by 1
                      until ws-ind-cpf > 9
                  compute ws-cpf-soma = ws-cpf-soma
                          + ws-cpf-dig(ws-ind-cpf) * (11 - ws-ind-cpf)
              end-perform
              compute ws-cpf-resto =
                      function mod(ws-cpf-soma * 10, 11)
              if ws-cpf-resto = 10
                 move zero to ws-cpf-resto
              end-if

              if ws-cpf-resto = ws-cpf-dig(10)
                 move zero to ws-cpf-soma
                 perform varying ws-ind-cpf from 1 by 1
                         until ws-ind-cpf > 10
                     compute ws-cpf-soma = ws-cpf-soma
                             + ws-cpf-dig(ws-ind-cpf)
                             * (12 - ws-ind-cpf)
                 end-perform
                 compute ws-cpf-resto =
                         function mod(ws-cpf-soma * 10, 11)
                 if ws-cpf-resto = 10
                    move zero to ws-cpf-resto
                 end-if

                 if ws-cpf-resto = ws-cpf-dig(11)
                    move 'S' to ws-flag-cpf
                 end-if
              end-if
           end-if
              .

       valida-cpf-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Manutencao do cadastro de boloes: registrar um grupo novo (membros
      *> do cadastro de apostadores com quotas somando 100) ou listar os
               display "Numero de matricula deste apostador: "
               accept ws-id-apostador(ws-idx-apostador)
               perform valida-matricula-apostador

               if ws-matricula-valida
                  set ws-jr-slot to ws-idx-apostador
                  subtract 1 from ws-jr-slot
                  perform monta-gasto-rodada

                  move ws-id-apostador(ws-idx-apostador)
                       to ws-jr-matricula
                  move zero to ws-jr-bolao
                  move 'T'  to ws-jr-origem
                  move 1    to ws-jr-qtd-sorteios
                  move ws-preco-jogo(ws-ind-lot)
                       to ws-jr-custo-proposto
                  perform verifica-jogo-responsavel

                  if not ws-aposta-permitida
                     move 'N' to ws-flag-matricula
                     display "Informe outra matricula."
                  end-if
               end-if
           end-perform
              .

       obtem-matricula-apostador-exit.
           exit.

       valida-matricula-apostador section.

           if not ws-cadastro-disponivel
              move 'S' to ws-flag-matricula
           else
              move ws-id-apostador(ws-idx-apostador)
                   to cad-matricula

              read ws-arq-apostadores
                  invalid key continue
              end-read

              if ws-fs-apostadores not = "00"
                 display "Matricula nao cadastrada, informe "
                    "novamente."
              else
                 if cad-inativo
                    display "Matricula desativada no cadastro, "
                       "informe novamente."
                 else
                    display "Apostador: " cad-nome
                    display "Confirma a matricula? (S/N): "
                    accept ws-resp

                    if ws-resp = 'S' or ws-resp = 's'
                       move 'S' to ws-flag-matricula
                    end-if
                 end-if
              end-if
           end-if
              .

       valida-matricula-apostador-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Identificacao da posicao de aposta corrente: uma matricula individual
      *> ou um bolao (grupo de matriculas com rateio por quota). Com bolao, o
      *> historico fica em nome do titular (primeiro membro) e o financeiro e
      *> rateado entre os membros ao final da execucao.
      *>---------------------------------------------------------------------------------

       obtem-identificacao-apostador section.

           move 'N' to ws-flag-valido
           perform until ws-numero-valido
               display "Aposta: 1-Matricula individual "
                  "2-Bolao (grupo): "
               accept ws-opcao-bolao

               if ws-opcao-bolao = 1 or ws-opcao-bolao = 2
                  move 'S' to ws-flag-valido
               else
                  display "Opcao invalida, informe novamente."
               end-if
           end-perform

           if ws-opcao-bolao = 2
              perform obtem-bolao-apostador
           else
              perform obtem-matricula-apostador
              move zero to ws-bolao-apostador(ws-idx-apostador)
              move zero to ws-bolao-pessoa
              move ws-id-apostador(ws-idx-apostador)
                   to ws-matricula-pessoa
           end-if
              .

       obtem-identificacao-apostador-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Obtem e valida o codigo do bolao da posicao corrente; o titular do
      *> grupo assume a matricula da posicao para o historico
      *>---------------------------------------------------------------------------------

       obtem-bolao-apostador section.

           move 'N' to ws-flag-valido
           perform until ws-numero-valido
               display "Codigo do bolao (0 = usar matricula "
                  "individual): "
               accept ws-bolao-procurado

               if ws-bolao-procurado = zero
                  move 'S' to ws-flag-valido
               else
                  perform carrega-bolao

                  if ws-bolao-achado
                     set ws-jr-slot to ws-idx-apostador
                     subtract 1 from ws-jr-slot
                     move 'T' to ws-jr-origem
                     move 1   to ws-jr-qtd-sorteios
                     perform verifica-limites-bolao

                     if ws-rodada-recusada
                        display "Bolao recusado pelo controle de "
                           "jogo responsavel; informe outro bolao "
                           "(ou 0 para matricula individual)."
                     else
                        move 'S' to ws-flag-valido
                     end-if
                  else
                     display "Bolao nao cadastrado, informe "
                        "novamente (ou cadastre no menu 9)."
                  end-if
               end-if
           end-perform

           if ws-bolao-procurado = zero
              perform obtem-matricula-apostador
              move zero to ws-bolao-apostador(ws-idx-apostador)
              move zero to ws-bolao-pessoa
              move ws-id-apostador(ws-idx-apostador)
                   to ws-matricula-pessoa
           else
              move ws-bolao-procurado
                   to ws-bolao-apostador(ws-idx-apostador)
              move ws-bolao-procurado to ws-bolao-pessoa
              move ws-bol-mem-matricula(ws-pos-bolao, 1)
                   to ws-id-apostador(ws-idx-apostador)
              move ws-bol-mem-matricula(ws-pos-bolao, 1)
                   to ws-matricula-pessoa

              display "Bolao " ws-bol-mem-nome(ws-pos-bolao)
                 " com " ws-bol-mem-qtd(ws-pos-bolao)
                 " membros; titular "
                 ws-bol-mem-matricula(ws-pos-bolao, 1) "."
           end-if
              .

       obtem-bolao-apostador-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Jogo responsavel: confere a matricula ws-jr-matricula contra a
      *> autoexclusao e o limite mensal do cadastro. O custo conferido e o
      *> das posicoes ja aceitas na rodada (ws-tab-gasto-rodada, montada
      *> pelo chamador) mais ws-jr-custo-proposto, por sorteio, vezes
      *> ws-jr-qtd-sorteios; somado ao apostado no mes, nao pode passar
      *> do limite. A recusa e explicada e gravada em RECUSAS.TXT.
      *>---------------------------------------------------------------------------------

       verifica-jogo-responsavel section.

           move 'S' to ws-flag-jogo-resp

           if ws-cadastro-disponivel
              move ws-jr-matricula to cad-matricula

              read ws-arq-apostadores
                  invalid key continue
              end-read

              if ws-fs-apostadores = "00"
                 move zero to ws-jr-limite
                 move zero to ws-jr-autoexclusao
                 if cad-limite-mensal numeric
                    move cad-limite-mensal to ws-jr-limite
                 end-if
                 if cad-autoexclusao-ate numeric
                    move cad-autoexclusao-ate to ws-jr-autoexclusao
                 end-if

                 move function current-date(1:8) to ws-jr-hoje

                 move ws-jr-custo-proposto to ws-jr-custo
                 perform varying ws-jr-ind from 1 by 1
                         until ws-jr-ind > ws-qtd-gasto-rodada
                     if ws-gas-matricula(ws-jr-ind) = ws-jr-matricula
                        add ws-gas-custo(ws-jr-ind) to ws-jr-custo
                     end-if
                 end-perform
                 multiply ws-jr-qtd-sorteios by ws-jr-custo

                 move zero to ws-jr-apostado-mes

                 if ws-jr-autoexclusao >= ws-jr-hoje
                    move 'N' to ws-flag-jogo-resp
                    move 'E' to ws-jr-motivo
                    display "Aposta recusada: matricula "
                       ws-jr-matricula " em autoexclusao ate "
                       ws-jr-autoexclusao "."
                 else
                    if ws-jr-limite > zero
                       perform apura-apostado-mes

                       if ws-jr-apostado-mes + ws-jr-custo
                          > ws-jr-limite
                          move 'N' to ws-flag-jogo-resp
                          move 'L' to ws-jr-motivo
                          display "Aposta recusada: matricula "
                             ws-jr-matricula " passaria do limite "
                             "mensal de " ws-jr-limite
                             " (apostado no mes " ws-jr-apostado-mes
                             ", custo da rodada " ws-jr-custo ")."
                       end-if
                    end-if
                 end-if

                 if not ws-aposta-permitida
                    perform grava-recusa
                 end-if
              end-if
           end-if
              .

       verifica-jogo-responsavel-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Soma o valor apostado no mes corrente pela matricula ws-jr-matricula
      *> nos registros de FINANCEIRO.TXT (inclusive quotas de bolao)
      *>---------------------------------------------------------------------------------

       apura-apostado-mes section.

           open input ws-arq-financeiro

           if ws-fs-financeiro = "00"
              perform le-proximo-financeiro-mes
              perform until ws-fs-financeiro = "10"
                  if fin-matricula = ws-jr-matricula
                     and fin-data(1:6) = ws-jr-hoje(1:6)
                     and fin-valor-apostado numeric
      *----O estorno devolve o apostado do lancamento anulado
                     if fin-estorno
                        if fin-valor-apostado > ws-jr-apostado-mes
                           move zero to ws-jr-apostado-mes
                        else
                           subtract fin-valor-apostado
                                    from ws-jr-apostado-mes
                        end-if
                     else
                        add fin-valor-apostado to ws-jr-apostado-mes
                     end-if
                  end-if
                  perform le-proximo-financeiro-mes
              end-perform
              close ws-arq-financeiro
           end-if
              .

       apura-apostado-mes-exit.
           exit.

       le-proximo-financeiro-mes section.

           read ws-arq-financeiro
               at end move "10" to ws-fs-financeiro
           end-read
              .

       le-proximo-financeiro-mes-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Grava em RECUSAS.TXT a aposta recusada pelo jogo responsavel
      *>---------------------------------------------------------------------------------

       grava-recusa section.

           open extend ws-arq-recusas

           if ws-fs-recusas not = "00"
              open output ws-arq-recusas
           end-if

           if ws-fs-recusas not = "00"
              display "Aviso: nao foi possivel registrar a recusa "
                 "(RECUSAS.TXT)."
           else
              move spaces to rec-registro
              move function current-date(1:8) to rec-data
              move function current-date(9:6) to rec-hora
              move ws-jr-origem        to rec-origem
              move ws-jr-matricula     to rec-matricula
              move ws-jr-bolao         to rec-bolao
              move ws-jr-motivo        to rec-motivo
              move ws-jr-limite        to rec-limite-mensal
              move ws-jr-apostado-mes  to rec-apostado-mes
              move ws-jr-custo         to rec-custo
              move ws-jr-autoexclusao  to rec-autoexclusao-ate
              move ws-operador-corrente to rec-operador
              write rec-registro
              close ws-arq-recusas
           end-if
              .

       grava-recusa-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Monta o custo por sorteio de cada matricula nas posicoes 1 a
      *> ws-jr-slot da rodada: o preco do jogo na aposta individual e a
      *> quota de cada membro na aposta de bolao
      *>---------------------------------------------------------------------------------

       monta-gasto-rodada section.

           move zero  to ws-qtd-gasto-rodada
           move zeros to ws-tab-gasto-rodada

           perform varying ws-jr-ind-slot from 1 by 1
                   until ws-jr-ind-slot > ws-jr-slot
               if ws-bolao-apostador(ws-jr-ind-slot) = zero
                  move ws-id-apostador(ws-jr-ind-slot)
                       to ws-jr-matricula
                  move ws-preco-jogo(ws-ind-lot) to ws-jr-valor
                  perform acumula-gasto-matricula
               else
                  move zero to ws-jr-pos-bolao
                  perform varying ws-jr-ind from 1 by 1
                          until ws-jr-ind > ws-qtd-boloes-mem
                      if ws-bol-mem-codigo(ws-jr-ind)
                         = ws-bolao-apostador(ws-jr-ind-slot)
                         move ws-jr-ind to ws-jr-pos-bolao
                      end-if
                  end-perform

                  if ws-jr-pos-bolao > zero
                     perform varying ws-jr-ind-membro from 1 by 1
                             until ws-jr-ind-membro
                                > ws-bol-mem-qtd(ws-jr-pos-bolao)
                         move ws-bol-mem-matricula
                              (ws-jr-pos-bolao, ws-jr-ind-membro)
                              to ws-jr-matricula
                         compute ws-jr-valor rounded =
                                 ws-preco-jogo(ws-ind-lot)
                                 * ws-bol-mem-quota
                                   (ws-jr-pos-bolao, ws-jr-ind-membro)
                                 / 100
                         perform acumula-gasto-matricula
                     end-perform
                  end-if
               end-if
           end-perform
              .

       monta-gasto-rodada-exit.
           exit.

       acumula-gasto-matricula section.

           move zero to ws-jr-pos-gasto

           perform varying ws-jr-ind-gasto from 1 by 1
                   until ws-jr-ind-gasto > ws-qtd-gasto-rodada
                      or ws-jr-pos-gasto > zero
               if ws-gas-matricula(ws-jr-ind-gasto) = ws-jr-matricula
                  move ws-jr-ind-gasto to ws-jr-pos-gasto
               end-if
           end-perform

           if ws-jr-pos-gasto = zero
              add 1 to ws-qtd-gasto-rodada
              move ws-qtd-gasto-rodada to ws-jr-pos-gasto
              move ws-jr-matricula
                   to ws-gas-matricula(ws-jr-pos-gasto)
           end-if

           add ws-jr-valor to ws-gas-custo(ws-jr-pos-gasto)
              .

       acumula-gasto-matricula-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Confere cada membro do bolao ws-pos-bolao (quota do preco do jogo
      *> por sorteio) antes de aceitar a aposta do grupo; um membro recusado
      *> recusa o bolao inteiro
      *>---------------------------------------------------------------------------------

       verifica-limites-bolao section.

           move 'N' to ws-flag-rodada-resp

           perform monta-gasto-rodada

           move ws-bol-mem-codigo(ws-pos-bolao) to ws-jr-bolao

           perform varying ws-ind-membro from 1 by 1
                   until ws-ind-membro > ws-bol-mem-qtd(ws-pos-bolao)
                      or ws-rodada-recusada
               move ws-bol-mem-matricula(ws-pos-bolao, ws-ind-membro)
                    to ws-jr-matricula
               compute ws-jr-custo-proposto rounded =
                       ws-preco-jogo(ws-ind-lot)
                       * ws-bol-mem-quota(ws-pos-bolao, ws-ind-membro)
                       / 100
               perform verifica-jogo-responsavel

               if not ws-aposta-permitida
                  move 'S' to ws-flag-rodada-resp
               end-if
           end-perform
              .

       verifica-limites-bolao-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Reconfere a rodada inteira (posicoes 1 a ws-jr-slot) para
      *> ws-jr-qtd-sorteios sorteios, matricula a matricula
      *>---------------------------------------------------------------------------------

       confere-limites-rodada section.

           move 'N' to ws-flag-rodada-resp

           perform monta-gasto-rodada

           move zero to ws-jr-custo-proposto
           move zero to ws-jr-bolao

           perform varying ws-jr-ind-gasto from 1 by 1
                   until ws-jr-ind-gasto > ws-qtd-gasto-rodada
                      or ws-rodada-recusada
               move ws-gas-matricula(ws-jr-ind-gasto)
                    to ws-jr-matricula
               perform verifica-jogo-responsavel

               if not ws-aposta-permitida
                  move 'S' to ws-flag-rodada-resp
               end-if
           end-perform
              .

       confere-limites-rodada-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Rodada digitada no teclado: antes do primeiro sorteio, a rodada toda
      *> (inclusive apostas geradas por desdobramento) e reconferida; uma
      *> recusa encerra a sessao sem sortear
      *>---------------------------------------------------------------------------------

       confere-limites-teclado section.

           move ws-qtd-apostadores to ws-jr-slot
           move 'T' to ws-jr-origem
           move 1   to ws-jr-qtd-sorteios
           perform confere-limites-rodada

           if ws-rodada-recusada
              display "Rodada recusada pelo controle de jogo "
                 "responsavel; nenhum sorteio foi executado."
              perform finaliza
           end-if
              .

       confere-limites-teclado-exit.
           exit.

      *>---------------------------------------------------------------------------------
              perform rejeita-cartao
           end-if

      *----Reconfere a rodada inteira: uma roda de desdobramento so
      *----revela quantas apostas gera depois de validada a matricula
           move ws-qtd-apostadores to ws-jr-slot
           move 'C' to ws-jr-origem
           move ws-qtd-simulacoes to ws-jr-qtd-sorteios
           perform confere-limites-rodada

           if ws-rodada-recusada
              display "Cartao: a rodada ultrapassa o controle de "
                 "jogo responsavel."
              perform rejeita-cartao
           end-if

           display "Cartao carregado: jogo " ws-ind-lot ", "
              ws-qtd-simulacoes " simulacoes, "
              ws-qtd-apostadores " apostas na rodada."
                    " nao cadastrado."
                 perform rejeita-cartao
              end-if

              compute ws-jr-slot = ws-prox-slot - 1
              move 'C' to ws-jr-origem
              move ws-qtd-simulacoes to ws-jr-qtd-sorteios
              perform verifica-limites-bolao

              if ws-rodada-recusada
                 display "Cartao: linha " ws-linha-cartao
                    " com bolao " cart-bolao " recusado pelo "
                    "controle de jogo responsavel."
                 perform rejeita-cartao
              end-if
           else
              if cart-matricula not numeric
                 display "Cartao: linha " ws-linha-cartao
                    " desativada no cadastro."
                 perform rejeita-cartao
              end-if

              compute ws-jr-slot = ws-prox-slot - 1
              perform monta-gasto-rodada

              move cart-matricula    to ws-jr-matricula
              move zero              to ws-jr-bolao
              move 'C'               to ws-jr-origem
              move ws-qtd-simulacoes to ws-jr-qtd-sorteios
              move ws-preco-jogo(ws-ind-lot)
                   to ws-jr-custo-proposto
              perform verifica-jogo-responsavel

              if not ws-aposta-permitida
                 display "Cartao: linha " ws-linha-cartao
                    " com matricula " cart-matricula
                    " recusada pelo controle de jogo responsavel."
                 perform rejeita-cartao
              end-if
           end-if
              .


           close ws-arq-cartao

           move 8 to return-code

           perform finaliza
              .

                    "encontrado (LOTE.CHK); retomando o lote "
                    "pendente no lugar do cartao. O cartao "
                    "vale para o proximo job."
                 move 4 to return-code
                 perform restaura-lote-checkpoint
              else
                 perform prepara-lote
                 perform entrada-numeros-usuario
              end-if

              if ws-opcao-menu not = 7
                 perform confere-limites-teclado
              end-if

              evaluate ws-opcao-menu
                  when 3
                      set ws-modo-batch to true
               accept ws-qtd-simulacoes

               if ws-qtd-simulacoes >= 1
                  move ws-qtd-apostadores to ws-jr-slot
                  move 'T' to ws-jr-origem
                  move ws-qtd-simulacoes to ws-jr-qtd-sorteios
                  perform confere-limites-rodada

                  if ws-rodada-recusada
                     display "Quantidade de simulacoes acima do "
                        "controle de jogo responsavel; informe uma "
                        "quantidade menor."
                  else
                     move 'S' to ws-flag-valido
                  end-if
               else
                  display "Quantidade invalida, informe novamente."
               end-if
           move ws-diferenca-hr                to apo-tempo-hr
           move ws-diferenca-min               to apo-tempo-min
           move ws-diferenca-seg               to apo-tempo-seg
           move ws-bolao-apostador(ws-idx-vencedor)
                                                to apo-bolao

           perform varying ws-idx-num from 1 by 1
                   until ws-idx-num > 20
       exibe-premiacoes section.

           if ws-contador > zero
              perform calcula-ir-faixas
              display "===================================="
              display "Premiacoes por apostador nesta "
                 "execucao:"
                     ws-fin-apostado(ws-idx-apostador)
                  display "   Ganho      : "
                     ws-fin-ganho(ws-idx-apostador)
                  set ws-ind2 to ws-idx-apostador
                  perform calcula-ir-posicao
                  display "   IR retido  : " ws-fin-ir-posicao
                  compute ws-fin-soma-ir =
                          ws-fin-ganho(ws-idx-apostador)
                          - ws-fin-ir-posicao
                  display "   Liquido    : " ws-fin-soma-ir
              end-perform
              display "===================================="
           end-if
       grava-financeiro section.

           if ws-contador > zero
              perform verifica-periodo-fechado
           end-if

           if ws-contador > zero
              and ws-periodo-fechado
              display "Aviso: o mes " ws-periodo-corrente
                 " foi fechado durante a sessao (FECHAMENTOS.TXT); "
                 "o financeiro da execucao nao foi gravado."
              move 8 to return-code
           end-if

           if ws-contador > zero
              and not ws-periodo-fechado

              open extend ws-arq-financeiro

                 display "Aviso: nao foi possivel gravar o "
                    "financeiro da execucao (FINANCEIRO.TXT)."
              else
                 perform calcula-ir-faixas

                 perform varying ws-ind from 1 by 1
                         until ws-ind > ws-qtd-apostadores
                     if ws-bolao-apostador(ws-ind) = zero
                 end-perform

                 close ws-arq-financeiro
                 perform fecha-notificacoes
              end-if
           end-if
              .
           if not ws-fin-ja-gravado
              move zero to ws-fin-soma-apostado
              move zero to ws-fin-soma-ganho
              move zero to ws-fin-soma-ir
              move zero to ws-ntf-faixa

              perform varying ws-ind2 from ws-ind by 1
                      until ws-ind2 > ws-qtd-apostadores
                         to ws-fin-soma-apostado
                     add ws-fin-ganho(ws-ind2)
                         to ws-fin-soma-ganho
                     perform calcula-ir-posicao
                     add ws-fin-ir-posicao to ws-fin-soma-ir
                     perform melhor-faixa-posicao
                  end-if
              end-perform

              move ws-fin-soma-apostado       to fin-valor-apostado
              move ws-fin-soma-ganho          to fin-valor-ganho
              move zero                       to fin-bolao
              move ws-fin-soma-ir             to fin-valor-ir
              compute fin-valor-liquido =
                      ws-fin-soma-ganho - ws-fin-soma-ir

              write fin-registro

              if ws-fin-soma-ganho > zero
                 move fin-matricula     to ws-ntf-matricula
                 move zero              to ws-ntf-bolao
                 move fin-valor-ganho   to ws-ntf-valor
                 move fin-valor-liquido to ws-ntf-liquido
                 perform notifica-premio
              end-if
           end-if
              .

           if not ws-fin-ja-gravado
              move zero to ws-fin-soma-apostado
              move zero to ws-fin-soma-ganho
              move zero to ws-fin-soma-ir
              move zero to ws-ntf-faixa

              perform varying ws-ind2 from ws-ind by 1
                      until ws-ind2 > ws-qtd-apostadores
                         to ws-fin-soma-apostado
                     add ws-fin-ganho(ws-ind2)
                         to ws-fin-soma-ganho
                     perform calcula-ir-posicao
                     add ws-fin-ir-posicao to ws-fin-soma-ir
                     perform melhor-faixa-posicao
                  end-if
              end-perform

                      to fin-valor-apostado
                 move ws-fin-soma-ganho to fin-valor-ganho
                 move ws-bolao-procurado to fin-bolao
                 move ws-fin-soma-ir    to fin-valor-ir
                 compute fin-valor-liquido =
                         ws-fin-soma-ganho - ws-fin-soma-ir

                 write fin-registro

                 if ws-fin-soma-ganho > zero
                    move fin-matricula     to ws-ntf-matricula
                    move fin-bolao         to ws-ntf-bolao
                    move fin-valor-ganho   to ws-ntf-valor
                    move fin-valor-liquido to ws-ntf-liquido
                    perform notifica-premio
                 end-if
              else
                 move zero to ws-fin-rateado-apostado
                 move zero to ws-fin-rateado-ganho
                 move zero to ws-fin-rateado-ir

                 perform varying ws-ind-membro from 1 by 1
                         until ws-ind-membro
                        compute ws-fin-quota-ganho =
                                ws-fin-soma-ganho
                                - ws-fin-rateado-ganho
                        compute ws-fin-quota-ir =
                                ws-fin-soma-ir
                                - ws-fin-rateado-ir
                     else
                        compute ws-fin-quota-apostado rounded =
                                ws-fin-soma-apostado
                                * ws-bol-mem-quota
                                  (ws-pos-bolao, ws-ind-membro)
                                / 100
                        compute ws-fin-quota-ir rounded =
                                ws-fin-soma-ir
                                * ws-bol-mem-quota
                                  (ws-pos-bolao, ws-ind-membro)
                                / 100

                        add ws-fin-quota-apostado
                            to ws-fin-rateado-apostado
                        add ws-fin-quota-ganho
                            to ws-fin-rateado-ganho
                        add ws-fin-quota-ir
                            to ws-fin-rateado-ir
                     end-if

                     move spaces to fin-registro
                          to fin-valor-ganho
                     move ws-bol-mem-codigo(ws-pos-bolao)
                          to fin-bolao
                     move ws-fin-quota-ir to fin-valor-ir
                     compute fin-valor-liquido =
                             ws-fin-quota-ganho - ws-fin-quota-ir

                     write fin-registro

                     if ws-fin-quota-ganho > zero
                        move fin-matricula     to ws-ntf-matricula
                        move fin-bolao         to ws-ntf-bolao
                        move fin-valor-ganho   to ws-ntf-valor
                        move fin-valor-liquido to ws-ntf-liquido
                        perform notifica-premio
                     end-if
                 end-perform
              end-if
           end-if
       grava-financeiro-bolao-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Guarda em ws-ntf-faixa a melhor faixa (a de menor ordem) premiada
      *> na posicao de aposta ws-ind2, se melhor que a ja guardada
      *>---------------------------------------------------------------------------------

       melhor-faixa-posicao section.

           perform varying ws-ntf-ind-faixa from 1 by 1
                   until ws-ntf-ind-faixa > 5
               if ws-qtd-premio-faixa(ws-ind2, ws-ntf-ind-faixa)
                  > zero
                  and (ws-ntf-faixa = zero
                       or ws-ntf-ind-faixa < ws-ntf-faixa)
                  move ws-ntf-ind-faixa to ws-ntf-faixa
               end-if
           end-perform
              .

       melhor-faixa-posicao-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Grava o aviso de premio do credito ws-ntf-* em NOTIFICACOES.TXT
      *> quando a matricula autorizou os avisos no cadastro; sem o cadastro
      *> nao ha contato nem autorizacao e nada e avisado
      *>---------------------------------------------------------------------------------

       notifica-premio section.

           if ws-cadastro-disponivel
              move ws-ntf-matricula to cad-matricula

              read ws-arq-apostadores
                  invalid key continue
              end-read

              if ws-fs-apostadores = "00"
                 and cad-aceita-notificacao
                 if ws-notificacoes-fechado
                    perform reserva-notificacoes
                 end-if

                 if ws-notificacoes-fechado
                    perform abre-notificacoes
                 end-if

                 if ws-notificacoes-aberto
                    add 1 to ws-ntf-ultimo-id

                    move spaces to ntf-registro
                    move ws-ntf-ultimo-id to ntf-id
                    move function current-date(1:8) to ntf-data
                    move function current-date(9:6) to ntf-hora
                    move ws-ntf-matricula to ntf-matricula
                    move ws-ntf-bolao     to ntf-bolao
                    move ws-ind-lot       to ntf-lot-tipo
                    move ws-ntf-faixa     to ntf-faixa
                    if ws-ntf-faixa > zero
                       move ws-faixa-nome(ws-ind-lot, ws-ntf-faixa)
                            to ntf-faixa-nome
                    end-if
                    move ws-ntf-valor     to ntf-valor-premio
                    move ws-ntf-liquido   to ntf-valor-liquido
                    move cad-telefone     to ntf-telefone
                    move cad-email        to ntf-email
                    move 'S'              to ntf-origem
                    move 'P'              to ntf-situacao
                    move ntf-data         to ntf-data-situacao
                    move ntf-hora         to ntf-hora-situacao

                    write ntf-registro
                    add 1 to ws-qtd-notificacoes
                 end-if
              end-if
           end-if
              .

       notifica-premio-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Reserva NOTIFICACOES.TXT para o acrescimo dos avisos da gravacao;
      *> retido por outra sessao (o retorno do gateway, por exemplo), os
      *> avisos desta gravacao nao sao gravados e o premio segue creditado
      *>---------------------------------------------------------------------------------

       reserva-notificacoes section.

           move spaces                 to trv-parametros
           move 'R'                    to trv-funcao
           move 'desafioloteria-aviso' to trv-programa
           move ws-flag-job            to trv-modo-job
           move ws-operador-corrente   to trv-operador
           move 1                      to trv-qtd-arquivos
           move 'NOTIFICACOES.TXT'     to trv-arquivo(1)

           move return-code to ws-retorno-execucao
           call "controletravas" using trv-parametros
           move ws-retorno-execucao to return-code

           if trv-conflito
              display "Avisos de premio nao gravados: "
                 trv-det-arquivo " esta em uso por "
                 trv-det-programa " (operador " trv-det-operador ")."
              move 'R' to ws-flag-notificacoes
              move 8 to return-code
           end-if

           if trv-ok
              move 'S' to ws-flag-trava-avisos
           end-if
              .

       reserva-notificacoes-exit.
           exit.

       libera-notificacoes section.

           if ws-trava-avisos-reservada
              move spaces                 to trv-parametros
              move 'L'                    to trv-funcao
              move 'desafioloteria-aviso' to trv-programa
              move return-code to ws-retorno-execucao
              call "controletravas" using trv-parametros
              move ws-retorno-execucao to return-code
              move 'N' to ws-flag-trava-avisos
           end-if
              .

       libera-notificacoes-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Abre NOTIFICACOES.TXT para acrescimo, apurando antes o maior numero
      *> de aviso ja gravado para continuar a numeracao
      *>---------------------------------------------------------------------------------

       abre-notificacoes section.

           move zero to ws-ntf-ultimo-id

           open input ws-arq-notificacoes

           if ws-fs-notificacoes = "00"
              perform until ws-fs-notificacoes = "10"
                  read ws-arq-notificacoes
                      at end
                          move "10" to ws-fs-notificacoes
                      not at end
                          if ntf-id numeric
                             and ntf-id > ws-ntf-ultimo-id
                             move ntf-id to ws-ntf-ultimo-id
                          end-if
                  end-read
              end-perform
              close ws-arq-notificacoes
           end-if

           open extend ws-arq-notificacoes

           if ws-fs-notificacoes not = "00"
              open output ws-arq-notificacoes
           end-if

           if ws-fs-notificacoes = "00"
              move 'S' to ws-flag-notificacoes
           else
              move 'X' to ws-flag-notificacoes
              display "Aviso: nao foi possivel gravar os avisos "
                 "de premio (NOTIFICACOES.TXT)."
              if return-code < 4
                 move 4 to return-code
              end-if
           end-if
              .

       abre-notificacoes-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Fecha NOTIFICACOES.TXT se algum aviso foi gravado nesta execucao e
      *> libera a sua reserva; recusados nesta gravacao, os avisos voltam a
      *> ser tentados na proxima
      *>---------------------------------------------------------------------------------

       fecha-notificacoes section.

           if ws-notificacoes-aberto
              close ws-arq-notificacoes
              move 'N' to ws-flag-notificacoes
              display "Avisos de premio gerados para o gateway: "
                 ws-qtd-notificacoes
           end-if

           if ws-notificacoes-em-uso
              move 'N' to ws-flag-notificacoes
           end-if

           perform libera-notificacoes
              .

       fecha-notificacoes-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Imposto de renda retido sobre um premio de cada faixa do jogo: 30%
      *> do valor cheio da faixa quando ele passa do limite de isencao
      *>---------------------------------------------------------------------------------

       calcula-ir-faixas section.

           perform varying ws-ind-faixa from 1 by 1
                   until ws-ind-faixa > 5
               if ws-valor-faixa(ws-ind-lot, ws-ind-faixa)
                  > ws-ir-limite-isencao
                  compute ws-ir-faixa(ws-ind-faixa) rounded =
                          ws-valor-faixa(ws-ind-lot, ws-ind-faixa)
                          * ws-ir-aliquota
               else
                  move zero to ws-ir-faixa(ws-ind-faixa)
               end-if
           end-perform
              .

       calcula-ir-faixas-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Imposto retido nas premiacoes da posicao de aposta ws-ind2: cada
      *> premio contado na faixa e tributado pelo seu valor cheio (no bolao,
      *> antes do rateio pelas quotas)
      *>---------------------------------------------------------------------------------

       calcula-ir-posicao section.

           move zero to ws-fin-ir-posicao

           perform varying ws-ind-faixa from 1 by 1
                   until ws-ind-faixa > 5
               compute ws-fin-ir-posicao = ws-fin-ir-posicao
                       + ws-qtd-premio-faixa(ws-ind2, ws-ind-faixa)
                       * ws-ir-faixa(ws-ind-faixa)
           end-perform
              .

       calcula-ir-posicao-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Grava em FREQUENCIA.TXT a frequencia de cada dezena nos sorteios
      *> validos desta execucao, por jogo, para o relatorio quentes/frias
           close ws-arq-resultados
           close ws-arq-apostas
           close ws-arq-apostadores
           perform libera-arquivos-sessao
           goback.
              .
       finaliza-exit.
           exit.
