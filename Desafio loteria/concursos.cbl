      *> no extrato financeiro. Assim o resultado de cada semana e digitado
      *> uma unica vez e conferido contra o bolo de apostas inteiro, em vez
      *> de re-digitar seis dezenas e uma aposta por vez.
      *> O valor de cada faixa e um premio a ratear: as apostas do concurso
      *> que acertam a faixa dividem o valor em cotas iguais, e a cota de
      *> uma aposta de bolao e rateada entre os membros pela quota de cada
      *> um (BOLOES.TXT). Sem ganhador na faixa principal, o valor dela
      *> acumula (ACUMULADO.DAT, layout ACUMULADO-REC) e e somado a faixa
      *> principal do proximo concurso do mesmo jogo.
      *> Na cadeia noturna o menu nao e exibido: a conferencia em lote e
      *> executada com o jogo, a faixa de concursos e a opcao de gravacao
      *> do cartao do passo (JOBPASSO.TXT); codigo de retorno 4 quando
      *> nenhum concurso e conferido e 8 quando a conferencia nao pode ser
      *> executada ou o financeiro nao pode ser gravado. O resumo da
      *> conferencia sai tambem no arquivo de impressao datado
      *> CONCURSOS.AAAAMMDD.TXT.
      *> Cada premio gravado no financeiro a uma matricula que autorizou os
      *> avisos no cadastro (APOSTADORES.DAT) gera tambem um aviso de premio
      *> em NOTIFICACOES.TXT (layout NOTIFICACAO-REC) para o gateway de
      *> SMS/e-mail.
      *> Com o mes corrente ja fechado (FECHAMENTOS.TXT) os premios nao
      *> sao gravados (codigo de retorno 8); um premio gravado a mais, como
      *> o de uma conferencia repetida, e anulado por estorno no programa
      *> de fechamento mensal. Por isso cada concurso gravado no financeiro
      *> fica marcado em ACUMULADO.DAT com o momento da gravacao, e uma
      *> conferencia que encontra algum concurso ja gravado nao grava os
      *> premios (codigo de retorno 4 no minimo) enquanto houver credito
      *> daquela gravacao sem estorno; estornados todos, o concurso volta
      *> a poder ser gravado (correcao por estorno e nova gravacao). As
      *> conferencias so exibidas, sem gravacao, nao marcam nada. Tambem
      *> nao sao gravados quando algum concurso passa do limite de 1000
      *> apostas ganhadoras ou a conferencia passa do limite de 200
      *> matriculas premiadas (codigo de retorno 8), pois os premios
      *> excedentes nao seriam creditados.
      *> Durante a conferencia ACUMULADO.DAT, FINANCEIRO.TXT e
      *> NOTIFICACOES.TXT ficam reservados no cadastro de travas; com
      *> algum deles retido por outra sessao a conferencia e recusada
      *> (codigo de retorno 8).
      *>---------------------------------------------------------------------------------

      *Divisão para configuração do ambiente
               organization is line sequential
               file status is ws-fs-jogos.

           select ws-arq-boloes
               assign to "BOLOES.TXT"
               organization is line sequential
               file status is ws-fs-boloes.

           select ws-arq-acumulado
               assign to "ACUMULADO.DAT"
               organization is indexed
               access mode is dynamic
               record key is acu-chave
               file status is ws-fs-acumulado.

           select ws-arq-jobpasso
               assign to "JOBPASSO.TXT"
               organization is line sequential
               file status is ws-fs-jobpasso.

           select ws-arq-apostadores
               assign to "APOSTADORES.DAT"
               organization is indexed
               access mode is dynamic
               record key is cad-matricula
               file status is ws-fs-apostadores.

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

           copy jogorec.

      *----Cadastro de boloes: quotas dos membros para o rateio das cotas
      *----das apostas de grupo
       fd  ws-arq-boloes
           label records are standard.

           copy bolaorec.

      *----Acumulado da faixa principal por jogo e concurso
       fd  ws-arq-acumulado
           label records are standard.

           copy acumuladorec.

      *----Cartao do passo da cadeia noturna (vazio fora dela)
       fd  ws-arq-jobpasso
           label records are standard.

           copy jobpassorec.

      *----Cadastro mestre de apostadores (contato e autorizacao dos
      *----avisos de premio), somente consultado
       fd  ws-arq-apostadores
           label records are standard.

           copy cadastrorec.

      *----Avisos de premio para o gateway de SMS/e-mail, somente
      *----acrescido
       fd  ws-arq-notificacoes
           label records are standard.

           copy notificacaorec.

      *----Meses fechados do financeiro (so consultado)
       fd  ws-arq-fechamentos
           label records are standard.

           copy fechamentorec.

      *----Variaveis de trabalho
       working-storage section.

       77  ws-fs-apostas                        pic  x(02).
       77  ws-fs-financeiro                     pic  x(02).
       77  ws-fs-jogos                          pic  x(02).
       77  ws-fs-jobpasso                       pic  x(02).
       77  ws-fs-boloes                         pic  x(02).
       77  ws-fs-acumulado                      pic  x(02).
       77  ws-fs-apostadores                    pic  x(02).
       77  ws-fs-notificacoes                   pic  x(02).
       77  ws-fs-fechamentos                    pic  x(02).

      *----Mes corrente ja fechado em FECHAMENTOS.TXT: os premios nao
      *----sao gravados no financeiro
       77  ws-periodo-corrente                  pic  9(06).
       77  ws-flag-periodo                      pic  x(01)
                                                  value 'N'.
           88  ws-periodo-fechado               value 'S'.

      *----Avisos de premio: so com o cadastro disponivel ha contato e
      *----autorizacao; o numero do aviso continua a partir do maior ja
      *----gravado e a faixa avisada e a melhor faixa premiada
       77  ws-flag-notificacoes                 pic  x(01)
                                                  value 'N'.
           88  ws-notificacoes-fechado          value 'N'.
           88  ws-notificacoes-aberto           value 'S'.
           88  ws-notificacoes-indisponivel     value 'X'.
       77  ws-ntf-ultimo-id                     pic  9(09).
       77  ws-qtd-notificacoes                  pic  9(05).
       77  ws-ntf-faixa                         pic  9(01).
       77  ws-ntf-ind-faixa                     pic  9(02).

      *----Execucao pela cadeia noturna, sem perguntas no teclado
       77  ws-flag-job                          pic  x(01)
                                                  value 'N'.
           88  ws-modo-job                      value 'S'.

      *----Tabelas em memoria do catalogo de jogos

       77  ws-filtro-conc-ini                   pic  9(05).
       77  ws-filtro-conc-fim                   pic  9(05).

      *----Acumulo da conferencia por matricula premiada (e por bolao,
      *----quando o premio e a quota de um membro)
       77  ws-qtd-matriculas                    pic  9(03)
                                                  value zero.
       01  ws-tab-conferencia.
           05  ws-conf-linha occurs 200 times.
               10  ws-cnf-matricula             pic  9(05).
               10  ws-cnf-bolao                 pic  9(03).
               10  ws-cnf-qtd-faixa occurs 5 times
                                                pic  9(05).
               10  ws-cnf-ganho                 pic  9(13)v99.
               10  ws-cnf-ir                    pic  9(13)v99.

      *----Retencao do imposto de renda: cada premio acima do limite
      *----de isencao e tributado pelo seu valor cheio

           copy irtab.

       77  ws-ir-premio                         pic  9(13)v99.

      *----Rateio do concurso corrente: apostas ganhadoras por faixa,
      *----premio da faixa (com o acumulado recebido na faixa principal)
      *----e a cota de cada aposta ganhadora
       01  ws-rateio-concurso.
           05  ws-rat-faixa occurs 5 times.
               10  ws-rat-qtd-ganhadores        pic  9(05).
               10  ws-rat-premio                pic  9(13)v99.
               10  ws-rat-cota                  pic  9(13)v99.

      *----Apostas ganhadoras do concurso corrente, guardadas ate que o
      *----numero de ganhadores de cada faixa seja conhecido
       77  ws-qtd-ganhadores                    pic  9(04)
                                                  value zero.
       01  ws-tab-ganhadores.
           05  ws-ganhador-linha occurs 1000 times.
               10  ws-gan-matricula             pic  9(05).
               10  ws-gan-bolao                 pic  9(03).
               10  ws-gan-faixa                 pic  9(01).
               10  ws-gan-data                  pic  9(08).
       77  ws-ind-gan                           pic  9(04).
       77  ws-qtd-gan-excesso                   pic  9(05)
                                                  value zero.

      *----Impedimentos da gravacao no financeiro, apurados na
      *----conferencia inteira: cotas nao creditadas pelo limite da
      *----tabela de ganhadores, premios fora da tabela de matriculas
      *----e concursos ja gravados no financeiro com creditos ainda
      *----sem estorno (indicador de gravacao em ACUMULADO.DAT)
       77  ws-qtd-excesso-lote                  pic  9(07)
                                                  value zero.
       77  ws-qtd-excesso-matriculas            pic  9(07)
                                                  value zero.
       77  ws-qtd-ja-gravados                   pic  9(05)
                                                  value zero.
       77  ws-flag-ja-gravado                   pic  x(01)
                                                  value 'N'.
           88  ws-concurso-ja-gravado           value 'S'.
       77  ws-flag-acumulado                    pic  x(01).
           88  ws-acumulado-existe              value 'S'.

      *----Momento unico dos creditos de uma gravacao no financeiro,
      *----marcado nos concursos gravados
       77  ws-data-gravacao                     pic  9(08).
       77  ws-hora-gravacao                     pic  9(06).
       77  ws-fs-gravacao                       pic  x(02).

      *----Creditos de uma gravacao anterior e seus estornos: o concurso
      *----so e liberado com todos os creditos estornados; a apuracao
      *----vale para os concursos seguintes da mesma gravacao
       77  ws-ver-data                          pic  9(08)
                                                  value zero.
       77  ws-ver-hora                          pic  9(06)
                                                  value zero.
       77  ws-flag-estornados                   pic  x(01)
                                                  value 'N'.
           88  ws-creditos-estornados           value 'S'.
       77  ws-qtd-gravados                      pic  9(03).
       77  ws-qtd-gravados-excesso              pic  9(05).
       01  ws-tab-gravados.
           05  ws-gravado-linha occurs 200 times.
               10  ws-grv-matricula             pic  9(05).
               10  ws-grv-bolao                 pic  9(03).
               10  ws-grv-flag-estorno          pic  x(01).
                   88  ws-grv-estornado         value 'S'.
       77  ws-ind-grv                           pic  9(03).
       77  ws-bolao-financeiro                  pic  9(03).
       77  ws-flag-grv-achado                   pic  x(01).
           88  ws-grv-achado                    value 'S'.

      *----Acumulado recebido do concurso anterior do mesmo jogo e o
      *----que sai do concurso corrente para o proximo
       77  ws-acu-recebido                      pic  9(13)v99.
       77  ws-acu-origem                        pic  9(05).
       77  ws-acu-saida                         pic  9(13)v99
                                                  value zero.

      *----Cadastro de boloes em memoria e rateio de uma cota de bolao:
      *----o ultimo membro recebe o total menos o ja rateado, para que
      *----os centavos de arredondamento nao somem nem sobrem
       77  ws-qtd-boloes                        pic  9(03)
                                                  value zero.
       01  ws-tab-boloes.
           05  ws-bolao-mem occurs 100 times.
               10  ws-bol-mem-codigo            pic  9(03).
               10  ws-bol-mem-qtd               pic  9(02).
               10  ws-bol-mem-membro occurs 10 times.
                   15  ws-bol-mem-matricula     pic  9(05).
                   15  ws-bol-mem-quota         pic  9(03).
       77  ws-ind-bolao                         pic  9(03).
       77  ws-pos-bolao                         pic  9(03).
       77  ws-ind-membro                        pic  9(02).
       77  ws-flag-bolao                        pic  x(01).
           88  ws-bolao-achado                  value 'S'.
       77  ws-cota-ganho                        pic  9(13)v99.
       77  ws-cota-ir                           pic  9(13)v99.
       77  ws-rateado-ganho                     pic  9(13)v99.
       77  ws-rateado-ir                        pic  9(13)v99.

      *----Matricula e bolao creditados em acumula-premio-matricula
       77  ws-premio-matricula                  pic  9(05).
       77  ws-premio-bolao                      pic  9(03).

      *----Variaveis de apoio a conferencia
       77  ws-ind-matricula                     pic  9(03).
                                                  value zero.
       77  ws-qtd-premios                       pic  9(07)
                                                  value zero.
       77  ws-valor-premio                      pic  9(13)v99.

      *----Area do modulo de impressao e linhas do resumo impresso

           copy imprel.

      *----Codigo de retorno da execucao, preservado nas chamadas aos
      *----modulos (cada chamada devolve o codigo do modulo chamado)
       77  ws-retorno-execucao                  pic  9(04).

      *----Travas da conferencia: o acumulado e o financeiro que ela
      *----grava e os avisos de premio acrescidos com os creditos; o
      *----operador identificado na reserva assina o resumo impresso

           copy travapar.

       77  ws-flag-travas                       pic  x(01)
                                                  value 'N'.
           88  ws-travas-reservadas             value 'S'.
           88  ws-travas-recusadas              value 'R'.
       77  ws-operador-trava                    pic  9(04)
                                                  value zero.

       77  ws-flag-impressao                    pic  x(01)
                                                  value 'N'.
           88  ws-impressao-ativa               value 'S'.
       77  ws-imp-soma-ganho                    pic  9(13)v99.
       77  ws-imp-soma-ir                       pic  9(13)v99.

       01  ws-imp-filtros.
           05  filler                           pic  x(06)
                                                  value 'JOGO: '.
           05  ws-imp-fil-jogo                  pic  9(02).
           05  filler                           pic  x(03)
                                                  value ' - '.
           05  ws-imp-fil-jogo-nome             pic  x(12).
           05  filler                           pic  x(03)
                                                  value spaces.
           05  filler                           pic  x(18)
                                                  value
                                                  'CONCURSO INICIAL: '.
           05  ws-imp-fil-conc-ini              pic  9(05).
           05  filler                           pic  x(19)
                                                  value
                                                  '   CONCURSO FINAL: '.
           05  ws-imp-fil-conc-fim              pic  9(05).

       01  ws-imp-colunas.
           05  filler                           pic  x(08)
                                                  value 'MATR.'.
           05  filler                           pic  x(06)
                                                  value 'BOLAO'.
           05  ws-imp-col-faixa occurs 5 times.
               10  ws-imp-col-sep               pic  x(02).
               10  ws-imp-col-nome              pic  x(10).
           05  filler                           pic  x(02)
                                                  value spaces.
           05  filler                           pic  x(18)
                                                  value
                                                  '      PREMIO TOTAL'.
           05  filler                           pic  x(02)
                                                  value spaces.
           05  filler                           pic  x(18)
                                                  value
                                                  '         IR RETIDO'.

       01  ws-imp-detalhe.
           05  ws-imp-matricula                 pic  9(05).
           05  filler                           pic  x(03).
           05  ws-imp-bolao                     pic  zzz.
           05  filler                           pic  x(03).
           05  ws-imp-det-faixa occurs 5 times.
               10  filler                       pic  x(02).
               10  ws-imp-det-qtd               pic  zzzzz.
               10  filler                       pic  x(05).
           05  filler                           pic  x(02).
           05  ws-imp-premio                    pic  zzz.zzz.zzz.zz9,99.
           05  filler                           pic  x(02).
           05  ws-imp-ir                        pic  zzz.zzz.zzz.zz9,99.

       01  ws-imp-total-qtd.
           05  ws-imp-tqt-descricao             pic  x(30).
           05  ws-imp-tqt-valor                 pic  zzz.zzz.zz9.

       01  ws-imp-total-valor.
           05  ws-imp-tvl-descricao             pic  x(30).
           05  ws-imp-tvl-valor                 pic  zzz.zzz.zzz.zz9,99.

       01  ws-imp-total-texto.
           05  ws-imp-ttx-descricao             pic  x(30).
           05  ws-imp-ttx-texto                 pic  x(30).

      *Declaração do corpo do programa
       procedure division.

           perform carrega-tabela-precos

           perform carrega-boloes

           perform le-parametros-job

           if ws-modo-job
              perform conferencia-lote
              move zero to ws-opcao-menu
           else
              move 9 to ws-opcao-menu
           end-if

           perform until ws-opcao-menu = zero
               display "===================================="
               display "1 - Cadastrar concurso oficial"
       inicializa-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Le o cartao do passo: se a cadeia noturna o preparou para este
      *> programa, a conferencia em lote roda com os parametros dele
      *>---------------------------------------------------------------------------------

       le-parametros-job section.

           move 'N' to ws-flag-job

           open input ws-arq-jobpasso

           if ws-fs-jobpasso = "00"
              read ws-arq-jobpasso
                  at end move "10" to ws-fs-jobpasso
              end-read

              if ws-fs-jobpasso = "00"
                 and jpa-programa = "concursos"
                 move 'S' to ws-flag-job
                 display "Execucao em cadeia - passo " jpa-passo
              end-if

              close ws-arq-jobpasso
           end-if
              .

       le-parametros-job-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Carrega o cadastro de boloes (BOLOES.TXT) para o rateio das cotas
      *> das apostas de grupo entre os membros
      *>---------------------------------------------------------------------------------

       carrega-boloes section.

           move zero  to ws-qtd-boloes
           move zeros to ws-tab-boloes

           open input ws-arq-boloes

           if ws-fs-boloes = "00"
              perform le-proximo-bolao
              perform until ws-fs-boloes = "10"
                  if bol-codigo numeric
                     and bol-qtd-membros numeric
                     and bol-qtd-membros > zero
                     and bol-qtd-membros <= 10
                     perform guarda-bolao
                  end-if
                  perform le-proximo-bolao
              end-perform
              close ws-arq-boloes
           end-if
              .

       carrega-boloes-exit.
           exit.

       le-proximo-bolao section.

           read ws-arq-boloes
               at end move "10" to ws-fs-boloes
           end-read
              .

       le-proximo-bolao-exit.
           exit.

       guarda-bolao section.

           if ws-qtd-boloes >= 100
              display "Aviso: limite de 100 boloes em memoria "
                 "atingido; bolao " bol-codigo " ignorado."
           else
              add 1 to ws-qtd-boloes
              move bol-codigo to ws-bol-mem-codigo(ws-qtd-boloes)
              move bol-qtd-membros to ws-bol-mem-qtd(ws-qtd-boloes)
              perform varying ws-ind-membro from 1 by 1
                      until ws-ind-membro > bol-qtd-membros
                  move bol-matricula(ws-ind-membro)
                       to ws-bol-mem-matricula
                          (ws-qtd-boloes, ws-ind-membro)
                  move bol-quota(ws-ind-membro)
                       to ws-bol-mem-quota
                          (ws-qtd-boloes, ws-ind-membro)
              end-perform
           end-if
              .

       guarda-bolao-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Carrega o catalogo de jogos (JOGOS.TXT) para as tabelas em memoria;
      *> o catalogo e criado pelo programa principal ou por manutjogos
              display "Catalogo de jogos (JOGOS.TXT) vazio ou "
                 "nao encontrado; rode o programa principal ou "
                 "manutjogos para cria-lo."
              move 8 to return-code
              perform finaliza
           end-if
              .
       conferencia-lote section.

           move 'N' to ws-flag-valido

           if ws-modo-job
              perform valida-parametros-job
           end-if

           perform until ws-numero-valido
               display "Jogo a conferir:"
               perform varying ws-ind-jg from 1 by 1
               end-if
           end-perform

           if not ws-modo-job
              display "Numero do concurso inicial (0 = desde o "
                 "primeiro): "
              accept ws-filtro-conc-ini

              display "Numero do concurso final (0 = ate o ultimo): "
              accept ws-filtro-conc-fim
           end-if

           if ws-filtro-conc-fim = zero
              move 99999 to ws-filtro-conc-fim
           move zero  to ws-qtd-concursos
           move zero  to ws-qtd-apostas-conf
           move zero  to ws-qtd-premios
           move zero  to ws-qtd-excesso-lote
           move zero  to ws-qtd-excesso-matriculas
           move zero  to ws-qtd-ja-gravados
           move zero  to ws-ver-data
           move zero  to ws-ver-hora

           move ws-jogo-qtd-sorteio(ws-filtro-jogo)
                to ws-qtd-num-jog

           perform reserva-travas

           if not ws-travas-recusadas
              perform confere-faixa-concursos
              perform libera-travas
           end-if
              .

       conferencia-lote-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Reserva os arquivos gravados pela conferencia; retido algum deles
      *> por outra sessao, a conferencia e recusada
      *>---------------------------------------------------------------------------------

       reserva-travas section.

           move 'N' to ws-flag-travas

           move spaces             to trv-parametros
           move 'R'                to trv-funcao
           move 'concursos'        to trv-programa
           move ws-flag-job        to trv-modo-job
           move zero               to trv-operador
           move 3                  to trv-qtd-arquivos
           move 'ACUMULADO.DAT'    to trv-arquivo(1)
           move 'FINANCEIRO.TXT'   to trv-arquivo(2)
           move 'NOTIFICACOES.TXT' to trv-arquivo(3)

           move return-code to ws-retorno-execucao
           call "controletravas" using trv-parametros
           move ws-retorno-execucao to return-code
           move trv-operador to ws-operador-trava

           if trv-conflito
              display "Conferencia recusada: " trv-det-arquivo
                 " esta em uso por " trv-det-programa
                 " (operador " trv-det-operador "). Aguarde o "
                 "termino ou peca ao supervisor a liberacao de "
                 "uma trava abandonada (manuttravas)."
              move 'R' to ws-flag-travas
              move 8 to return-code
           end-if

           if trv-ok
              move 'S' to ws-flag-travas
           end-if
              .

       reserva-travas-exit.
           exit.

       libera-travas section.

           if ws-travas-reservadas
              move spaces      to trv-parametros
              move 'L'         to trv-funcao
              move 'concursos' to trv-programa
              move return-code to ws-retorno-execucao
              call "controletravas" using trv-parametros
              move ws-retorno-execucao to return-code
           end-if

           move 'N' to ws-flag-travas
              .

       libera-travas-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Confere os concursos do jogo na faixa de numeros informada e exibe
      *> o resumo da conferencia
      *>---------------------------------------------------------------------------------

       confere-faixa-concursos section.

           open input ws-arq-concursos

           if ws-fs-concursos not = "00"
              display "Cadastro de concursos (CONCURSOS.TXT) "
                 "vazio ou nao encontrado; cadastre os "
                 "concursos antes de conferir."
              if return-code < 4
                 move 4 to return-code
              end-if
           else
              perform le-proximo-concurso
              perform until ws-fs-concursos = "10"
              end-perform
              close ws-arq-concursos

              if ws-qtd-concursos = zero
                 and return-code < 4
                 move 4 to return-code
              end-if

              perform exibe-resumo-conferencia
           end-if
              .

       confere-faixa-concursos-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Valida e aplica os parametros do cartao do passo: jogo, faixa de
      *> concursos e gravacao no financeiro; parametro invalido encerra o
      *> passo com falha
      *>---------------------------------------------------------------------------------

       valida-parametros-job section.

           if jpa-con-jogo not numeric
              or jpa-con-conc-ini not numeric
              or jpa-con-conc-fim not numeric
              display "Parametros do passo invalidos: "
                 jpa-parametros
              move 8 to return-code
              perform finaliza
           end-if

           move jpa-con-jogo     to ws-filtro-jogo
           move jpa-con-conc-ini to ws-filtro-conc-ini
           move jpa-con-conc-fim to ws-filtro-conc-fim
           move jpa-con-grava    to ws-resp

           if ws-filtro-jogo >= 1
              and ws-filtro-jogo <= ws-qtd-jogos
              and ws-jogo-qtd-sorteio(ws-filtro-jogo) > zero
              move 'S' to ws-flag-valido
           else
              display "Jogo " ws-filtro-jogo " do passo nao existe "
                 "no catalogo."
              move 8 to return-code
              perform finaliza
           end-if
              .

       valida-parametros-job-exit.
           exit.

      *>---------------------------------------------------------------------------------

           perform seleciona-valores-vigentes

           perform obtem-acumulado-anterior

           move zeros to ws-rateio-concurso
           move zero  to ws-qtd-ganhadores
           move zero  to ws-qtd-gan-excesso

           open input ws-arq-apostas

           if ws-fs-apostas not = "00"
              display "Historico de apostas (APOSTAS.DAT) "
                 "indisponivel; nada a conferir."
              move 8 to return-code
           else
              move low-values to apo-chave

              end-if

              close ws-arq-apostas

              perform rateia-premios-concurso
              perform grava-acumulado

              if ws-concurso-ja-gravado
                 add 1 to ws-qtd-ja-gravados
              end-if
           end-if
              .

               and ws-qtd-acertos =
                   ws-faixa-acertos(conc-lot-tipo, ws-ind-faixa)
                  add 1 to ws-qtd-premios
                  add 1 to ws-rat-qtd-ganhadores(ws-ind-faixa)
                  perform guarda-ganhador
               end-if
           end-perform
              .

       confere-aposta-concurso-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Guarda a aposta ganhadora da faixa corrente para o rateio do concurso
      *>---------------------------------------------------------------------------------

       guarda-ganhador section.

           if ws-qtd-ganhadores >= 1000
              add 1 to ws-qtd-gan-excesso
           else
              add 1 to ws-qtd-ganhadores
              move apo-matricula
                   to ws-gan-matricula(ws-qtd-ganhadores)
              if apo-bolao numeric
                 move apo-bolao to ws-gan-bolao(ws-qtd-ganhadores)
              else
                 move zero to ws-gan-bolao(ws-qtd-ganhadores)
              end-if
              move ws-ind-faixa to ws-gan-faixa(ws-qtd-ganhadores)
              move apo-data to ws-gan-data(ws-qtd-ganhadores)
           end-if
              .

       guarda-ganhador-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Rateio do concurso: o premio de cada faixa (mais o acumulado
      *> recebido, na faixa principal) e dividido em cotas iguais entre as
      *> apostas ganhadoras; a cota e truncada no centavo, para que a soma
      *> das cotas nunca passe do premio. Cada cota e creditada a matricula
      *> da aposta ou rateada entre os membros do bolao.
      *>---------------------------------------------------------------------------------

       rateia-premios-concurso section.

           perform varying ws-ind-faixa from 1 by 1
                   until ws-ind-faixa > 5
               move ws-valor-vigente(ws-ind-faixa)
                    to ws-rat-premio(ws-ind-faixa)
               if ws-ind-faixa = 1
                  add ws-acu-recebido to ws-rat-premio(ws-ind-faixa)
               end-if

               if ws-rat-qtd-ganhadores(ws-ind-faixa) > zero
                  compute ws-rat-cota(ws-ind-faixa) =
                          ws-rat-premio(ws-ind-faixa)
                          / ws-rat-qtd-ganhadores(ws-ind-faixa)
               end-if

               if ws-faixa-acertos(conc-lot-tipo, ws-ind-faixa)
                  > zero
                  display "   "
                     ws-faixa-nome(conc-lot-tipo, ws-ind-faixa)
                     " premio " ws-rat-premio(ws-ind-faixa)
                     " ganhadores "
                     ws-rat-qtd-ganhadores(ws-ind-faixa)
                     " cota " ws-rat-cota(ws-ind-faixa)
               end-if
           end-perform

           if ws-qtd-gan-excesso > zero
              display "Aviso: limite de 1000 apostas ganhadoras por "
                 "concurso atingido; " ws-qtd-gan-excesso
                 " cotas nao creditadas (entram na divisao)."
              add ws-qtd-gan-excesso to ws-qtd-excesso-lote
           end-if

           perform varying ws-ind-gan from 1 by 1
                   until ws-ind-gan > ws-qtd-ganhadores
               move ws-gan-faixa(ws-ind-gan) to ws-ind-faixa
               move ws-rat-cota(ws-ind-faixa) to ws-valor-premio

      *----Imposto sobre a cota inteira da aposta, antes do rateio do
      *----bolao, como no programa principal
               if ws-valor-premio > ws-ir-limite-isencao
                  compute ws-ir-premio rounded =
                          ws-valor-premio * ws-ir-aliquota
               else
                  move zero to ws-ir-premio
               end-if

               display "   Matricula " ws-gan-matricula(ws-ind-gan)
                  " aposta de " ws-gan-data(ws-ind-gan) " : "
                  ws-faixa-nome(conc-lot-tipo, ws-ind-faixa)
                  " - valor " ws-valor-premio

               if ws-gan-bolao(ws-ind-gan) = zero
                  move ws-gan-matricula(ws-ind-gan)
                       to ws-premio-matricula
                  move zero to ws-premio-bolao
                  perform acumula-premio-matricula
               else
                  perform rateia-cota-bolao
               end-if
           end-perform
              .

       rateia-premios-concurso-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Rateia a cota de uma aposta de bolao (ws-valor-premio/ws-ir-premio)
      *> entre os membros pela quota de cada um; bolao fora do cadastro
      *> recebe a cota inteira em nome do titular
      *>---------------------------------------------------------------------------------

       rateia-cota-bolao section.

           move 'N'  to ws-flag-bolao
           move zero to ws-pos-bolao

           perform varying ws-ind-bolao from 1 by 1
                   until ws-ind-bolao > ws-qtd-boloes
                      or ws-bolao-achado
               if ws-bol-mem-codigo(ws-ind-bolao)
                  = ws-gan-bolao(ws-ind-gan)
                  move 'S' to ws-flag-bolao
                  move ws-ind-bolao to ws-pos-bolao
               end-if
           end-perform

           move ws-gan-bolao(ws-ind-gan) to ws-premio-bolao

           if not ws-bolao-achado
              display "Aviso: bolao " ws-gan-bolao(ws-ind-gan)
                 " nao encontrado no cadastro; cota integral "
                 "creditada ao titular "
                 ws-gan-matricula(ws-ind-gan) "."
              move ws-gan-matricula(ws-ind-gan)
                   to ws-premio-matricula
              perform acumula-premio-matricula
           else
              move ws-valor-premio to ws-cota-ganho
              move ws-ir-premio    to ws-cota-ir
              move zero to ws-rateado-ganho
              move zero to ws-rateado-ir

              perform varying ws-ind-membro from 1 by 1
                      until ws-ind-membro
                         > ws-bol-mem-qtd(ws-pos-bolao)
                  if ws-ind-membro = ws-bol-mem-qtd(ws-pos-bolao)
                     compute ws-valor-premio =
                             ws-cota-ganho - ws-rateado-ganho
                     compute ws-ir-premio =
                             ws-cota-ir - ws-rateado-ir
                  else
                     compute ws-valor-premio rounded =
                             ws-cota-ganho
                             * ws-bol-mem-quota
                               (ws-pos-bolao, ws-ind-membro)
                             / 100
                     compute ws-ir-premio rounded =
                             ws-cota-ir
                             * ws-bol-mem-quota
                               (ws-pos-bolao, ws-ind-membro)
                             / 100
                     add ws-valor-premio to ws-rateado-ganho
                     add ws-ir-premio    to ws-rateado-ir
                  end-if

                  move ws-bol-mem-matricula
                       (ws-pos-bolao, ws-ind-membro)
                       to ws-premio-matricula

                  display "      bolao " ws-premio-bolao
                     " matricula " ws-premio-matricula
                     " quota " ws-valor-premio

                  perform acumula-premio-matricula
              end-perform
           end-if
              .

       rateia-cota-bolao-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Acumulado recebido pelo concurso corrente: o valor que rolou do
      *> ultimo concurso anterior do mesmo jogo gravado em ACUMULADO.DAT
      *>---------------------------------------------------------------------------------

       obtem-acumulado-anterior section.

           move zero to ws-acu-recebido
           move zero to ws-acu-origem

           open input ws-arq-acumulado

           if ws-fs-acumulado = "00"
              move conc-lot-tipo to acu-jogo
              move zero to acu-concurso

              start ws-arq-acumulado
                    key is not less than acu-chave
                  invalid key move "10" to ws-fs-acumulado
              end-start

              if ws-fs-acumulado = "00"
                 perform le-proximo-acumulado
                 perform until ws-fs-acumulado not = "00"
                         or acu-jogo not = conc-lot-tipo
                         or acu-concurso >= conc-numero
                     move acu-valor-acumulado to ws-acu-recebido
                     move acu-concurso to ws-acu-origem
                     perform le-proximo-acumulado
                 end-perform
              end-if

              close ws-arq-acumulado
           end-if

           if ws-acu-recebido > zero
              display "   Acumulado recebido do concurso "
                 ws-acu-origem " : " ws-acu-recebido
           end-if
              .

       obtem-acumulado-anterior-exit.
           exit.

       le-proximo-acumulado section.

           read ws-arq-acumulado next record
               at end move "10" to ws-fs-acumulado
           end-read
              .

       le-proximo-acumulado-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Grava (ou regrava, numa reconferencia) o registro do concurso em
      *> ACUMULADO.DAT: sem ganhador na faixa principal, o premio dela
      *> inteiro rola para o proximo concurso do jogo
      *>---------------------------------------------------------------------------------

       grava-acumulado section.

           move 'N'  to ws-flag-ja-gravado
           move zero to ws-acu-saida

           if ws-faixa-acertos(conc-lot-tipo, 1) > zero
              and ws-rat-qtd-ganhadores(1) = zero
              move ws-rat-premio(1) to ws-acu-saida
              display "   Faixa principal sem ganhador: "
                 ws-acu-saida " acumulado para o proximo "
                 "concurso."
           end-if

           open i-o ws-arq-acumulado

           if ws-fs-acumulado = "35"
              open output ws-arq-acumulado
              close ws-arq-acumulado
              open i-o ws-arq-acumulado
           end-if

           if ws-fs-acumulado not = "00"
              display "Aviso: nao foi possivel gravar o acumulado "
                 "do concurso (ACUMULADO.DAT, status "
                 ws-fs-acumulado ")."
              move 8 to return-code
           else
              move conc-lot-tipo         to acu-jogo
              move conc-numero           to acu-concurso

              read ws-arq-acumulado
                  invalid key move "23" to ws-fs-acumulado
              end-read

              if ws-fs-acumulado = "00"
                 move 'S' to ws-flag-acumulado
                 if acu-gravado-financeiro
                    perform verifica-estorno-gravacao
                 end-if
              else
                 move 'N'  to ws-flag-acumulado
                 move 'N'  to acu-flag-gravado
                 move zero to acu-data-gravacao
                 move zero to acu-hora-gravacao
              end-if

              move conc-data             to acu-data-concurso
              move ws-valor-vigente(1)   to acu-valor-faixa
              move ws-acu-origem         to acu-concurso-origem
              move ws-acu-recebido       to acu-valor-recebido
              move ws-rat-qtd-ganhadores(1) to acu-qtd-ganhadores
              move ws-acu-saida          to acu-valor-acumulado
              move function current-date(1:8)
                   to acu-data-conferencia

              if ws-acumulado-existe
                 rewrite acu-registro
                     invalid key
                         display "Aviso: nao foi possivel "
                            "regravar o acumulado do concurso "
                            conc-numero "."
                         move 8 to return-code
                 end-rewrite
              else
                 write acu-registro
                     invalid key
                         display "Aviso: nao foi possivel "
                            "gravar o acumulado do concurso "
                            conc-numero "."
                         move 8 to return-code
                 end-write
              end-if

              close ws-arq-acumulado
           end-if
              .

       grava-acumulado-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Concurso ja gravado no financeiro: so pode ser gravado de novo se
      *> todos os creditos daquela gravacao (mesma data, hora e jogo) ja
      *> tiverem estorno; liberado, o indicador de gravacao e desfeito
      *>---------------------------------------------------------------------------------

       verifica-estorno-gravacao section.

           if acu-data-gravacao not = ws-ver-data
              or acu-hora-gravacao not = ws-ver-hora
              perform apura-estorno-gravacao
           end-if

           if ws-creditos-estornados
              display "   Creditos gravados em " acu-data-gravacao
                 " " acu-hora-gravacao " ja estornados; concurso "
                 "liberado para nova gravacao."
              move 'N' to acu-flag-gravado
           else
              display "   Concurso ja gravado no financeiro em "
                 acu-data-gravacao " " acu-hora-gravacao
                 "; ha creditos dessa gravacao sem estorno."
              move 'S' to ws-flag-ja-gravado
           end-if
              .

       verifica-estorno-gravacao-exit.
           exit.

       apura-estorno-gravacao section.

           move acu-data-gravacao to ws-ver-data
           move acu-hora-gravacao to ws-ver-hora
           move zero  to ws-qtd-gravados
           move zero  to ws-qtd-gravados-excesso
           move zeros to ws-tab-gravados

           open input ws-arq-financeiro

           if ws-fs-financeiro = "00"
              perform le-proximo-financeiro
              perform until ws-fs-financeiro = "10"
                  perform confere-credito-gravacao
                  perform le-proximo-financeiro
              end-perform
              close ws-arq-financeiro
           end-if

           move 'S' to ws-flag-estornados
           if ws-qtd-gravados = zero
              or ws-qtd-gravados-excesso > zero
              move 'N' to ws-flag-estornados
           end-if

           perform varying ws-ind-grv from 1 by 1
                   until ws-ind-grv > ws-qtd-gravados
               if not ws-grv-estornado(ws-ind-grv)
                  move 'N' to ws-flag-estornados
               end-if
           end-perform
              .

       apura-estorno-gravacao-exit.
           exit.

      *----Credito da gravacao guardado; estorno que aponta para ele
      *----(mesma matricula e bolao) marca o credito como estornado
       confere-credito-gravacao section.

           move zero to ws-bolao-financeiro
           if fin-bolao numeric
              move fin-bolao to ws-bolao-financeiro
           end-if

           if fin-lancamento
              and fin-data = ws-ver-data
              and fin-hora = ws-ver-hora
              and fin-lot-tipo = conc-lot-tipo
              if ws-qtd-gravados >= 200
                 add 1 to ws-qtd-gravados-excesso
              else
                 add 1 to ws-qtd-gravados
                 move fin-matricula
                      to ws-grv-matricula(ws-qtd-gravados)
                 move ws-bolao-financeiro
                      to ws-grv-bolao(ws-qtd-gravados)
                 move 'N' to ws-grv-flag-estorno(ws-qtd-gravados)
              end-if
           end-if

           if fin-estorno
              and fin-ref-data = ws-ver-data
              and fin-ref-hora = ws-ver-hora
              and fin-lot-tipo = conc-lot-tipo
              move 'N' to ws-flag-grv-achado
              perform varying ws-ind-grv from 1 by 1
                      until ws-ind-grv > ws-qtd-gravados
                         or ws-grv-achado
                  if ws-grv-matricula(ws-ind-grv) = fin-matricula
                     and ws-grv-bolao(ws-ind-grv) = ws-bolao-financeiro
                     and not ws-grv-estornado(ws-ind-grv)
                     move 'S' to ws-grv-flag-estorno(ws-ind-grv)
                     move 'S' to ws-flag-grv-achado
                  end-if
              end-perform
           end-if
              .

       confere-credito-gravacao-exit.
           exit.

       le-proximo-financeiro section.

           read ws-arq-financeiro
               at end move "10" to ws-fs-financeiro
           end-read
              .

       le-proximo-financeiro-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Marca em ACUMULADO.DAT os concursos da conferencia como gravados no
      *> financeiro, com o momento dos creditos
      *>---------------------------------------------------------------------------------

       marca-concursos-gravados section.

           open i-o ws-arq-acumulado

           if ws-fs-acumulado not = "00"
              display "Aviso: nao foi possivel marcar os concursos "
                 "como gravados (ACUMULADO.DAT, status "
                 ws-fs-acumulado "); uma nova gravacao deles nao "
                 "sera recusada."
              move 8 to return-code
           else
              move ws-filtro-jogo     to acu-jogo
              move ws-filtro-conc-ini to acu-concurso

              start ws-arq-acumulado
                    key is not less than acu-chave
                  invalid key move "10" to ws-fs-acumulado
              end-start

              if ws-fs-acumulado = "00"
                 perform le-proximo-acumulado
                 perform until ws-fs-acumulado not = "00"
                         or acu-jogo not = ws-filtro-jogo
                         or acu-concurso > ws-filtro-conc-fim
                     move 'S'              to acu-flag-gravado
                     move ws-data-gravacao to acu-data-gravacao
                     move ws-hora-gravacao to acu-hora-gravacao
                     rewrite acu-registro
                         invalid key
                             display "Aviso: nao foi possivel marcar "
                                "o concurso " acu-concurso
                                " como gravado."
                             move 8 to return-code
                     end-rewrite
                     perform le-proximo-acumulado
                 end-perform
              end-if

              close ws-arq-acumulado
           end-if
              .

       marca-concursos-gravados-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Localiza (ou cria) a linha de acumulo da matricula premiada (e do
      *> bolao, numa quota de grupo) e soma o premio da faixa corrente
      *> (ws-premio-matricula, ws-premio-bolao, ws-ind-faixa, ws-valor-premio
      *> e ws-ir-premio)
      *>---------------------------------------------------------------------------------

       acumula-premio-matricula section.
                   until ws-ind-matricula > ws-qtd-matriculas
                      or ws-matricula-achada
               if ws-cnf-matricula(ws-ind-matricula)
                  = ws-premio-matricula
                  and ws-cnf-bolao(ws-ind-matricula)
                  = ws-premio-bolao
                  move 'S' to ws-flag-matricula
                  move ws-ind-matricula to ws-posicao
               end-if
           if not ws-matricula-achada
              and ws-qtd-matriculas >= 200
              display "Aviso: limite de 200 matriculas distintas "
                 "atingido; matricula " ws-premio-matricula
                 " ignorada."
              add 1 to ws-qtd-excesso-matriculas
              move zero to ws-posicao
           end-if

              and ws-qtd-matriculas < 200
              add 1 to ws-qtd-matriculas
              move ws-qtd-matriculas to ws-posicao
              move ws-premio-matricula
                   to ws-cnf-matricula(ws-posicao)
              move ws-premio-bolao
                   to ws-cnf-bolao(ws-posicao)
           end-if

           if ws-posicao > zero
              add 1 to ws-cnf-qtd-faixa(ws-posicao, ws-ind-faixa)
              add ws-valor-premio to ws-cnf-ganho(ws-posicao)
              add ws-ir-premio    to ws-cnf-ir(ws-posicao)
           end-if
              .


       exibe-resumo-conferencia section.

           perform abre-impressao

           display "===================================="
           display "Conferencia concluida:"
           display "Concursos conferidos ...... : " ws-qtd-concursos
           display "Apostas conferidas ........ : "
              ws-qtd-apostas-conf
           display "Premios encontrados ....... : " ws-qtd-premios
           if ws-qtd-concursos > zero
              display "Acumulado para o proximo .. : " ws-acu-saida
           end-if

           if ws-qtd-matriculas = zero
              display "Nenhuma matricula premiada."
           else
              perform varying ws-ind-matricula from 1 by 1
                      until ws-ind-matricula > ws-qtd-matriculas
                  if ws-cnf-bolao(ws-ind-matricula) = zero
                     display "Matricula "
                        ws-cnf-matricula(ws-ind-matricula)
                  else
                     display "Matricula "
                        ws-cnf-matricula(ws-ind-matricula)
                        " (quota do bolao "
                        ws-cnf-bolao(ws-ind-matricula) ")"
                  end-if
                  perform varying ws-ind-faixa from 1 by 1
                          until ws-ind-faixa > 5
                      if ws-cnf-qtd-faixa
                  end-perform
                  display "   Premio total : "
                     ws-cnf-ganho(ws-ind-matricula)
                  display "   IR retido    : "
                     ws-cnf-ir(ws-ind-matricula)
                  perform imprime-premiado
              end-perform

              perform verifica-periodo-fechado

              evaluate true
                  when ws-qtd-excesso-lote > zero
                       display "Limite de 1000 apostas ganhadoras por "
                          "concurso excedido: " ws-qtd-excesso-lote
                          " cotas nao creditadas; os premios nao "
                          "podem ser gravados no financeiro."
                       move 8 to return-code
                       move 'N' to ws-resp
                  when ws-qtd-excesso-matriculas > zero
                       display "Limite de 200 matriculas premiadas por "
                          "conferencia excedido: "
                          ws-qtd-excesso-matriculas " premios fora da "
                          "tabela; os premios nao podem ser gravados "
                          "no financeiro. Confira uma faixa menor de "
                          "concursos."
                       move 8 to return-code
                       move 'N' to ws-resp
                  when ws-qtd-ja-gravados > zero
                       display "CONCURSO JA CONFERIDO - ESTORNE OS "
                          "CREDITOS ANTERIORES (fechamentomensal "
                          "opcao 3)"
                       display "Concursos ja gravados nesta faixa: "
                          ws-qtd-ja-gravados "; os premios nao foram "
                          "gravados no financeiro."
                       if return-code < 4
                          move 4 to return-code
                       end-if
                       move 'N' to ws-resp
                  when ws-periodo-fechado
                       display "O mes " ws-periodo-corrente " ja esta "
                          "fechado no financeiro (FECHAMENTOS.TXT); os "
                          "premios nao podem ser gravados nele."
                       move 8 to return-code
                       move 'N' to ws-resp
                  when not ws-modo-job
                       display "Gravar os premios no financeiro "
                          "(FINANCEIRO.TXT)? (S/N): "
                       accept ws-resp
              end-evaluate

              if ws-resp = 'S' or ws-resp = 's'
                 perform grava-financeiro-conferencia
                 if ws-fs-financeiro = "00"
                    move 'SIM' to ws-imp-ttx-texto
                 else
                    move 'NAO - FALHA NA GRAVACAO' to ws-imp-ttx-texto
                 end-if
              else
                 evaluate true
                     when ws-qtd-excesso-lote > zero
                          move 'NAO - LIMITE DE GANHADORES'
                               to ws-imp-ttx-texto
                     when ws-qtd-excesso-matriculas > zero
                          move 'NAO - LIMITE DE MATRICULAS'
                               to ws-imp-ttx-texto
                     when ws-qtd-ja-gravados > zero
                          move 'NAO - RECONFERENCIA'
                               to ws-imp-ttx-texto
                     when ws-periodo-fechado
                          move 'NAO - MES FECHADO' to ws-imp-ttx-texto
                     when other
                          move 'NAO' to ws-imp-ttx-texto
                 end-evaluate
              end-if
           end-if
           display "===================================="

           perform imprime-totais-conferencia
           perform fecha-impressao
              .

       exibe-resumo-conferencia-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Resumo impresso da conferencia: abertura com o jogo e a faixa de
      *> concursos (titulos das colunas com as faixas do jogo), uma linha
      *> por matricula premiada, totais de controle e fechamento
      *>---------------------------------------------------------------------------------

       abre-impressao section.

           move zero   to ws-imp-soma-ganho
           move zero   to ws-imp-soma-ir
           move spaces to ws-imp-ttx-texto
           if ws-qtd-matriculas = zero
              move 'NADA A GRAVAR' to ws-imp-ttx-texto
           end-if

           move ws-filtro-jogo     to ws-imp-fil-jogo
           move ws-jogo-nome(ws-filtro-jogo) to ws-imp-fil-jogo-nome
           move ws-filtro-conc-ini to ws-imp-fil-conc-ini
           move ws-filtro-conc-fim to ws-imp-fil-conc-fim

           perform varying ws-ind-faixa from 1 by 1
                   until ws-ind-faixa > 5
               move spaces to ws-imp-col-faixa(ws-ind-faixa)
               move ws-faixa-nome(ws-filtro-jogo, ws-ind-faixa)
                    to ws-imp-col-nome(ws-ind-faixa)
           end-perform

           move spaces to imp-parametros
           move 'CONCURSOS'           to imp-relatorio
           move 'CONCURSOS'           to imp-arquivo
           move 'RESUMO DA CONFERENCIA DE CONCURSOS' to imp-titulo
           move ws-imp-filtros        to imp-filtros
           move ws-flag-job           to imp-modo-job
           move ws-operador-trava     to imp-operador
           move 1                     to imp-qtd-colunas
           move ws-imp-colunas        to imp-colunas(1)
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

       imprime-premiado section.

           add ws-cnf-ganho(ws-ind-matricula) to ws-imp-soma-ganho
           add ws-cnf-ir(ws-ind-matricula)    to ws-imp-soma-ir

           if ws-impressao-ativa
              move spaces to ws-imp-detalhe
              move ws-cnf-matricula(ws-ind-matricula)
                   to ws-imp-matricula
              move ws-cnf-bolao(ws-ind-matricula) to ws-imp-bolao
              perform varying ws-ind-faixa from 1 by 1
                      until ws-ind-faixa > 5
                  move ws-cnf-qtd-faixa(ws-ind-matricula, ws-ind-faixa)
                       to ws-imp-det-qtd(ws-ind-faixa)
              end-perform
              move ws-cnf-ganho(ws-ind-matricula) to ws-imp-premio
              move ws-cnf-ir(ws-ind-matricula)    to ws-imp-ir

              move ws-imp-detalhe to imp-linha
              move 'L' to imp-funcao
              move return-code to ws-retorno-execucao
              call "imprimerelatorio" using imp-parametros
              move ws-retorno-execucao to return-code
           end-if
              .

       imprime-premiado-exit.
           exit.

       imprime-totais-conferencia section.

           if ws-impressao-ativa
              move 'Concursos conferidos'   to ws-imp-tqt-descricao
              move ws-qtd-concursos         to ws-imp-tqt-valor
              move ws-imp-total-qtd to imp-linha
              perform imprime-total

              move 'Apostas conferidas'     to ws-imp-tqt-descricao
              move ws-qtd-apostas-conf      to ws-imp-tqt-valor
              move ws-imp-total-qtd to imp-linha
              perform imprime-total

              move 'Premios encontrados'    to ws-imp-tqt-descricao
              move ws-qtd-premios           to ws-imp-tqt-valor
              move ws-imp-total-qtd to imp-linha
              perform imprime-total

              move 'Matriculas premiadas'   to ws-imp-tqt-descricao
              move ws-qtd-matriculas        to ws-imp-tqt-valor
              move ws-imp-total-qtd to imp-linha
              perform imprime-total

              move 'Premio total'           to ws-imp-tvl-descricao
              move ws-imp-soma-ganho        to ws-imp-tvl-valor
              move ws-imp-total-valor to imp-linha
              perform imprime-total

              move 'IR retido'              to ws-imp-tvl-descricao
              move ws-imp-soma-ir           to ws-imp-tvl-valor
              move ws-imp-total-valor to imp-linha
              perform imprime-total

              move 'Acumulado para o proximo' to ws-imp-tvl-descricao
              move ws-acu-saida             to ws-imp-tvl-valor
              move ws-imp-total-valor to imp-linha
              perform imprime-total

              if ws-qtd-ja-gravados > zero
                 move 'Concursos ja gravados'  to ws-imp-tqt-descricao
                 move ws-qtd-ja-gravados    to ws-imp-tqt-valor
                 move ws-imp-total-qtd to imp-linha
                 perform imprime-total
              end-if

              if ws-qtd-excesso-matriculas > zero
                 move 'PREMIOS FORA DA TABELA (LIM.)'
                                            to ws-imp-tqt-descricao
                 move ws-qtd-excesso-matriculas to ws-imp-tqt-valor
                 move ws-imp-total-qtd to imp-linha
                 perform imprime-total
              end-if

              if ws-qtd-excesso-lote > zero
                 move 'COTAS NAO CREDITADAS (LIMITE)'
                                            to ws-imp-tqt-descricao
                 move ws-qtd-excesso-lote   to ws-imp-tqt-valor
                 move ws-imp-total-qtd to imp-linha
                 perform imprime-total
              end-if

              move 'Gravado no financeiro'  to ws-imp-ttx-descricao
              move ws-imp-total-texto to imp-linha
              perform imprime-total
           end-if
              .

       imprime-totais-conferencia-exit.
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
      *> Grava em FINANCEIRO.TXT um registro por matricula premiada, com o
      *> premio da conferencia (sem valor apostado: as apostas conferidas ja
           if ws-fs-financeiro not = "00"
              display "Aviso: nao foi possivel gravar o "
                 "financeiro da conferencia (FINANCEIRO.TXT)."
              move 8 to return-code
           else
              move function current-date(1:8) to ws-data-gravacao
              move function current-date(9:6) to ws-hora-gravacao
              move "00" to ws-fs-gravacao

              perform varying ws-ind-matricula from 1 by 1
                      until ws-ind-matricula > ws-qtd-matriculas
                  move spaces to fin-registro
                  move ws-data-gravacao to fin-data
                  move ws-hora-gravacao to fin-hora
                  move ws-cnf-matricula(ws-ind-matricula)
                       to fin-matricula
                  move ws-filtro-jogo to fin-lot-tipo
                  move zero to fin-valor-apostado
                  move ws-cnf-ganho(ws-ind-matricula)
                       to fin-valor-ganho
                  move ws-cnf-bolao(ws-ind-matricula) to fin-bolao
                  move ws-cnf-ir(ws-ind-matricula) to fin-valor-ir
                  compute fin-valor-liquido =
                          ws-cnf-ganho(ws-ind-matricula)
                          - ws-cnf-ir(ws-ind-matricula)
                  write fin-registro

                  if ws-fs-financeiro not = "00"
                     and ws-fs-gravacao = "00"
                     move ws-fs-financeiro to ws-fs-gravacao
                  end-if

                  if fin-valor-ganho > zero
                     perform notifica-premio
                  end-if
              end-perform

              close ws-arq-financeiro
              perform fecha-notificacoes

              if ws-fs-gravacao = "00"
                 display "Premios gravados no financeiro ("
                    ws-qtd-matriculas " matriculas)."
                 perform marca-concursos-gravados
              else
                 display "Aviso: falha na gravacao do financeiro "
                    "(FINANCEIRO.TXT, status " ws-fs-gravacao "); "
                    "confira os creditos gravados."
                 move 8 to return-code
                 move ws-fs-gravacao to ws-fs-financeiro
              end-if
           end-if
              .

       grava-financeiro-conferencia-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Procura em FECHAMENTOS.TXT o registro de controle do mes corrente:
      *> os premios sao gravados com a data corrente e um mes fechado nao
      *> recebe lancamentos
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
      *> Grava o aviso do premio recem-gravado em fin-registro quando a
      *> matricula autorizou os avisos no cadastro de apostadores
      *>---------------------------------------------------------------------------------

       notifica-premio section.

           if ws-notificacoes-fechado
              perform abre-notificacoes
           end-if

           if ws-notificacoes-aberto
              move fin-matricula to cad-matricula

              read ws-arq-apostadores
                  invalid key continue
              end-read

              if ws-fs-apostadores = "00"
                 and cad-aceita-notificacao
                 move zero to ws-ntf-faixa
                 perform varying ws-ntf-ind-faixa from 5 by -1
                         until ws-ntf-ind-faixa < 1
                     if ws-cnf-qtd-faixa
                        (ws-ind-matricula, ws-ntf-ind-faixa) > zero
                        move ws-ntf-ind-faixa to ws-ntf-faixa
                     end-if
                 end-perform

                 add 1 to ws-ntf-ultimo-id

                 move spaces to ntf-registro
                 move ws-ntf-ultimo-id to ntf-id
                 move fin-data         to ntf-data
                 move fin-hora         to ntf-hora
                 move fin-matricula    to ntf-matricula
                 move fin-bolao        to ntf-bolao
                 move fin-lot-tipo     to ntf-lot-tipo
                 move ws-ntf-faixa     to ntf-faixa
                 if ws-ntf-faixa > zero
                    move ws-faixa-nome(fin-lot-tipo, ws-ntf-faixa)
                         to ntf-faixa-nome
                 end-if
                 move fin-valor-ganho   to ntf-valor-premio
                 move fin-valor-liquido to ntf-valor-liquido
                 move cad-telefone      to ntf-telefone
                 move cad-email         to ntf-email
                 move 'C'               to ntf-origem
                 move 'P'               to ntf-situacao
                 move ntf-data          to ntf-data-situacao
                 move ntf-hora          to ntf-hora-situacao

                 write ntf-registro
                 add 1 to ws-qtd-notificacoes
              end-if
           end-if
              .

       notifica-premio-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Abre o cadastro de apostadores para consulta e NOTIFICACOES.TXT para
      *> acrescimo, apurando antes o maior numero de aviso ja gravado
      *>---------------------------------------------------------------------------------

       abre-notificacoes section.

           move zero to ws-ntf-ultimo-id
           move zero to ws-qtd-notificacoes
           move 'X'  to ws-flag-notificacoes

           open input ws-arq-apostadores

           if ws-fs-apostadores not = "00"
              display "Aviso: cadastro de apostadores indisponivel "
                 "(status " ws-fs-apostadores "); premios sem aviso."
              if return-code < 4
                 move 4 to return-code
              end-if
           else
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
                 close ws-arq-apostadores
                 display "Aviso: nao foi possivel gravar os avisos "
                    "de premio (NOTIFICACOES.TXT)."
                 if return-code < 4
                    move 4 to return-code
                 end-if
              end-if
           end-if
              .

       abre-notificacoes-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Fecha o cadastro e NOTIFICACOES.TXT ao fim da gravacao do financeiro
      *>---------------------------------------------------------------------------------

       fecha-notificacoes section.

           if ws-notificacoes-aberto
              close ws-arq-apostadores
              close ws-arq-notificacoes
              display "Avisos de premio gerados para o gateway: "
                 ws-qtd-notificacoes
           end-if

           move 'N' to ws-flag-notificacoes
              .

       fecha-notificacoes-exit.
           exit.

      *>---------------------------------
      *> Finalização
      *>---------------------------------

       finaliza section.
           goback.
              .
       finaliza-exit.
           exit.
