      *> antes da ampliacao dos registros (15 dezenas de 2 digitos, so a
      *> chave primaria) e ja escreve a copia sequencial no layout novo:
      *> a recarga normal entao reconstroi o arquivo com o layout
      *> ampliado e as duas chaves. A opcao de descarga sem codigo de
      *> bolao faz o mesmo para um APOSTAS.DAT gravado antes do campo
      *> apo-bolao (registro ampliado, duas chaves, sem o bolao no fim),
      *> gravando o bolao zerado na copia. A opcao de descarga do cadastro
      *> no layout antigo le um APOSTADORES.DAT gravado antes do CPF, do
      *> controle de jogo responsavel e do contato (registro de 44
      *> posicoes) e grava a copia com os campos novos em branco; a
      *> recarga normal entao reconstroi o cadastro no layout corrente.
      *> Na cadeia noturna as opcoes vem do cartao do passo (JOBPASSO.TXT),
      *> executadas na ordem informada; codigo de retorno 4 quando a
      *> verificacao reprova e 8 quando um arquivo nao pode ser aberto ou
      *> uma descarga/recarga e interrompida (as opcoes seguintes nao sao
      *> executadas).
      *> Cada recarga reserva antes o arquivo indexado no cadastro de
      *> travas (modulo controletravas) e o libera ao terminar: com o
      *> arquivo retido por outra sessao (um lote do programa principal,
      *> um arquivamento) a recarga e recusada com codigo de retorno 8.
      *> As descargas e verificacoes so leem e nao reservam nada.
      *>---------------------------------------------------------------------------------

      *Divisão para configuração do ambiente
               record key is apo-ant-chave
               file status is ws-fs-apostas-ant.

      *----O mesmo APOSTAS.DAT visto pelo layout anterior ao codigo de
      *----bolao (registro ampliado sem apo-bolao, com as duas chaves),
      *----para a descarga de migracao; nunca aberto junto com as
      *----outras visoes
           select ws-arq-apostas-sb
               assign to "APOSTAS.DAT"
               organization is indexed
               access mode is dynamic
               record key is apo-sb-chave
               alternate record key is apo-sb-matricula
                   with duplicates
               file status is ws-fs-apostas-sb.

           select ws-arq-apostadores
               assign to "APOSTADORES.DAT"
               organization is indexed
               record key is cad-matricula
               file status is ws-fs-apostadores.

      *----O mesmo APOSTADORES.DAT visto pelo layout anterior ao CPF, ao
      *----controle de jogo responsavel e ao contato (so matricula, nome,
      *----data de cadastro e situacao), para a descarga de migracao;
      *----nunca aberto junto com a visao nova acima
           select ws-arq-apostadores-ant
               assign to "APOSTADORES.DAT"
               organization is indexed
               access mode is dynamic
               record key is cad-ant-matricula
               file status is ws-fs-apostadores-ant.

           select ws-arq-apostas-seq
               assign to "APOSTAS.SEQ.TXT"
               organization is line sequential
               organization is line sequential
               file status is ws-fs-apostadores-seq.

           select ws-arq-jobpasso
               assign to "JOBPASSO.TXT"
               organization is line sequential
               file status is ws-fs-jobpasso.

       i-o-control.

      *Declaração de variáveis
           05  apo-ant-tempo-min                pic  9(02).
           05  apo-ant-tempo-seg                pic  9(02).

      *----Layout anterior ao codigo de bolao: APOSTA-REC sem apo-bolao,
      *----usado somente na descarga de migracao correspondente
       fd  ws-arq-apostas-sb
           label records are standard.

       01  ws-reg-aposta-sb.
           05  apo-sb-chave.
               10  apo-sb-data                  pic  9(08).
               10  apo-sb-hora                  pic  9(06).
               10  apo-sb-matricula             pic  9(05).
               10  apo-sb-seq                   pic  9(05).
           05  apo-sb-dados                     pic  x(77).

      *----Cadastro mestre de apostadores, indexado por matricula
       fd  ws-arq-apostadores
           label records are standard.

           copy cadastrorec.

      *----Layout anterior a ampliacao do cadastro, usado somente na
      *----descarga de migracao de um arquivo pre-upgrade
       fd  ws-arq-apostadores-ant
           label records are standard.

       01  ws-reg-apostador-ant.
           05  cad-ant-matricula                pic  9(05).
           05  cad-ant-nome                     pic  x(30).
           05  cad-ant-data-cadastro            pic  9(08).
           05  cad-ant-flag-ativo               pic  x(01).

      *----Copias sequenciais planas dos arquivos indexados
       fd  ws-arq-apostas-seq
           label records are standard.
       fd  ws-arq-apostadores-seq
           label records are standard.

      *----Folga para o cadastro crescer sem mudar o layout da copia;
      *----copias antigas, mais curtas, recarregam com os campos novos
      *----em branco
       01  ws-reg-apostadores-seq               pic  x(200).

      *----Cartao do passo da cadeia noturna (vazio fora dela)
       fd  ws-arq-jobpasso
           label records are standard.

           copy jobpassorec.

      *----Variaveis de trabalho
       working-storage section.
      *----Variaveis de controle de arquivo
       77  ws-fs-apostas                        pic  x(02).
       77  ws-fs-apostas-ant                    pic  x(02).
       77  ws-fs-apostas-sb                     pic  x(02).
       77  ws-fs-apostadores                    pic  x(02).
       77  ws-fs-apostadores-ant                pic  x(02).
       77  ws-fs-apostas-seq                    pic  x(02).
       77  ws-fs-apostadores-seq                pic  x(02).
       77  ws-fs-jobpasso                       pic  x(02).

      *----Execucao pela cadeia noturna, sem perguntas no teclado
       77  ws-flag-job                          pic  x(01)
                                                  value 'N'.
           88  ws-modo-job                      value 'S'.
       77  ws-ind-opcao-job                     pic  9(02).

      *----Trava do arquivo indexado durante a recarga

           copy travapar.

      *----Codigo de retorno da execucao, preservado nas chamadas aos
      *----modulos (cada chamada devolve o codigo do modulo chamado)
       77  ws-retorno-execucao                  pic  9(04).

       77  ws-arquivo-recarga                   pic  x(20).
       77  ws-flag-trava-recarga                pic  x(01).
           88  ws-recarga-reservada             value 'S'.
           88  ws-recarga-recusada              value 'R'.

      *----Indice de dezena na conversao do layout antigo para o novo
       77  ws-ind-dez                           pic  9(02).

      *----Variaveis do menu (99 = nenhuma opcao escolhida ainda)
       77  ws-opcao-menu                        pic  9(02).

      *----Contadores da operacao corrente
       77  ws-qtd-descarregados                 pic  9(07).
      *----Chave anterior na checagem de ordem ascendente e area de
      *----comparacao registro a registro
       77  ws-chave-anterior                    pic  x(24).
       77  ws-reg-comparacao                    pic  x(200).
       77  ws-matr-anterior                     pic  9(05).

      *----Area de montagem de um registro no layout novo (ampliado) a
           05  mig-tempo-hr                     pic  9(02).
           05  mig-tempo-min                    pic  9(02).
           05  mig-tempo-seg                    pic  9(02).
           05  mig-bolao                        pic  9(03).

      *Declaração do corpo do programa
       procedure division.

       inicializa section.

           perform le-parametros-job

           if ws-modo-job
              perform executa-opcoes-job
              move zero to ws-opcao-menu
           else
              move 99 to ws-opcao-menu
           end-if

           perform until ws-opcao-menu = zero
               display "===================================="
               display "1 - Descarregar APOSTAS.DAT para "
                  "copia"
               display "7 - Descarregar APOSTAS.DAT no layout "
                  "antigo (migracao pre-ampliacao)"
               display "8 - Descarregar APOSTAS.DAT sem codigo "
                  "de bolao (migracao)"
               display "9 - Descarregar APOSTADORES.DAT no layout "
                  "antigo (migracao pre-ampliacao)"
               display "0 - Sair"
               display "===================================="
               display "Escolha uma opcao: "
               accept ws-opcao-menu

               perform executa-opcao
           end-perform
              .

       inicializa-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Executa a opcao escolhida no menu ou informada no cartao do passo
      *>---------------------------------------------------------------------------------

       executa-opcao section.

           evaluate ws-opcao-menu
               when 1
                   perform descarrega-apostas
               when 2
                   perform descarrega-apostadores
               when 3
                   move 'APOSTAS.DAT' to ws-arquivo-recarga
                   perform reserva-recarga
                   if not ws-recarga-recusada
                      perform recarrega-apostas
                   end-if
                   perform libera-recarga
               when 4
                   move 'APOSTADORES.DAT' to ws-arquivo-recarga
                   perform reserva-recarga
                   if not ws-recarga-recusada
                      perform recarrega-apostadores
                   end-if
                   perform libera-recarga
               when 5
                   perform verifica-apostas
               when 6
                   perform verifica-apostadores
               when 7
                   perform descarrega-apostas-antigas
               when 8
                   perform descarrega-apostas-sem-bolao
               when 9
                   perform descarrega-apostadores-antigos
               when zero
                   continue
               when other
                   display "Opcao invalida, informe novamente."
                   if ws-modo-job
                      move 8 to return-code
                   end-if
           end-evaluate
              .

       executa-opcao-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Reserva o arquivo a recarregar no cadastro de travas; retido por
      *> outra sessao, a recarga e recusada
      *>---------------------------------------------------------------------------------

       reserva-recarga section.

           move 'N' to ws-flag-trava-recarga

           move spaces             to trv-parametros
           move 'R'                to trv-funcao
           move 'salvaguarda'      to trv-programa
           move ws-flag-job        to trv-modo-job
           move zero               to trv-operador
           move 1                  to trv-qtd-arquivos
           move ws-arquivo-recarga to trv-arquivo(1)

           move return-code to ws-retorno-execucao
           call "controletravas" using trv-parametros
           move ws-retorno-execucao to return-code

           if trv-conflito
              display "Recarga recusada: " ws-arquivo-recarga
                 " esta em uso por " trv-det-programa
                 " (operador " trv-det-operador ")."
              move 'R' to ws-flag-trava-recarga
              move 8 to return-code
           end-if

           if trv-ok
              move 'S' to ws-flag-trava-recarga
           end-if
              .

       reserva-recarga-exit.
           exit.

       libera-recarga section.

           if ws-recarga-reservada
              move 'L'           to trv-funcao
              move 'salvaguarda' to trv-programa
              move return-code to ws-retorno-execucao
              call "controletravas" using trv-parametros
              move ws-retorno-execucao to return-code
           end-if

           move 'N' to ws-flag-trava-recarga
              .

       libera-recarga-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Le o cartao do passo: se a cadeia noturna o preparou para este
      *> programa, as opcoes vem dele e o menu nao e exibido
      *>---------------------------------------------------------------------------------

       le-parametros-job section.

           move 'N' to ws-flag-job

           open input ws-arq-jobpasso

           if ws-fs-jobpasso = "00"
              read ws-arq-jobpasso
                  at end move "10" to ws-fs-jobpasso
              end-read

              if ws-fs-jobpasso = "00"
                 and jpa-programa = "salvaguarda"
                 move 'S' to ws-flag-job
                 display "Execucao em cadeia - passo " jpa-passo
              end-if

              close ws-arq-jobpasso
           end-if
              .

       le-parametros-job-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Executa, na ordem do cartao, as opcoes informadas (a primeira em
      *> branco ou zero encerra a lista); uma falha interrompe as demais
      *>---------------------------------------------------------------------------------

       executa-opcoes-job section.

           perform varying ws-ind-opcao-job from 1 by 1
                   until ws-ind-opcao-job > 9
                      or jpa-sal-opcao(ws-ind-opcao-job) = space
                      or jpa-sal-opcao(ws-ind-opcao-job) = '0'
                      or return-code >= 8
               if jpa-sal-opcao(ws-ind-opcao-job) numeric
                  move jpa-sal-opcao(ws-ind-opcao-job)
                       to ws-opcao-menu
               else
                  move 99 to ws-opcao-menu
               end-if
               display "Opcao " ws-opcao-menu " do passo"
               perform executa-opcao
           end-perform
              .

       executa-opcoes-job-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Descarrega APOSTAS.DAT para a copia sequencial, salvando o que o
      *> indice ainda permitir ler (uma leitura com erro encerra a descarga
           if ws-fs-apostas not = "00"
              display "APOSTAS.DAT nao pode ser aberto (status "
                 ws-fs-apostas "); nada descarregado."
              move 8 to return-code
           else
              open output ws-arq-apostas-seq

                 display "Aviso: leitura interrompida com status "
                    ws-fs-apostas "; a copia contem apenas os "
                    ws-qtd-descarregados " registros salvos."
                 move 8 to return-code
              end-if

              close ws-arq-apostas
              display "APOSTAS.DAT nao pode ser aberto no "
                 "layout antigo (status " ws-fs-apostas-ant
                 "); nada descarregado."
              move 8 to return-code
           else
              open output ws-arq-apostas-seq

                    ws-fs-apostas-ant "; a copia contem apenas "
                    "os " ws-qtd-descarregados " registros "
                    "salvos."
                 move 8 to return-code
              end-if

              close ws-arq-apostas-ant
           move apo-ant-tempo-hr     to mig-tempo-hr
           move apo-ant-tempo-min    to mig-tempo-min
           move apo-ant-tempo-seg    to mig-tempo-seg
           move zero                 to mig-bolao

           move spaces to ws-reg-apostas-seq
           move ws-reg-aposta-mig to ws-reg-apostas-seq
       converte-aposta-antiga-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Descarrega um APOSTAS.DAT gravado antes do codigo de bolao,
      *> completando cada registro com o bolao zerado na copia sequencial:
      *> a recarga normal (opcao 3) entao reconstroi o arquivo no layout
      *> corrente
      *>---------------------------------------------------------------------------------

       descarrega-apostas-sem-bolao section.

           move zero to ws-qtd-descarregados

           open input ws-arq-apostas-sb

           if ws-fs-apostas-sb not = "00"
              display "APOSTAS.DAT nao pode ser aberto no "
                 "layout sem bolao (status " ws-fs-apostas-sb
                 "); nada descarregado."
              move 8 to return-code
           else
              open output ws-arq-apostas-seq

              move low-values to apo-sb-chave
              start ws-arq-apostas-sb
                    key is not less than apo-sb-chave
                  invalid key move "10" to ws-fs-apostas-sb
              end-start

              if ws-fs-apostas-sb = "00"
                 perform le-proxima-aposta-sb
                 perform until ws-fs-apostas-sb not = "00"
                     move ws-reg-aposta-sb to ws-reg-aposta-mig
                     move zero to mig-bolao
                     move spaces to ws-reg-apostas-seq
                     move ws-reg-aposta-mig to ws-reg-apostas-seq
                     write ws-reg-apostas-seq
                     add 1 to ws-qtd-descarregados
                     perform le-proxima-aposta-sb
                 end-perform
              end-if

              if ws-fs-apostas-sb not = "10"
                 display "Aviso: leitura interrompida com status "
                    ws-fs-apostas-sb "; a copia contem apenas "
                    "os " ws-qtd-descarregados " registros "
                    "salvos."
                 move 8 to return-code
              end-if

              close ws-arq-apostas-sb
              close ws-arq-apostas-seq

              display ws-qtd-descarregados " registros sem "
                 "bolao convertidos em APOSTAS.SEQ.TXT."
              display "Recarregue (opcao 3) para reconstruir "
                 "APOSTAS.DAT no layout corrente."
           end-if
              .

       descarrega-apostas-sem-bolao-exit.
           exit.

       le-proxima-aposta-sb section.

           read ws-arq-apostas-sb next record
               at end move "10" to ws-fs-apostas-sb
           end-read
              .

       le-proxima-aposta-sb-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Descarrega APOSTADORES.DAT para a copia sequencial, nos mesmos moldes
      *>---------------------------------------------------------------------------------
              display "APOSTADORES.DAT nao pode ser aberto "
                 "(status " ws-fs-apostadores "); nada "
                 "descarregado."
              move 8 to return-code
           else
              open output ws-arq-apostadores-seq

                    ws-fs-apostadores "; a copia contem apenas "
                    "os " ws-qtd-descarregados " registros "
                    "salvos."
                 move 8 to return-code
              end-if

              close ws-arq-apostadores
       le-proximo-apostador-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Descarrega um APOSTADORES.DAT gravado antes da ampliacao do
      *> cadastro (matricula, nome, data de cadastro e situacao): a copia
      *> sequencial leva os campos novos em branco (sem CPF, sem limite,
      *> sem autoexclusao, sem autorizacao de aviso) e a recarga normal
      *> (opcao 4) entao reconstroi o cadastro no layout corrente
      *>---------------------------------------------------------------------------------

       descarrega-apostadores-antigos section.

           move zero to ws-qtd-descarregados

           open input ws-arq-apostadores-ant

           if ws-fs-apostadores-ant not = "00"
              display "APOSTADORES.DAT nao pode ser aberto no "
                 "layout antigo (status " ws-fs-apostadores-ant
                 "); nada descarregado."
              move 8 to return-code
           else
              open output ws-arq-apostadores-seq

              move zeros to cad-ant-matricula
              start ws-arq-apostadores-ant
                    key is not less than cad-ant-matricula
                  invalid key move "10" to ws-fs-apostadores-ant
              end-start

              if ws-fs-apostadores-ant = "00"
                 perform le-proximo-apostador-ant
                 perform until ws-fs-apostadores-ant not = "00"
                     move spaces to ws-reg-apostadores-seq
                     move ws-reg-apostador-ant
                          to ws-reg-apostadores-seq
                     write ws-reg-apostadores-seq
                     add 1 to ws-qtd-descarregados
                     perform le-proximo-apostador-ant
                 end-perform
              end-if

              if ws-fs-apostadores-ant not = "10"
                 display "Aviso: leitura interrompida com status "
                    ws-fs-apostadores-ant "; a copia contem apenas "
                    "os " ws-qtd-descarregados " registros "
                    "salvos."
                 move 8 to return-code
              end-if

              close ws-arq-apostadores-ant
              close ws-arq-apostadores-seq

              display ws-qtd-descarregados " registros do "
                 "layout antigo descarregados em "
                 "APOSTADORES.SEQ.TXT."
              display "Recarregue (opcao 4) para reconstruir "
                 "APOSTADORES.DAT no layout corrente."
           end-if
              .

       descarrega-apostadores-antigos-exit.
           exit.

       le-proximo-apostador-ant section.

           read ws-arq-apostadores-ant next record
               at end move "10" to ws-fs-apostadores-ant
           end-read
              .

       le-proximo-apostador-ant-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Recarrega APOSTAS.DAT do zero a partir da copia sequencial (o
      *> arquivo indexado e reconstruido; registros com chave duplicada na
           if ws-fs-apostas-seq not = "00"
              display "Copia APOSTAS.SEQ.TXT nao encontrada; "
                 "descarregue antes de recarregar."
              move 8 to return-code
           else
              open output ws-arq-apostas

              if ws-fs-apostas not = "00"
                 display "Nao foi possivel reconstruir "
                    "APOSTAS.DAT (status " ws-fs-apostas ")."
                 move 8 to return-code
                 close ws-arq-apostas-seq
              else
                 perform le-proxima-aposta-seq
           if ws-fs-apostadores-seq not = "00"
              display "Copia APOSTADORES.SEQ.TXT nao encontrada; "
                 "descarregue antes de recarregar."
              move 8 to return-code
           else
              open output ws-arq-apostadores

                 display "Nao foi possivel reconstruir "
                    "APOSTADORES.DAT (status "
                    ws-fs-apostadores ")."
                 move 8 to return-code
                 close ws-arq-apostadores-seq
              else
                 perform le-proximo-apostador-seq
           if ws-fs-apostas not = "00"
              display "APOSTAS.DAT nao pode ser aberto (status "
                 ws-fs-apostas ")."
              move 8 to return-code
           else
              move low-values to apo-chave
              start ws-arq-apostas key is not less than apo-chave
           if ws-fs-apostadores not = "00"
              display "APOSTADORES.DAT nao pode ser aberto "
                 "(status " ws-fs-apostadores ")."
              move 8 to return-code
           else
              move zeros to cad-matricula
              start ws-arq-apostadores
               not invalid key
                   move spaces to ws-reg-comparacao
                   move cad-registro to ws-reg-comparacao
                   if ws-reg-comparacao
                      not = ws-reg-apostadores-seq
                      add 1 to ws-qtd-divergentes
                      display "DIVERGENCIA: registro da "
              display "Verificacao ............. : APROVADA"
           else
              display "Verificacao ............. : REPROVADA"
              if return-code < 4
                 move 4 to return-code
              end-if
           end-if
           display "------------------------------------"
              .
      *>---------------------------------

       finaliza section.
           goback.
              .
       finaliza-exit.
           exit.
