      *Divisão de identificação do programa
       identification division.
       program-id. "notificacoes".
       author. "Graziela Bartyra Bressanini Beckhauser".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>---------------------------------------------------------------------------------
      *> Acompanhamento dos avisos de premio: os programas que creditam
      *> premios gravam em NOTIFICACOES.TXT (layout NOTIFICACAO-REC) um aviso
      *> pendente por credito a matricula que autorizou os avisos, e o
      *> gateway de SMS/e-mail devolve NOTIFRETORNO.TXT (layout
      *> NOTIFRETORNO-REC) com o que foi enviado, entregue ou falhou.
      *>    1 - carrega o retorno do gateway e atualiza a situacao de cada
      *>        aviso (vale a ocorrencia mais recente; carregar de novo o
      *>        mesmo retorno nao altera nada); durante a regravacao
      *>        NOTIFICACOES.TXT fica reservado no cadastro de travas, e a
      *>        carga e recusada se outra sessao estiver acrescentando
      *>        avisos a ele
      *>    2 - lista os avisos que falharam, com o nome e o telefone atual
      *>        do cadastro (APOSTADORES.DAT), para contato por telefone;
      *>        a lista sai tambem no arquivo de impressao datado
      *>        NOTIFFALHAS.AAAAMMDD.TXT
      *>---------------------------------------------------------------------------------

      *Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *-----Declaração dos recursos externos
       input-output section.
       file-control.

           select ws-arq-notificacoes
               assign to "NOTIFICACOES.TXT"
               organization is line sequential
               file status is ws-fs-notificacoes.

           select ws-arq-notificacoes-tmp
               assign to "NOTIFICACOES.TMP"
               organization is line sequential
               file status is ws-fs-notificacoes-tmp.

           select ws-arq-retorno
               assign to "NOTIFRETORNO.TXT"
               organization is line sequential
               file status is ws-fs-retorno.

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

      *----Avisos de premio gravados para o gateway
       fd  ws-arq-notificacoes
           label records are standard.

           copy notificacaorec.

      *----Copia de trabalho dos avisos durante a atualizacao
       fd  ws-arq-notificacoes-tmp
           label records are standard.

       01  ws-linha-notificacao-tmp             pic  x(250).

      *----Retorno do gateway de SMS/e-mail
       fd  ws-arq-retorno
           label records are standard.

           copy notifretornorec.

      *----Cadastro mestre de apostadores, somente consultado
       fd  ws-arq-apostadores
           label records are standard.

           copy cadastrorec.

      *----Variaveis de trabalho
       working-storage section.

      *----Variaveis de controle de arquivo
       77  ws-fs-notificacoes                   pic  x(02).
       77  ws-fs-notificacoes-tmp               pic  x(02).
       77  ws-fs-retorno                        pic  x(02).
       77  ws-fs-apostadores                    pic  x(02).

      *----Variavel da opcao escolhida no menu
       77  ws-opcao-menu                        pic  9(01).

      *----Retorno do gateway em memoria: uma linha por aviso, com a
      *----ocorrencia mais recente lida para ele (data e hora juntas
      *----para comparar com a situacao gravada no aviso)
       77  ws-qtd-retornos                      pic  9(04).
       01  ws-tab-retorno.
           05  ws-retorno-linha occurs 5000 times.
               10  ws-ret-id                    pic  9(09).
               10  ws-ret-situacao              pic  x(01).
               10  ws-ret-momento               pic  9(14).
               10  ws-ret-motivo                pic  x(40).
               10  ws-ret-flag-achado           pic  x(01).
                   88  ws-ret-achado            value 'S'.

       77  ws-ind-retorno                       pic  9(04).
       77  ws-pos-retorno                       pic  9(04).
       77  ws-nrt-momento                       pic  9(14).
       77  ws-ntf-momento                       pic  9(14).

      *----Contadores da carga do retorno
       77  ws-qtd-ret-lidos                     pic  9(07).
       77  ws-qtd-ret-invalidos                 pic  9(07).
       77  ws-qtd-ret-excedentes                pic  9(07).
       77  ws-qtd-ret-desconhecidos             pic  9(07).
       77  ws-qtd-avisos-lidos                  pic  9(07).
       77  ws-qtd-avisos-atualizados            pic  9(07).

      *----Falha na regravacao: copia de trabalho NOTIFICACOES.TMP ou
      *----NOTIFICACOES.TXT nao puderam ser abertos; nada e atualizado
       77  ws-flag-regravacao                   pic  x(01)
                                                  value 'N'.
           88  ws-regravacao-falhou             value 'S'.

      *----Resumo dos avisos por situacao
       77  ws-qtd-pendentes                     pic  9(07).
       77  ws-qtd-enviados                      pic  9(07).
       77  ws-qtd-entregues                     pic  9(07).
       77  ws-qtd-falhas                        pic  9(07).
       77  ws-soma-falhas                       pic  9(15)v99.

      *----Contato exibido na lista de falhas: o do cadastro, quando
      *----disponivel, senao o gravado no aviso
       77  ws-flag-cadastro                     pic  x(01)
                                                  value 'N'.
           88  ws-cadastro-disponivel           value 'S'.
       77  ws-nome-contato                      pic  x(30).
       77  ws-telefone-contato                  pic  x(15).

      *----Trava de NOTIFICACOES.TXT durante a carga do retorno: os
      *----programas que creditam premios acrescentam avisos a ele

           copy travapar.

       77  ws-flag-trava                        pic  x(01)
                                                  value 'N'.
           88  ws-trava-reservada               value 'S'.
           88  ws-trava-recusada                value 'R'.

      *----Area do modulo de impressao e linhas do relatorio impresso

           copy imprel.

       77  ws-flag-impressao                    pic  x(01)
                                                  value 'N'.
           88  ws-impressao-ativa               value 'S'.

       01  ws-imp-filtros.
           05  filler                           pic  x(39)
                                                  value
              'AVISOS DE PREMIO COM FALHA NO ENVIO OU '.
           05  filler                           pic  x(40)
                                                  value
              'NA ENTREGA (CONTATO POR TELEFONE)'.

       01  ws-imp-colunas.
           05  filler                           pic  x(42)
                                                  value
              'AVISO     MATR. NOME                      '.
           05  filler                           pic  x(45)
                                                  value
              'TELEFONE        FAIXA                   VALOR'.
           05  filler                           pic  x(16)
                                                  value
              ' DATA     MOTIVO'.

       01  ws-imp-detalhe.
           05  ws-imp-id                        pic  9(09).
           05  filler                           pic  x(01).
           05  ws-imp-matricula                 pic  9(05).
           05  filler                           pic  x(01).
           05  ws-imp-nome                      pic  x(25).
           05  filler                           pic  x(01).
           05  ws-imp-telefone                  pic  x(15).
           05  filler                           pic  x(01).
           05  ws-imp-faixa                     pic  x(10).
           05  filler                           pic  x(01).
           05  ws-imp-valor                     pic  zzz.zzz.zzz.zz9,99.
           05  filler                           pic  x(01).
           05  ws-imp-data                      pic  9(08).
           05  filler                           pic  x(01).
           05  ws-imp-motivo                    pic  x(30).

       01  ws-imp-total.
           05  ws-imp-tot-descricao             pic  x(30).
           05  ws-imp-tot-valor                 pic  z.zzz.zz9.

       01  ws-imp-total-valor.
           05  ws-imp-tov-descricao             pic  x(30).
           05  ws-imp-tov-valor             pic  zzz.zzz.zzz.zzz.zz9,99.

      *Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform finaliza.

      *>-------------------------------------------------
      *>     Inicialização (menu do utilitario)
      *>-------------------------------------------------

       inicializa section.

           move 9 to ws-opcao-menu
           perform until ws-opcao-menu = zero
               display "===================================="
               display "1 - Carregar retorno do gateway"
               display "2 - Listar avisos com falha"
               display "0 - Sair"
               display "===================================="
               display "Escolha uma opcao: "
               accept ws-opcao-menu

               evaluate ws-opcao-menu
                   when 1
                       perform carrega-retorno
                   when 2
                       perform lista-falhas
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
      *> Carrega NOTIFRETORNO.TXT em memoria e atualiza NOTIFICACOES.TXT:
      *> os avisos sao copiados para NOTIFICACOES.TMP e regravados com a
      *> situacao do retorno quando ela e mais recente que a gravada
      *>---------------------------------------------------------------------------------

       carrega-retorno section.

           move zero to ws-qtd-retornos
           move zero to ws-qtd-ret-lidos
           move zero to ws-qtd-ret-invalidos
           move zero to ws-qtd-ret-excedentes
           move zero to ws-qtd-ret-desconhecidos
           move zero to ws-qtd-avisos-lidos
           move zero to ws-qtd-avisos-atualizados

           perform reserva-notificacoes

           if not ws-trava-recusada
              perform processa-retorno
              perform libera-notificacoes
           end-if
              .

       carrega-retorno-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Reserva NOTIFICACOES.TXT para a regravacao; retido por outra sessao
      *> (um lote ou uma conferencia gravando avisos), a carga e recusada
      *>---------------------------------------------------------------------------------

       reserva-notificacoes section.

           move 'N' to ws-flag-trava

           move spaces             to trv-parametros
           move 'R'                to trv-funcao
           move 'notificacoes'     to trv-programa
           move 'N'                to trv-modo-job
           move zero               to trv-operador
           move 1                  to trv-qtd-arquivos
           move 'NOTIFICACOES.TXT' to trv-arquivo(1)

           call "controletravas" using trv-parametros

           if trv-conflito
              display "Carga recusada: " trv-det-arquivo
                 " esta em uso por " trv-det-programa
                 " (operador " trv-det-operador "). Carregue o "
                 "retorno apos o termino da gravacao."
              move 'R' to ws-flag-trava
           end-if

           if trv-ok
              move 'S' to ws-flag-trava
           end-if
              .

       reserva-notificacoes-exit.
           exit.

       libera-notificacoes section.

           if ws-trava-reservada
              move spaces         to trv-parametros
              move 'L'            to trv-funcao
              move 'notificacoes' to trv-programa
              call "controletravas" using trv-parametros
           end-if

           move 'N' to ws-flag-trava
              .

       libera-notificacoes-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Le o retorno do gateway, regrava os avisos e exibe o resumo da carga
      *>---------------------------------------------------------------------------------

       processa-retorno section.

           open input ws-arq-retorno

           if ws-fs-retorno not = "00"
              display "Retorno do gateway (NOTIFRETORNO.TXT) nao "
                 "encontrado."
           else
              perform le-proximo-retorno
              perform until ws-fs-retorno = "10"
                  add 1 to ws-qtd-ret-lidos
                  perform guarda-retorno
                  perform le-proximo-retorno
              end-perform
              close ws-arq-retorno

              if ws-qtd-ret-excedentes > zero
                 display "Aviso: retorno com mais de 5000 avisos; "
                    ws-qtd-ret-excedentes " ocorrencias ignoradas "
                    "(carregue o restante em outro arquivo)."
              end-if

              perform atualiza-notificacoes

              if not ws-regravacao-falhou
                 perform varying ws-ind-retorno from 1 by 1
                         until ws-ind-retorno > ws-qtd-retornos
                     if not ws-ret-achado(ws-ind-retorno)
                        add 1 to ws-qtd-ret-desconhecidos
                        display "Aviso: aviso "
                           ws-ret-id(ws-ind-retorno)
                           " do retorno nao existe em "
                           "NOTIFICACOES.TXT."
                     end-if
                 end-perform

                 display "----------------------------------------"
                 display "Ocorrencias de retorno lidas ..: "
                    ws-qtd-ret-lidos
                 display "Ocorrencias invalidas .........: "
                    ws-qtd-ret-invalidos
                 display "Avisos no retorno .............: "
                    ws-qtd-retornos
                 display "Avisos desconhecidos ..........: "
                    ws-qtd-ret-desconhecidos
                 display "Avisos gravados ...............: "
                    ws-qtd-avisos-lidos
                 display "Avisos atualizados ............: "
                    ws-qtd-avisos-atualizados
                 perform exibe-resumo-situacao
              end-if
           end-if
              .

       processa-retorno-exit.
           exit.

       le-proximo-retorno section.

           read ws-arq-retorno
               at end move "10" to ws-fs-retorno
           end-read
              .

       le-proximo-retorno-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Guarda a ocorrencia lida do retorno na tabela: um aviso ja presente
      *> so e substituido por uma ocorrencia mais recente
      *>---------------------------------------------------------------------------------

       guarda-retorno section.

           if nrt-id not numeric
              or nrt-data not numeric
              or nrt-hora not numeric
              or not (nrt-enviada or nrt-entregue or nrt-falha)
              add 1 to ws-qtd-ret-invalidos
              display "Aviso: ocorrencia " ws-qtd-ret-lidos
                 " do retorno invalida; ignorada."
           else
              compute ws-nrt-momento = nrt-data * 1000000 + nrt-hora

              move zero to ws-pos-retorno
              perform varying ws-ind-retorno from 1 by 1
                      until ws-ind-retorno > ws-qtd-retornos
                         or ws-pos-retorno > zero
                  if ws-ret-id(ws-ind-retorno) = nrt-id
                     move ws-ind-retorno to ws-pos-retorno
                  end-if
              end-perform

              if ws-pos-retorno = zero
                 if ws-qtd-retornos < 5000
                    add 1 to ws-qtd-retornos
                    move ws-qtd-retornos to ws-pos-retorno
                    move zero to ws-ret-momento(ws-pos-retorno)
                 else
                    add 1 to ws-qtd-ret-excedentes
                 end-if
              end-if

              if ws-pos-retorno > zero
                 and ws-nrt-momento >= ws-ret-momento(ws-pos-retorno)
                 move nrt-id         to ws-ret-id(ws-pos-retorno)
                 move nrt-situacao   to ws-ret-situacao(ws-pos-retorno)
                 move ws-nrt-momento to ws-ret-momento(ws-pos-retorno)
                 move nrt-motivo     to ws-ret-motivo(ws-pos-retorno)
                 move 'N' to ws-ret-flag-achado(ws-pos-retorno)
              end-if
           end-if
              .

       guarda-retorno-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Copia NOTIFICACOES.TXT para NOTIFICACOES.TMP e regrava os avisos
      *> aplicando a situacao do retorno em memoria
      *>---------------------------------------------------------------------------------

       atualiza-notificacoes section.

           move 'N' to ws-flag-regravacao

           open input ws-arq-notificacoes

           if ws-fs-notificacoes not = "00"
              display "Avisos de premio (NOTIFICACOES.TXT) nao "
                 "encontrados; nada a atualizar."
           else
              open output ws-arq-notificacoes-tmp

              if ws-fs-notificacoes-tmp not = "00"
                 display "Nao foi possivel gravar a copia de trabalho "
                    "(NOTIFICACOES.TMP, status "
                    ws-fs-notificacoes-tmp "); avisos nao "
                    "atualizados."
                 close ws-arq-notificacoes
                 move 'S' to ws-flag-regravacao
              else
                 perform le-proxima-notificacao
                 perform until ws-fs-notificacoes = "10"
                     move ntf-registro to ws-linha-notificacao-tmp
                     write ws-linha-notificacao-tmp
                     perform le-proxima-notificacao
                 end-perform

                 close ws-arq-notificacoes
                 close ws-arq-notificacoes-tmp

                 perform regrava-notificacoes
              end-if
           end-if
              .

       atualiza-notificacoes-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Regrava NOTIFICACOES.TXT a partir da copia de trabalho; sem a copia
      *> legivel o arquivo do gateway nao e aberto para gravacao
      *>---------------------------------------------------------------------------------

       regrava-notificacoes section.

           open input ws-arq-notificacoes-tmp

           if ws-fs-notificacoes-tmp not = "00"
              display "Nao foi possivel ler a copia de trabalho "
                 "(NOTIFICACOES.TMP, status " ws-fs-notificacoes-tmp
                 "); NOTIFICACOES.TXT mantido sem alteracao."
              move 'S' to ws-flag-regravacao
           else
              open output ws-arq-notificacoes

              if ws-fs-notificacoes not = "00"
                 display "Nao foi possivel regravar NOTIFICACOES.TXT "
                    "(status " ws-fs-notificacoes "); avisos nao "
                    "atualizados."
                 close ws-arq-notificacoes-tmp
                 move 'S' to ws-flag-regravacao
              else
                 move zero to ws-qtd-pendentes
                 move zero to ws-qtd-enviados
                 move zero to ws-qtd-entregues
                 move zero to ws-qtd-falhas

                 perform le-proxima-notificacao-tmp
                 perform until ws-fs-notificacoes-tmp = "10"
                     add 1 to ws-qtd-avisos-lidos
                     move ws-linha-notificacao-tmp to ntf-registro
                     perform aplica-retorno
                     perform conta-situacao
                     write ntf-registro
                     perform le-proxima-notificacao-tmp
                 end-perform

                 close ws-arq-notificacoes-tmp
                 close ws-arq-notificacoes
              end-if
           end-if
              .

       regrava-notificacoes-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Aplica ao aviso em ntf-registro a ocorrencia do retorno para o seu
      *> numero, se ela for mais recente que a situacao gravada (ou do
      *> mesmo momento com outra situacao)
      *>---------------------------------------------------------------------------------

       aplica-retorno section.

           move zero to ws-pos-retorno
           perform varying ws-ind-retorno from 1 by 1
                   until ws-ind-retorno > ws-qtd-retornos
                      or ws-pos-retorno > zero
               if ws-ret-id(ws-ind-retorno) = ntf-id
                  move ws-ind-retorno to ws-pos-retorno
               end-if
           end-perform

           if ws-pos-retorno > zero
              move 'S' to ws-ret-flag-achado(ws-pos-retorno)

              if ntf-data-situacao numeric
                 and ntf-hora-situacao numeric
                 compute ws-ntf-momento =
                         ntf-data-situacao * 1000000
                         + ntf-hora-situacao
              else
                 move zero to ws-ntf-momento
              end-if

              if ws-ret-momento(ws-pos-retorno) > ws-ntf-momento
                 or (ws-ret-momento(ws-pos-retorno) = ws-ntf-momento
                     and ws-ret-situacao(ws-pos-retorno)
                         not = ntf-situacao)
                 move ws-ret-situacao(ws-pos-retorno)
                      to ntf-situacao
                 move ws-ret-momento(ws-pos-retorno)(1:8)
                      to ntf-data-situacao
                 move ws-ret-momento(ws-pos-retorno)(9:6)
                      to ntf-hora-situacao
                 move ws-ret-motivo(ws-pos-retorno) to ntf-motivo
                 add 1 to ws-qtd-avisos-atualizados
              end-if
           end-if
              .

       aplica-retorno-exit.
           exit.

       conta-situacao section.

           evaluate true
               when ntf-enviada
                   add 1 to ws-qtd-enviados
               when ntf-entregue
                   add 1 to ws-qtd-entregues
               when ntf-falha
                   add 1 to ws-qtd-falhas
               when other
                   add 1 to ws-qtd-pendentes
           end-evaluate
              .

       conta-situacao-exit.
           exit.

       exibe-resumo-situacao section.

           display "----------------------------------------"
           display "Avisos pendentes de envio .....: " ws-qtd-pendentes
           display "Avisos enviados ...............: " ws-qtd-enviados
           display "Avisos entregues ..............: " ws-qtd-entregues
           display "Avisos com falha ..............: " ws-qtd-falhas
              .

       exibe-resumo-situacao-exit.
           exit.

       le-proxima-notificacao section.

           read ws-arq-notificacoes
               at end move "10" to ws-fs-notificacoes
           end-read
              .

       le-proxima-notificacao-exit.
           exit.

       le-proxima-notificacao-tmp section.

           read ws-arq-notificacoes-tmp
               at end move "10" to ws-fs-notificacoes-tmp
           end-read
              .

       le-proxima-notificacao-tmp-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Lista os avisos com falha para contato por telefone, com o nome e o
      *> telefone atuais do cadastro, e o resumo de todos os avisos por
      *> situacao
      *>---------------------------------------------------------------------------------

       lista-falhas section.

           open input ws-arq-notificacoes

           if ws-fs-notificacoes not = "00"
              display "Avisos de premio (NOTIFICACOES.TXT) nao "
                 "encontrados."
           else
              open input ws-arq-apostadores
              if ws-fs-apostadores = "00"
                 move 'S' to ws-flag-cadastro
              else
                 move 'N' to ws-flag-cadastro
                 display "Aviso: cadastro de apostadores "
                    "indisponivel; exibido o contato gravado no "
                    "aviso."
              end-if

              perform abre-impressao

              move zero to ws-qtd-pendentes
              move zero to ws-qtd-enviados
              move zero to ws-qtd-entregues
              move zero to ws-qtd-falhas
              move zero to ws-soma-falhas

              perform le-proxima-notificacao
              perform until ws-fs-notificacoes = "10"
                  perform conta-situacao
                  if ntf-falha
                     perform exibe-falha
                  end-if
                  perform le-proxima-notificacao
              end-perform

              close ws-arq-notificacoes
              if ws-cadastro-disponivel
                 close ws-arq-apostadores
              end-if

              perform exibe-resumo-situacao
              display "Valor dos premios com falha ...: "
                 ws-soma-falhas

              move 'Avisos pendentes de envio' to ws-imp-tot-descricao
              move ws-qtd-pendentes           to ws-imp-tot-valor
              perform imprime-total
              move 'Avisos enviados'          to ws-imp-tot-descricao
              move ws-qtd-enviados            to ws-imp-tot-valor
              perform imprime-total
              move 'Avisos entregues'         to ws-imp-tot-descricao
              move ws-qtd-entregues           to ws-imp-tot-valor
              perform imprime-total
              move 'Avisos com falha'         to ws-imp-tot-descricao
              move ws-qtd-falhas              to ws-imp-tot-valor
              perform imprime-total
              move 'Valor dos premios com falha'
                   to ws-imp-tov-descricao
              move ws-soma-falhas             to ws-imp-tov-valor
              perform imprime-total-valor

              perform fecha-impressao
           end-if
              .

       lista-falhas-exit.
           exit.

       exibe-falha section.

           add ntf-valor-premio to ws-soma-falhas

           move spaces       to ws-nome-contato
           move ntf-telefone to ws-telefone-contato

           if ws-cadastro-disponivel
              move ntf-matricula to cad-matricula
              read ws-arq-apostadores
                  invalid key continue
              end-read
              if ws-fs-apostadores = "00"
                 move cad-nome to ws-nome-contato
                 if cad-telefone not = spaces
                    move cad-telefone to ws-telefone-contato
                 end-if
              end-if
           end-if

           display "Aviso " ntf-id " matricula " ntf-matricula " "
              ws-nome-contato
           display "   Telefone: " ws-telefone-contato
              "  Jogo: " ntf-lot-tipo "  Faixa: " ntf-faixa-nome
           display "   Premio: " ntf-valor-premio
              "  Data: " ntf-data "  Motivo: " ntf-motivo

           perform imprime-falha
              .

       exibe-falha-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Relatorio impresso: abertura, linhas de detalhe, totais de controle
      *> e fechamento
      *>---------------------------------------------------------------------------------

       abre-impressao section.

           move spaces to imp-parametros
           move 'NOTIFFALHAS'         to imp-relatorio
           move 'NOTIFFALHAS'         to imp-arquivo
           move 'AVISOS DE PREMIO COM FALHA' to imp-titulo
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

       imprime-falha section.

           if ws-impressao-ativa
              move spaces              to ws-imp-detalhe
              move ntf-id              to ws-imp-id
              move ntf-matricula       to ws-imp-matricula
              move ws-nome-contato     to ws-imp-nome
              move ws-telefone-contato to ws-imp-telefone
              move ntf-faixa-nome      to ws-imp-faixa
              move ntf-valor-premio    to ws-imp-valor
              move ntf-data            to ws-imp-data
              move ntf-motivo          to ws-imp-motivo
              move ws-imp-detalhe to imp-linha
              move 'L' to imp-funcao
              call "imprimerelatorio" using imp-parametros
           end-if
              .

       imprime-falha-exit.
           exit.

       imprime-total section.

           if ws-impressao-ativa
              move ws-imp-total to imp-linha
              move 'T' to imp-funcao
              call "imprimerelatorio" using imp-parametros
           end-if
              .

       imprime-total-exit.
           exit.

       imprime-total-valor section.

           if ws-impressao-ativa
              move ws-imp-total-valor to imp-linha
              move 'T' to imp-funcao
              call "imprimerelatorio" using imp-parametros
           end-if
              .

       imprime-total-valor-exit.
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
           stop run.
              .
       finaliza-exit.
           exit.
