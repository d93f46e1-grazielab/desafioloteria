      *Divisão de identificação do programa
       identification division.
       program-id. "certificasorteios".
       author. "Graziela Bartyra Bressanini Beckhauser".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>---------------------------------------------------------------------------------
      *> Certificacao estatistica dos sorteios simulados: para o jogo e a
      *> faixa de datas informados (jogo 0 = todos os jogos do catalogo
      *> com movimento no periodo), confronta o que o gerador minstd
      *> (semeia-gerador / gera-proximo-aleatorio) produziu com o que a
      *> teoria preve para a quantidade de dezenas sorteadas e a faixa de
      *> numeracao do jogo (JOGOS.TXT):
      *>  - uniformidade das dezenas: teste qui-quadrado sobre as contagens
      *>    de FREQUENCIA.TXT, com a correcao para sorteio sem reposicao;
      *>  - tentativas ate o acerto: media, minimo e maximo dos registros
      *>    tipo 01 de RESULTADOS.TXT contra a distribuicao geometrica
      *>    (truncada no limite de tentativas, quando ha limite);
      *>  - parcela de simulacoes que esgotaram o limite (registros tipo
      *>    02) contra a probabilidade teorica de esgotamento.
      *> Os resumos de lote (tipo 03) do periodo sao listados para
      *> conferencia. Cada teste fora da tolerancia e marcado e o
      *> relatorio termina com o parecer APROVADO / REPROVADO para o
      *> dossie mensal de auditoria; teste sem amostra suficiente conta
      *> como nao certificado.
      *> Os sorteios validos sao combinacoes equiprovaveis (o sorteio com
      *> dezena repetida e descartado), e cada rodada acerta quando uma
      *> das apostas da rodada e a combinacao sorteada; por isso a
      *> probabilidade por sorteio e apostas da rodada / C(faixa, qtd).
      *> Registros tipo 01 sem semente (conferencia de resultado oficial
      *> ou gravados antes da semente existir) ficam fora da analise.
      *> A certificacao sai tambem no arquivo de impressao datado
      *> CERTIFICASORTEIOS.AAAAMMDD.TXT, para o dossie: uma linha por
      *> teste de cada jogo, o parecer do jogo e, nos totais de controle,
      *> os resumos de lote e o parecer final.
      *>---------------------------------------------------------------------------------

      *Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *-----Declaração dos recursos externos
       input-output section.
       file-control.

           select ws-arq-frequencia
               assign to "FREQUENCIA.TXT"
               organization is line sequential
               file status is ws-fs-frequencia.

           select ws-arq-resultados
               assign to "RESULTADOS.TXT"
               organization is line sequential
               file status is ws-fs-resultados.

           select ws-arq-jogos
               assign to "JOGOS.TXT"
               organization is line sequential
               file status is ws-fs-jogos.

       i-o-control.

      *Declaração de variáveis
       data division.

      *----Variaveis de arquivos
       file section.

      *----Contagem de dezenas sorteadas por jogo e por execucao
       fd  ws-arq-frequencia
           label records are standard.

           copy freqrec.

      *----Resultados das simulacoes (tipos 01, 02 e 03)
       fd  ws-arq-resultados
           label records are standard.

           copy resultadorec.

      *----Catalogo de jogos (nomes, dezenas sorteadas e faixas)
       fd  ws-arq-jogos
           label records are standard.

           copy jogorec.

      *----Variaveis de trabalho
       working-storage section.

      *----Variaveis de controle de arquivo
       77  ws-fs-frequencia                     pic  x(02).
       77  ws-fs-resultados                     pic  x(02).
       77  ws-fs-jogos                          pic  x(02).

      *----Tabelas em memoria do catalogo de jogos

           copy jogotab.

      *----Filtros informados pelo usuario
       77  ws-filtro-jogo                       pic  9(02).
       77  ws-filtro-data-ini                   pic  9(08).
       77  ws-filtro-data-fim                   pic  9(08).

      *----Apostas distintas em cada rodada simulada e limite de
      *----tentativas usado nas simulacoes (0 = obter dos registros 02)
       77  ws-apostas-rodada                    pic  9(02).
       77  ws-limite-informado                  pic  9(09).

      *----Tolerancias: qui-quadrado a 1% (unilateral), testes de media e
      *----de parcela a 1% (bilateral), minimo e maximo a 0,1% em cada
      *----cauda; amostras menores que as minimas nao sao avaliadas
       77  ws-z-qui-quadrado                    pic  9(01)v9(03)
                                                  value 2,326.
       77  ws-z-bilateral                       pic  9(01)v9(03)
                                                  value 2,576.
       77  ws-nivel-extremos                    pic  9(01)v9(04)
                                                  value 0,0010.
       77  ws-min-esperado-dezena               pic  9(02)
                                                  value 5.
       77  ws-min-vencedoras                    pic  9(02)
                                                  value 30.

      *----Acumulado do periodo por jogo
       01  ws-tab-certificacao.
           05  ws-cer-jogo occurs 10 times.
               10  ws-cer-qtd-frequencia        pic  9(07).
               10  ws-cer-sorteios              pic  9(11).
               10  ws-cer-contagem occurs 100 times
                                                pic  9(11).
               10  ws-cer-vencedoras            pic  9(07).
               10  ws-cer-soma-tentativas       pic  9(15).
               10  ws-cer-min-tentativas        pic  9(09).
               10  ws-cer-max-tentativas        pic  9(09).
               10  ws-cer-esgotadas             pic  9(07).
               10  ws-cer-limite-min            pic  9(09).
               10  ws-cer-limite-max            pic  9(09).

      *----Resumos de lote do periodo (o registro 03 nao traz o jogo)
       77  ws-qtd-lotes                         pic  9(07)
                                                  value zero.
       77  ws-lote-simulacoes                   pic  9(09)
                                                  value zero.
       77  ws-lote-vencedoras                   pic  9(09)
                                                  value zero.
       77  ws-lote-esgotadas                    pic  9(09)
                                                  value zero.

      *----Registros tipo 01 do periodo sem semente (fora da analise)
       77  ws-qtd-sem-semente                   pic  9(07)
                                                  value zero.

      *----Jogo em certificacao e suas definicoes
       77  ws-ind-jogo                          pic  9(02).
       77  ws-ind-dezena                        pic  9(03).
       77  ws-qtd-sorteio                       pic  9(02).
       77  ws-faixa                             pic  9(03).
       77  ws-limite                            pic  9(09).
       77  ws-simulacoes                        pic  9(09).

      *----Situacao dos testes do jogo e parecer geral
       77  ws-qtd-fora-jogo                     pic  9(02).
       77  ws-qtd-nao-avaliados-jogo            pic  9(02).
       77  ws-qtd-jogos-certificados            pic  9(02)
                                                  value zero.
       77  ws-qtd-jogos-aprovados               pic  9(02)
                                                  value zero.
       77  ws-qtd-jogos-reprovados              pic  9(02)
                                                  value zero.
       77  ws-flag-limite                       pic  x(01).
           88  ws-limite-conhecido              value 'S'.
       77  ws-situacao-teste                    pic  x(30).
       77  ws-flag-amostra                      pic  x(01).
           88  ws-amostra-suficiente            value 'S'.

      *----Calculo estatistico em decimal de 38 digitos: a probabilidade
      *----de acerto por sorteio chega a 1E-21 nos jogos maiores e o
      *----inverso dela a 1E+21; cada compute tem um unico resultado
      *----intermediario, para nao perder casas no arredondamento
       77  ws-combinacoes                       pic  9(31).
       77  ws-prob-acerto                       pic  v9(38).
       77  ws-prob-quadrado                     pic  v9(38).
       77  ws-lambda                            pic  9(02)v9(36).
       77  ws-qt-limite                         pic  9(01)v9(37).
       77  ws-um-menos-qt                       pic  9(01)v9(37).
       77  ws-um-menos-qt-quadrado              pic  9(01)v9(37).
       77  ws-media-teorica                     pic  9(24)v9(08).
       77  ws-variancia-teorica                 pic  9(28)v9(08).
       77  ws-termo-variancia                   pic  9(28)v9(08).
       77  ws-desvio-teorico                    pic  9(24)v9(08).
       77  ws-erro-padrao                       pic  9(24)v9(08).
       77  ws-raiz-amostra                      pic  9(06)v9(12).
       77  ws-media-observada                   pic  9(24)v9(08).
       77  ws-estatistica-z                     pic s9(12)v9(08).
       77  ws-parcela-observada                 pic  9(01)v9(12).
       77  ws-parcela-variancia                 pic  9(01)v9(37).
       77  ws-parcela-erro                      pic  9(01)v9(30).
       77  ws-qtd-esperada                      pic  9(12)v9(08).
       77  ws-esperado-dezena                   pic  9(15)v9(08).
       77  ws-raiz-esperado                     pic  9(10)v9(10).
       77  ws-diferenca-dezena                  pic s9(12)v9(08).
       77  ws-quadrado-dezena                   pic  9(24)v9(08).
       77  ws-parcela-qui                       pic  9(20)v9(08).
       77  ws-desvio-dezena                     pic s9(12)v9(08).
       77  ws-maior-desvio                      pic  9(12)v9(08).
       77  ws-qui-quadrado                      pic  9(20)v9(08).
       77  ws-qui-critico                       pic  9(20)v9(08).
       77  ws-graus-liberdade                   pic  9(03).
       77  ws-termo-wh                          pic  9(01)v9(20).
       77  ws-raiz-wh                           pic  9(01)v9(20).
       77  ws-base-wh                           pic  9(03)v9(20).
       77  ws-min-esperado                      pic  9(18).
       77  ws-max-esperado                      pic  9(18).
       77  ws-prob-cauda-1                      pic  9(01)v9(37).
       77  ws-prob-cauda-2                      pic  9(01)v9(37).
       77  ws-qtd-amostra                       pic  9(09).
       77  ws-dezena-maior-desvio               pic  9(03).

      *----Argumentos e resultados das rotinas de calculo
       77  ws-arg-exp                           pic s9(08)v9(30).
       77  ws-res-exp                           pic  9(01)v9(37).
       77  ws-res-um-menos-exp                  pic  9(01)v9(37).
       77  ws-aux-exp                           pic  9(01)v9(37).
       77  ws-quadrado-arg                      pic  9(08)v9(30).
       77  ws-arg-ln                            pic  9(01)v9(37).
       77  ws-quadrado-ln                       pic  9(01)v9(37).
       77  ws-res-ln-um-menos                   pic s9(04)v9(34).
       77  ws-arg-tentativas                    pic  9(18).
       77  ws-res-acumulada                     pic  9(01)v9(37).
       77  ws-res-cauda                         pic  9(01)v9(37).
       77  ws-arg-quantil                       pic  9(01)v9(37).
       77  ws-res-quantil                       pic  9(26)v9(12).
       77  ws-quantil-inteiro                   pic  9(18).

      *----Campos editados para a impressao dos resultados
       77  ws-edt-inteiro                       pic  z(17)9.
       77  ws-edt-inteiro-2                     pic  z(17)9.
       77  ws-edt-combinacoes                   pic  z(23)9.
       77  ws-edt-decimal                       pic  z(21)9,9999.
       77  ws-edt-decimal-2                     pic  z(21)9,9999.
       77  ws-edt-percentual                    pic  zz9,9999.
       77  ws-edt-percentual-2                  pic  zz9,9999.
       77  ws-edt-z                             pic  -(5)9,99.
       77  ws-edt-prob                          pic  9,9(06).
       77  ws-edt-prob-2                        pic  9,9(06).

      *----Area do modulo de impressao e linhas do relatorio impresso

           copy imprel.

       77  ws-flag-impressao                    pic  x(01)
                                                  value 'N'.
           88  ws-impressao-ativa               value 'S'.

       01  ws-imp-filtros.
           05  filler                           pic  x(06)
                                                  value 'JOGO: '.
           05  ws-imp-fil-jogo                  pic  9(02).
           05  filler                           pic  x(12)
                                                  value
                                                  '   PERIODO: '.
           05  ws-imp-fil-data-ini              pic  9(08).
           05  filler                           pic  x(03)
                                                  value ' A '.
           05  ws-imp-fil-data-fim              pic  9(08).
           05  filler                           pic  x(19)
                                                  value
                                                  '   APOSTAS/RODADA: '.
           05  ws-imp-fil-apostas               pic  9(02).
           05  filler                           pic  x(11)
                                                  value
                                                  '   LIMITE: '.
           05  ws-imp-fil-limite                pic  9(09).
           05  filler                           pic  x(19)
                                                  value
                                                  ' (0 = DOS REGISTROS'.
           05  filler                           pic  x(01)
                                                  value ')'.

       01  ws-imp-colunas.
           05  filler                           pic  x(04)
                                                  value 'JG'.
           05  filler                           pic  x(28)
                                                  value 'TESTE'.
           05  filler                           pic  x(13)
                                                  value '    AMOSTRA  '.
           05  filler                           pic  x(12)
                                                  value spaces.
           05  filler                           pic  x(09)
                                                  value 'OBSERVADO'.
           05  filler                           pic  x(07)
                                                  value spaces.
           05  filler                           pic  x(16)
                                                  value
                                                  'ESPERADO/CRITICO'.
           05  filler                           pic  x(14)
                                                  value
                                                  '   ESTATIST.  '.
           05  filler                           pic  x(08)
                                                  value 'SITUACAO'.

       01  ws-imp-detalhe.
           05  ws-imp-jogo                      pic  9(02).
           05  filler                           pic  x(02).
           05  ws-imp-teste                     pic  x(26).
           05  filler                           pic  x(02).
           05  ws-imp-amostra                   pic  z(10)9.
           05  filler                           pic  x(02).
           05  ws-imp-observado                 pic  z(15)9,9999.
           05  ws-imp-obs-inteiro redefines ws-imp-observado
                                                pic  z(20)9.
           05  filler                           pic  x(02).
           05  ws-imp-referencia                pic  z(15)9,9999.
           05  ws-imp-ref-inteiro redefines ws-imp-referencia
                                                pic  z(20)9.
           05  filler                           pic  x(02).
           05  ws-imp-estatistica               pic  -(6)9,99.
           05  ws-imp-est-probabilidade redefines ws-imp-estatistica.
               10  filler                       pic  x(02).
               10  ws-imp-est-prob              pic  9,9(06).
           05  filler                           pic  x(02).
           05  ws-imp-situacao                  pic  x(29).

       01  ws-imp-sit-reprovado.
           05  filler                           pic  x(11)
                                                  value 'REPROVADO ('.
           05  ws-imp-rep-fora                  pic  9(02).
           05  filler                           pic  x(07)
                                                  value ' FORA, '.
           05  ws-imp-rep-nao-avaliados         pic  9(02).
           05  filler                           pic  x(07)
                                                  value ' N/AV.)'.

       01  ws-imp-total.
           05  ws-imp-tot-descricao             pic  x(30).
           05  ws-imp-tot-valor                 pic  zzz.zzz.zz9.
           05  filler                           pic  x(02).
           05  ws-imp-tot-texto                 pic  x(30).

      *Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>-------------------------------------------------
      *>     Inicialização
      *>-------------------------------------------------

       inicializa section.

           move zeros to ws-tab-certificacao

           perform carrega-catalogo-jogos

           display "Jogo a certificar (0 = todos):"
           perform varying ws-ind-jogo from 1 by 1
                   until ws-ind-jogo > ws-qtd-jogos
               if ws-jogo-qtd-sorteio(ws-ind-jogo) > zero
                  display "   " ws-ind-jogo " - "
                     ws-jogo-nome(ws-ind-jogo)
               end-if
           end-perform
           display "Opcao: "
           accept ws-filtro-jogo

           perform until ws-filtro-jogo = zero
                      or (ws-filtro-jogo <= ws-qtd-jogos
                          and ws-jogo-qtd-sorteio(ws-filtro-jogo)
                              > zero)
               display "Opcao invalida, informe novamente: "
               accept ws-filtro-jogo
           end-perform

           display "Data inicial AAAAMMDD (0 = sem limite): "
           accept ws-filtro-data-ini

           display "Data final AAAAMMDD (0 = sem limite): "
           accept ws-filtro-data-fim

           if ws-filtro-data-fim = zero
              move 99999999 to ws-filtro-data-fim
           end-if

           display "Apostas distintas por rodada nas simulacoes "
              "(0 = 1): "
           accept ws-apostas-rodada

           if ws-apostas-rodada = zero
              move 1 to ws-apostas-rodada
           end-if

           display "Limite de tentativas das simulacoes "
              "(0 = obter dos registros de limite esgotado): "
           accept ws-limite-informado

           move ws-filtro-jogo      to ws-imp-fil-jogo
           move ws-filtro-data-ini  to ws-imp-fil-data-ini
           move ws-filtro-data-fim  to ws-imp-fil-data-fim
           move ws-apostas-rodada   to ws-imp-fil-apostas
           move ws-limite-informado to ws-imp-fil-limite

           perform abre-impressao
              .

       inicializa-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Carrega o catalogo de jogos (JOGOS.TXT) para as tabelas em memoria;
      *> o catalogo e criado pelo programa principal ou por manutjogos
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

           if ws-qtd-jogos = zero
              display "Catalogo de jogos (JOGOS.TXT) vazio ou "
                 "nao encontrado; rode o programa principal ou "
                 "manutjogos para cria-lo."
              perform finaliza
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

           perform acumula-frequencias
           perform acumula-resultados

           display "=================================================="
           display "Certificacao estatistica dos sorteios simulados"
           display "Periodo " ws-filtro-data-ini " a "
              ws-filtro-data-fim " - apostas por rodada "
              ws-apostas-rodada
           display "=================================================="

           perform varying ws-ind-jogo from 1 by 1
                   until ws-ind-jogo > ws-qtd-jogos
               if ws-jogo-qtd-sorteio(ws-ind-jogo) > zero
                  and ws-jogo-faixa(ws-ind-jogo) > zero
                  if ws-ind-jogo = ws-filtro-jogo
                     or (ws-filtro-jogo = zero
                         and (ws-cer-qtd-frequencia(ws-ind-jogo) > zero
                              or ws-cer-vencedoras(ws-ind-jogo) > zero
                              or ws-cer-esgotadas(ws-ind-jogo) > zero))
                     perform certifica-jogo
                  end-if
               end-if
           end-perform

           perform imprime-resumos-lote
           perform imprime-parecer
              .

       processamento-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Soma, por jogo, as contagens de dezenas das execucoes do periodo
      *>---------------------------------------------------------------------------------

       acumula-frequencias section.

           open input ws-arq-frequencia

           if ws-fs-frequencia not = "00"
              display "Aviso: arquivo de frequencia (FREQUENCIA.TXT) "
                 "nao encontrado; uniformidade nao avaliada."
           else
              perform le-proxima-frequencia
              perform until ws-fs-frequencia = "10"
                  if frq-lot-tipo numeric
                     and frq-lot-tipo >= 1
                     and frq-lot-tipo <= ws-qtd-jogos
                     and frq-data numeric
                     and frq-data >= ws-filtro-data-ini
                     and frq-data <= ws-filtro-data-fim
                     and frq-qtd-sorteios numeric
                     perform soma-frequencia
                  end-if
                  perform le-proxima-frequencia
              end-perform
              close ws-arq-frequencia
           end-if
              .

       acumula-frequencias-exit.
           exit.

       le-proxima-frequencia section.

           read ws-arq-frequencia
               at end move "10" to ws-fs-frequencia
           end-read
              .

       le-proxima-frequencia-exit.
           exit.

       soma-frequencia section.

           move frq-lot-tipo to ws-ind-jogo
           move ws-jogo-faixa(ws-ind-jogo) to ws-faixa

           add 1 to ws-cer-qtd-frequencia(ws-ind-jogo)
           add frq-qtd-sorteios to ws-cer-sorteios(ws-ind-jogo)

           perform varying ws-ind-dezena from 1 by 1
                   until ws-ind-dezena > ws-faixa
                      or ws-ind-dezena > 100
               if frq-contagem(ws-ind-dezena) numeric
                  add frq-contagem(ws-ind-dezena)
                      to ws-cer-contagem(ws-ind-jogo, ws-ind-dezena)
               end-if
           end-perform
              .

       soma-frequencia-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Soma, por jogo, as simulacoes vencedoras (01) e esgotadas (02) do
      *> periodo, e os resumos de lote (03)
      *>---------------------------------------------------------------------------------

       acumula-resultados section.

           open input ws-arq-resultados

           if ws-fs-resultados not = "00"
              display "Aviso: arquivo de resultados (RESULTADOS.TXT) "
                 "nao encontrado; tentativas nao avaliadas."
           else
              perform le-proximo-resultado
              perform until ws-fs-resultados = "10"
                  evaluate res-tipo-reg
                      when '01'
                           perform soma-vencedora
                      when '02'
                           perform soma-esgotada
                      when '03'
                           perform soma-resumo-lote
                  end-evaluate
                  perform le-proximo-resultado
              end-perform
              close ws-arq-resultados
           end-if
              .

       acumula-resultados-exit.
           exit.

       le-proximo-resultado section.

           read ws-arq-resultados
               at end move "10" to ws-fs-resultados
           end-read
              .

       le-proximo-resultado-exit.
           exit.

       soma-vencedora section.

           if res-data numeric
              and res-data >= ws-filtro-data-ini
              and res-data <= ws-filtro-data-fim
              and res-lot-tipo numeric
              and res-lot-tipo >= 1
              and res-lot-tipo <= ws-qtd-jogos
              and res-contador numeric
              and res-contador > zero
              if res-semente not numeric
                 or res-semente = zero
                 add 1 to ws-qtd-sem-semente
              else
                 move res-lot-tipo to ws-ind-jogo
                 add 1 to ws-cer-vencedoras(ws-ind-jogo)
                 add res-contador
                     to ws-cer-soma-tentativas(ws-ind-jogo)
                 if ws-cer-vencedoras(ws-ind-jogo) = 1
                    or res-contador < ws-cer-min-tentativas(ws-ind-jogo)
                    move res-contador
                         to ws-cer-min-tentativas(ws-ind-jogo)
                 end-if
                 if res-contador > ws-cer-max-tentativas(ws-ind-jogo)
                    move res-contador
                         to ws-cer-max-tentativas(ws-ind-jogo)
                 end-if
              end-if
           end-if
              .

       soma-vencedora-exit.
           exit.

       soma-esgotada section.

           if esg-data numeric
              and esg-data >= ws-filtro-data-ini
              and esg-data <= ws-filtro-data-fim
              and esg-lot-tipo numeric
              and esg-lot-tipo >= 1
              and esg-lot-tipo <= ws-qtd-jogos
              and esg-tentativas numeric
              move esg-lot-tipo to ws-ind-jogo
              add 1 to ws-cer-esgotadas(ws-ind-jogo)
              if ws-cer-esgotadas(ws-ind-jogo) = 1
                 or esg-tentativas < ws-cer-limite-min(ws-ind-jogo)
                 move esg-tentativas to ws-cer-limite-min(ws-ind-jogo)
              end-if
              if esg-tentativas > ws-cer-limite-max(ws-ind-jogo)
                 move esg-tentativas to ws-cer-limite-max(ws-ind-jogo)
              end-if
           end-if
              .

       soma-esgotada-exit.
           exit.

       soma-resumo-lote section.

           if lote-data numeric
              and lote-data >= ws-filtro-data-ini
              and lote-data <= ws-filtro-data-fim
              and lote-qtd-simulacoes numeric
              and lote-qtd-vencedoras numeric
              and lote-qtd-esgotadas numeric
              add 1 to ws-qtd-lotes
              add lote-qtd-simulacoes to ws-lote-simulacoes
              add lote-qtd-vencedoras to ws-lote-vencedoras
              add lote-qtd-esgotadas  to ws-lote-esgotadas
           end-if
              .

       soma-resumo-lote-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Certifica um jogo: aplica os tres testes e emite o parecer do jogo
      *>---------------------------------------------------------------------------------

       certifica-jogo section.

           move ws-jogo-qtd-sorteio(ws-ind-jogo) to ws-qtd-sorteio
           move ws-jogo-faixa(ws-ind-jogo)       to ws-faixa
           if ws-faixa > 100
              move 100 to ws-faixa
           end-if

           move zero to ws-qtd-fora-jogo
           move zero to ws-qtd-nao-avaliados-jogo
           add 1 to ws-qtd-jogos-certificados

           display " "
           display "Jogo " ws-ind-jogo " - " ws-jogo-nome(ws-ind-jogo)
              " (" ws-qtd-sorteio " dezenas de 1 a " ws-faixa ")"
           display "--------------------------------------------------"

           perform inicia-linha-teste
           move ws-jogo-nome(ws-ind-jogo) to ws-imp-teste
           perform imprime-teste

           perform testa-uniformidade
           perform calcula-distribuicao-teorica

           if ws-limite-conhecido
              perform testa-tentativas
              perform testa-esgotamento
           end-if

           display "--------------------------------------------------"
           if ws-qtd-fora-jogo = zero
              and ws-qtd-nao-avaliados-jogo = zero
              add 1 to ws-qtd-jogos-aprovados
              display "   Parecer do jogo ............ : APROVADO"
           else
              add 1 to ws-qtd-jogos-reprovados
              display "   Parecer do jogo ............ : REPROVADO ("
                 ws-qtd-fora-jogo " fora da tolerancia, "
                 ws-qtd-nao-avaliados-jogo " nao avaliados)"
           end-if

           perform inicia-linha-teste
           move 'PARECER DO JOGO' to ws-imp-teste
           if ws-qtd-fora-jogo = zero
              and ws-qtd-nao-avaliados-jogo = zero
              move 'APROVADO' to ws-imp-situacao
           else
              move ws-qtd-fora-jogo          to ws-imp-rep-fora
              move ws-qtd-nao-avaliados-jogo to ws-imp-rep-nao-avaliados
              move ws-imp-sit-reprovado      to ws-imp-situacao
           end-if
           perform imprime-teste
              .

       certifica-jogo-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Qui-quadrado de uniformidade: cada sorteio valido e uma combinacao
      *> sem repeticao, logo cada dezena espera sorteios x qtd / faixa; a
      *> estatistica e corrigida por (faixa - 1) / (faixa - qtd) e comparada
      *> ao valor critico a 1% com faixa - 1 graus de liberdade
      *> (aproximacao de Wilson-Hilferty)
      *>---------------------------------------------------------------------------------

       testa-uniformidade section.

           display "   Uniformidade das dezenas (qui-quadrado)"
           perform inicia-linha-teste
           move 'UNIFORMIDADE QUI-QUADRADO' to ws-imp-teste
           move ws-cer-sorteios(ws-ind-jogo) to ws-imp-amostra
           move ws-cer-qtd-frequencia(ws-ind-jogo) to ws-edt-inteiro
           move ws-cer-sorteios(ws-ind-jogo)       to ws-edt-inteiro-2
           display "      Execucoes / sorteios ..... : "
              ws-edt-inteiro " / " ws-edt-inteiro-2

           compute ws-esperado-dezena =
                   ws-cer-sorteios(ws-ind-jogo) * ws-qtd-sorteio
                   / ws-faixa

           if ws-qtd-sorteio >= ws-faixa
              or ws-esperado-dezena < ws-min-esperado-dezena
              add 1 to ws-qtd-nao-avaliados-jogo
              display "      Situacao ................. : NAO AVALIADO"
                 " (amostra insuficiente)"
              move 'NAO AVALIADO (AMOSTRA INSUF.)' to ws-imp-situacao
           else
              move zero to ws-qui-quadrado
              move zero to ws-maior-desvio
              move zero to ws-dezena-maior-desvio
              compute ws-raiz-esperado =
                      function sqrt(ws-esperado-dezena)

              perform varying ws-ind-dezena from 1 by 1
                      until ws-ind-dezena > ws-faixa
                  perform soma-parcela-qui
              end-perform

              compute ws-qui-quadrado = ws-qui-quadrado
                      * (ws-faixa - 1) / (ws-faixa - ws-qtd-sorteio)

              compute ws-graus-liberdade = ws-faixa - 1
              compute ws-termo-wh = 2 / (9 * ws-graus-liberdade)
              compute ws-raiz-wh = function sqrt(ws-termo-wh)
              compute ws-base-wh = 1 - ws-termo-wh
                      + ws-z-qui-quadrado * ws-raiz-wh
              compute ws-qui-critico = ws-graus-liberdade
                      * ws-base-wh * ws-base-wh * ws-base-wh

              move ws-esperado-dezena to ws-edt-decimal
              display "      Esperado por dezena ...... : "
                 ws-edt-decimal
              move ws-qui-quadrado to ws-edt-decimal
              move ws-qui-critico  to ws-edt-decimal-2
              display "      Qui-quadrado / critico 1%  : "
                 ws-edt-decimal " / " ws-edt-decimal-2
              move ws-maior-desvio to ws-edt-z
              display "      Maior desvio padronizado . : "
                 ws-edt-z " (dezena " ws-dezena-maior-desvio ")"

              move ws-qui-quadrado to ws-imp-observado
              move ws-qui-critico  to ws-imp-referencia
              move ws-maior-desvio to ws-imp-estatistica

              if ws-qui-quadrado > ws-qui-critico
                 add 1 to ws-qtd-fora-jogo
                 display "      Situacao ................. : "
                    "FORA DA TOLERANCIA"
                 move 'FORA DA TOLERANCIA' to ws-imp-situacao
              else
                 display "      Situacao ................. : OK"
                 move 'OK' to ws-imp-situacao
              end-if
           end-if

           perform imprime-teste
              .

       testa-uniformidade-exit.
           exit.

       soma-parcela-qui section.

           compute ws-diferenca-dezena =
                   ws-cer-contagem(ws-ind-jogo, ws-ind-dezena)
                   - ws-esperado-dezena
           compute ws-quadrado-dezena =
                   ws-diferenca-dezena * ws-diferenca-dezena
           compute ws-parcela-qui =
                   ws-quadrado-dezena / ws-esperado-dezena
           add ws-parcela-qui to ws-qui-quadrado

           compute ws-desvio-dezena =
                   ws-diferenca-dezena / ws-raiz-esperado
           if ws-desvio-dezena < zero
              compute ws-desvio-dezena = zero - ws-desvio-dezena
           end-if
           if ws-desvio-dezena > ws-maior-desvio
              move ws-desvio-dezena to ws-maior-desvio
              move ws-ind-dezena    to ws-dezena-maior-desvio
           end-if
              .

       soma-parcela-qui-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Distribuicao teorica das tentativas ate o acerto: geometrica com
      *> p = apostas da rodada / C(faixa, qtd), truncada no limite de
      *> tentativas; calcula a parcela esperada de esgotamento e a media e
      *> o desvio padrao das tentativas das simulacoes vencedoras
      *>---------------------------------------------------------------------------------

       calcula-distribuicao-teorica section.

           move 'S' to ws-flag-limite
           compute ws-simulacoes = ws-cer-vencedoras(ws-ind-jogo)
                                 + ws-cer-esgotadas(ws-ind-jogo)

      *----Limite de tentativas: o informado ou, na falta, o dos
      *----registros de limite esgotado; sem esgotadas e sem limite
      *----informado as simulacoes sao tratadas como sem limite
           evaluate true
               when ws-limite-informado > zero
                    move ws-limite-informado to ws-limite
               when ws-cer-esgotadas(ws-ind-jogo) = zero
                    move zero to ws-limite
               when ws-cer-limite-min(ws-ind-jogo)
                    = ws-cer-limite-max(ws-ind-jogo)
                    move ws-cer-limite-max(ws-ind-jogo) to ws-limite
               when other
                    move zero to ws-limite
                    move 'N' to ws-flag-limite
           end-evaluate

      *----C(faixa, qtd) exato: cada produto parcial e divisivel
           move 1 to ws-combinacoes
           perform varying ws-ind-dezena from 1 by 1
                   until ws-ind-dezena > ws-qtd-sorteio
               compute ws-combinacoes = ws-combinacoes
                       * (ws-faixa - ws-qtd-sorteio + ws-ind-dezena)
               compute ws-combinacoes = ws-combinacoes / ws-ind-dezena
           end-perform

           if ws-apostas-rodada >= ws-combinacoes
              move 0,999999 to ws-prob-acerto
           else
              compute ws-prob-acerto =
                      ws-apostas-rodada / ws-combinacoes
           end-if

      *----lambda = -ln(1 - p): q elevado a x e exp(-x * lambda)
           move ws-prob-acerto to ws-arg-ln
           perform calcula-ln-um-menos
           compute ws-lambda = zero - ws-res-ln-um-menos

           display "   Tentativas ate o acerto"
           move ws-combinacoes to ws-edt-combinacoes
           display "      Combinacoes possiveis .... : "
              ws-edt-combinacoes
           move ws-cer-vencedoras(ws-ind-jogo) to ws-edt-inteiro
           move ws-cer-esgotadas(ws-ind-jogo)  to ws-edt-inteiro-2
           display "      Vencedoras / esgotadas ... : "
              ws-edt-inteiro " / " ws-edt-inteiro-2

           if not ws-limite-conhecido
              move ws-cer-limite-min(ws-ind-jogo) to ws-edt-inteiro
              move ws-cer-limite-max(ws-ind-jogo) to ws-edt-inteiro-2
              display "      Limite de tentativas ..... : variou de "
                 ws-edt-inteiro " a " ws-edt-inteiro-2
              display "      Situacao ................. : NAO AVALIADO"
                 " (informe o limite usado)"
              add 2 to ws-qtd-nao-avaliados-jogo

              perform inicia-linha-teste
              move 'TENTATIVAS ATE O ACERTO' to ws-imp-teste
              move ws-simulacoes to ws-imp-amostra
              move 'NAO AVALIADO (LIMITE VARIOU)' to ws-imp-situacao
              perform imprime-teste
           else
              if ws-limite = zero
                 perform calcula-geometrica-sem-limite
              else
                 perform calcula-geometrica-truncada
              end-if
              compute ws-desvio-teorico =
                      function sqrt(ws-variancia-teorica)
           end-if
              .

       calcula-distribuicao-teorica-exit.
           exit.

       calcula-geometrica-sem-limite section.

           display "      Limite de tentativas ..... : sem limite"
           move zero to ws-qt-limite
           move 1    to ws-um-menos-qt

      *----Media 1 / p e variancia (1 - p) / p ao quadrado
           compute ws-media-teorica = 1 / ws-prob-acerto
           compute ws-prob-quadrado = ws-prob-acerto * ws-prob-acerto
           compute ws-variancia-teorica =
                   (1 - ws-prob-acerto) / ws-prob-quadrado
               on size error
                  move all '9' to ws-variancia-teorica
           end-compute
              .

       calcula-geometrica-sem-limite-exit.
           exit.

       calcula-geometrica-truncada section.

           move ws-limite to ws-edt-inteiro
           display "      Limite de tentativas ..... : " ws-edt-inteiro

           move ws-limite to ws-arg-tentativas
           perform calcula-arg-tentativas
           perform calcula-exp
           move ws-res-exp to ws-qt-limite
           perform calcula-um-menos-exp
           move ws-res-um-menos-exp to ws-um-menos-qt

      *----Com o limite muito menor que 1 / p as vencedoras ficam quase
      *----uniformes entre 1 e o limite, e a formula fechada perde
      *----precisao na subtracao; usa-se entao a aproximacao uniforme
           if ws-arg-exp > -0,01
              compute ws-media-teorica = (ws-limite + 1) / 2
              compute ws-variancia-teorica = ws-limite * ws-limite
              compute ws-variancia-teorica =
                      (ws-variancia-teorica - 1) / 12
           else
      *----Media 1 / p - T q^T / (1 - q^T)
              compute ws-media-teorica = 1 / ws-prob-acerto
              compute ws-termo-variancia = ws-limite * ws-qt-limite
              compute ws-termo-variancia =
                      ws-termo-variancia / ws-um-menos-qt
              compute ws-media-teorica =
                      ws-media-teorica - ws-termo-variancia

      *----Variancia (1 - p) / p^2 - T^2 q^T / (1 - q^T)^2
              compute ws-prob-quadrado =
                      ws-prob-acerto * ws-prob-acerto
              compute ws-variancia-teorica =
                      (1 - ws-prob-acerto) / ws-prob-quadrado
              compute ws-um-menos-qt-quadrado =
                      ws-um-menos-qt * ws-um-menos-qt
              compute ws-termo-variancia = ws-limite * ws-limite
              compute ws-termo-variancia =
                      ws-termo-variancia * ws-qt-limite
              compute ws-termo-variancia =
                      ws-termo-variancia / ws-um-menos-qt-quadrado
              if ws-termo-variancia < ws-variancia-teorica
                 subtract ws-termo-variancia
                     from ws-variancia-teorica
              else
                 move zero to ws-variancia-teorica
              end-if
           end-if
              .

       calcula-geometrica-truncada-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Media (teste z), minimo e maximo observados das tentativas das
      *> simulacoes vencedoras contra a distribuicao teorica
      *>---------------------------------------------------------------------------------

       testa-tentativas section.

           perform inicia-linha-teste
           move 'MEDIA DAS TENTATIVAS' to ws-imp-teste

           if ws-cer-vencedoras(ws-ind-jogo) = zero
              add 1 to ws-qtd-nao-avaliados-jogo
              display "      Situacao ................. : NAO AVALIADO"
                 " (nenhuma simulacao vencedora)"
              move 'NAO AVALIADO (SEM VENCEDORAS)' to ws-imp-situacao
              perform imprime-teste
           else
              move ws-cer-vencedoras(ws-ind-jogo) to ws-qtd-amostra
              compute ws-media-observada =
                      ws-cer-soma-tentativas(ws-ind-jogo)
                      / ws-qtd-amostra

              move ws-media-observada to ws-edt-decimal
              move ws-media-teorica   to ws-edt-decimal-2
              display "      Media observada / teorica  : "
                 ws-edt-decimal " / " ws-edt-decimal-2

              compute ws-raiz-amostra = function sqrt(ws-qtd-amostra)
              compute ws-erro-padrao =
                      ws-desvio-teorico / ws-raiz-amostra

              if ws-qtd-amostra < ws-min-vencedoras
                 or ws-erro-padrao = zero
                 add 1 to ws-qtd-nao-avaliados-jogo
                 move 'NAO AVALIADO (amostra < 30)'
                      to ws-situacao-teste
                 move 'NAO AVALIADO (AMOSTRA < 30)'
                      to ws-imp-situacao
              else
                 compute ws-estatistica-z =
                         (ws-media-observada - ws-media-teorica)
                         / ws-erro-padrao
                     on size error
                        move 999999 to ws-estatistica-z
                 end-compute
                 move ws-estatistica-z to ws-edt-z
                 display "      Desvio da media (z) ...... : " ws-edt-z
                 move ws-estatistica-z to ws-imp-estatistica
                 if ws-estatistica-z > ws-z-bilateral
                    or ws-estatistica-z < zero - ws-z-bilateral
                    add 1 to ws-qtd-fora-jogo
                    move 'FORA DA TOLERANCIA' to ws-situacao-teste
                 else
                    move 'OK' to ws-situacao-teste
                 end-if
                 move ws-situacao-teste to ws-imp-situacao
              end-if
              display "      Situacao da media ........ : "
                 ws-situacao-teste

              move ws-qtd-amostra     to ws-imp-amostra
              move ws-media-observada to ws-imp-observado
              move ws-media-teorica   to ws-imp-referencia
              perform imprime-teste

              perform testa-extremos
           end-if
              .

       testa-tentativas-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Minimo e maximo: valores esperados para a quantidade de vencedoras
      *> e probabilidade de um extremo tao afastado quanto o observado
      *>---------------------------------------------------------------------------------

       testa-extremos section.

           compute ws-arg-quantil = 1 / (ws-qtd-amostra + 1)
           perform calcula-quantil
           move ws-quantil-inteiro to ws-min-esperado
           compute ws-arg-quantil =
                   ws-qtd-amostra / (ws-qtd-amostra + 1)
           perform calcula-quantil
           move ws-quantil-inteiro to ws-max-esperado

      *----Minimo: P(min >= observado) = P(X > obs - 1) ^ n e
      *----P(min <= observado) = 1 - P(X > obs) ^ n
           compute ws-arg-tentativas =
                   ws-cer-min-tentativas(ws-ind-jogo) - 1
           perform calcula-acumulada
           move ws-res-acumulada to ws-arg-ln
           perform calcula-potencia-amostra
           perform calcula-exp
           move ws-res-exp to ws-prob-cauda-1

           move ws-cer-min-tentativas(ws-ind-jogo) to ws-arg-tentativas
           perform calcula-acumulada
           move ws-res-acumulada to ws-arg-ln
           perform calcula-potencia-amostra
           perform calcula-um-menos-exp
           move ws-res-um-menos-exp to ws-prob-cauda-2

           move ws-cer-min-tentativas(ws-ind-jogo) to ws-edt-inteiro
           move ws-min-esperado                    to ws-edt-inteiro-2
           display "      Minimo observado/esperado  : "
              ws-edt-inteiro " / " ws-edt-inteiro-2
           move ws-prob-cauda-1 to ws-edt-prob
           move ws-prob-cauda-2 to ws-edt-prob-2
           display "      P(min>=obs) / P(min<=obs)  : "
              ws-edt-prob " / " ws-edt-prob-2

           perform inicia-linha-extremo
           move 'MINIMO DAS TENTATIVAS' to ws-imp-teste
           move ws-cer-min-tentativas(ws-ind-jogo) to ws-imp-obs-inteiro
           move ws-min-esperado to ws-imp-ref-inteiro

           if ws-prob-cauda-1 < ws-nivel-extremos
              or ws-prob-cauda-2 < ws-nivel-extremos
              add 1 to ws-qtd-fora-jogo
              display "      Situacao do minimo ....... : "
                 "FORA DA TOLERANCIA"
              move 'FORA DA TOLERANCIA' to ws-imp-situacao
           else
              display "      Situacao do minimo ....... : OK"
              move 'OK' to ws-imp-situacao
           end-if
           perform imprime-teste

      *----Maximo: P(max <= observado) = P(X <= obs) ^ n e
      *----P(max >= observado) = 1 - P(X <= obs - 1) ^ n; acima do
      *----limite de tentativas e impossivel
           move ws-cer-max-tentativas(ws-ind-jogo) to ws-arg-tentativas
           perform calcula-acumulada
           move ws-res-cauda to ws-arg-ln
           perform calcula-potencia-amostra
           perform calcula-exp
           move ws-res-exp to ws-prob-cauda-1

           compute ws-arg-tentativas =
                   ws-cer-max-tentativas(ws-ind-jogo) - 1
           perform calcula-acumulada
           move ws-res-cauda to ws-arg-ln
           perform calcula-potencia-amostra
           perform calcula-um-menos-exp
           move ws-res-um-menos-exp to ws-prob-cauda-2

           move ws-cer-max-tentativas(ws-ind-jogo) to ws-edt-inteiro
           move ws-max-esperado                    to ws-edt-inteiro-2
           display "      Maximo observado/esperado  : "
              ws-edt-inteiro " / " ws-edt-inteiro-2
           move ws-prob-cauda-1 to ws-edt-prob
           move ws-prob-cauda-2 to ws-edt-prob-2
           display "      P(max<=obs) / P(max>=obs)  : "
              ws-edt-prob " / " ws-edt-prob-2

           perform inicia-linha-extremo
           move 'MAXIMO DAS TENTATIVAS' to ws-imp-teste
           move ws-cer-max-tentativas(ws-ind-jogo) to ws-imp-obs-inteiro
           move ws-max-esperado to ws-imp-ref-inteiro

           if ws-limite > zero
              and ws-cer-max-tentativas(ws-ind-jogo) > ws-limite
              add 1 to ws-qtd-fora-jogo
              display "      Situacao do maximo ....... : "
                 "FORA DA TOLERANCIA (acima do limite)"
              move 'FORA DA TOLERANCIA (> LIMITE)' to ws-imp-situacao
           else
              if ws-prob-cauda-1 < ws-nivel-extremos
                 or ws-prob-cauda-2 < ws-nivel-extremos
                 add 1 to ws-qtd-fora-jogo
                 display "      Situacao do maximo ....... : "
                    "FORA DA TOLERANCIA"
                 move 'FORA DA TOLERANCIA' to ws-imp-situacao
              else
                 display "      Situacao do maximo ....... : OK"
                 move 'OK' to ws-imp-situacao
              end-if
           end-if
           perform imprime-teste
              .

       testa-extremos-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Parcela das simulacoes que esgotaram o limite de tentativas contra
      *> a probabilidade teorica (1 - p) elevado ao limite
      *>---------------------------------------------------------------------------------

       testa-esgotamento section.

           display "   Simulacoes que esgotaram o limite"

           perform inicia-linha-teste
           move 'ESGOTAMENTO DO LIMITE (%)' to ws-imp-teste
           move ws-simulacoes to ws-imp-amostra

           if ws-simulacoes = zero
              add 1 to ws-qtd-nao-avaliados-jogo
              display "      Situacao ................. : NAO AVALIADO"
                 " (nenhuma simulacao)"
              move 'NAO AVALIADO (SEM SIMULACOES)' to ws-imp-situacao
           else
              compute ws-parcela-observada =
                      ws-cer-esgotadas(ws-ind-jogo) / ws-simulacoes
              compute ws-edt-percentual = ws-parcela-observada * 100
              compute ws-edt-percentual-2 = ws-qt-limite * 100
              display "      Parcela observada/teorica  : "
                 ws-edt-percentual "% / " ws-edt-percentual-2 "%"
              compute ws-imp-observado  = ws-parcela-observada * 100
              compute ws-imp-referencia = ws-qt-limite * 100

      *----A aproximacao normal pede ao menos 5 esgotadas e 5 vencedoras
      *----esperadas
              compute ws-qtd-esperada = ws-simulacoes * ws-qt-limite
              move 'N' to ws-flag-amostra
              if ws-qtd-esperada >= ws-min-esperado-dezena
                 compute ws-qtd-esperada =
                         ws-simulacoes * ws-um-menos-qt
                 if ws-qtd-esperada >= ws-min-esperado-dezena
                    move 'S' to ws-flag-amostra
                 end-if
              end-if

              evaluate true
                  when ws-limite = zero
                   and ws-cer-esgotadas(ws-ind-jogo) = zero
                       display "      Situacao ................. : "
                          "OK (sem limite de tentativas)"
                       move 'OK (SEM LIMITE)' to ws-imp-situacao
                  when not ws-amostra-suficiente
                       add 1 to ws-qtd-nao-avaliados-jogo
                       display "      Situacao ................. : "
                          "NAO AVALIADO (amostra insuficiente)"
                       move 'NAO AVALIADO (AMOSTRA INSUF.)'
                            to ws-imp-situacao
                  when other
                       perform calcula-desvio-parcela
              end-evaluate
           end-if

           perform imprime-teste
              .

       testa-esgotamento-exit.
           exit.

       calcula-desvio-parcela section.

           compute ws-parcela-variancia = ws-qt-limite * ws-um-menos-qt
           compute ws-parcela-variancia =
                   ws-parcela-variancia / ws-simulacoes
           compute ws-parcela-erro = function sqrt(ws-parcela-variancia)
           compute ws-estatistica-z =
                   (ws-parcela-observada - ws-qt-limite)
                   / ws-parcela-erro
               on size error
                  move 999999 to ws-estatistica-z
           end-compute

           move ws-estatistica-z to ws-edt-z
           display "      Desvio da parcela (z) .... : " ws-edt-z
           move ws-estatistica-z to ws-imp-estatistica

           if ws-estatistica-z > ws-z-bilateral
              or ws-estatistica-z < zero - ws-z-bilateral
              add 1 to ws-qtd-fora-jogo
              display "      Situacao ................. : "
                 "FORA DA TOLERANCIA"
              move 'FORA DA TOLERANCIA' to ws-imp-situacao
           else
              display "      Situacao ................. : OK"
              move 'OK' to ws-imp-situacao
           end-if
              .

       calcula-desvio-parcela-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Rotinas de calculo. ws-arg-exp e sempre <= 0; perto de zero as
      *> series evitam a perda de precisao de 1 - e^x e de ln(1 - y)
      *>---------------------------------------------------------------------------------

      *----ws-arg-exp = - ws-arg-tentativas * lambda (ln de q elevado a x)
       calcula-arg-tentativas section.

           compute ws-arg-exp = zero - ws-arg-tentativas * ws-lambda
               on size error
                  move -99999999 to ws-arg-exp
           end-compute
              .

       calcula-arg-tentativas-exit.
           exit.

      *----ws-arg-exp = n * ln(1 - ws-arg-ln), para elevar 1 - y a n
       calcula-potencia-amostra section.

           perform calcula-ln-um-menos
           compute ws-arg-exp = ws-qtd-amostra * ws-res-ln-um-menos
               on size error
                  move -99999999 to ws-arg-exp
           end-compute
              .

       calcula-potencia-amostra-exit.
           exit.

       calcula-exp section.

           if ws-arg-exp < -700
              move zero to ws-res-exp
           else
              compute ws-res-exp = function exp(ws-arg-exp)
           end-if
              .

       calcula-exp-exit.
           exit.

       calcula-um-menos-exp section.

           if ws-arg-exp > -0,00001
              compute ws-quadrado-arg = ws-arg-exp * ws-arg-exp
              compute ws-res-um-menos-exp = zero - ws-arg-exp
                      - ws-quadrado-arg / 2
                      - ws-quadrado-arg * ws-arg-exp / 6
           else
              move ws-res-exp to ws-aux-exp
              perform calcula-exp
              compute ws-res-um-menos-exp = 1 - ws-res-exp
              move ws-aux-exp to ws-res-exp
           end-if
              .

       calcula-um-menos-exp-exit.
           exit.

       calcula-ln-um-menos section.

           evaluate true
               when ws-arg-ln < 0,00001
                    compute ws-quadrado-ln = ws-arg-ln * ws-arg-ln
                    compute ws-res-ln-um-menos = zero - ws-arg-ln
                            - ws-quadrado-ln / 2
                            - ws-quadrado-ln * ws-arg-ln / 3
               when ws-arg-ln >= 1
                    move -1000 to ws-res-ln-um-menos
               when other
                    compute ws-res-ln-um-menos =
                            function log(1 - ws-arg-ln)
           end-evaluate
              .

       calcula-ln-um-menos-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Distribuicao acumulada das tentativas das vencedoras em
      *> ws-arg-tentativas: ws-res-acumulada = P(X <= x) e ws-res-cauda =
      *> P(X > x), calculada direto para nao perder precisao perto de 1
      *>---------------------------------------------------------------------------------

       calcula-acumulada section.

           evaluate true
               when ws-arg-tentativas = zero
                    move zero to ws-res-acumulada
                    move 1    to ws-res-cauda
               when ws-limite > zero
                and ws-arg-tentativas >= ws-limite
                    move 1    to ws-res-acumulada
                    move zero to ws-res-cauda
               when ws-limite = zero
                    perform calcula-arg-tentativas
                    perform calcula-exp
                    move ws-res-exp to ws-res-cauda
                    perform calcula-um-menos-exp
                    move ws-res-um-menos-exp to ws-res-acumulada
               when other
      *----(1 - q^x) / (1 - q^T) e q^x (1 - q^(T-x)) / (1 - q^T)
                    perform calcula-arg-tentativas
                    perform calcula-exp
                    perform calcula-um-menos-exp
                    compute ws-res-acumulada =
                            ws-res-um-menos-exp / ws-um-menos-qt
                    move ws-res-exp to ws-res-cauda
                    compute ws-arg-tentativas =
                            ws-limite - ws-arg-tentativas
                    perform calcula-arg-tentativas
                    perform calcula-um-menos-exp
                    compute ws-res-cauda =
                            ws-res-cauda * ws-res-um-menos-exp
                    compute ws-res-cauda =
                            ws-res-cauda / ws-um-menos-qt
           end-evaluate
              .

       calcula-acumulada-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Quantil das tentativas das vencedoras para a probabilidade em
      *> ws-arg-quantil: menor x com P(X <= x) >= u, entre 1 e o limite;
      *> x = ln(1 - u (1 - q^T)) / ln(q), devolvido em ws-quantil-inteiro
      *>---------------------------------------------------------------------------------

       calcula-quantil section.

           compute ws-arg-ln = ws-arg-quantil * ws-um-menos-qt
           perform calcula-ln-um-menos
           compute ws-res-quantil =
                   (zero - ws-res-ln-um-menos) / ws-lambda
               on size error
                  move 999999999999999999 to ws-res-quantil
           end-compute

           if ws-res-quantil > 999999999999999999
              move 999999999999999999 to ws-res-quantil
           end-if

           move ws-res-quantil to ws-quantil-inteiro
           if ws-quantil-inteiro < ws-res-quantil
              add 1 to ws-quantil-inteiro
           end-if
           if ws-quantil-inteiro < 1
              move 1 to ws-quantil-inteiro
           end-if
           if ws-limite > zero
              and ws-quantil-inteiro > ws-limite
              move ws-limite to ws-quantil-inteiro
           end-if
              .

       calcula-quantil-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Resumos de lote do periodo, para conferencia com as simulacoes
      *>---------------------------------------------------------------------------------

       imprime-resumos-lote section.

           display " "
           display "Resumos de lote no periodo (todos os jogos)"
           display "--------------------------------------------------"
           move ws-qtd-lotes       to ws-edt-inteiro
           move ws-lote-simulacoes to ws-edt-inteiro-2
           display "   Lotes / simulacoes ......... : "
              ws-edt-inteiro " / " ws-edt-inteiro-2
           move ws-lote-vencedoras to ws-edt-inteiro
           move ws-lote-esgotadas  to ws-edt-inteiro-2
           display "   Vencedoras / esgotadas ..... : "
              ws-edt-inteiro " / " ws-edt-inteiro-2
           if ws-qtd-sem-semente > zero
              display "   Acertos sem semente (fora) . : "
                 ws-qtd-sem-semente
           end-if
              .

       imprime-resumos-lote-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Parecer final para o dossie mensal de auditoria
      *>---------------------------------------------------------------------------------

       imprime-parecer section.

           display "=================================================="
           display "   Jogos certificados ......... : "
              ws-qtd-jogos-certificados
           display "   Aprovados / reprovados ..... : "
              ws-qtd-jogos-aprovados " / " ws-qtd-jogos-reprovados

           if ws-qtd-jogos-certificados > zero
              and ws-qtd-jogos-reprovados = zero
              display "   PARECER FINAL .............. : APROVADO"
           else
              if ws-qtd-jogos-certificados = zero
                 display "   Nenhum jogo com sorteios simulados no "
                    "periodo."
              end-if
              display "   PARECER FINAL .............. : REPROVADO"
           end-if
           display "=================================================="

           perform imprime-totais-certificacao
              .

       imprime-parecer-exit.
           exit.

      *>---------------------------------------------------------------------------------
      *> Relatorio impresso: abertura com os filtros, uma linha por teste
      *> de cada jogo e o parecer do jogo, resumos de lote e parecer final
      *> como totais de controle e fechamento
      *>---------------------------------------------------------------------------------

       abre-impressao section.

           move spaces to imp-parametros
           move 'CERTIFICASORTEIOS'   to imp-relatorio
           move 'CERTIFICASORTEIOS'   to imp-arquivo
           move 'CERTIFICACAO ESTATISTICA DOS SORTEIOS SIMULADOS'
                                      to imp-titulo
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

      *----Linha de um teste do jogo corrente, com os campos em branco
       inicia-linha-teste section.

           move spaces      to ws-imp-detalhe
           move ws-ind-jogo to ws-imp-jogo
              .

       inicia-linha-teste-exit.
           exit.

      *----Linha do minimo ou do maximo: a probabilidade da cauda mais
      *----afastada, a que decide o teste
       inicia-linha-extremo section.

           perform inicia-linha-teste
           move ws-qtd-amostra to ws-imp-amostra
           if ws-prob-cauda-1 < ws-prob-cauda-2
              move ws-prob-cauda-1 to ws-imp-est-prob
           else
              move ws-prob-cauda-2 to ws-imp-est-prob
           end-if
              .

       inicia-linha-extremo-exit.
           exit.

       imprime-teste section.

           if ws-impressao-ativa
              move ws-imp-detalhe to imp-linha
              move 'L' to imp-funcao
              call "imprimerelatorio" using imp-parametros
           end-if
              .

       imprime-teste-exit.
           exit.

       imprime-totais-certificacao section.

           if ws-impressao-ativa
              move spaces to ws-imp-total
              move 'Jogos certificados'     to ws-imp-tot-descricao
              move ws-qtd-jogos-certificados to ws-imp-tot-valor
              perform imprime-total
              move 'Jogos aprovados'        to ws-imp-tot-descricao
              move ws-qtd-jogos-aprovados   to ws-imp-tot-valor
              perform imprime-total
              move 'Jogos reprovados'       to ws-imp-tot-descricao
              move ws-qtd-jogos-reprovados  to ws-imp-tot-valor
              perform imprime-total
              move 'Lotes no periodo'       to ws-imp-tot-descricao
              move ws-qtd-lotes             to ws-imp-tot-valor
              perform imprime-total
              move 'Simulacoes dos lotes'   to ws-imp-tot-descricao
              move ws-lote-simulacoes       to ws-imp-tot-valor
              perform imprime-total
              move 'Vencedoras dos lotes'   to ws-imp-tot-descricao
              move ws-lote-vencedoras       to ws-imp-tot-valor
              perform imprime-total
              move 'Esgotadas dos lotes'    to ws-imp-tot-descricao
              move ws-lote-esgotadas        to ws-imp-tot-valor
              perform imprime-total
              move 'Acertos sem semente (fora)' to ws-imp-tot-descricao
              move ws-qtd-sem-semente       to ws-imp-tot-valor
              perform imprime-total

              move 'PARECER FINAL'          to ws-imp-tot-descricao
              move ws-qtd-jogos-certificados to ws-imp-tot-valor
              if ws-qtd-jogos-certificados > zero
                 and ws-qtd-jogos-reprovados = zero
                 move 'APROVADO'  to ws-imp-tot-texto
              else
                 move 'REPROVADO' to ws-imp-tot-texto
              end-if
              perform imprime-total
           end-if
              .

       imprime-totais-certificacao-exit.
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
