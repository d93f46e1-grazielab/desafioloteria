      *>---------------------------------------------------------------------------------
      *> Copybook do registro de passo da cadeia noturna (JOBPASSO-REC)
      *> Mesmo layout em dois arquivos:
      *>   JOBDEF.TXT   - definicao da cadeia: um passo por linha, na ordem
      *>                  de execucao (linha iniciada por '*' e comentario);
      *>   JOBPASSO.TXT - cartao do passo corrente, gravado pela cadeia
      *>                  antes de chamar o programa e esvaziado na volta.
      *> Um programa que encontra em JOBPASSO.TXT um passo com o seu nome
      *> roda sem nenhuma pergunta no teclado, com os parametros do passo,
      *> e devolve em RETURN-CODE 0 (ok), 4 (alerta) ou 8 (falha). Os
      *> parametros sao posicionais, com uma visao por programa:
      *>   desafioloteria    - nenhum (a entrada vem de CARTAO.TXT)
      *>   concursos         - jogo, concurso inicial e final, grava S/N
      *>   auditaarquivos    - data inicial e final (jogo nao usado)
      *>   frequenciadezenas - jogo, data inicial e final
      *>   salvaguarda       - opcoes do menu a executar, em ordem
      *>   fechamentomensal  - nenhum (confere os meses fechados)
      *> Zero nas datas e nos concursos tem o mesmo sentido da digitacao.
      *>---------------------------------------------------------------------------------

       01  jpa-registro.
           05  jpa-passo                         pic  9(02).
           05  filler                            pic  x(01)
                                                   value space.
           05  jpa-programa                      pic  x(20).
           05  filler                            pic  x(01)
                                                   value space.
           05  jpa-parametros                    pic  x(60).
      *----Conferencia em lote de concursos
           05  jpa-par-concursos redefines jpa-parametros.
               10  jpa-con-jogo                  pic  9(02).
               10  filler                        pic  x(01).
               10  jpa-con-conc-ini              pic  9(05).
               10  filler                        pic  x(01).
               10  jpa-con-conc-fim              pic  9(05).
               10  filler                        pic  x(01).
               10  jpa-con-grava                 pic  x(01).
               10  filler                        pic  x(44).
      *----Relatorios por periodo (auditoria e frequencia de dezenas)
           05  jpa-par-periodo redefines jpa-parametros.
               10  jpa-per-jogo                  pic  9(02).
               10  filler                        pic  x(01).
               10  jpa-per-data-ini              pic  9(08).
               10  filler                        pic  x(01).
               10  jpa-per-data-fim              pic  9(08).
               10  filler                        pic  x(40).
      *----Opcoes do menu da salvaguarda (espaco encerra a lista)
           05  jpa-par-salvaguarda redefines jpa-parametros.
               10  jpa-sal-opcao occurs 9 times  pic  x(01).
               10  filler                        pic  x(51).
