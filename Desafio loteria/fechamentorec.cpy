      *>---------------------------------------------------------------------------------
      *> Copybook do registro de fechamento mensal (FECHAMENTO-REC)
      *> FECHAMENTOS.TXT guarda, para cada mes fechado do financeiro, o
      *> registro de controle do fechamento seguido dos totais do mes,
      *> todos com o periodo AAAAMM e reconhecidos pelo codigo de tipo,
      *> como em PAGAMENTO-REC:
      *>    01 - controle do mes: quantidade de registros e total de
      *>         conferencia (hash) dos registros de FINANCEIRO.TXT do
      *>         mes, totais gerais, data/hora e operador do fechamento
      *>    02 - totais do mes por jogo            (fec-chave = jogo)
      *>    03 - totais do mes por matricula       (fec-chave = matricula)
      *>    04 - totais do mes por bolao           (fec-chave = bolao)
      *> Os totais separam os lancamentos dos estornos gravados no mes.
      *> Um mes com registro 01 esta fechado: nao recebe lancamentos e o
      *> programa de fechamento confere que os registros dele continuam
      *> os mesmos. Somente acrescido, nunca reescrito; valores com duas
      *> casas decimais implicitas.
      *>---------------------------------------------------------------------------------

       01  fec-registro.
           05  fec-tipo-reg                      pic  x(02).
               88  fec-tipo-controle             value '01'.
               88  fec-tipo-jogo                 value '02'.
               88  fec-tipo-matricula            value '03'.
               88  fec-tipo-bolao                value '04'.
           05  filler                            pic  x(01)
                                                   value space.
           05  fec-periodo                       pic  9(06).
           05  filler                            pic  x(01)
                                                   value space.
      *----Jogo, matricula ou bolao do total (zero no registro 01)
           05  fec-chave                         pic  9(05).
           05  filler                            pic  x(01)
                                                   value space.
           05  fec-qtd-registros                 pic  9(09).
           05  filler                            pic  x(01)
                                                   value space.
           05  fec-qtd-estornos                  pic  9(07).
           05  filler                            pic  x(01)
                                                   value space.
           05  fec-valor-apostado                pic  9(13)v9(02).
           05  filler                            pic  x(01)
                                                   value space.
           05  fec-valor-ganho                   pic  9(13)v9(02).
           05  filler                            pic  x(01)
                                                   value space.
           05  fec-estorno-apostado              pic  9(13)v9(02).
           05  filler                            pic  x(01)
                                                   value space.
           05  fec-estorno-ganho                 pic  9(13)v9(02).
           05  filler                            pic  x(01)
                                                   value space.
           05  fec-controle                      pic  x(39).
      *----Visao do registro 01 (controle do mes)
           05  fec-dados-controle redefines fec-controle.
               10  fec-hash-total                pic  9(18).
               10  filler                        pic  x(01).
               10  fec-data                      pic  9(08).
               10  filler                        pic  x(01).
               10  fec-hora                      pic  9(06).
               10  filler                        pic  x(01).
               10  fec-operador                  pic  9(04).
