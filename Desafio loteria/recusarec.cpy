      *>---------------------------------------------------------------------------------
      *> Copybook do registro de apostas recusadas (RECUSA-REC)
      *> RECUSAS.TXT recebe cada aposta recusada pelo controle de jogo
      *> responsavel - na digitacao pelo teclado ou na carga do cartao de
      *> execucao - com o motivo, o limite mensal do apostador, o quanto
      *> ele ja apostou no mes e o custo das apostas recusadas. Base do
      *> relatorio mensal de excecoes. Somente acrescido; valores com duas
      *> casas decimais implicitas.
      *>---------------------------------------------------------------------------------

       01  rec-registro.
           05  rec-data                          pic  9(08).
           05  filler                            pic  x(01)
                                                   value space.
           05  rec-hora                          pic  9(06).
           05  filler                            pic  x(01)
                                                   value space.
      *----Origem da aposta recusada
           05  rec-origem                        pic  x(01).
               88  rec-origem-teclado            value 'T'.
               88  rec-origem-cartao             value 'C'.
           05  filler                            pic  x(01)
                                                   value space.
           05  rec-matricula                     pic  9(05).
           05  filler                            pic  x(01)
                                                   value space.
      *----Bolao da aposta quando a matricula e membro de um grupo
      *----(zero = aposta individual)
           05  rec-bolao                         pic  9(03).
           05  filler                            pic  x(01)
                                                   value space.
           05  rec-motivo                        pic  x(01).
               88  rec-motivo-autoexclusao       value 'E'.
               88  rec-motivo-limite             value 'L'.
           05  filler                            pic  x(01)
                                                   value space.
           05  rec-limite-mensal                 pic  9(07)v9(02).
           05  filler                            pic  x(01)
                                                   value space.
           05  rec-apostado-mes                  pic  9(09)v9(02).
           05  filler                            pic  x(01)
                                                   value space.
           05  rec-custo                         pic  9(09)v9(02).
           05  filler                            pic  x(01)
                                                   value space.
           05  rec-autoexclusao-ate              pic  9(08).
           05  filler                            pic  x(01)
                                                   value space.
           05  rec-operador                      pic  9(04).
