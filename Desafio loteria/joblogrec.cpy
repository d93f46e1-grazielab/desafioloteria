      *>---------------------------------------------------------------------------------
      *> Copybook do log da cadeia noturna (JOBLOG-REC)
      *> JOBLOG.TXT recebe, a cada execucao da cadeia, um registro de
      *> inicio, um por passo executado (inicio, fim e codigo de retorno)
      *> e um de fim, com o maior codigo de retorno da execucao. Mistura
      *> tres layouts reconhecidos pelo codigo de tipo, como em
      *> RESULTADO-REC:
      *>    01 - inicio da cadeia (nova ou retomada a partir de um passo)
      *>    02 - passo executado
      *>    03 - fim da cadeia
      *> Somente acrescido.
      *>---------------------------------------------------------------------------------

       01  jlg-registro.
           05  jlg-tipo-reg                      pic  x(02).
               88  jlg-tipo-inicio               value '01'.
               88  jlg-tipo-passo                value '02'.
               88  jlg-tipo-fim                  value '03'.
           05  filler                            pic  x(01)
                                                   value space.
      *----Identificacao da execucao da cadeia: data e hora do inicio
           05  jlg-execucao                      pic  9(14).
           05  filler                            pic  x(01)
                                                   value space.
           05  jlg-passo                         pic  9(02).
           05  filler                            pic  x(01)
                                                   value space.
           05  jlg-programa                      pic  x(20).
           05  filler                            pic  x(01)
                                                   value space.
           05  jlg-data-inicio                   pic  9(08).
           05  filler                            pic  x(01)
                                                   value space.
           05  jlg-hora-inicio                   pic  9(06).
           05  filler                            pic  x(01)
                                                   value space.
           05  jlg-data-fim                      pic  9(08).
           05  filler                            pic  x(01)
                                                   value space.
           05  jlg-hora-fim                      pic  9(06).
           05  filler                            pic  x(01)
                                                   value space.
      *----0 = ok, 4 = alerta, 8 ou mais = falha (no fim da cadeia, o
      *----maior codigo dos passos executados)
           05  jlg-codigo-retorno                pic  9(04).
           05  filler                            pic  x(01)
                                                   value space.
           05  jlg-situacao                      pic  x(30).
