      *>---------------------------------------------------------------------------------
      *> Copybook do registro do cadastro de travas de arquivos (TRAVA-REC)
      *> TRAVAS.TXT e o registro compartilhado das sessoes que estao
      *> alterando arquivos do sistema: uma linha por arquivo retido, com a
      *> sessao (data/hora/centesimo da primeira reserva da execucao), o
      *> programa, o operador e o momento da reserva. Mantido somente pelo
      *> modulo controletravas; uma sessao que termina normalmente retira
      *> as suas linhas, e as linhas de uma sessao interrompida sao
      *> retiradas pelo supervisor no utilitario manuttravas.
      *>---------------------------------------------------------------------------------

       01  tra-registro.
           05  tra-sessao                        pic  x(16).
           05  filler                            pic  x(01)
                                                   value space.
           05  tra-programa                      pic  x(20).
           05  filler                            pic  x(01)
                                                   value space.
           05  tra-operador                      pic  9(04).
           05  filler                            pic  x(01)
                                                   value space.
           05  tra-data                          pic  9(08).
           05  filler                            pic  x(01)
                                                   value space.
           05  tra-hora                          pic  9(06).
           05  filler                            pic  x(01)
                                                   value space.
           05  tra-arquivo                       pic  x(20).
