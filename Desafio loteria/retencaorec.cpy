      *>---------------------------------------------------------------------------------
      *> Copybook do arquivo de retencoes do ano (RETENCAO-REC)
      *> RETENCOES.AAAA.TXT e gerado pelo informe de rendimentos para a
      *> contabilidade: um registro por matricula premiada no ano, com o
      *> CPF, o bruto, o imposto retido e o liquido, e um registro final
      *> com os totais do ano. Mistura dois layouts reconhecidos pelo
      *> codigo de tipo, como em RESULTADO-REC:
      *>    01 - retencao da matricula no ano
      *>    02 - totais do ano (quantidade de matriculas e somas)
      *> Valores com duas casas decimais implicitas.
      *>---------------------------------------------------------------------------------

       01  ret-registro.
           05  ret-tipo-reg                      pic  x(02).
               88  ret-tipo-matricula            value '01'.
               88  ret-tipo-total                value '02'.
           05  filler                            pic  x(01)
                                                   value space.
           05  ret-ano                           pic  9(04).
           05  filler                            pic  x(01)
                                                   value space.
      *----No registro de totais, a matricula e zero e o CPF traz a
      *----quantidade de matriculas do arquivo
           05  ret-matricula                     pic  9(05).
           05  filler                            pic  x(01)
                                                   value space.
           05  ret-cpf                           pic  x(11).
           05  filler                            pic  x(01)
                                                   value space.
           05  ret-valor-bruto                   pic  9(13)v9(02).
           05  filler                            pic  x(01)
                                                   value space.
           05  ret-valor-ir                      pic  9(13)v9(02).
           05  filler                            pic  x(01)
                                                   value space.
           05  ret-valor-liquido                 pic  9(13)v9(02).
