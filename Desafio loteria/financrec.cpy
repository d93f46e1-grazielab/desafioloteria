      *> premiacao atingidas). Compartilhado entre o programa principal e
      *> o relatorio de extrato financeiro, para nao duplicar o layout.
      *> Valores com duas casas decimais implicitas.
      *> fin-valor-ganho e o premio bruto; cada credito de premio grava
      *> tambem o imposto de renda retido na fonte e o liquido devido ao
      *> apostador (bruto menos retido). Registros anteriores a retencao
      *> nao tem os dois campos e sao lidos com eles vazios: o liquido
      *> e o proprio bruto e nada foi retido.
      *> O arquivo e somente acrescido: um lancamento errado e anulado por
      *> um registro de estorno (fin-estorno) gravado no mes aberto, com
      *> os mesmos valores do lancamento original e a data/hora dele em
      *> fin-ref-data/fin-ref-hora (matricula, jogo e bolao sao os do
      *> original). Quem soma o arquivo subtrai os valores do estorno no
      *> periodo do estorno; os meses ja fechados (FECHAMENTOS.TXT) nao
      *> recebem lancamentos.
      *>---------------------------------------------------------------------------------

       01  fin-registro.
      *----um grupo (zero = jogada individual); registros antigos nao
      *----tem o campo e sao lidos com ele vazio
           05  fin-bolao                         pic  9(03).
           05  filler                            pic  x(01)
                                                   value space.
           05  fin-valor-ir                      pic  9(13)v9(02).
           05  filler                            pic  x(01)
                                                   value space.
           05  fin-valor-liquido                 pic  9(13)v9(02).
           05  filler                            pic  x(01)
                                                   value space.
      *----Tipo do registro: em branco o lancamento de uma execucao, 'E'
      *----o estorno de um lancamento anterior (registros antigos nao tem
      *----o campo e sao lidos como lancamentos)
           05  fin-tipo-registro                 pic  x(01).
               88  fin-lancamento                value space.
               88  fin-estorno                   value 'E'.
           05  filler                            pic  x(01)
                                                   value space.
      *----Data/hora do lancamento original anulado pelo estorno
           05  fin-ref-data                      pic  9(08).
           05  filler                            pic  x(01)
                                                   value space.
           05  fin-ref-hora                      pic  9(06).
