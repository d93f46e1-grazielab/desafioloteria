      *>---------------------------------------------------------------------------------
      *> Copybook do registro de acumulado por concurso (ACUMULADO-REC)
      *> ACUMULADO.DAT e indexado por jogo e numero do concurso: a
      *> conferencia de concursos grava um registro por concurso conferido
      *> com o valor da faixa principal em vigor, o acumulado recebido do
      *> concurso anterior do mesmo jogo, a quantidade de apostas que
      *> acertaram a faixa principal e o valor que rolou para o proximo
      *> concurso (o premio inteiro da faixa quando ninguem acertou; zero
      *> quando houve ganhador). Reconferir um concurso regrava o mesmo
      *> registro. Quando os premios da conferencia sao gravados em
      *> FINANCEIRO.TXT o registro recebe o indicador e o momento da
      *> gravacao (a data e a hora dos creditos); um concurso gravado so
      *> volta a ser gravado depois de estornados todos os creditos
      *> daquela gravacao. Valores com duas casas decimais implicitas.
      *>---------------------------------------------------------------------------------

       01  acu-registro.
           05  acu-chave.
               10  acu-jogo                      pic  9(02).
               10  acu-concurso                  pic  9(05).
           05  acu-data-concurso                 pic  9(08).
      *----Valor da faixa principal na vigencia de precos do concurso
           05  acu-valor-faixa                   pic  9(13)v9(02).
      *----Acumulado recebido e o concurso de onde veio (zero = nenhum)
           05  acu-concurso-origem               pic  9(05).
           05  acu-valor-recebido                pic  9(13)v9(02).
           05  acu-qtd-ganhadores                pic  9(05).
      *----Valor que rolou para o proximo concurso do mesmo jogo
           05  acu-valor-acumulado               pic  9(13)v9(02).
           05  acu-data-conferencia              pic  9(08).
      *----Gravacao dos premios no financeiro (espaco ou 'N' = ainda
      *----nao gravados) e a data e a hora dos creditos gravados
           05  acu-flag-gravado                  pic  x(01).
               88  acu-gravado-financeiro        value 'S'.
           05  acu-data-gravacao                 pic  9(08).
           05  acu-hora-gravacao                 pic  9(06).
