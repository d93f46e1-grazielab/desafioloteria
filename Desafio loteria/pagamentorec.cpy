      *>---------------------------------------------------------------------------------
      *> Copybook do registro de pagamentos de premios (PAGAMENTO-REC)
      *> PAGAMENTOS.TXT e o registro de baixa dos premios creditados em
      *> FINANCEIRO.TXT (fin-valor-ganho): cada pagamento feito a um
      *> apostador ou membro de bolao no balcao, com a data, a forma de
      *> pagamento e o operador que pagou, e cada premio nao reclamado no
      *> prazo de 90 dias baixado como prescrito. Os premios de uma
      *> matricula sao baixados do mais antigo para o mais recente; o que
      *> sobra e o premio em aberto (passivo da banca). Mistura dois
      *> layouts reconhecidos pelo codigo de tipo, como em RESULTADO-REC:
      *>    01 - pagamento de premio (manutencao pagapremios)
      *>    02 - premio prescrito (mais de 90 dias sem reclamacao)
      *> Somente acrescido, nunca reescrito; valores com duas casas
      *> decimais implicitas.
      *>---------------------------------------------------------------------------------

       01  pag-registro.
           05  pag-tipo-reg                      pic  x(02).
               88  pag-tipo-pagamento            value '01'.
               88  pag-tipo-prescricao           value '02'.
           05  filler                            pic  x(01)
                                                   value space.
      *----Data do pagamento informada pelo operador (no prescrito, a
      *----data em que a prescricao foi registrada)
           05  pag-data                          pic  9(08).
           05  filler                            pic  x(01)
                                                   value space.
           05  pag-matricula                     pic  9(05).
           05  filler                            pic  x(01)
                                                   value space.
           05  pag-valor                         pic  9(13)v9(02).
           05  filler                            pic  x(01)
                                                   value space.
      *----Forma de pagamento (espaco no prescrito)
           05  pag-forma                         pic  x(01).
               88  pag-forma-dinheiro            value 'D'.
               88  pag-forma-pix                 value 'P'.
               88  pag-forma-transferencia       value 'T'.
               88  pag-forma-cheque              value 'C'.
           05  filler                            pic  x(01)
                                                   value space.
           05  pag-operador                      pic  9(04).
           05  filler                            pic  x(01)
                                                   value space.
      *----Momento da gravacao do registro
           05  pag-data-registro                 pic  9(08).
           05  filler                            pic  x(01)
                                                   value space.
           05  pag-hora-registro                 pic  9(06).
           05  filler                            pic  x(01)
                                                   value space.
      *----No prescrito, data do credito de premio (fin-data) que
      *----venceu o prazo; zero no pagamento
           05  pag-data-premio                   pic  9(08).
