      *>---------------------------------------------------------------------------------
      *> Copybook do registro de aviso de premio (NOTIFICACAO-REC)
      *> NOTIFICACOES.TXT e o arquivo de interface com o gateway de SMS e
      *> e-mail: cada credito de premio a uma matricula que autorizou os
      *> avisos (inclusive a quota de cada membro de bolao) gera um
      *> registro de layout fixo com o numero do aviso, a matricula, o
      *> jogo, a melhor faixa premiada no credito, o valor bruto e o
      *> liquido, a data e o contato do cadastro. O gateway le os avisos
      *> pendentes pelo numero; a situacao (enviado, entregue ou falha)
      *> e atualizada pelo utilitario notificacoes a partir do arquivo de
      *> retorno do gateway (NOTIFRETORNO-REC). Valores com duas casas
      *> decimais implicitas.
      *>---------------------------------------------------------------------------------

       01  ntf-registro.
           05  ntf-id                            pic  9(09).
           05  filler                            pic  x(01)
                                                   value space.
           05  ntf-data                          pic  9(08).
           05  filler                            pic  x(01)
                                                   value space.
           05  ntf-hora                          pic  9(06).
           05  filler                            pic  x(01)
                                                   value space.
           05  ntf-matricula                     pic  9(05).
           05  filler                            pic  x(01)
                                                   value space.
      *----Bolao da quota creditada (zero = aposta individual)
           05  ntf-bolao                         pic  9(03).
           05  filler                            pic  x(01)
                                                   value space.
           05  ntf-lot-tipo                      pic  9(02).
           05  filler                            pic  x(01)
                                                   value space.
           05  ntf-faixa                         pic  9(01).
           05  filler                            pic  x(01)
                                                   value space.
           05  ntf-faixa-nome                    pic  x(10).
           05  filler                            pic  x(01)
                                                   value space.
           05  ntf-valor-premio                  pic  9(13)v9(02).
           05  filler                            pic  x(01)
                                                   value space.
           05  ntf-valor-liquido                 pic  9(13)v9(02).
           05  filler                            pic  x(01)
                                                   value space.
           05  ntf-telefone                      pic  x(15).
           05  filler                            pic  x(01)
                                                   value space.
           05  ntf-email                         pic  x(60).
           05  filler                            pic  x(01)
                                                   value space.
      *----Origem do credito: simulacao do programa principal ou
      *----conferencia de concurso oficial
           05  ntf-origem                        pic  x(01).
               88  ntf-origem-simulacao          value 'S'.
               88  ntf-origem-concurso           value 'C'.
           05  filler                            pic  x(01)
                                                   value space.
      *----Situacao do aviso, atualizada pelo retorno do gateway
           05  ntf-situacao                      pic  x(01).
               88  ntf-pendente                  value 'P'.
               88  ntf-enviada                   value 'E'.
               88  ntf-entregue                  value 'D'.
               88  ntf-falha                     value 'F'.
           05  filler                            pic  x(01)
                                                   value space.
           05  ntf-data-situacao                 pic  9(08).
           05  filler                            pic  x(01)
                                                   value space.
           05  ntf-hora-situacao                 pic  9(06).
           05  filler                            pic  x(01)
                                                   value space.
           05  ntf-motivo                        pic  x(40).
