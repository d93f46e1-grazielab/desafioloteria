      *>---------------------------------------------------------------------------------
      *> Copybook do registro de retorno do gateway de avisos
      *> (NOTIFRETORNO-REC)
      *> NOTIFRETORNO.TXT e devolvido pelo gateway de SMS e e-mail com um
      *> registro por mudanca de situacao de um aviso de NOTIFICACOES.TXT:
      *> o numero do aviso, a nova situacao (E = enviado, D = entregue,
      *> F = falha), a data/hora da ocorrencia e o motivo da falha. O
      *> mesmo aviso pode aparecer mais de uma vez; vale a ocorrencia
      *> mais recente.
      *>---------------------------------------------------------------------------------

       01  nrt-registro.
           05  nrt-id                            pic  9(09).
           05  filler                            pic  x(01).
           05  nrt-situacao                      pic  x(01).
               88  nrt-enviada                   value 'E'.
               88  nrt-entregue                  value 'D'.
               88  nrt-falha                     value 'F'.
           05  filler                            pic  x(01).
           05  nrt-data                          pic  9(08).
           05  filler                            pic  x(01).
           05  nrt-hora                          pic  9(06).
           05  filler                            pic  x(01).
           05  nrt-motivo                        pic  x(40).
