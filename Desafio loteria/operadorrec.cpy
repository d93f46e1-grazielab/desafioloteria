      *> cada acao de manutencao no log de auditoria. Criado com o
      *> operador 0001 - SUPERVISOR quando nao existe; manutencao por
      *> edicao direta do arquivo pelo responsavel.
      *> O indicador de supervisor ('S') habilita as acoes reservadas ao
      *> supervisor, como liberar a trava de uma sessao interrompida;
      *> operadores anteriores ao campo ficam sem ele ate a edicao.
      *>---------------------------------------------------------------------------------

       01  oper-registro.
           05  oper-flag-ativo                   pic  x(01).
               88  oper-ativo                    value 'S'.
               88  oper-inativo                  value 'N'.
           05  filler                            pic  x(01)
                                                   value space.
           05  oper-flag-supervisor              pic  x(01).
               88  oper-supervisor               value 'S'.
