      *>---------------------------------------------------------------------------------
      *> Copybook da area de comunicacao com o modulo de travas (TRAVAPAR)
      *> Os programas que alteram arquivos compartilhados chamam o modulo
      *> controletravas com esta area antes de comecar e ao terminar:
      *>    'R' - reserva os arquivos de trv-arquivo para trv-programa; se
      *>          outra sessao retem algum deles, nada e reservado, cada
      *>          conflito e exibido e o primeiro volta em trv-det-*
      *>          (retorno '01'); arquivos ja retidos pela mesma execucao
      *>          (programa chamado por outro) nao conflitam
      *>    'L' - libera os arquivos reservados por trv-programa nesta
      *>          execucao
      *>    'E' - retira todas as travas da sessao trv-sessao (sessao
      *>          interrompida; uso do supervisor no manuttravas)
      *> trv-operador zero na reserva: vale o operador ja identificado
      *> na execucao, ou e pedida a identificacao (na cadeia noturna, o
      *> operador e a propria cadeia).
      *>---------------------------------------------------------------------------------

       01  trv-parametros.
           05  trv-funcao                        pic  x(01).
               88  trv-funcao-reserva            value 'R'.
               88  trv-funcao-libera             value 'L'.
               88  trv-funcao-remove             value 'E'.
      *----'00' = feito; '01' = arquivo retido por outra sessao;
      *----'09' = cadastro de travas (TRAVAS.TXT) indisponivel
           05  trv-retorno                       pic  x(02).
               88  trv-ok                        value '00'.
               88  trv-conflito                  value '01'.
               88  trv-indisponivel              value '09'.
           05  trv-programa                      pic  x(20).
           05  trv-modo-job                      pic  x(01).
               88  trv-execucao-job              value 'S'.
           05  trv-operador                      pic  9(04).
           05  trv-qtd-arquivos                  pic  9(01).
           05  trv-arquivo occurs 5 times        pic  x(20).
      *----Sessao da execucao (devolvida na reserva) ou sessao a
      *----retirar (informada na funcao 'E')
           05  trv-sessao                        pic  x(16).
      *----Devolvidos pelo modulo: primeiro conflito encontrado e
      *----quantidades
           05  trv-det-programa                  pic  x(20).
           05  trv-det-operador                  pic  9(04).
           05  trv-det-data                      pic  9(08).
           05  trv-det-hora                      pic  9(06).
           05  trv-det-arquivo                   pic  x(20).
           05  trv-qtd-conflitos                 pic  9(03).
           05  trv-qtd-removidas                 pic  9(03).
