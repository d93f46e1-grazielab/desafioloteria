           05  cad-flag-ativo                    pic  x(01).
               88  cad-ativo                     value 'S'.
               88  cad-inativo                   value 'N'.
      *----CPF do apostador (11 digitos), exigido no cadastro para o
      *----informe de rendimentos; matriculas anteriores ao campo ficam
      *----em branco ate o CPF ser informado na manutencao
           05  cad-cpf                           pic  9(11).
      *----Controle de jogo responsavel: limite de gasto no mes
      *----(apostado no mes corrente, zero = sem limite) e data final
      *----da autoexclusao pedida pelo apostador (zero = nenhuma); o
      *----apostador nao joga ate o fim desse dia. Matriculas anteriores
      *----aos campos ficam em branco, sem limite e sem autoexclusao
           05  cad-limite-mensal                 pic  9(07)v9(02).
           05  cad-autoexclusao-ate              pic  9(08).
      *----Contato para o aviso de premios pelo gateway de SMS/e-mail:
      *----telefone com DDD, e-mail e a autorizacao do apostador para
      *----receber os avisos ('S'). Matriculas anteriores aos campos
      *----ficam em branco, sem autorizacao
           05  cad-telefone                      pic  x(15).
           05  cad-email                         pic  x(60).
           05  cad-flag-notifica                 pic  x(01).
               88  cad-aceita-notificacao        value 'S'.
               88  cad-recusa-notificacao        value 'N'.
