      *>---------------------------------------------------------------------------------
      *> Copybook dos parametros da retencao de imposto de renda sobre os
      *> premios (IR-TAB)
      *> Premio acima do limite de isencao sofre retencao na fonte de 30%
      *> sobre o valor inteiro; premio ate o limite e isento. O limite e
      *> aplicado a cada premio (cada faixa atingida em um sorteio) pelo
      *> seu valor cheio, inclusive o premio de um bolao, que so depois de
      *> tributado e rateado pelas quotas dos membros. Compartilhado entre
      *> o programa principal e a conferencia de concursos, para que os
      *> dois creditos de premio retenham pela mesma regra.
      *>---------------------------------------------------------------------------------

       77  ws-ir-limite-isencao                 pic  9(09)v99
                                                  value 1903,98.
       77  ws-ir-aliquota                       pic  9(01)v99
                                                  value 0,30.
