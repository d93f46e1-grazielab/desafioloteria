      *> apo-matricula identifica o apostador de forma estavel entre
      *> execucoes (nao e a posicao dele na tabela de uma rodada), para
      *> permitir consultar o desempenho historico do mesmo apostador.
      *> apo-bolao traz o codigo do bolao quando a aposta foi de um grupo
      *> (a matricula e a do titular), para que a conferencia de concursos
      *> rateie o premio entre os membros; zero = aposta individual.
      *> Arquivos gravados antes do campo sao convertidos pela descarga
      *> de migracao da salvaguarda.
      *>---------------------------------------------------------------------------------

       01  apo-registro.
           05  apo-tempo-hr                      pic  9(02).
           05  apo-tempo-min                     pic  9(02).
           05  apo-tempo-seg                     pic  9(02).
           05  apo-bolao                         pic  9(03).
