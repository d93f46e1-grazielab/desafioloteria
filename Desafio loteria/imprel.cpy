      *>---------------------------------------------------------------------------------
      *> Copybook da area de comunicacao com o modulo de impressao (IMPREL)
      *> Os relatorios chamam o modulo imprimerelatorio com esta area para
      *> gravar, alem do que sai na tela, o arquivo de impressao datado
      *> <imp-arquivo>.AAAAMMDD.TXT (um por relatorio e data de emissao;
      *> emissoes no mesmo dia sao acrescentadas ao mesmo arquivo):
      *>    'A' - abre o arquivo e identifica o operador da sessao
      *>          (imp-operador ja preenchido dispensa a identificacao;
      *>          na cadeia noturna o operador e a propria cadeia)
      *>    'C' - define as linhas de titulo das colunas (ate 3), repetidas
      *>          no topo de cada pagina
      *>    'L' - imprime imp-linha como linha de detalhe
      *>    'T' - imprime imp-linha no bloco de totais de controle
      *>    'F' - fecha o relatorio com o rodape de paginas e linhas
      *> Cada pagina traz o cabecalho padrao: relatorio, titulo, data e
      *> hora da emissao, operador, filtros usados e numero da pagina.
      *>---------------------------------------------------------------------------------

       01  imp-parametros.
           05  imp-funcao                        pic  x(01).
               88  imp-funcao-abre               value 'A'.
               88  imp-funcao-colunas            value 'C'.
               88  imp-funcao-linha              value 'L'.
               88  imp-funcao-total              value 'T'.
               88  imp-funcao-fecha              value 'F'.
      *----Status do arquivo de impressao ('00' = gravando)
           05  imp-retorno                       pic  x(02).
               88  imp-ok                        value '00'.
           05  imp-relatorio                     pic  x(20).
           05  imp-arquivo                       pic  x(20).
           05  imp-titulo                        pic  x(60).
           05  imp-filtros                       pic  x(100).
           05  imp-modo-job                      pic  x(01).
               88  imp-execucao-job              value 'S'.
           05  imp-operador                      pic  9(04).
           05  imp-operador-nome                 pic  x(30).
           05  imp-qtd-colunas                   pic  9(01).
           05  imp-colunas occurs 3 times        pic  x(132).
           05  imp-linha                         pic  x(132).
      *----Devolvidos pelo modulo
           05  imp-nome-arquivo                  pic  x(40).
           05  imp-qtd-paginas                   pic  9(05).
           05  imp-qtd-linhas                    pic  9(07).
