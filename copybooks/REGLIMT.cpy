      ******************************************************************
      * Shared record layout for the stock limits file (LIMITES-
      * ESTOQUE). Minimo e maximo por produto e local. A reposicao
      * automatica da loja transfere do deposito (01) para a loja
      * (02) o necessario para voltar ao maximo sempre que o saldo da
      * loja fica abaixo do minimo. Minimo zero = sem reposicao.
      ******************************************************************
       01 REG-LIMITE-ESTOQUE.
          03 LIM-CHAVE.
             05 LIM-COD-PRODUTO    PIC 9(06).
             05 LIM-LOCAL          PIC 9(02).
          03 LIM-MINIMO            PIC 9(09).
          03 LIM-MAXIMO            PIC 9(09).
