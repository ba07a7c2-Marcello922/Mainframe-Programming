      ******************************************************************
      * Shared record layout for the tax rate table (ALIQUOTAS), keyed
      * by CATEGORIA-PRODUTO. Categoria 000 vale para os produtos
      * sem categoria. O imposto e destacado na nota fiscal sobre o
      * valor da linha (ja incluso no preco de venda).
      ******************************************************************
       01 REG-ALIQUOTA.
          03 ALQ-CATEGORIA         PIC 9(03).
          03 ALQ-PERCENTUAL        PIC 9(02)V99.
          03 ALQ-DESCRICAO         PIC X(20).
