      ******************************************************************
      * Shared record layout for the kit structure file
      * (ESTRUTURA-KITS). Um registro por componente do kit: o codigo
      * do kit (produto vendido) e o codigo do componente (produto
      * estocado) formam a chave, com a quantidade do componente em
      * cada kit. O kit nao tem estoque proprio: o pedido de venda
      * cobra o preco do kit e gera as saidas 'S' dos componentes, e
      * os relatorios de estoque mostram quantos kits completos o
      * estoque dos componentes permite montar. Componente nao pode
      * ser outro kit.
      ******************************************************************
       01 REG-ESTRUTURA-KIT.
          03 KIT-CHAVE.
             05 KIT-COD-KIT        PIC 9(06).
             05 KIT-COD-COMPONENTE PIC 9(06).
          03 KIT-QUANTIDADE        PIC 9(05).
