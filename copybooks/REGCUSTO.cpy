      ******************************************************************
      * Shared record layout for the product cost file
      * (CUSTOS-PRODUTOS). Um registro por produto com o custo medio
      * ponderado, recalculado pelo processamento noturno a cada
      * entrada 'E' que traga custo unitario, e o custo da ultima
      * entrada. Produto sem registro ainda nao teve entrada com custo
      * e vale zero na valorizacao a custo.
      ******************************************************************
       01 REG-CUSTO.
          03 CST-COD-PRODUTO       PIC 9(06).
          03 CST-CUSTO-MEDIO       PIC 9(07)V9999.
          03 CST-ULTIMO-CUSTO      PIC 9(07)V99.
          03 CST-DATA-ULTIMA-ENTRADA PIC X(08).
