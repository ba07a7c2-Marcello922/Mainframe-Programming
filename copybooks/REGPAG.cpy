      ******************************************************************
      * Shared record layout for the customer payments file
      * (PAGAMENTOS). Um registro por recebimento baixado, amarrado
      * ao cliente e ao numero do pedido de venda (PEDIDOS-INDICE).
      * O valor em aberto de um pedido e IDX-TOTAL menos a soma dos
      * pagamentos do mesmo numero; a baixa abate o mesmo valor de
      * CLI-SALDO-DEVEDOR.
      ******************************************************************
       01 REG-PAGAMENTO.
          03 PAG-COD-CLIENTE       PIC 9(04).
          03 PAG-NUMERO-PEDIDO     PIC 9(06).
          03 PAG-DATA              PIC X(08).
          03 PAG-VALOR             PIC 9(09)V99.
          03 PAG-DOCUMENTO         PIC X(10).
          03 PAG-OPERADOR          PIC X(10).
