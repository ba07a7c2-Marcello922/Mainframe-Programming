      ******************************************************************
      * Shared record layout for the stock reservation file
      * (RESERVAS). Um registro por produto e local com a quantidade
      * ja vendida pelo pedido de vendas e ainda nao baixada pelo
      * processamento noturno de movimentos. O pedido soma a
      * quantidade de cada linha ao gravar as saidas; o processamento
      * noturno abate a mesma quantidade ao tratar a saida 'S' de
      * origem PEDnnnnnn, e o cancelamento de pedido abate as saidas
      * descartadas antes do processamento.
      ******************************************************************
       01 REG-RESERVA.
          03 RES-CHAVE.
             05 RES-COD-PRODUTO    PIC 9(06).
             05 RES-LOCAL          PIC 9(02).
          03 RES-QUANTIDADE        PIC 9(09).
          03 RES-DATA-ATUALIZACAO  PIC X(08).
