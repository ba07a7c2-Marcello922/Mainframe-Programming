      ******************************************************************
      * Shared record layout for the sales order lines file
      * (PEDIDOS-ITENS). Um registro por linha de pedido emitido,
      * gravado junto com o documento e o indice: e daqui que o
      * faturamento tira os itens, a categoria e os valores para a
      * nota fiscal. A categoria e a do cadastro na emissao.
      * ITP-PRECO-UNITARIO e o preco liquido cobrado; o preco de lista,
      * o desconto equivalente e a regra aplicada ficam ao lado:
      * ITP-REGRA-PRECO 'L' lista, 'P' cliente/produto, 'C'
      * cliente/categoria, 'Q' faixa de quantidade (ver REGPRCL).
      * Linhas antigas trazem os tres campos em branco.
      ******************************************************************
       01 REG-ITEM-PEDIDO.
          03 ITP-NUMERO-PEDIDO     PIC 9(06).
          03 ITP-LINHA             PIC 9(02).
          03 ITP-COD-PRODUTO       PIC 9(06).
          03 ITP-NOME-PRODUTO      PIC X(20).
          03 ITP-CATEGORIA         PIC 9(03).
          03 ITP-QUANTIDADE        PIC 9(09).
          03 ITP-PRECO-UNITARIO    PIC 9(07)V99.
          03 ITP-TOTAL             PIC 9(14)V99.
          03 ITP-PRECO-LISTA       PIC 9(07)V99.
          03 ITP-PERC-DESCONTO     PIC 9(03)V99.
          03 ITP-REGRA-PRECO       PIC X(01).
