      ******************************************************************
      * Shared record layout for the customer price table
      * (PRECOS-CLIENTES). Tres tipos de registro na mesma chave:
      *   'P' + cliente + produto   - preco do cliente para o produto
      *   'C' + cliente + categoria - preco do cliente para a
      *                               categoria (codigo em PCL-CODIGO)
      *   'Q' + 0000 + produto + quantidade minima - desconto por
      *                               quantidade, vale para todos os
      *                               clientes a partir da quantidade
      * PCL-MODO 'F' preco fixo (PCL-PRECO) ou 'D' desconto percentual
      * sobre o preco de lista (PCL-PERCENTUAL). A regra vale de
      * PCL-VIGENCIA-INICIO ate PCL-VIGENCIA-FIM (AAAAMMDD); fim em
      * branco vale sem prazo. A data de inicio faz parte da chave
      * para que a regra seguinte possa ser cadastrada antes de
      * vencer a atual. O pedido de venda cobra o menor preco entre o
      * de lista e as regras validas - os descontos nao se somam.
      ******************************************************************
       01 REG-PRECO-CLIENTE.
          03 PCL-CHAVE.
             05 PCL-TIPO           PIC X(01).
             05 PCL-COD-CLIENTE    PIC 9(04).
             05 PCL-CODIGO         PIC 9(06).
             05 PCL-QTD-MINIMA     PIC 9(09).
             05 PCL-VIGENCIA-INICIO PIC X(08).
          03 PCL-MODO              PIC X(01).
          03 PCL-PRECO             PIC 9(07)V99.
          03 PCL-PERCENTUAL        PIC 9(03)V99.
          03 PCL-VIGENCIA-FIM      PIC X(08).
