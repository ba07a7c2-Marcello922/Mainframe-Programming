      ******************************************************************
      * Shared record layout for the product status file
      * (SITUACAO-PRODUTOS). Um registro por produto com a situacao
      * do ciclo de vida, ao lado do cadastro como o custo medio
      * (REGCUSTO). Produto sem registro esta ativo. Situacoes:
      *   'A' - ativo
      *   'B' - bloqueado: recusado no pedido de venda e na
      *         importacao do ERP
      *   'D' - descontinuado: fora da sugestao de compras e da
      *         contagem ciclica; o estoque restante vai para
      *         liquidacao e o produto so pode ser excluido com
      *         estoque zero e sem pedidos, pendencias ou lotes
      * Data, hora e operador sao os da ultima mudanca; o historico
      * completo fica no log de auditoria (campo SITUACAO).
      ******************************************************************
       01 REG-SITUACAO-PRODUTO.
          03 SIT-COD-PRODUTO       PIC 9(06).
          03 SIT-SITUACAO          PIC X(01).
          03 SIT-DATA              PIC X(08).
          03 SIT-HORA              PIC X(06).
          03 SIT-OPERADOR          PIC X(10).
          03 SIT-MOTIVO            PIC X(30).
