      * (PEDIDOS-INDICE). Um registro por pedido emitido, gravado
      * junto com o documento: e por aqui que a consulta localiza,
      * lista por data/cliente e totaliza o dia sem abrir o arquivo
      * de impressao no editor. Situacoes:
      *   'E' - emitido (registros antigos chegam em branco)
      *   'C' - cancelado pelo supervisor na consulta de pedidos
      * IDX-NOTA-FISCAL guarda o numero da nota emitida pelo
      * faturamento (zeros ou branco = pedido ainda nao faturado).
      ******************************************************************
       01 REG-INDICE-PEDIDO.
          03 IDX-NUMERO            PIC 9(06).
          03 IDX-COD-CLIENTE       PIC 9(04).
          03 IDX-QTD-LINHAS        PIC 9(02).
          03 IDX-TOTAL             PIC 9(14)V99.
          03 IDX-SITUACAO          PIC X(01).
          03 IDX-DATA-CANCELAMENTO PIC X(08).
          03 IDX-NOTA-FISCAL       PIC 9(06).
