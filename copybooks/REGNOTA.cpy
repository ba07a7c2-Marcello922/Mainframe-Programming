      ******************************************************************
      * Shared record layout for the invoice register (NOTAS-FISCAIS).
      * Um registro por nota e aliquota, como no livro de saidas: a
      * soma dos registros de uma nota da o total da nota. A
      * numeracao das notas e sequencial e sem saltos, independente
      * do numero do pedido; o maior numero do registro prevalece
      * sobre o arquivo de controle da numeracao.
      ******************************************************************
       01 REG-NOTA-FISCAL.
          03 NF-NUMERO             PIC 9(06).
          03 NF-DATA               PIC X(08).
          03 NF-NUMERO-PEDIDO      PIC 9(06).
          03 NF-COD-CLIENTE        PIC 9(04).
          03 NF-ALIQUOTA           PIC 9(02)V99.
          03 NF-QTD-LINHAS         PIC 9(02).
          03 NF-VALOR-BASE         PIC 9(14)V99.
          03 NF-VALOR-IMPOSTO      PIC 9(14)V99.
