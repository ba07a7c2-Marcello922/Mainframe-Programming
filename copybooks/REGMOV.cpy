      * de sequencia (REGSEQ) por quem grava o movimento, e
      * MOV-ORIGEM identifica o documento de origem (ex.: PED001234,
      * PDC000017, INVENTARIO). Registros antigos tem sequencia zero.
      * MOV-VALOR-UNITARIO leva o custo unitario da compra na entrada
      * 'E' e o preco unitario cobrado na saida de venda 'S'; nos
      * demais tipos fica zerado. Registros antigos trazem o campo em
      * branco, tratado como zero.
      * MOV-LOTE e MOV-VALIDADE (AAAAMMDD) identificam o lote do
      * produto perecivel: informados na entrada de compra, e nas
      * baixas de um lote especifico (ajuste 'A' de lote vencido).
      * Em branco, a saida consome os lotes do local pela ordem de
      * validade (o que vence primeiro sai primeiro).
      ******************************************************************
          03 MOV-COD-PRODUTO       PIC 9(06).
          03 MOV-TIPO              PIC X(01).
          03 MOV-SINAL             PIC X(01).
          03 MOV-SEQUENCIA         PIC 9(09).
          03 MOV-ORIGEM            PIC X(10).
          03 MOV-VALOR-UNITARIO    PIC 9(07)V99.
          03 MOV-LOTE              PIC X(12).
          03 MOV-VALIDADE          PIC X(08).
