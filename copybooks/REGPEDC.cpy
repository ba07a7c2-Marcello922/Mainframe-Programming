      *   'A' - aberto (nada recebido)
      *   'P' - parcialmente recebido
      *   'R' - recebido por completo
      * PDC-CUSTO-UNITARIO e o custo combinado na emissao, confirmado
      * ou corrigido pelo recebimento. Linhas antigas trazem o campo
      * em branco.
      ******************************************************************
       01 REG-PEDIDO-COMPRA.
          03 PDC-NUMERO            PIC 9(06).
          03 PDC-DATA-EMISSAO      PIC X(08).
          03 PDC-PRAZO-ENTREGA     PIC 9(03).
          03 PDC-SITUACAO          PIC X(01).
          03 PDC-CUSTO-UNITARIO    PIC 9(07)V99.
