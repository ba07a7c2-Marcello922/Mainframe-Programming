          03 SUS-SINAL             PIC X(01).
          03 SUS-SEQUENCIA         PIC 9(09).
          03 SUS-ORIGEM            PIC X(10).
          03 SUS-VALOR-UNITARIO    PIC 9(07)V99.
          03 SUS-LOTE              PIC X(12).
          03 SUS-VALIDADE          PIC X(08).
