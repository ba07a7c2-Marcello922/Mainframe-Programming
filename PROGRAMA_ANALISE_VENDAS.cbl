       77 WS-IND2          PIC 9(04).
       77 WS-IND-ACHADO    PIC 9(04).
       77 WS-TROCOU        PIC X(01).
       77 WS-VALOR-TOTAL   PIC S9(16)V99 VALUE 0.
       77 WS-VALOR-ACUM    PIC S9(16)V99 VALUE 0.
       77 WS-SINAL-VENDA   PIC S9(01).
       77 WS-PCT-ACUM      PIC 9(03)V99.
       77 WS-QTD-CLASSE-A  PIC 9(04) VALUE 0.
       77 WS-QTD-CLASSE-B  PIC 9(04) VALUE 0.

       01 WS-PRODUTO-TROCA.
          03 WS-TR-COD           PIC 9(06).
          03 WS-TR-QTDE          PIC S9(11).
          03 WS-TR-VALOR         PIC S9(14)V99.
          03 WS-TR-ULTIMA-S      PIC X(08).
          03 WS-TR-QTDE-LISTA    PIC S9(11).

       01 WS-TAB-VENDAS.
          03 WS-VEND OCCURS 1000 TIMES.
             05 WS-VD-COD          PIC 9(06).
             05 WS-VD-QTDE         PIC S9(11).
             05 WS-VD-VALOR        PIC S9(14)V99.
             05 WS-VD-ULTIMA-S     PIC X(08).
             05 WS-VD-QTDE-LISTA   PIC S9(11).

       01 WS-LINHA-TITULO.
          03 FILLER              PIC X(18) VALUE SPACES.
          03 FILLER              PIC X(07) VALUE 'COD.'.
          03 FILLER              PIC X(21) VALUE 'NOME DO PRODUTO'.
          03 FILLER              PIC X(12) VALUE 'QTDE VEND.'.
          03 FILLER              PIC X(18) VALUE 'VALOR LIQUIDO'.
          03 FILLER              PIC X(10) VALUE 'PCT ACUM'.
          03 FILLER              PIC X(06) VALUE 'CLASSE'.

          03 FILLER              PIC X(01) VALUE SPACES.
          03 WS-LA-NOME          PIC X(20).
          03 FILLER              PIC X(01) VALUE SPACES.
          03 WS-LA-QTDE          PIC -ZZ.ZZZ.ZZ9.
          03 FILLER              PIC X(01) VALUE SPACES.
          03 WS-LA-VALOR         PIC -Z.ZZZ.ZZZ.ZZ9,99.
          03 FILLER              PIC X(02) VALUE SPACES.
          03 WS-LA-PCT           PIC ZZ9,99.
          03 FILLER              PIC X(04) VALUE SPACES.

      * Soma quantidade vendida ('S') por produto dentro do periodo e
      * guarda a ultima data de saida de cada produto (qualquer
      * data), usada na lista de parados. O valor e o liquido
      * cobrado no pedido (MOV-VALOR-UNITARIO, ja com o desconto do
      * cliente); saidas antigas sem o valor ficam separadas para
      * valorizar pelo preco de lista. A devolucao 'D' gravada no
      * cancelamento do pedido (MOV-ORIGEM 'PEDnnnnnn') entra como
      * venda negativa do mesmo produto, para o liquido nao contar
      * pedido cancelado.
       ACUMULAR-VENDAS.
            PERFORM UNTIL WS-EOF EQUAL 1
                READ MOVIMENTOS
                    AT END
                        MOVE 1 TO WS-EOF
                    NOT AT END
                        EVALUATE TRUE
                            WHEN MOV-TIPO EQUAL 'S'
                                MOVE 1 TO WS-SINAL-VENDA
                                PERFORM ACUMULAR-SAIDA
                            WHEN MOV-TIPO EQUAL 'D' AND
                                 MOV-ORIGEM(1:3) EQUAL 'PED'
                                MOVE -1 TO WS-SINAL-VENDA
                                PERFORM ACUMULAR-SAIDA
                        END-EVALUATE
                END-READ
            END-PERFORM.

                        TO WS-VD-COD(WS-IND-ACHADO)
                    MOVE ZEROS TO WS-VD-QTDE(WS-IND-ACHADO)
                    MOVE ZEROS TO WS-VD-VALOR(WS-IND-ACHADO)
                    MOVE ZEROS TO WS-VD-QTDE-LISTA(WS-IND-ACHADO)
                    MOVE '00000000'
                        TO WS-VD-ULTIMA-S(WS-IND-ACHADO)
                END-IF
            IF WS-IND-ACHADO > ZEROS
                IF MOV-DATA NOT < WS-DATA-INICIO AND
                   MOV-DATA NOT > WS-DATA-FIM
                    COMPUTE WS-VD-QTDE(WS-IND-ACHADO) =
                        WS-VD-QTDE(WS-IND-ACHADO) +
                        MOV-QUANTIDADE * WS-SINAL-VENDA
                    IF MOV-VALOR-UNITARIO NUMERIC AND
                       MOV-VALOR-UNITARIO > ZEROS
                        COMPUTE WS-VD-VALOR(WS-IND-ACHADO) =
                            WS-VD-VALOR(WS-IND-ACHADO) +
                            MOV-QUANTIDADE * MOV-VALOR-UNITARIO
                            * WS-SINAL-VENDA
                    ELSE
                        COMPUTE WS-VD-QTDE-LISTA(WS-IND-ACHADO) =
                            WS-VD-QTDE-LISTA(WS-IND-ACHADO) +
                            MOV-QUANTIDADE * WS-SINAL-VENDA
                    END-IF
                END-IF
                IF MOV-TIPO EQUAL 'S' AND
                   MOV-DATA > WS-VD-ULTIMA-S(WS-IND-ACHADO)
                    MOVE MOV-DATA
                        TO WS-VD-ULTIMA-S(WS-IND-ACHADO)
                END-IF
                MOVE WS-VD-COD(WS-IND) TO COD-PRODUTO
                READ PRODUTOS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        COMPUTE WS-VD-VALOR(WS-IND) =
                            WS-VD-VALOR(WS-IND) +
                            WS-VD-QTDE-LISTA(WS-IND) * PRECO-PRODUTO
                END-READ
                ADD WS-VD-VALOR(WS-IND) TO WS-VALOR-TOTAL
            END-PERFORM.
