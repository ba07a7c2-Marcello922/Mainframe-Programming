       77 WS-SEQUENCIA     PIC 9(09).
       77 WS-ORIGEM-DOC    PIC X(10).
       77 WS-SN            PIC X(01).
       77 WS-CONFIRMA      PIC X(01).
       77 WS-CUSTO-RECEBIDO PIC 9(07)V99.
       77 WS-CUSTO-EDITADO PIC Z.ZZZ.ZZ9,99.
       77 WS-MODO          PIC X(01).
       77 WS-DATA-HOJE     PIC X(08).
       77 WS-QTD-PDC       PIC 9(04) VALUE 0.
       77 WS-DIAS-HOJE     PIC 9(08).
       77 WS-DIAS-PREVISTO PIC 9(08).
       77 WS-DIAS-ATRASO   PIC S9(05).
       77 WS-LOTE-RECEBIDO PIC X(12).
       77 WS-VALIDADE-RECEBIDA PIC X(08).
       77 WS-DATA-OK       PIC X(01).
       77 WS-ANO           PIC 9(04).
       77 WS-MES           PIC 9(02).
       77 WS-DIA           PIC 9(02).
       77 WS-DIA-MAXIMO    PIC 9(02).
       77 WS-RESTO         PIC 9(04).

       01 WS-TAB-PEDIDOS.
          03 WS-PDC OCCURS 2000 TIMES.
             05 WS-PD-EMISSAO      PIC X(08).
             05 WS-PD-PRAZO        PIC 9(03).
             05 WS-PD-SITUACAO     PIC X(01).
             05 WS-PD-CUSTO        PIC 9(07)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                    DISPLAY 'LINHA RECEBIDA POR COMPLETO'
                END-IF
            END-IF
            PERFORM CONFIRMAR-CUSTO-RECEBIMENTO
            PERFORM INFORMAR-LOTE-RECEBIMENTO
            MOVE 'S' TO WS-ALTERADO
            PERFORM GRAVAR-MOVIMENTO-ENTRADA
            ADD 1 TO WS-QTD-RECEBIDOS.

      * O custo unitario combinado no pedido e mostrado para o
      * conferente confirmar contra a nota do fornecedor; se a nota
      * vier com outro valor, o custo informado passa para a linha do
      * pedido e para a entrada, que alimenta o custo medio.
       CONFIRMAR-CUSTO-RECEBIMENTO.
            IF WS-PD-CUSTO(WS-IND) NOT NUMERIC
                MOVE ZEROS TO WS-PD-CUSTO(WS-IND)
            END-IF
            MOVE WS-PD-CUSTO(WS-IND) TO WS-CUSTO-RECEBIDO
            MOVE 'N' TO WS-CONFIRMA
            IF WS-CUSTO-RECEBIDO > ZEROS
                MOVE WS-CUSTO-RECEBIDO TO WS-CUSTO-EDITADO
                DISPLAY 'CUSTO UNITARIO DO PEDIDO: ' WS-CUSTO-EDITADO
                DISPLAY 'CONFIRMA O CUSTO DA NOTA? (S/N)'
                ACCEPT WS-CONFIRMA
            END-IF
            IF WS-CONFIRMA NOT EQUAL 'S' AND
               WS-CONFIRMA NOT EQUAL 's'
                MOVE ZEROS TO WS-CUSTO-RECEBIDO
                PERFORM UNTIL WS-CUSTO-RECEBIDO NOT EQUAL ZEROS
                    DISPLAY 'INFORME O CUSTO UNITARIO DA NOTA'
                    ACCEPT WS-CUSTO-RECEBIDO
                    IF WS-CUSTO-RECEBIDO EQUAL ZEROS
                        DISPLAY 'CUSTO NAO PODE SER ZERO'
                    END-IF
                END-PERFORM
                MOVE WS-CUSTO-RECEBIDO TO WS-PD-CUSTO(WS-IND)
            END-IF.

      * Produto perecivel: o lote e a validade impressos na embalagem
      * seguem na entrada e abrem o saldo do lote no processamento
      * noturno. Lote em branco = produto sem controle de lote.
       INFORMAR-LOTE-RECEBIMENTO.
            MOVE SPACES TO WS-LOTE-RECEBIDO
            MOVE SPACES TO WS-VALIDADE-RECEBIDA
            DISPLAY 'INFORME O LOTE (BRANCO = PRODUTO SEM LOTE)'
            ACCEPT WS-LOTE-RECEBIDO
            IF WS-LOTE-RECEBIDO NOT EQUAL SPACES
                MOVE 'N' TO WS-DATA-OK
                PERFORM UNTIL WS-DATA-OK EQUAL 'S'
                    DISPLAY 'INFORME A VALIDADE DO LOTE (AAAAMMDD)'
                    ACCEPT WS-VALIDADE-RECEBIDA
                    PERFORM VALIDAR-DATA-VALIDADE
                    IF WS-DATA-OK NOT EQUAL 'S'
                        DISPLAY 'DATA DE VALIDADE INVALIDA'
                    END-IF
                END-PERFORM
                IF WS-VALIDADE-RECEBIDA NOT > WS-DATA-HOJE
                    DISPLAY 'AVISO - LOTE RECEBIDO JA VENCIDO'
                END-IF
            END-IF.

       VALIDAR-DATA-VALIDADE.
            MOVE 'N' TO WS-DATA-OK
            IF WS-VALIDADE-RECEBIDA NUMERIC
                MOVE WS-VALIDADE-RECEBIDA(1:4) TO WS-ANO
                MOVE WS-VALIDADE-RECEBIDA(5:2) TO WS-MES
                MOVE WS-VALIDADE-RECEBIDA(7:2) TO WS-DIA
                IF WS-ANO > 1900 AND
                   WS-MES > 0 AND WS-MES < 13 AND
                   WS-DIA > 0
                    PERFORM OBTER-DIA-MAXIMO
                    IF WS-DIA NOT > WS-DIA-MAXIMO
                        MOVE 'S' TO WS-DATA-OK
                    END-IF
                END-IF
            END-IF.

       OBTER-DIA-MAXIMO.
            EVALUATE WS-MES
                WHEN 01
                WHEN 03
                WHEN 05
                WHEN 07
                WHEN 08
                WHEN 10
                WHEN 12
                    MOVE 31 TO WS-DIA-MAXIMO
                WHEN 04
                WHEN 06
                WHEN 09
                WHEN 11
                    MOVE 30 TO WS-DIA-MAXIMO
                WHEN 02
                    PERFORM VERIFICAR-ANO-BISSEXTO
            END-EVALUATE.

       VERIFICAR-ANO-BISSEXTO.
            MOVE 28 TO WS-DIA-MAXIMO
            COMPUTE WS-RESTO = FUNCTION MOD(WS-ANO, 4)
            IF WS-RESTO EQUAL ZEROS
                MOVE 29 TO WS-DIA-MAXIMO
                COMPUTE WS-RESTO = FUNCTION MOD(WS-ANO, 100)
                IF WS-RESTO EQUAL ZEROS
                    COMPUTE WS-RESTO = FUNCTION MOD(WS-ANO, 400)
                    IF WS-RESTO NOT EQUAL ZEROS
                        MOVE 28 TO WS-DIA-MAXIMO
                    END-IF
                END-IF
            END-IF.

      * A entrada vai para o arquivo de movimentos do dia e sera
      * aplicada ao estoque pelo processamento noturno, como qualquer
      * outra entrada.
            STRING 'PDC' WS-NUM-DIGITADO
                DELIMITED BY SIZE INTO WS-ORIGEM-DOC
            MOVE WS-ORIGEM-DOC TO MOV-ORIGEM
            MOVE WS-CUSTO-RECEBIDO TO MOV-VALOR-UNITARIO
            MOVE WS-LOTE-RECEBIDO TO MOV-LOTE
            MOVE WS-VALIDADE-RECEBIDA TO MOV-VALIDADE
            WRITE REG-MOVIMENTO
            IF WS-FS-MOV NOT EQUAL ZEROS
                DISPLAY 'ERRO AO GRAVAR O MOVIMENTO DE ENTRADA: '
