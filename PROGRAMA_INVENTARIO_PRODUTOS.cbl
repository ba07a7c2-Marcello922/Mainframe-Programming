            PERFORM OBTER-SEQUENCIA-MOVIMENTO
            MOVE WS-SEQUENCIA TO MOV-SEQUENCIA
            MOVE 'INVENTARIO' TO MOV-ORIGEM
            MOVE ZEROS TO MOV-VALOR-UNITARIO
            MOVE SPACES TO MOV-LOTE
            MOVE SPACES TO MOV-VALIDADE
            WRITE REG-MOVIMENTO
            IF WS-FS-MOV NOT EQUAL ZEROS
                DISPLAY 'ERRO AO GRAVAR O AJUSTE DO PRODUTO: '
