           ACCESS IS RANDOM
           RECORD KEY IS JOB-NOME
           FILE STATUS IS WS-FS-JOB.
           SELECT SITUACAO-PRODUTOS ASSIGN TO
               WS-SITUACAO-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS SIT-COD-PRODUTO
           FILE STATUS IS WS-FS-SIT.
       DATA DIVISION.
       FILE SECTION.
       FD PRODUTOS.
           COPY REGTRAVA.
       FD CONTROLE-JOBS.
           COPY REGJOB.
       FD SITUACAO-PRODUTOS.
           COPY REGSITP.
       WORKING-STORAGE SECTION.
       77 WS-JOBCTL-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\controle_jobs.txt'.
       77 WS-FS-ENT        PIC 99.
       77 WS-FS-REJ        PIC 99.
       77 WS-FS-LOG        PIC 99.
       77 WS-SITUACAO-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\situacao_produtos.txt'.
       77 WS-FS-SIT        PIC 99.
       77 WS-EOF           PIC 99.
       77 WS-OPERADOR      PIC X(10).
       77 WS-TEM-TRAILER   PIC X(01) VALUE 'N'.
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'INTF_REJEITOS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-REJEITOS-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT
                'SITUACAO_PRODUTOS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-SITUACAO-PATH
            END-IF.

      * Primeira passada: confere o registro T (contagem de detalhes
                MOVE 'ABORTADO' TO WS-JOB-RESULTADO
            ELSE
                OPEN OUTPUT REJEITOS
                OPEN INPUT SITUACAO-PRODUTOS
                OPEN EXTEND PRODUTOS-LOG
                IF WS-FS-LOG EQUAL 35 THEN
                    OPEN OUTPUT PRODUTOS-LOG
                    END-READ
                END-PERFORM
                CLOSE PRODUTOS-LOG
                IF WS-FS-SIT EQUAL ZEROS
                    CLOSE SITUACAO-PRODUTOS
                END-IF
                CLOSE REJEITOS
                CLOSE PRODUTOS
                CLOSE INTF-ENTRADA
                    INVALID KEY
                        PERFORM CRIAR-PRODUTO-INTERFACE
                    NOT INVALID KEY
                        PERFORM VERIFICAR-SITUACAO-PRODUTO
                        IF SIT-SITUACAO EQUAL 'B'
                            MOVE 'PRODUTO BLOQUEADO' TO WS-MOTIVO
                            PERFORM GRAVAR-REJEITO
                        ELSE
                            PERFORM ATUALIZAR-PRECO-INTERFACE
                        END-IF
                END-READ
            END-IF
            END-IF.

      * Produto bloqueado nao recebe alteracao da interface; sem o
      * arquivo de situacoes ou sem registro o produto esta ativo.
       VERIFICAR-SITUACAO-PRODUTO.
            MOVE 'A' TO SIT-SITUACAO
            IF WS-FS-SIT EQUAL ZEROS
                MOVE COD-PRODUTO TO SIT-COD-PRODUTO
                READ SITUACAO-PRODUTOS
                    INVALID KEY
                        MOVE 'A' TO SIT-SITUACAO
                END-READ
                MOVE ZEROS TO WS-FS-SIT
            END-IF.

       ATUALIZAR-PRECO-INTERFACE.
            IF WS-PRECO-NOVO EQUAL PRECO-PRODUTO
                ADD 1 TO WS-QTD-SEM-MUDANCA
