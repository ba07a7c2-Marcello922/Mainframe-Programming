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
       01 LINHA-SUGESTAO            PIC X(80).
       FD CONTROLE-JOBS.
           COPY REGJOB.
       FD SITUACAO-PRODUTOS.
           COPY REGSITP.
       WORKING-STORAGE SECTION.
       77 WS-JOBCTL-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\controle_jobs.txt'.
       77 WS-FS-FORN       PIC 99.
       77 WS-FS-ORD        PIC 99.
       77 WS-FS-SUG        PIC 99.
       77 WS-SITUACAO-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\situacao_produtos.txt'.
       77 WS-FS-SIT        PIC 99.
       77 WS-SIT-ABERTO    PIC X(01) VALUE 'N'.
       77 WS-EOF           PIC 99.
       77 WS-EOF-ORD       PIC 99.
       77 WS-QTD-SUGERIDOS PIC 9(05) VALUE 0.
                IF WS-FS-FORN EQUAL ZEROS
                    MOVE 'S' TO WS-FORN-ABERTO
                END-IF
                OPEN INPUT SITUACAO-PRODUTOS
                IF WS-FS-SIT EQUAL ZEROS
                    MOVE 'S' TO WS-SIT-ABERTO
                END-IF
                SORT ORDENACAO
                    ON ASCENDING KEY SRT-FORNECEDOR
                    ON ASCENDING KEY SRT-COD-PRODUTO
                IF WS-FORN-ABERTO EQUAL 'S'
                    CLOSE FORNECEDORES
                END-IF
                IF WS-SIT-ABERTO EQUAL 'S'
                    CLOSE SITUACAO-PRODUTOS
                END-IF
                DISPLAY 'PRODUTOS SUGERIDOS: ' WS-QTD-SUGERIDOS
                DISPLAY 'SUGESTAO GRAVADA EM: ' WS-SUGESTAO-PATH
                MOVE WS-QTD-SUGERIDOS TO WS-JOB-PROCESSADOS
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'FORNECEDORES_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-FORNECEDORES-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT
                'SITUACAO_PRODUTOS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-SITUACAO-PATH
            END-IF.

       GERAR-SUGESTAO.
      * Seleciona os produtos no ponto de reposicao ou abaixo dele.
      * A quantidade sugerida e a quantidade de reposicao cadastrada;
      * sem ela, sugere a diferenca ate o ponto de reposicao.
      * Produto descontinuado nao e mais comprado.
       SELECIONAR-PRODUTOS SECTION.
            PERFORM UNTIL WS-EOF EQUAL 1
                READ PRODUTOS NEXT RECORD
                    AT END
                        MOVE 1 TO WS-EOF
                    NOT AT END
                        MOVE 'A' TO SIT-SITUACAO
                        IF WS-SIT-ABERTO EQUAL 'S'
                            MOVE COD-PRODUTO TO SIT-COD-PRODUTO
                            READ SITUACAO-PRODUTOS
                                INVALID KEY
                                    MOVE 'A' TO SIT-SITUACAO
                            END-READ
                        END-IF
                        IF PONTO-REPOSICAO > ZEROS AND
                           ESTOQUE-PRODUTO <= PONTO-REPOSICAO AND
                           SIT-SITUACAO NOT EQUAL 'D'
                            MOVE FORNECEDOR-PRODUTO TO SRT-FORNECEDOR
                            MOVE COD-PRODUTO TO SRT-COD-PRODUTO
                            MOVE NOME-PRODUTO TO SRT-NOME-PRODUTO
