       01 REG-MOVIMENTO-RESTANTE.
           COPY REGMOV REPLACING LEADING ==MOV== BY ==RES==.
       FD ARQUIVO-MENSAL.
       01 LINHA-ARQUIVO-MENSAL      PIC X(120).
       FD SUSPENSOS.
       01 REG-SUSPENSO.
           COPY REGSUS.
       77 WS-QTD-MANTIDOS  PIC 9(07) VALUE 0.
       77 WS-QTD-SALDOS    PIC 9(05) VALUE 0.
       77 WS-HASH-QUANTIDADE PIC 9(15) VALUE 0.
       77 WS-LINHA-TRABALHO PIC X(120).
       77 WS-QTD-SUS-F     PIC 9(03) VALUE 0.
       77 WS-QTD-PEN-F     PIC 9(03) VALUE 0.
       77 WS-IND-K         PIC 9(03).
            IF WS-BATCH-OK NOT EQUAL 'S'
                DISPLAY 'JOB ABORTADO - O PROCESSAMENTO DE MOVIMENTOS'
                DISPLAY 'DEVE ESTAR CONCLUIDO ANTES DO FECHAMENTO'
                GOBACK
            END-IF
            DISPLAY 'DATA DE CORTE (AAAAMMDD) - MOVIMENTOS ATE ESTA '
                'DATA SERAO ARQUIVADOS'
            IF WS-DATA-CORTE EQUAL SPACES OR
               WS-DATA-CORTE EQUAL ZEROS
                DISPLAY 'DATA DE CORTE OBRIGATORIA - JOB ENCERRADO'
                GOBACK
            END-IF
            IF WS-DATA-CORTE > WS-DATA-BATCH
                DISPLAY 'JOB ABORTADO - CORTE POSTERIOR AO ULTIMO '
                    'PROCESSAMENTO (' WS-DATA-BATCH ')'
                GOBACK
            END-IF
            PERFORM OBTER-TRAVA-BATCH
            IF WS-TRAVA-LIVRE NOT EQUAL 'S'
                DISPLAY 'JOB ABORTADO - ARQUIVO DE PRODUTOS EM USO'
                GOBACK
            END-IF
            MOVE 'FECHAMENTO-MES' TO WS-JOB-NOME
            PERFORM INICIAR-CONTROLE-JOB
            MOVE ZEROS TO WS-JOB-ERROS
            PERFORM ENCERRAR-CONTROLE-JOB
            PERFORM LIBERAR-TRAVA-BATCH
            GOBACK.

       RESOLVER-CAMINHOS.
            MOVE SPACES TO WS-ENV-PATH
            STRING 'D;' MOV-COD-PRODUTO ';' MOV-TIPO ';'
                MOV-QUANTIDADE ';' MOV-DATA ';'
                MOV-LOCAL-ORIGEM ';' MOV-LOCAL-DESTINO ';'
                MOV-SINAL ';' MOV-SEQUENCIA ';' MOV-ORIGEM ';'
                MOV-VALOR-UNITARIO ';' MOV-LOTE ';' MOV-VALIDADE
                DELIMITED BY SIZE
                INTO WS-LINHA-TRABALHO
            MOVE WS-LINHA-TRABALHO TO LINHA-ARQUIVO-MENSAL
