            PERFORM CARREGAR-PROGRAMADOS
            IF WS-QTD-PRG EQUAL ZEROS
                DISPLAY 'NENHUM REAJUSTE PROGRAMADO EM ARQUIVO'
                MOVE 'APLICACAO-PRECOS' TO WS-JOB-NOME
                PERFORM INICIAR-CONTROLE-JOB
                MOVE 'CONCLUIDO' TO WS-JOB-RESULTADO
                MOVE ZEROS TO WS-JOB-PROCESSADOS
                MOVE ZEROS TO WS-JOB-ERROS
                PERFORM ENCERRAR-CONTROLE-JOB
            ELSE
                PERFORM OBTER-TRAVA-BATCH
                IF WS-TRAVA-LIVRE NOT EQUAL 'S'
