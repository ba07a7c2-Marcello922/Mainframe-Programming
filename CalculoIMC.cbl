            DISPLAY "1 - Calculo individual (interativo)"
            DISPLAY "2 - Processamento em lote (roster)"
            DISPLAY "3 - Relatorio de evolucao (campanhas)"
            DISPLAY "4 - Encaminhamentos (saude ocupacional)"
            DISPLAY "INFORME A OPCAO DESEJADA:"
            ACCEPT WS-OPCAO
            EVALUATE WS-OPCAO
                    PERFORM PROCESSAR-LOTE
                WHEN 3
                    CALL 'IMC-EVOLUCAO'
                WHEN 4
                    MOVE SPACES TO WS-CAMPANHA
                    CALL 'IMC-ENCAMINHAMENTO' USING WS-CAMPANHA
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA'
            END-EVALUATE

      * O lote de uma campanha leva um identificador (EX: CAMP2024A)
      * gravado em cada medicao, para que duas rodadas no mesmo mes
      * nao se confundam e o RH compare campanhas pelo nome. Ao fim
      * do lote saem os encaminhamentos da campanha para a saude
      * ocupacional.
       PROCESSAR-LOTE.
            MOVE SPACES TO WS-CAMPANHA
            PERFORM UNTIL WS-CAMPANHA NOT EQUAL SPACES
                END-PERFORM
                PERFORM IMPRIMIR-RESUMO-LOTE
                CLOSE RELATORIO-IMC
                CLOSE FUNCIONARIOS
                CALL 'IMC-ENCAMINHAMENTO' USING WS-CAMPANHA
            END-IF.

       PROCESSAR-FUNCIONARIO.
            MOVE FUNC-IDENTIFICACAO TO WS-IDENTIFICACAO
