               WS-INDICE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-IDX.
           SELECT INDICE-TRABALHO ASSIGN TO
               'C:\programas\ARQUIVOS\pedidos_indice.tmp'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-IDT.
           SELECT REIMPRESSAO ASSIGN TO
               WS-REIMPRESSAO-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REI.
           SELECT MOVIMENTOS ASSIGN TO
               WS-MOVIMENTOS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MOV.
           SELECT MOVIMENTOS-TRABALHO ASSIGN TO
               'C:\programas\ARQUIVOS\movimentos_cancelamento.tmp'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MVT.
           SELECT MOVIMENTOS-DESCARTADOS ASSIGN TO
               WS-DESCARTADOS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DSC.
           SELECT PENDENCIAS ASSIGN TO
               WS-PENDENCIAS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PEN.
           SELECT SUSPENSOS ASSIGN TO
               WS-SUSPENSOS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-SUS.
           SELECT CLIENTES ASSIGN TO
               WS-CLIENTES-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CLI-CODIGO
           FILE STATUS IS WS-FS-CLI.
           SELECT PAGAMENTOS ASSIGN TO
               WS-PAGAMENTOS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PAG.
           SELECT CANCELAMENTOS-PEDIDO ASSIGN TO
               WS-CANCELAMENTOS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CAN.
           SELECT PRODUTOS-LOG ASSIGN TO
               'C:\programas\ARQUIVOS\produtos_log.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LOG.
           SELECT TRAVA-ESTOQUE ASSIGN TO
               WS-TRAVA-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TRV.
           SELECT CONTROLE-JOBS ASSIGN TO
               WS-JOBCTL-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS JOB-NOME
           FILE STATUS IS WS-FS-JOB.
           SELECT CONTROLE-SEQUENCIA ASSIGN TO
               'C:\programas\ARQUIVOS\controle_sequencia.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-SEQ.
           SELECT RESERVAS ASSIGN TO
               WS-RESERVAS-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS RES-CHAVE
           FILE STATUS IS WS-FS-RES.
       DATA DIVISION.
       FILE SECTION.
       FD PEDIDO.
       01 LINHA-PEDIDO              PIC X(100).
       FD PEDIDOS-INDICE.
           COPY REGIDXP.
       FD INDICE-TRABALHO.
       01 REG-INDICE-TRABALHO       PIC X(51).
       FD REIMPRESSAO.
       01 LINHA-REIMPRESSAO         PIC X(100).
       FD MOVIMENTOS.
       01 REG-MOVIMENTO.
           COPY REGMOV.
       FD MOVIMENTOS-TRABALHO.
       01 REG-MOVIMENTO-TRABALHO.
           COPY REGMOV REPLACING LEADING ==MOV== BY ==MVT==.
       FD MOVIMENTOS-DESCARTADOS.
       01 REG-MOVIMENTO-DESCARTADO.
           COPY REGMOV REPLACING LEADING ==MOV== BY ==DSC==.
       FD PENDENCIAS.
       01 REG-PENDENCIA.
           COPY REGPEN.
       FD SUSPENSOS.
       01 REG-SUSPENSO.
           COPY REGSUS.
       FD CLIENTES.
           COPY REGCLI.
       FD PAGAMENTOS.
           COPY REGPAG.
       FD CANCELAMENTOS-PEDIDO.
           COPY REGCANP.
       FD PRODUTOS-LOG.
       01 REG-LOG.
          03 LOG-COD-PRODUTO       PIC 9(06).
          03 LOG-CAMPO             PIC X(15).
          03 LOG-VALOR-ANTIGO      PIC X(20).
          03 LOG-VALOR-NOVO        PIC X(20).
          03 LOG-DATA-HORA         PIC X(14).
          03 LOG-OPERADOR          PIC X(10).
       FD TRAVA-ESTOQUE.
           COPY REGTRAVA.
       FD CONTROLE-JOBS.
           COPY REGJOB.
       FD CONTROLE-SEQUENCIA.
           COPY REGSEQ.
       FD RESERVAS.
           COPY REGRESV.
       WORKING-STORAGE SECTION.
       77 WS-PEDIDO-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\pedido_venda.txt'.
              VALUE 'C:\programas\ARQUIVOS\pedidos_indice.txt'.
       77 WS-REIMPRESSAO-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\reimpressao_pedido.txt'.
       77 WS-MOVIMENTOS-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\movimentos.txt'.
       77 WS-DESCARTADOS-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\movimentos_descartados.txt'.
       77 WS-PENDENCIAS-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\pendencias.txt'.
       77 WS-SUSPENSOS-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\movimentos_suspensos.txt'.
       77 WS-CLIENTES-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\clientes.txt'.
       77 WS-PAGAMENTOS-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\pagamentos.txt'.
       77 WS-CANCELAMENTOS-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\pedidos_cancelados.txt'.
       77 WS-TRAVA-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\trava_estoque.txt'.
       77 WS-JOBCTL-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\controle_jobs.txt'.
       77 WS-RESERVAS-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\reservas.txt'.
       77 WS-ENV-PATH      PIC X(100).
       77 WS-FS-PED        PIC 99.
       77 WS-FS-IDX        PIC 99.
       77 WS-FS-IDT        PIC 99.
       77 WS-FS-REI        PIC 99.
       77 WS-FS-MOV        PIC 99.
       77 WS-FS-MVT        PIC 99.
       77 WS-FS-DSC        PIC 99.
       77 WS-FS-PEN        PIC 99.
       77 WS-FS-SUS        PIC 99.
       77 WS-FS-CLI        PIC 99.
       77 WS-FS-PAG        PIC 99.
       77 WS-FS-CAN        PIC 99.
       77 WS-FS-LOG        PIC 99.
       77 WS-FS-TRV        PIC 99.
       77 WS-FS-JOB        PIC 99.
       77 WS-FS-SEQ        PIC 99.
       77 WS-FS-RES        PIC 99.
       77 WS-EOF           PIC 99.
       77 WS-SN            PIC X(01).
       77 WS-ACAO          PIC X(01).
       77 WS-QTD-ITENS     PIC 9(07) VALUE 0.
       77 WS-TOTAL-DIA     PIC 9(16)V99 VALUE 0.
       77 WS-VALOR-EDIT    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WS-QTD-CANCELADOS PIC 9(05) VALUE 0.
       77 WS-TOTAL-CANCELADO PIC 9(16)V99 VALUE 0.
       77 WS-SITUACAO-EDIT PIC X(10).
       77 WS-TRAVA-LIVRE   PIC X(01).
       77 WS-DATA-HOJE     PIC X(08).
       77 WS-DATA-BATCH    PIC X(08).
       77 WS-BATCH-INCOMPLETO PIC X(01).
       77 WS-PENDENTE-BATCH PIC X(01).
       77 WS-ORIGEM-DOC    PIC X(10).
       77 WS-MOTIVO        PIC X(40).
       77 WS-CONFIRMA      PIC X(01).
       77 WS-SEQUENCIA     PIC 9(09).
       77 WS-QTD-LIN-PED   PIC 9(02) VALUE 0.
       77 WS-MAX-LIN-PED   PIC 9(02) VALUE 40.
       77 WS-IND-LIN       PIC 9(02).
       77 WS-QTD-DESCARTADOS PIC 9(03) VALUE 0.
       77 WS-QTD-ESTORNADOS PIC 9(03) VALUE 0.
       77 WS-QTD-PEN-CANC  PIC 9(03) VALUE 0.
       77 WS-QTD-SUS-RETIR PIC 9(03) VALUE 0.
       77 WS-QTD-PEND      PIC 9(04) VALUE 0.
       77 WS-MAX-PEND      PIC 9(04) VALUE 1000.
       77 WS-IND-PEN       PIC 9(04).
       77 WS-PEN-ALTERADA  PIC X(01).
       77 WS-QTD-TAB-SUS   PIC 9(04) VALUE 0.
       77 WS-MAX-TAB-SUS   PIC 9(04) VALUE 1000.
       77 WS-IND-SUS       PIC 9(04).
       77 WS-SUS-ALTERADO  PIC X(01).
       77 WS-LINHA-TRATADA PIC X(01).
       77 WS-PAGO-PEDIDO   PIC 9(14)V99.
       77 WS-VALOR-LIBERADO PIC 9(14)V99.
       77 WS-CANCELAMENTO-OK PIC X(01).
       01 WS-TIMESTAMP.
          03 WS-TS-DATA     PIC X(08).
          03 WS-TS-HORA     PIC X(06).

      * Copia do registro de indice do pedido localizado.
       01 WS-PEDIDO-ACHADO.
          03 WS-PA-NUMERO          PIC 9(06).
          03 WS-PA-DATA            PIC X(08).
          03 WS-PA-COD-CLIENTE     PIC 9(04).
          03 WS-PA-QTD-LINHAS      PIC 9(02).
          03 WS-PA-TOTAL           PIC 9(14)V99.
          03 WS-PA-SITUACAO        PIC X(01).
          03 WS-PA-DATA-CANC       PIC X(08).
          03 WS-PA-NOTA-FISCAL     PIC 9(06).

      * Saidas do pedido encontradas no arquivo de movimentos.
       01 WS-TAB-LINHAS-PEDIDO.
          03 WS-LIN-PED OCCURS 40 TIMES.
             05 WS-LP-COD          PIC 9(06).
             05 WS-LP-QTDE         PIC 9(09).
             05 WS-LP-LOCAL        PIC 9(02).
             05 WS-LP-SEQ          PIC 9(09).
             05 WS-LP-VALOR        PIC 9(07)V99.

       01 WS-TAB-PENDENCIAS.
          03 WS-PEND OCCURS 1000 TIMES.
             05 WS-PE-COD          PIC 9(06).
             05 WS-PE-QTDE         PIC 9(09).
             05 WS-PE-DATA         PIC X(08).
             05 WS-PE-SIT          PIC X(01).
             05 WS-PE-DATA-ATE     PIC X(08).
             05 WS-PE-SEQ          PIC 9(09).

       01 WS-TAB-SUSPENSOS.
          03 WS-TAB-SUS-REG OCCURS 1000 TIMES PIC X(87).

       01 WS-LINHA-CANCELADO.
          03 FILLER              PIC X(27)
                 VALUE '*** PEDIDO CANCELADO EM '.
          03 WS-LCAN-DATA        PIC X(08).
          03 FILLER              PIC X(09) VALUE ' MOTIVO: '.
          03 WS-LCAN-MOTIVO      PIC X(36).

       LINKAGE SECTION.
       01 LK-OPERADOR PIC X(10).
       01 LK-NIVEL    PIC 9(01).
       PROCEDURE DIVISION USING LK-OPERADOR LK-NIVEL.
       MAIN-PROCEDURE.
            DISPLAY '------- CONSULTA DE PEDIDOS DE VENDA ------------'
            PERFORM RESOLVER-CAMINHOS
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            MOVE 'S' TO WS-SN
            PERFORM UNTIL WS-SN = 'N' OR WS-SN = 'n'
                DISPLAY 'ESCOLHA A ACAO: (R)EIMPRIMIR PEDIDO, '
                    '(D)ATA, (C)LIENTE'
                DISPLAY '(S)UMARIO DE VENDAS DO DIA OU '
                    '(X) CANCELAR PEDIDO'
                ACCEPT WS-ACAO
                EVALUATE WS-ACAO
                    WHEN 'R'
                    WHEN 'S'
                    WHEN 's'
                        PERFORM SUMARIO-VENDAS-DIA
                    WHEN 'X'
                    WHEN 'x'
                        IF LK-NIVEL < 3
                            DISPLAY 'ACESSO NEGADO - CANCELAMENTO '
                                'EXIGE NIVEL SUPERVISOR'
                        ELSE
                            PERFORM CANCELAR-PEDIDO
                        END-IF
                    WHEN OTHER
                        DISPLAY 'OPCAO INVALIDA'
                END-EVALUATE
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'PEDIDOS_INDICE_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-INDICE-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'MOVIMENTOS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-MOVIMENTOS-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT
                'MOVIMENTOS_DESCARTADOS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-DESCARTADOS-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'PENDENCIAS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-PENDENCIAS-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'SUSPENSOS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-SUSPENSOS-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'CLIENTES_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-CLIENTES-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'PAGAMENTOS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-PAGAMENTOS-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'RESERVAS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-RESERVAS-PATH
            END-IF.

      * Localiza o documento no arquivo acumulado pelo titulo
      * 'PEDIDO DE VENDA NUMERO: ' e copia o bloco ate o titulo do
      * pedido seguinte, para a via de reimpressao e para a tela.
      * Pedido cancelado sai com a tarja de cancelamento ao final.
       REIMPRIMIR-PEDIDO.
            DISPLAY 'INFORME O NUMERO DO PEDIDO'
            ACCEPT WS-NUMERO-BUSCA
                            PERFORM TRATAR-LINHA-PEDIDO
                    END-READ
                END-PERFORM
                CLOSE PEDIDO
                IF WS-ACHOU-PEDIDO EQUAL 'S'
                    PERFORM MARCAR-REIMPRESSAO-CANCELADA
                END-IF
                CLOSE REIMPRESSAO
                IF WS-ACHOU-PEDIDO EQUAL 'S'
                    DISPLAY 'VIA GRAVADA EM: ' WS-REIMPRESSAO-PATH
                ELSE
                ADD 1 TO WS-QTD-LINHAS-DOC
            END-IF.

       MARCAR-REIMPRESSAO-CANCELADA.
            PERFORM LOCALIZAR-INDICE-PEDIDO
            IF WS-PA-SITUACAO EQUAL 'C'
                MOVE WS-PA-DATA-CANC TO WS-LCAN-DATA
                PERFORM LOCALIZAR-MOTIVO-CANCELAMENTO
                MOVE SPACES TO LINHA-REIMPRESSAO
                WRITE LINHA-REIMPRESSAO
                MOVE WS-LINHA-CANCELADO TO LINHA-REIMPRESSAO
                WRITE LINHA-REIMPRESSAO
                DISPLAY LINHA-REIMPRESSAO
            END-IF
            MOVE 'S' TO WS-ACHOU-PEDIDO.

       LOCALIZAR-MOTIVO-CANCELAMENTO.
            MOVE SPACES TO WS-LCAN-MOTIVO
            SET WS-EOF TO 0
            OPEN INPUT CANCELAMENTOS-PEDIDO
            IF WS-FS-CAN EQUAL ZEROS
                PERFORM UNTIL WS-EOF EQUAL 1
                    READ CANCELAMENTOS-PEDIDO
                        AT END
                            MOVE 1 TO WS-EOF
                        NOT AT END
                            IF CAN-NUMERO-PEDIDO EQUAL WS-NUMERO-BUSCA
                                MOVE CAN-MOTIVO TO WS-LCAN-MOTIVO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CANCELAMENTOS-PEDIDO
            END-IF.

      * Busca o registro de indice do numero informado e guarda uma
      * copia; situacao em branco (registro antigo) vale emitido.
       LOCALIZAR-INDICE-PEDIDO.
            INITIALIZE WS-PEDIDO-ACHADO
            MOVE 'N' TO WS-ACHOU-PEDIDO
            SET WS-EOF TO 0
            SET WS-FS-IDX TO 0
            OPEN INPUT PEDIDOS-INDICE
            IF WS-FS-IDX EQUAL ZEROS
                PERFORM UNTIL WS-EOF EQUAL 1
                    READ PEDIDOS-INDICE
                        AT END
                            MOVE 1 TO WS-EOF
                        NOT AT END
                            IF IDX-NUMERO EQUAL WS-NUMERO-BUSCA
                                MOVE 'S' TO WS-ACHOU-PEDIDO
                                MOVE REG-INDICE-PEDIDO
                                    TO WS-PEDIDO-ACHADO
                                MOVE 1 TO WS-EOF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PEDIDOS-INDICE
            END-IF.

       LISTAR-PEDIDOS-DATA.
            DISPLAY 'INFORME A DATA (AAAAMMDD)'
            ACCEPT WS-DATA-BUSCA
            END-IF.

      * Historico de compras do cliente: todos os pedidos indexados
      * do codigo informado, com o total acumulado. Pedidos
      * cancelados aparecem marcados e ficam fora do total.
       LISTAR-PEDIDOS-CLIENTE.
            DISPLAY 'INFORME O CODIGO DO CLIENTE'
            ACCEPT WS-CLIENTE-BUSCA
                            IF IDX-COD-CLIENTE EQUAL
                               WS-CLIENTE-BUSCA
                                ADD 1 TO WS-QTD-PEDIDOS
                                IF IDX-SITUACAO NOT EQUAL 'C'
                                    ADD IDX-TOTAL TO WS-TOTAL-DIA
                                END-IF
                                PERFORM EXIBIR-INDICE-PEDIDO
                            END-IF
                    END-READ

       EXIBIR-INDICE-PEDIDO.
            MOVE IDX-TOTAL TO WS-VALOR-EDIT
            IF IDX-SITUACAO EQUAL 'C'
                MOVE 'CANCELADO' TO WS-SITUACAO-EDIT
            ELSE
                MOVE SPACES TO WS-SITUACAO-EDIT
                IF IDX-NOTA-FISCAL IS NUMERIC AND
                   IDX-NOTA-FISCAL NOT EQUAL ZEROS
                    STRING 'NF ' IDX-NOTA-FISCAL
                        DELIMITED BY SIZE INTO WS-SITUACAO-EDIT
                END-IF
            END-IF
            DISPLAY IDX-NUMERO ' ' IDX-DATA ' ' IDX-COD-CLIENTE
                '    ' IDX-QTD-LINHAS '     ' WS-VALOR-EDIT
                ' ' WS-SITUACAO-EDIT.

      * O sumario do dia soma apenas os pedidos validos; os
      * cancelados sao contados a parte para a conferencia do caixa.
       SUMARIO-VENDAS-DIA.
            DISPLAY 'INFORME A DATA (AAAAMMDD)'
            ACCEPT WS-DATA-BUSCA
            SET WS-QTD-PEDIDOS TO 0
            SET WS-QTD-ITENS TO 0
            SET WS-QTD-CANCELADOS TO 0
            MOVE ZEROS TO WS-TOTAL-DIA
            MOVE ZEROS TO WS-TOTAL-CANCELADO
            SET WS-EOF TO 0
            SET WS-FS-IDX TO 0
            OPEN INPUT PEDIDOS-INDICE
                            MOVE 1 TO WS-EOF
                        NOT AT END
                            IF IDX-DATA EQUAL WS-DATA-BUSCA
                                IF IDX-SITUACAO EQUAL 'C'
                                    ADD 1 TO WS-QTD-CANCELADOS
                                    ADD IDX-TOTAL
                                        TO WS-TOTAL-CANCELADO
                                ELSE
                                    ADD 1 TO WS-QTD-PEDIDOS
                                    ADD IDX-QTD-LINHAS
                                        TO WS-QTD-ITENS
                                    ADD IDX-TOTAL TO WS-TOTAL-DIA
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                DISPLAY 'LINHAS VENDIDAS: ' WS-QTD-ITENS
                MOVE WS-TOTAL-DIA TO WS-VALOR-EDIT
                DISPLAY 'VALOR TOTAL: ' WS-VALOR-EDIT
                MOVE WS-TOTAL-CANCELADO TO WS-VALOR-EDIT
                DISPLAY 'PEDIDOS CANCELADOS (FORA DO TOTAL): '
                    WS-QTD-CANCELADOS '  VALOR: ' WS-VALOR-EDIT
            END-IF.

      * Cancelamento de pedido (supervisor). As saidas do pedido
      * ainda nao processadas pelo batch sao retiradas do arquivo de
      * movimentos; as ja processadas sao estornadas com devolucao
      * 'D' de mesma origem, ou retiradas da fila de pendencias ou
      * de suspensos se la estiverem. O credito em aberto do pedido
      * volta ao cliente e o motivo fica no log de cancelamentos.
       CANCELAR-PEDIDO.
            DISPLAY 'INFORME O NUMERO DO PEDIDO A CANCELAR'
            ACCEPT WS-NUMERO-BUSCA
            PERFORM LOCALIZAR-INDICE-PEDIDO
            IF WS-ACHOU-PEDIDO NOT EQUAL 'S'
                DISPLAY 'PEDIDO ' WS-NUMERO-BUSCA ' NAO ENCONTRADO'
            ELSE
                IF WS-PA-SITUACAO EQUAL 'C'
                    DISPLAY 'PEDIDO JA CANCELADO EM ' WS-PA-DATA-CANC
                ELSE
                IF WS-PA-NOTA-FISCAL IS NUMERIC AND
                   WS-PA-NOTA-FISCAL NOT EQUAL ZEROS
                    DISPLAY 'PEDIDO JA FATURADO - NOTA FISCAL '
                        WS-PA-NOTA-FISCAL
                    DISPLAY 'CANCELAMENTO NAO EFETUADO - TRATE COMO '
                        'DEVOLUCAO'
                ELSE
                    PERFORM OBTER-TRAVA-ONLINE
                    IF WS-TRAVA-LIVRE EQUAL 'S'
                        PERFORM EXECUTAR-CANCELAMENTO
                        PERFORM LIBERAR-TRAVA-ONLINE
                    END-IF
                END-IF
                END-IF
            END-IF.

       EXECUTAR-CANCELAMENTO.
            MOVE SPACES TO WS-ORIGEM-DOC
            STRING 'PED' WS-PA-NUMERO
                DELIMITED BY SIZE INTO WS-ORIGEM-DOC
            PERFORM OBTER-DATA-BATCH
            IF WS-BATCH-INCOMPLETO EQUAL 'S'
                DISPLAY 'CANCELAMENTO NAO EFETUADO - O PROCESSAMENTO '
                    'DE MOVIMENTOS DE ' WS-DATA-BATCH
                DISPLAY 'NAO FOI CONCLUIDO. AGUARDE O TERMINO DO '
                    'BATCH.'
            ELSE
                PERFORM CARREGAR-LINHAS-PEDIDO
                IF WS-QTD-LIN-PED EQUAL ZEROS
                    DISPLAY 'SAIDAS DO PEDIDO NAO ENCONTRADAS NO '
                        'ARQUIVO CORRENTE DE MOVIMENTOS'
                    DISPLAY 'CANCELAMENTO NAO EFETUADO - ESTORNE '
                        'MANUALMENTE'
                ELSE
                    PERFORM CONFIRMAR-CANCELAMENTO
                    IF WS-CONFIRMA EQUAL 'S' OR WS-CONFIRMA EQUAL 's'
                        PERFORM EFETIVAR-CANCELAMENTO
                    ELSE
                        DISPLAY 'CANCELAMENTO ABANDONADO'
                    END-IF
                END-IF
            END-IF.

       CONFIRMAR-CANCELAMENTO.
            MOVE WS-PA-TOTAL TO WS-VALOR-EDIT
            DISPLAY 'PEDIDO ' WS-PA-NUMERO ' DE ' WS-PA-DATA
                ' CLIENTE ' WS-PA-COD-CLIENTE ' TOTAL ' WS-VALOR-EDIT
            IF WS-PA-DATA > WS-DATA-BATCH
                MOVE 'S' TO WS-PENDENTE-BATCH
                DISPLAY WS-QTD-LIN-PED ' SAIDA(S) AINDA NAO '
                    'PROCESSADA(S) - SERAO DESCARTADAS'
            ELSE
                MOVE 'N' TO WS-PENDENTE-BATCH
                DISPLAY WS-QTD-LIN-PED ' SAIDA(S) JA PROCESSADA(S) '
                    '- SERAO ESTORNADAS'
            END-IF
            MOVE SPACES TO WS-MOTIVO
            PERFORM UNTIL WS-MOTIVO NOT EQUAL SPACES
                DISPLAY 'INFORME O MOTIVO DO CANCELAMENTO'
                ACCEPT WS-MOTIVO
                IF WS-MOTIVO EQUAL SPACES
                    DISPLAY 'MOTIVO NAO PODE SER EM BRANCO'
                END-IF
            END-PERFORM
            DISPLAY 'CONFIRMA O CANCELAMENTO? (S/N)'
            ACCEPT WS-CONFIRMA.

       EFETIVAR-CANCELAMENTO.
            MOVE 'S' TO WS-CANCELAMENTO-OK
            IF WS-PENDENTE-BATCH EQUAL 'S'
                PERFORM DESCARTAR-MOVIMENTOS-PEDIDO
                IF WS-CANCELAMENTO-OK EQUAL 'S'
                    PERFORM LIBERAR-RESERVAS-PEDIDO
                END-IF
            ELSE
                PERFORM ESTORNAR-MOVIMENTOS-PEDIDO
            END-IF
            IF WS-CANCELAMENTO-OK EQUAL 'S'
                PERFORM LIBERAR-CREDITO-CLIENTE
                PERFORM MARCAR-PEDIDO-CANCELADO
                PERFORM GRAVAR-CANCELAMENTO
                DISPLAY 'PEDIDO ' WS-PA-NUMERO ' CANCELADO'
                IF WS-PENDENTE-BATCH EQUAL 'S'
                    DISPLAY 'SAIDAS DESCARTADAS: ' WS-QTD-DESCARTADOS
                ELSE
                    DISPLAY 'DEVOLUCOES GRAVADAS: ' WS-QTD-ESTORNADOS
                    DISPLAY 'PENDENCIAS CANCELADAS: ' WS-QTD-PEN-CANC
                    DISPLAY 'SUSPENSOS RETIRADOS: ' WS-QTD-SUS-RETIR
                END-IF
                MOVE WS-VALOR-LIBERADO TO WS-VALOR-EDIT
                DISPLAY 'CREDITO LIBERADO: ' WS-VALOR-EDIT
            END-IF.

      * Mesma regra do fechamento de mes: movimento datado ate a
      * data do ultimo MOVIMENTO-ESTOQUE ja foi aplicado. Com o job
      * fora de CONCLUIDO na data do pedido (ou depois), o estado
      * das saidas e incerto e o cancelamento espera.
       OBTER-DATA-BATCH.
            MOVE '00000000' TO WS-DATA-BATCH
            MOVE 'N' TO WS-BATCH-INCOMPLETO
            SET WS-FS-JOB TO 0
            OPEN INPUT CONTROLE-JOBS
            IF WS-FS-JOB EQUAL ZEROS
                MOVE 'MOVIMENTO-ESTOQUE' TO JOB-NOME
                READ CONTROLE-JOBS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE JOB-DATA-INICIO TO WS-DATA-BATCH
                        IF JOB-RESULTADO NOT EQUAL 'CONCLUIDO' AND
                           JOB-DATA-INICIO NOT < WS-PA-DATA
                            MOVE 'S' TO WS-BATCH-INCOMPLETO
                        END-IF
                END-READ
                CLOSE CONTROLE-JOBS
            END-IF
            SET WS-FS-JOB TO 0.

       CARREGAR-LINHAS-PEDIDO.
            SET WS-QTD-LIN-PED TO 0
            SET WS-EOF TO 0
            SET WS-FS-MOV TO 0
            OPEN INPUT MOVIMENTOS
            IF WS-FS-MOV EQUAL ZEROS
                PERFORM UNTIL WS-EOF EQUAL 1
                    READ MOVIMENTOS
                        AT END
                            MOVE 1 TO WS-EOF
                        NOT AT END
                            IF MOV-ORIGEM EQUAL WS-ORIGEM-DOC AND
                               MOV-TIPO EQUAL 'S'
                                PERFORM GUARDAR-LINHA-PEDIDO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE MOVIMENTOS
            END-IF.

       GUARDAR-LINHA-PEDIDO.
            IF WS-QTD-LIN-PED >= WS-MAX-LIN-PED
                DISPLAY 'AVISO - SAIDAS DO PEDIDO ACIMA DO LIMITE'
            ELSE
                ADD 1 TO WS-QTD-LIN-PED
                MOVE MOV-COD-PRODUTO TO WS-LP-COD(WS-QTD-LIN-PED)
                MOVE MOV-QUANTIDADE TO WS-LP-QTDE(WS-QTD-LIN-PED)
                IF MOV-LOCAL-ORIGEM NUMERIC AND
                   MOV-LOCAL-ORIGEM NOT EQUAL ZEROS
                    MOVE MOV-LOCAL-ORIGEM
                        TO WS-LP-LOCAL(WS-QTD-LIN-PED)
                ELSE
                    MOVE 02 TO WS-LP-LOCAL(WS-QTD-LIN-PED)
                END-IF
                IF MOV-SEQUENCIA NUMERIC
                    MOVE MOV-SEQUENCIA TO WS-LP-SEQ(WS-QTD-LIN-PED)
                ELSE
                    MOVE ZEROS TO WS-LP-SEQ(WS-QTD-LIN-PED)
                END-IF
                IF MOV-VALOR-UNITARIO NUMERIC
                    MOVE MOV-VALOR-UNITARIO
                        TO WS-LP-VALOR(WS-QTD-LIN-PED)
                ELSE
                    MOVE ZEROS TO WS-LP-VALOR(WS-QTD-LIN-PED)
                END-IF
            END-IF.

      * Saidas ainda nao processadas: o arquivo de movimentos e
      * copiado sem as linhas 'S' do pedido e copiado de volta. Cada
      * saida retirada vai, como estava, para o arquivo de
      * movimentos descartados, que justifica a sequencia dela na
      * auditoria de sequencia.
       DESCARTAR-MOVIMENTOS-PEDIDO.
            SET WS-QTD-DESCARTADOS TO 0
            SET WS-EOF TO 0
            OPEN INPUT MOVIMENTOS
            OPEN OUTPUT MOVIMENTOS-TRABALHO
            OPEN EXTEND MOVIMENTOS-DESCARTADOS
            IF WS-FS-DSC EQUAL 35 THEN
                OPEN OUTPUT MOVIMENTOS-DESCARTADOS
            END-IF
            IF WS-FS-MOV NOT EQUAL ZEROS OR
               WS-FS-MVT NOT EQUAL ZEROS OR
               WS-FS-DSC NOT EQUAL ZEROS
                DISPLAY 'ERRO - NAO FOI POSSIVEL REGRAVAR OS '
                    'MOVIMENTOS'
                DISPLAY 'FILE STATUS: ' WS-FS-MOV ' ' WS-FS-MVT
                    ' ' WS-FS-DSC
                MOVE 'N' TO WS-CANCELAMENTO-OK
                CLOSE MOVIMENTOS
                CLOSE MOVIMENTOS-TRABALHO
                CLOSE MOVIMENTOS-DESCARTADOS
            ELSE
                PERFORM UNTIL WS-EOF EQUAL 1
                    READ MOVIMENTOS
                        AT END
                            MOVE 1 TO WS-EOF
                        NOT AT END
                            IF MOV-ORIGEM EQUAL WS-ORIGEM-DOC AND
                               MOV-TIPO EQUAL 'S'
                                ADD 1 TO WS-QTD-DESCARTADOS
                                MOVE REG-MOVIMENTO
                                    TO REG-MOVIMENTO-DESCARTADO
                                WRITE REG-MOVIMENTO-DESCARTADO
                            ELSE
                                MOVE REG-MOVIMENTO
                                    TO REG-MOVIMENTO-TRABALHO
                                WRITE REG-MOVIMENTO-TRABALHO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE MOVIMENTOS
                CLOSE MOVIMENTOS-TRABALHO
                CLOSE MOVIMENTOS-DESCARTADOS
                SET WS-EOF TO 0
                OPEN INPUT MOVIMENTOS-TRABALHO
                OPEN OUTPUT MOVIMENTOS
                PERFORM UNTIL WS-EOF EQUAL 1
                    READ MOVIMENTOS-TRABALHO
                        AT END
                            MOVE 1 TO WS-EOF
                        NOT AT END
                            MOVE REG-MOVIMENTO-TRABALHO
                                TO REG-MOVIMENTO
                            WRITE REG-MOVIMENTO
                    END-READ
                END-PERFORM
                CLOSE MOVIMENTOS
                CLOSE MOVIMENTOS-TRABALHO
            END-IF.

      * As saidas descartadas estavam reservadas na loja desde a
      * emissao do pedido; a reserva volta ao disponivel.
       LIBERAR-RESERVAS-PEDIDO.
            SET WS-FS-RES TO 0
            OPEN I-O RESERVAS
            IF WS-FS-RES EQUAL ZEROS
                PERFORM VARYING WS-IND-LIN FROM 1 BY 1
                    UNTIL WS-IND-LIN > WS-QTD-LIN-PED
                    MOVE WS-LP-COD(WS-IND-LIN) TO RES-COD-PRODUTO
                    MOVE WS-LP-LOCAL(WS-IND-LIN) TO RES-LOCAL
                    READ RESERVAS
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            IF WS-LP-QTDE(WS-IND-LIN) > RES-QUANTIDADE
                                MOVE ZEROS TO RES-QUANTIDADE
                            ELSE
                                SUBTRACT WS-LP-QTDE(WS-IND-LIN)
                                    FROM RES-QUANTIDADE
                            END-IF
                            MOVE WS-DATA-HOJE TO RES-DATA-ATUALIZACAO
                            REWRITE REG-RESERVA
                    END-READ
                END-PERFORM
                CLOSE RESERVAS
            END-IF.

      * Saidas ja processadas: cada linha do pedido e procurada pela
      * sequencia em suspensos (nao baixou estoque - sai do arquivo)
      * e na fila de pendencias (ainda esperando - fica 'C'). Nos
      * demais casos o estoque ja saiu e volta por devolucao 'D'.
       ESTORNAR-MOVIMENTOS-PEDIDO.
            SET WS-QTD-ESTORNADOS TO 0
            SET WS-QTD-PEN-CANC TO 0
            SET WS-QTD-SUS-RETIR TO 0
            MOVE 'N' TO WS-PEN-ALTERADA
            MOVE 'N' TO WS-SUS-ALTERADO
            PERFORM CARREGAR-PENDENCIAS
            PERFORM CARREGAR-SUSPENSOS
            OPEN EXTEND MOVIMENTOS
            IF WS-FS-MOV EQUAL 35 THEN
                OPEN OUTPUT MOVIMENTOS
            END-IF
            OPEN EXTEND PRODUTOS-LOG
            IF WS-FS-LOG EQUAL 35 THEN
                OPEN OUTPUT PRODUTOS-LOG
            END-IF
            PERFORM VARYING WS-IND-LIN FROM 1 BY 1
                UNTIL WS-IND-LIN > WS-QTD-LIN-PED
                PERFORM ESTORNAR-LINHA-PEDIDO
            END-PERFORM
            CLOSE PRODUTOS-LOG
            CLOSE MOVIMENTOS
            IF WS-PEN-ALTERADA EQUAL 'S'
                PERFORM REGRAVAR-PENDENCIAS
            END-IF
            IF WS-SUS-ALTERADO EQUAL 'S'
                PERFORM REGRAVAR-SUSPENSOS
            END-IF.

       ESTORNAR-LINHA-PEDIDO.
            MOVE 'N' TO WS-LINHA-TRATADA
            IF WS-LP-SEQ(WS-IND-LIN) > ZEROS
                PERFORM VARYING WS-IND-SUS FROM 1 BY 1
                    UNTIL WS-IND-SUS > WS-QTD-TAB-SUS
                          OR WS-LINHA-TRATADA EQUAL 'S'
                    MOVE WS-TAB-SUS-REG(WS-IND-SUS) TO REG-SUSPENSO
                    IF SUS-SEQUENCIA NUMERIC AND
                       SUS-SEQUENCIA EQUAL WS-LP-SEQ(WS-IND-LIN)
                        MOVE SPACES TO WS-TAB-SUS-REG(WS-IND-SUS)
                        MOVE 'S' TO WS-SUS-ALTERADO
                        MOVE 'S' TO WS-LINHA-TRATADA
                        ADD 1 TO WS-QTD-SUS-RETIR
                    END-IF
                END-PERFORM
                PERFORM VARYING WS-IND-PEN FROM 1 BY 1
                    UNTIL WS-IND-PEN > WS-QTD-PEND
                          OR WS-LINHA-TRATADA EQUAL 'S'
                    IF WS-PE-SEQ(WS-IND-PEN) EQUAL
                       WS-LP-SEQ(WS-IND-LIN) AND
                       WS-PE-SIT(WS-IND-PEN) EQUAL 'P'
                        MOVE 'C' TO WS-PE-SIT(WS-IND-PEN)
                        MOVE WS-DATA-HOJE TO WS-PE-DATA-ATE(WS-IND-PEN)
                        MOVE 'S' TO WS-PEN-ALTERADA
                        MOVE 'S' TO WS-LINHA-TRATADA
                        ADD 1 TO WS-QTD-PEN-CANC
                        PERFORM GRAVAR-LOG-PENDENCIA
                    END-IF
                END-PERFORM
            END-IF
            IF WS-LINHA-TRATADA EQUAL 'N'
                PERFORM GRAVAR-DEVOLUCAO
            END-IF.

       GRAVAR-DEVOLUCAO.
            MOVE WS-LP-COD(WS-IND-LIN) TO MOV-COD-PRODUTO
            MOVE 'D' TO MOV-TIPO
            MOVE WS-LP-QTDE(WS-IND-LIN) TO MOV-QUANTIDADE
            MOVE WS-DATA-HOJE TO MOV-DATA
            MOVE ZEROS TO MOV-LOCAL-ORIGEM
            MOVE WS-LP-LOCAL(WS-IND-LIN) TO MOV-LOCAL-DESTINO
            MOVE SPACES TO MOV-SINAL
            PERFORM OBTER-SEQUENCIA-MOVIMENTO
            MOVE WS-SEQUENCIA TO MOV-SEQUENCIA
            MOVE WS-ORIGEM-DOC TO MOV-ORIGEM
            MOVE WS-LP-VALOR(WS-IND-LIN) TO MOV-VALOR-UNITARIO
            MOVE SPACES TO MOV-LOTE
            MOVE SPACES TO MOV-VALIDADE
            WRITE REG-MOVIMENTO
            IF WS-FS-MOV NOT EQUAL ZEROS
                DISPLAY 'ERRO AO GRAVAR A DEVOLUCAO DO ITEM: '
                    WS-LP-COD(WS-IND-LIN)
                DISPLAY 'FILE STATUS: ' WS-FS-MOV
            ELSE
                ADD 1 TO WS-QTD-ESTORNADOS
            END-IF.

       GRAVAR-LOG-PENDENCIA.
            IF WS-FS-LOG EQUAL ZEROS
                ACCEPT WS-TS-DATA FROM DATE YYYYMMDD
                ACCEPT WS-TS-HORA FROM TIME
                MOVE WS-PE-COD(WS-IND-PEN) TO LOG-COD-PRODUTO
                MOVE 'PENDENCIA' TO LOG-CAMPO
                MOVE 'CANCELADA' TO LOG-VALOR-ANTIGO
                MOVE SPACES TO LOG-VALOR-NOVO
                STRING 'PEDIDO ' WS-ORIGEM-DOC
                    DELIMITED BY SIZE INTO LOG-VALOR-NOVO
                MOVE WS-TIMESTAMP TO LOG-DATA-HORA
                MOVE LK-OPERADOR TO LOG-OPERADOR
                WRITE REG-LOG
            END-IF.

       CARREGAR-PENDENCIAS.
            SET WS-QTD-PEND TO 0
            SET WS-FS-PEN TO 0
            OPEN INPUT PENDENCIAS
            IF WS-FS-PEN EQUAL ZEROS
                PERFORM UNTIL WS-FS-PEN NOT EQUAL ZEROS
                    READ PENDENCIAS
                        AT END
                            MOVE 10 TO WS-FS-PEN
                        NOT AT END
                            IF WS-QTD-PEND < WS-MAX-PEND
                                ADD 1 TO WS-QTD-PEND
                                MOVE REG-PENDENCIA
                                    TO WS-PEND(WS-QTD-PEND)
                            ELSE
                                DISPLAY 'AVISO - TABELA DE '
                                    'PENDENCIAS CHEIA'
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PENDENCIAS
            END-IF
            SET WS-FS-PEN TO 0.

       REGRAVAR-PENDENCIAS.
            OPEN OUTPUT PENDENCIAS
            PERFORM VARYING WS-IND-PEN FROM 1 BY 1
                UNTIL WS-IND-PEN > WS-QTD-PEND
                MOVE WS-PEND(WS-IND-PEN) TO REG-PENDENCIA
                WRITE REG-PENDENCIA
            END-PERFORM
            CLOSE PENDENCIAS.

       CARREGAR-SUSPENSOS.
            SET WS-QTD-TAB-SUS TO 0
            SET WS-FS-SUS TO 0
            OPEN INPUT SUSPENSOS
            IF WS-FS-SUS EQUAL ZEROS
                PERFORM UNTIL WS-FS-SUS NOT EQUAL ZEROS
                    READ SUSPENSOS
                        AT END
                            MOVE 10 TO WS-FS-SUS
                        NOT AT END
                            IF WS-QTD-TAB-SUS < WS-MAX-TAB-SUS
                                ADD 1 TO WS-QTD-TAB-SUS
                                MOVE REG-SUSPENSO
                                    TO WS-TAB-SUS-REG(WS-QTD-TAB-SUS)
                            ELSE
                                DISPLAY 'AVISO - TABELA DE '
                                    'SUSPENSOS CHEIA'
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE SUSPENSOS
            END-IF
            SET WS-FS-SUS TO 0.

       REGRAVAR-SUSPENSOS.
            OPEN OUTPUT SUSPENSOS
            PERFORM VARYING WS-IND-SUS FROM 1 BY 1
                UNTIL WS-IND-SUS > WS-QTD-TAB-SUS
                IF WS-TAB-SUS-REG(WS-IND-SUS) NOT EQUAL SPACES
                    MOVE WS-TAB-SUS-REG(WS-IND-SUS) TO REG-SUSPENSO
                    WRITE REG-SUSPENSO
                END-IF
            END-PERFORM
            CLOSE SUSPENSOS.

      * Devolve ao cliente o credito do que ainda esta em aberto no
      * pedido. O que ja foi pago fica para devolucao pelo
      * financeiro e e apenas avisado.
       LIBERAR-CREDITO-CLIENTE.
            MOVE ZEROS TO WS-PAGO-PEDIDO
            SET WS-EOF TO 0
            OPEN INPUT PAGAMENTOS
            IF WS-FS-PAG EQUAL ZEROS
                PERFORM UNTIL WS-EOF EQUAL 1
                    READ PAGAMENTOS
                        AT END
                            MOVE 1 TO WS-EOF
                        NOT AT END
                            IF PAG-NUMERO-PEDIDO EQUAL WS-PA-NUMERO
                                ADD PAG-VALOR TO WS-PAGO-PEDIDO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PAGAMENTOS
            END-IF
            IF WS-PAGO-PEDIDO > WS-PA-TOTAL
                MOVE ZEROS TO WS-VALOR-LIBERADO
            ELSE
                COMPUTE WS-VALOR-LIBERADO =
                    WS-PA-TOTAL - WS-PAGO-PEDIDO
            END-IF
            IF WS-PAGO-PEDIDO > ZEROS
                MOVE WS-PAGO-PEDIDO TO WS-VALOR-EDIT
                DISPLAY 'AVISO - PEDIDO COM PAGAMENTOS RECEBIDOS DE '
                    WS-VALOR-EDIT
                DISPLAY 'ENCAMINHE A DEVOLUCAO AO FINANCEIRO'
            END-IF
            SET WS-FS-CLI TO 0
            OPEN I-O CLIENTES
            IF WS-FS-CLI NOT EQUAL ZEROS
                DISPLAY 'ERRO - ARQUIVO DE CLIENTES NAO ENCONTRADO'
                DISPLAY 'FILE STATUS: ' WS-FS-CLI
            ELSE
                MOVE WS-PA-COD-CLIENTE TO CLI-CODIGO
                READ CLIENTES
                    INVALID KEY
                        DISPLAY 'ERRO - CLIENTE NAO ENCONTRADO PARA '
                            'LIBERAR O CREDITO: ' WS-PA-COD-CLIENTE
                    NOT INVALID KEY
                        IF CLI-SALDO-DEVEDOR < WS-VALOR-LIBERADO
                            MOVE ZEROS TO CLI-SALDO-DEVEDOR
                        ELSE
                            SUBTRACT WS-VALOR-LIBERADO
                                FROM CLI-SALDO-DEVEDOR
                        END-IF
                        REWRITE REG-CLIENTE
                        IF WS-FS-CLI NOT EQUAL ZEROS
                            DISPLAY 'ERRO AO ATUALIZAR O SALDO DO '
                                'CLIENTE: ' WS-PA-COD-CLIENTE
                            DISPLAY 'FILE STATUS: ' WS-FS-CLI
                        END-IF
                END-READ
                CLOSE CLIENTES
            END-IF.

      * O indice e copiado para o arquivo de trabalho com o pedido
      * marcado 'C' e copiado de volta.
       MARCAR-PEDIDO-CANCELADO.
            SET WS-EOF TO 0
            OPEN INPUT PEDIDOS-INDICE
            OPEN OUTPUT INDICE-TRABALHO
            PERFORM UNTIL WS-EOF EQUAL 1
                READ PEDIDOS-INDICE
                    AT END
                        MOVE 1 TO WS-EOF
                    NOT AT END
                        IF IDX-NUMERO EQUAL WS-PA-NUMERO
                            MOVE 'C' TO IDX-SITUACAO
                            MOVE WS-DATA-HOJE TO IDX-DATA-CANCELAMENTO
                        END-IF
                        MOVE REG-INDICE-PEDIDO TO REG-INDICE-TRABALHO
                        WRITE REG-INDICE-TRABALHO
                END-READ
            END-PERFORM
            CLOSE PEDIDOS-INDICE
            CLOSE INDICE-TRABALHO
            SET WS-EOF TO 0
            OPEN INPUT INDICE-TRABALHO
            OPEN OUTPUT PEDIDOS-INDICE
            PERFORM UNTIL WS-EOF EQUAL 1
                READ INDICE-TRABALHO
                    AT END
                        MOVE 1 TO WS-EOF
                    NOT AT END
                        MOVE REG-INDICE-TRABALHO TO REG-INDICE-PEDIDO
                        WRITE REG-INDICE-PEDIDO
                END-READ
            END-PERFORM
            CLOSE PEDIDOS-INDICE
            CLOSE INDICE-TRABALHO.

       GRAVAR-CANCELAMENTO.
            OPEN EXTEND CANCELAMENTOS-PEDIDO
            IF WS-FS-CAN EQUAL 35 THEN
                OPEN OUTPUT CANCELAMENTOS-PEDIDO
            END-IF
            IF WS-FS-CAN NOT EQUAL ZEROS
                DISPLAY 'AVISO - LOG DE CANCELAMENTOS INDISPONIVEL'
                DISPLAY 'FILE STATUS: ' WS-FS-CAN
            ELSE
                MOVE WS-PA-NUMERO TO CAN-NUMERO-PEDIDO
                MOVE WS-PA-COD-CLIENTE TO CAN-COD-CLIENTE
                ACCEPT CAN-DATA FROM DATE YYYYMMDD
                ACCEPT CAN-HORA FROM TIME
                MOVE LK-OPERADOR TO CAN-OPERADOR
                IF WS-PENDENTE-BATCH EQUAL 'S'
                    MOVE 'D' TO CAN-TRATAMENTO
                ELSE
                    MOVE 'E' TO CAN-TRATAMENTO
                END-IF
                MOVE WS-QTD-LIN-PED TO CAN-QTD-LINHAS
                MOVE WS-VALOR-LIBERADO TO CAN-VALOR-LIBERADO
                MOVE WS-MOTIVO TO CAN-MOTIVO
                WRITE REG-CANCELAMENTO
                CLOSE CANCELAMENTOS-PEDIDO
            END-IF.

      * Numero unico de movimento, tirado do arquivo de controle de
      * sequencia como no pedido de vendas.
       OBTER-SEQUENCIA-MOVIMENTO.
            SET WS-SEQUENCIA TO 0
            OPEN INPUT CONTROLE-SEQUENCIA
            IF WS-FS-SEQ EQUAL ZEROS
                READ CONTROLE-SEQUENCIA
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE SEQ-ULTIMA TO WS-SEQUENCIA
                END-READ
                CLOSE CONTROLE-SEQUENCIA
            END-IF
            ADD 1 TO WS-SEQUENCIA
            OPEN OUTPUT CONTROLE-SEQUENCIA
            MOVE WS-SEQUENCIA TO SEQ-ULTIMA
            WRITE REG-CONTROLE-SEQUENCIA
            CLOSE CONTROLE-SEQUENCIA.

      * Interlock com os jobs batch de estoque: o cancelamento mexe
      * em movimentos, pendencias e suspensos e so roda com a trava
      * livre, segurando a trava 'O' enquanto trabalha.
       OBTER-TRAVA-ONLINE.
            MOVE 'N' TO WS-TRAVA-LIVRE
            OPEN INPUT TRAVA-ESTOQUE
            IF WS-FS-TRV NOT EQUAL ZEROS
                MOVE 'S' TO WS-TRAVA-LIVRE
            ELSE
                READ TRAVA-ESTOQUE
                    AT END
                        MOVE 'S' TO WS-TRAVA-LIVRE
                    NOT AT END
                        DISPLAY 'ARQUIVO DE PRODUTOS EM USO'
                        DISPLAY 'TRAVA ' TRAVA-TIPO ' DE '
                            TRAVA-OPERADOR ' DESDE ' TRAVA-DATA
                            ' ' TRAVA-HORA
                END-READ
                CLOSE TRAVA-ESTOQUE
            END-IF
            IF WS-TRAVA-LIVRE EQUAL 'S'
                OPEN OUTPUT TRAVA-ESTOQUE
                MOVE 'O' TO TRAVA-TIPO
                MOVE LK-OPERADOR TO TRAVA-OPERADOR
                ACCEPT TRAVA-DATA FROM DATE YYYYMMDD
                ACCEPT TRAVA-HORA FROM TIME
                WRITE REG-TRAVA
                CLOSE TRAVA-ESTOQUE
            END-IF.

       LIBERAR-TRAVA-ONLINE.
            OPEN OUTPUT TRAVA-ESTOQUE
            CLOSE TRAVA-ESTOQUE.
       END PROGRAM PROGRAMA_CONSULTA_PEDIDOS.
