               WS-CHECKPOINT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CKP.
           SELECT RESERVAS ASSIGN TO
               WS-RESERVAS-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS RES-CHAVE
           FILE STATUS IS WS-FS-RES.
           SELECT CUSTOS-PRODUTOS ASSIGN TO
               WS-CUSTOS-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CST-COD-PRODUTO
           FILE STATUS IS WS-FS-CST.
           SELECT LOTES ASSIGN TO
               WS-LOTES-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LOT-CHAVE
           FILE STATUS IS WS-FS-LOT.
       DATA DIVISION.
       FILE SECTION.
       FD PRODUTOS.
          03 CKP-IGNORADOS         PIC 9(05).
          03 CKP-DATA-INICIO       PIC X(08).
          03 CKP-DATA-FIM          PIC X(08).
       FD RESERVAS.
           COPY REGRESV.
       FD CUSTOS-PRODUTOS.
           COPY REGCUSTO.
       FD LOTES.
           COPY REGLOTE.
       WORKING-STORAGE SECTION.
       77 WS-JOBCTL-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\controle_jobs.txt'.
       77 WS-ESTLOC-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\estoque_locais.txt'.
       77 WS-FS-ESL         PIC 99.
       77 WS-RESERVAS-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\reservas.txt'.
       77 WS-FS-RES         PIC 99.
       77 WS-RESERVAS-ABERTAS PIC X(01) VALUE 'N'.
       77 WS-QTD-RES-LIBERADAS PIC 9(05) VALUE 0.
       77 WS-CUSTOS-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\custos_produtos.txt'.
       77 WS-FS-CST         PIC 99.
       77 WS-CUSTOS-ABERTOS PIC X(01) VALUE 'N'.
       77 WS-QTD-CUSTOS-ATUAL PIC 9(05) VALUE 0.
       77 WS-VALOR-CUSTO-ESTOQUE PIC 9(16)V9999.
       77 WS-LOTES-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\lotes.txt'.
       77 WS-FS-LOT         PIC 99.
       77 WS-LOTES-ABERTOS  PIC X(01) VALUE 'N'.
       77 WS-QTD-LOTES-ATUAL PIC 9(05) VALUE 0.
       77 WS-LOTE-ORIGEM    PIC 9(02).
       77 WS-LOTE-DESTINO   PIC 9(02).
       77 WS-LOTE-ALVO      PIC X(12).
       77 WS-LOTE-VALIDADE  PIC X(08).
       77 WS-LOTE-QTD       PIC 9(09).
       77 WS-LOTE-A-CONSUMIR PIC 9(09).
       77 WS-LOTE-TRANSFERE PIC X(01) VALUE 'N'.
       77 WS-FIM-LOTES      PIC X(01).
       77 WS-QTD-LT         PIC 9(03) VALUE 0.
       77 WS-MAX-LT         PIC 9(03) VALUE 200.
       77 WS-IND-LT         PIC 9(03).
       77 WS-IND-LT2        PIC 9(03).
       77 WS-TROCOU         PIC X(01).
       77 WS-LOCAL-ALVO     PIC 9(02).
       77 WS-QTD-LOCAL      PIC 9(09).
       77 WS-LOCAL-EDIT     PIC X(20).
       01 WS-MOVIMENTO.
           COPY REGMOV REPLACING LEADING ==MOV== BY ==WS-MOV==.
       01 WS-TAB-SUSPENSOS.
          03 WS-TAB-SUS-REG OCCURS 1000 TIMES PIC X(87).
       01 WS-TAB-PENDENCIAS.
          03 WS-PEND OCCURS 1000 TIMES.
             05 WS-PEN-COD         PIC 9(06).
             05 WS-PEN-SIT         PIC X(01).
             05 WS-PEN-DATA-ATE    PIC X(08).
             05 WS-PEN-SEQ         PIC 9(09).
      * Lotes do produto no local, em ordem de validade, para a
      * baixa "primeiro que vence, primeiro que sai".
       01 WS-TAB-LOTES.
          03 WS-LT OCCURS 200 TIMES.
             05 WS-LT-NUMERO       PIC X(12).
             05 WS-LT-VALIDADE     PIC X(08).
             05 WS-LT-QUANTIDADE   PIC 9(09).
       01 WS-LOTE-TROCA.
          03 FILLER                PIC X(12).
          03 FILLER                PIC X(08).
          03 FILLER                PIC 9(09).
       01 WS-TIMESTAMP.
          03 WS-TS-DATA        PIC X(08).
          03 WS-TS-HORA        PIC X(06).
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'ESTOQUE_LOCAIS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-ESTLOC-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'RESERVAS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-RESERVAS-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'CUSTOS_PRODUTOS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-CUSTOS-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'LOTES_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-LOTES-PATH
            END-IF.

       PROCESSAR-MOVIMENTOS.
                        OPEN OUTPUT SUSPENSOS
                    END-IF
                    PERFORM ABRIR-ESTOQUE-LOCAIS
                    PERFORM ABRIR-RESERVAS
                    PERFORM ABRIR-CUSTOS
                    PERFORM ABRIR-LOTES
                    PERFORM CARREGAR-PENDENCIAS
                    PERFORM UNTIL WS-EOF EQUAL 1
                        READ MOVIMENTOS-ORD
                    END-IF
                    PERFORM REGRAVAR-PENDENCIAS
                    PERFORM EXIBIR-RESUMO-PENDENCIAS
                    DISPLAY 'RESERVAS LIBERADAS: '
                        WS-QTD-RES-LIBERADAS
                    DISPLAY 'CUSTOS MEDIOS ATUALIZADOS: '
                        WS-QTD-CUSTOS-ATUAL
                    DISPLAY 'SALDOS DE LOTE ATUALIZADOS: '
                        WS-QTD-LOTES-ATUAL
                    PERFORM APAGAR-CHECKPOINT
                    IF WS-RESERVAS-ABERTAS EQUAL 'S'
                        CLOSE RESERVAS
                    END-IF
                    IF WS-CUSTOS-ABERTOS EQUAL 'S'
                        CLOSE CUSTOS-PRODUTOS
                    END-IF
                    IF WS-LOTES-ABERTOS EQUAL 'S'
                        CLOSE LOTES
                    END-IF
                    CLOSE ESTOQUE-LOCAIS
                    CLOSE PRODUTOS
                    CLOSE PRODUTOS-LOG
                    END-IF
                    SET WS-QTD-TAB-SUS TO 0
                    PERFORM ABRIR-ESTOQUE-LOCAIS
                    PERFORM ABRIR-CUSTOS
                    PERFORM ABRIR-LOTES
                    PERFORM CARREGAR-PENDENCIAS
                    PERFORM UNTIL WS-EOF EQUAL 1
                        READ SUSPENSOS
                                MOVE SUS-SEQUENCIA
                                    TO WS-MOV-SEQUENCIA
                                MOVE SUS-ORIGEM TO WS-MOV-ORIGEM
                                MOVE SUS-VALOR-UNITARIO
                                    TO WS-MOV-VALOR-UNITARIO
                                MOVE SUS-LOTE TO WS-MOV-LOTE
                                MOVE SUS-VALIDADE TO WS-MOV-VALIDADE
                                PERFORM APLICAR-MOVIMENTO-DO-DIA
                        END-READ
                    END-PERFORM
                    DISPLAY 'MOVIMENTOS AINDA SUSPENSOS: '
                        WS-QTD-SUSPENSOS
                    PERFORM EXIBIR-RESUMO-PENDENCIAS
                    DISPLAY 'CUSTOS MEDIOS ATUALIZADOS: '
                        WS-QTD-CUSTOS-ATUAL
                    DISPLAY 'SALDOS DE LOTE ATUALIZADOS: '
                        WS-QTD-LOTES-ATUAL
                    IF WS-CUSTOS-ABERTOS EQUAL 'S'
                        CLOSE CUSTOS-PRODUTOS
                    END-IF
                    IF WS-LOTES-ABERTOS EQUAL 'S'
                        CLOSE LOTES
                    END-IF
                    CLOSE ESTOQUE-LOCAIS
                    CLOSE PRODUTOS
                    CLOSE PRODUTOS-LOG

       APLICAR-MOVIMENTO-DO-DIA.
            PERFORM AJUSTAR-LOCAIS-MOVIMENTO
            IF WS-RESERVAS-ABERTAS EQUAL 'S' AND
               WS-MOV-TIPO EQUAL 'S' AND
               WS-MOV-ORIGEM(1:3) EQUAL 'PED'
                PERFORM LIBERAR-RESERVA
            END-IF
            MOVE WS-MOV-COD-PRODUTO TO COD-PRODUTO
            READ PRODUTOS
                INVALID KEY
            IF WS-MOV-LOCAL-DESTINO NOT NUMERIC
                MOVE ZEROS TO WS-MOV-LOCAL-DESTINO
            END-IF
            IF WS-MOV-VALOR-UNITARIO NOT NUMERIC
                MOVE ZEROS TO WS-MOV-VALOR-UNITARIO
            END-IF
            IF WS-MOV-TIPO EQUAL 'E' AND
               WS-MOV-LOCAL-DESTINO EQUAL ZEROS
                MOVE 01 TO WS-MOV-LOCAL-DESTINO
                    PERFORM ATUALIZAR-LOCAL-SAIDA
                    MOVE WS-MOV-LOCAL-DESTINO TO WS-LOCAL-ALVO
                    PERFORM ATUALIZAR-LOCAL-ENTRADA
                    IF WS-LOTES-ABERTOS EQUAL 'S'
                        PERFORM TRANSFERIR-LOTES
                    END-IF
                    ADD 1 TO WS-QTD-PROCESSADOS
                    PERFORM GRAVAR-LOG-TRANSFERENCIA
                END-IF
                PERFORM GRAVAR-LOG-MOVIMENTO
                ADD 1 TO WS-QTD-PROCESSADOS
                PERFORM ATUALIZAR-SALDO-LOCAL
                IF WS-LOTES-ABERTOS EQUAL 'S'
                    PERFORM ATUALIZAR-LOTES-MOVIMENTO
                END-IF
                IF WS-MOV-TIPO EQUAL 'E' AND
                   WS-MOV-VALOR-UNITARIO > ZEROS AND
                   WS-CUSTOS-ABERTOS EQUAL 'S'
                    PERFORM ATUALIZAR-CUSTO-MEDIO
                END-IF
                IF WS-MOV-TIPO EQUAL 'E' OR
                   WS-MOV-TIPO EQUAL 'D' OR
                   (WS-MOV-TIPO EQUAL 'A' AND
                MOVE 02 TO WS-LOCAL-ALVO
                MOVE WS-PEN-QTDE(WS-IND-PEN) TO WS-QTD-LOCAL
                PERFORM ATUALIZAR-LOCAL-SAIDA
                IF WS-LOTES-ABERTOS EQUAL 'S'
                    MOVE 02 TO WS-LOTE-ORIGEM
                    MOVE WS-PEN-QTDE(WS-IND-PEN) TO WS-LOTE-A-CONSUMIR
                    MOVE 'N' TO WS-LOTE-TRANSFERE
                    PERFORM CONSUMIR-LOTES-FEFO
                END-IF
                PERFORM GRAVAR-LOG-MOVIMENTO
                DISPLAY 'PENDENCIA ATENDIDA - PRODUTO: '
                    COD-PRODUTO ' QTDE: ' WS-PEN-QTDE(WS-IND-PEN)
            MOVE WS-MOV-SINAL TO SUS-SINAL
            MOVE WS-MOV-SEQUENCIA TO SUS-SEQUENCIA
            MOVE WS-MOV-ORIGEM TO SUS-ORIGEM
            MOVE WS-MOV-VALOR-UNITARIO TO SUS-VALOR-UNITARIO
            MOVE WS-MOV-LOTE TO SUS-LOTE
            MOVE WS-MOV-VALIDADE TO SUS-VALIDADE
            MOVE WS-MOTIVO-REJEICAO TO SUS-MOTIVO
            MOVE WS-DATA-PROCESSAMENTO TO SUS-DATA-PROCESSO
            IF WS-MODO-EXECUCAO EQUAL 'R' OR WS-MODO-EXECUCAO = 'r'
                DISPLAY 'FILE STATUS: ' WS-FS-ESL
            END-IF.

      * Saldo por lote: a entrada com lote soma ao lote no local de
      * destino; a saida com lote informado (baixa de lote vencido)
      * tira daquele lote; a saida sem lote consome os lotes do local
      * pela ordem de validade. Como o saldo por local, o lote e um
      * desdobramento: falta de saldo no lote gera aviso, sem
      * bloquear o movimento ja aplicado ao estoque total.
       ATUALIZAR-LOTES-MOVIMENTO.
            MOVE 'N' TO WS-LOTE-TRANSFERE
            EVALUATE WS-MOV-TIPO
                WHEN 'E'
                WHEN 'D'
                    PERFORM ENTRAR-LOTE-MOVIMENTO
                WHEN 'S'
                WHEN 'R'
                    PERFORM BAIXAR-LOTES-MOVIMENTO
                WHEN 'A'
                    IF WS-MOV-SINAL EQUAL '-'
                        PERFORM BAIXAR-LOTES-MOVIMENTO
                    ELSE
                        PERFORM ENTRAR-LOTE-MOVIMENTO
                    END-IF
            END-EVALUATE.

       ENTRAR-LOTE-MOVIMENTO.
            IF WS-MOV-LOTE NOT EQUAL SPACES
                MOVE WS-MOV-LOCAL-DESTINO TO WS-LOTE-DESTINO
                MOVE WS-MOV-LOTE TO WS-LOTE-ALVO
                MOVE WS-MOV-VALIDADE TO WS-LOTE-VALIDADE
                MOVE WS-MOV-QUANTIDADE TO WS-LOTE-QTD
                PERFORM ENTRAR-LOTE
            END-IF.

       BAIXAR-LOTES-MOVIMENTO.
            MOVE WS-MOV-LOCAL-ORIGEM TO WS-LOTE-ORIGEM
            IF WS-MOV-LOTE NOT EQUAL SPACES
                MOVE WS-MOV-LOTE TO WS-LOTE-ALVO
                MOVE WS-MOV-QUANTIDADE TO WS-LOTE-QTD
                PERFORM RETIRAR-DO-LOTE
            ELSE
                MOVE WS-MOV-QUANTIDADE TO WS-LOTE-A-CONSUMIR
                PERFORM CONSUMIR-LOTES-FEFO
            END-IF.

      * A transferencia leva os lotes do local de origem para o de
      * destino pela mesma ordem de validade, mantendo numero e
      * validade de cada lote.
       TRANSFERIR-LOTES.
            MOVE WS-MOV-LOCAL-ORIGEM TO WS-LOTE-ORIGEM
            MOVE WS-MOV-LOCAL-DESTINO TO WS-LOTE-DESTINO
            MOVE WS-MOV-QUANTIDADE TO WS-LOTE-A-CONSUMIR
            MOVE 'S' TO WS-LOTE-TRANSFERE
            PERFORM CONSUMIR-LOTES-FEFO
            MOVE 'N' TO WS-LOTE-TRANSFERE.

       CONSUMIR-LOTES-FEFO.
            PERFORM CARREGAR-LOTES-LOCAL
            PERFORM VARYING WS-IND-LT FROM 1 BY 1
                UNTIL WS-IND-LT > WS-QTD-LT
                      OR WS-LOTE-A-CONSUMIR EQUAL ZEROS
                IF WS-LT-QUANTIDADE(WS-IND-LT) > WS-LOTE-A-CONSUMIR
                    MOVE WS-LOTE-A-CONSUMIR TO WS-LOTE-QTD
                ELSE
                    MOVE WS-LT-QUANTIDADE(WS-IND-LT) TO WS-LOTE-QTD
                END-IF
                SUBTRACT WS-LOTE-QTD FROM WS-LOTE-A-CONSUMIR
                MOVE WS-LT-NUMERO(WS-IND-LT) TO WS-LOTE-ALVO
                PERFORM RETIRAR-DO-LOTE
            END-PERFORM
            IF WS-LOTE-A-CONSUMIR > ZEROS AND WS-QTD-LT > ZEROS
                DISPLAY 'AVISO - SALDO DOS LOTES DO LOCAL '
                    WS-LOTE-ORIGEM ' INSUFICIENTE - PRODUTO: '
                    COD-PRODUTO
            END-IF.

       CARREGAR-LOTES-LOCAL.
            SET WS-QTD-LT TO 0
            MOVE COD-PRODUTO TO LOT-COD-PRODUTO
            MOVE WS-LOTE-ORIGEM TO LOT-LOCAL
            MOVE LOW-VALUES TO LOT-NUMERO
            MOVE 'N' TO WS-FIM-LOTES
            START LOTES KEY IS NOT LESS THAN LOT-CHAVE
                INVALID KEY
                    MOVE 'S' TO WS-FIM-LOTES
            END-START
            PERFORM UNTIL WS-FIM-LOTES EQUAL 'S'
                READ LOTES NEXT RECORD
                    AT END
                        MOVE 'S' TO WS-FIM-LOTES
                    NOT AT END
                        IF LOT-COD-PRODUTO NOT EQUAL COD-PRODUTO OR
                           LOT-LOCAL NOT EQUAL WS-LOTE-ORIGEM
                            MOVE 'S' TO WS-FIM-LOTES
                        ELSE
                            IF WS-QTD-LT < WS-MAX-LT
                                ADD 1 TO WS-QTD-LT
                                MOVE LOT-NUMERO
                                    TO WS-LT-NUMERO(WS-QTD-LT)
                                MOVE LOT-VALIDADE
                                    TO WS-LT-VALIDADE(WS-QTD-LT)
                                MOVE LOT-QUANTIDADE
                                    TO WS-LT-QUANTIDADE(WS-QTD-LT)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            SET WS-FS-LOT TO 0
            MOVE 'S' TO WS-TROCOU
            PERFORM UNTIL WS-TROCOU EQUAL 'N'
                MOVE 'N' TO WS-TROCOU
                PERFORM VARYING WS-IND-LT FROM 1 BY 1
                    UNTIL WS-IND-LT >= WS-QTD-LT
                    COMPUTE WS-IND-LT2 = WS-IND-LT + 1
                    IF WS-LT-VALIDADE(WS-IND-LT) >
                       WS-LT-VALIDADE(WS-IND-LT2)
                        MOVE WS-LT(WS-IND-LT) TO WS-LOTE-TROCA
                        MOVE WS-LT(WS-IND-LT2) TO WS-LT(WS-IND-LT)
                        MOVE WS-LOTE-TROCA TO WS-LT(WS-IND-LT2)
                        MOVE 'S' TO WS-TROCOU
                    END-IF
                END-PERFORM
            END-PERFORM.

      * Tira WS-LOTE-QTD do lote WS-LOTE-ALVO no local de origem.
      * O lote zerado e excluido. Na transferencia a quantidade
      * retirada entra no mesmo lote no local de destino.
       RETIRAR-DO-LOTE.
            MOVE COD-PRODUTO TO LOT-COD-PRODUTO
            MOVE WS-LOTE-ORIGEM TO LOT-LOCAL
            MOVE WS-LOTE-ALVO TO LOT-NUMERO
            READ LOTES
                INVALID KEY
                    DISPLAY 'AVISO - LOTE ' WS-LOTE-ALVO
                        ' NAO ENCONTRADO NO LOCAL ' WS-LOTE-ORIGEM
                        ' - PRODUTO: ' COD-PRODUTO
                    MOVE ZEROS TO WS-LOTE-QTD
                    SET WS-FS-LOT TO 0
                NOT INVALID KEY
                    MOVE LOT-VALIDADE TO WS-LOTE-VALIDADE
                    IF WS-LOTE-QTD < LOT-QUANTIDADE
                        SUBTRACT WS-LOTE-QTD FROM LOT-QUANTIDADE
                        REWRITE REG-LOTE
                    ELSE
                        IF WS-LOTE-QTD > LOT-QUANTIDADE
                            DISPLAY 'AVISO - SALDO DO LOTE '
                                WS-LOTE-ALVO ' ZERADO PARA O '
                                'PRODUTO: ' COD-PRODUTO
                            MOVE LOT-QUANTIDADE TO WS-LOTE-QTD
                        END-IF
                        DELETE LOTES
                    END-IF
                    IF WS-FS-LOT NOT EQUAL ZEROS
                        DISPLAY 'AVISO - ERRO AO ATUALIZAR O LOTE '
                            WS-LOTE-ALVO ' DO PRODUTO: ' COD-PRODUTO
                        DISPLAY 'FILE STATUS: ' WS-FS-LOT
                        SET WS-FS-LOT TO 0
                    ELSE
                        ADD 1 TO WS-QTD-LOTES-ATUAL
                        IF WS-LOTE-TRANSFERE EQUAL 'S'
                            PERFORM ENTRAR-LOTE
                        END-IF
                    END-IF
            END-READ.

       ENTRAR-LOTE.
            MOVE COD-PRODUTO TO LOT-COD-PRODUTO
            MOVE WS-LOTE-DESTINO TO LOT-LOCAL
            MOVE WS-LOTE-ALVO TO LOT-NUMERO
            READ LOTES
                INVALID KEY
                    MOVE COD-PRODUTO TO LOT-COD-PRODUTO
                    MOVE WS-LOTE-DESTINO TO LOT-LOCAL
                    MOVE WS-LOTE-ALVO TO LOT-NUMERO
                    MOVE WS-LOTE-VALIDADE TO LOT-VALIDADE
                    MOVE WS-LOTE-QTD TO LOT-QUANTIDADE
                    MOVE WS-DATA-PROCESSAMENTO TO LOT-DATA-ENTRADA
                    WRITE REG-LOTE
                NOT INVALID KEY
                    ADD WS-LOTE-QTD TO LOT-QUANTIDADE
                    IF LOT-VALIDADE EQUAL SPACES
                        MOVE WS-LOTE-VALIDADE TO LOT-VALIDADE
                    END-IF
                    REWRITE REG-LOTE
            END-READ
            IF WS-FS-LOT NOT EQUAL ZEROS
                DISPLAY 'AVISO - ERRO AO ATUALIZAR O LOTE '
                    WS-LOTE-ALVO ' DO PRODUTO: ' COD-PRODUTO
                DISPLAY 'FILE STATUS: ' WS-FS-LOT
                SET WS-FS-LOT TO 0
            ELSE
                ADD 1 TO WS-QTD-LOTES-ATUAL
            END-IF.

       ABRIR-LOTES.
            MOVE 'N' TO WS-LOTES-ABERTOS
            SET WS-FS-LOT TO 0
            OPEN I-O LOTES
            IF WS-FS-LOT EQUAL 35
                OPEN OUTPUT LOTES
                CLOSE LOTES
                OPEN I-O LOTES
            END-IF
            IF WS-FS-LOT EQUAL ZEROS
                MOVE 'S' TO WS-LOTES-ABERTOS
            ELSE
                DISPLAY 'AVISO - ARQUIVO DE LOTES INDISPONIVEL'
                DISPLAY 'FILE STATUS: ' WS-FS-LOT
            END-IF
            SET WS-FS-LOT TO 0.

       ABRIR-CUSTOS.
            MOVE 'N' TO WS-CUSTOS-ABERTOS
            SET WS-FS-CST TO 0
            OPEN I-O CUSTOS-PRODUTOS
            IF WS-FS-CST EQUAL 35
                OPEN OUTPUT CUSTOS-PRODUTOS
                CLOSE CUSTOS-PRODUTOS
                OPEN I-O CUSTOS-PRODUTOS
            END-IF
            IF WS-FS-CST EQUAL ZEROS
                MOVE 'S' TO WS-CUSTOS-ABERTOS
            ELSE
                DISPLAY 'AVISO - ARQUIVO DE CUSTOS INDISPONIVEL'
                DISPLAY 'FILE STATUS: ' WS-FS-CST
            END-IF
            SET WS-FS-CST TO 0.

      * Custo medio ponderado: o estoque anterior entra pelo custo
      * medio vigente e a quantidade recebida pelo custo unitario da
      * entrada. Sem registro de custo o produto assume o custo da
      * primeira entrada. Entradas sem custo nao alteram a media.
       ATUALIZAR-CUSTO-MEDIO.
            MOVE COD-PRODUTO TO CST-COD-PRODUTO
            READ CUSTOS-PRODUTOS
                INVALID KEY
                    MOVE COD-PRODUTO TO CST-COD-PRODUTO
                    MOVE WS-MOV-VALOR-UNITARIO TO CST-CUSTO-MEDIO
                    MOVE WS-MOV-VALOR-UNITARIO TO CST-ULTIMO-CUSTO
                    MOVE WS-MOV-DATA TO CST-DATA-ULTIMA-ENTRADA
                    WRITE REG-CUSTO
                NOT INVALID KEY
                    COMPUTE WS-VALOR-CUSTO-ESTOQUE =
                        WS-OLD-ESTOQUE * CST-CUSTO-MEDIO
                        + WS-MOV-QUANTIDADE * WS-MOV-VALOR-UNITARIO
                    COMPUTE CST-CUSTO-MEDIO ROUNDED =
                        WS-VALOR-CUSTO-ESTOQUE /
                        (WS-OLD-ESTOQUE + WS-MOV-QUANTIDADE)
                    MOVE WS-MOV-VALOR-UNITARIO TO CST-ULTIMO-CUSTO
                    MOVE WS-MOV-DATA TO CST-DATA-ULTIMA-ENTRADA
                    REWRITE REG-CUSTO
            END-READ
            IF WS-FS-CST NOT EQUAL ZEROS
                DISPLAY 'AVISO - ERRO AO ATUALIZAR O CUSTO MEDIO DO '
                    'PRODUTO: ' COD-PRODUTO
                DISPLAY 'FILE STATUS: ' WS-FS-CST
                SET WS-FS-CST TO 0
            ELSE
                ADD 1 TO WS-QTD-CUSTOS-ATUAL
            END-IF.

      * A saida de um pedido de vendas deixa de estar reservada no
      * momento em que o processamento a trata: baixada, ela ja saiu
      * do saldo; sem estoque, passa a contar como pendencia; com erro
      * de dados, vai a suspensos e nao e mais uma venda a baixar.
      * O reprocesso de suspensos nao abre as reservas, porque a
      * saida suspensa ja foi liberada na primeira passagem.
       ABRIR-RESERVAS.
            MOVE 'N' TO WS-RESERVAS-ABERTAS
            SET WS-FS-RES TO 0
            OPEN I-O RESERVAS
            IF WS-FS-RES EQUAL ZEROS
                MOVE 'S' TO WS-RESERVAS-ABERTAS
            ELSE
                IF WS-FS-RES NOT EQUAL 35
                    DISPLAY 'AVISO - ARQUIVO DE RESERVAS INDISPONIVEL'
                    DISPLAY 'FILE STATUS: ' WS-FS-RES
                END-IF
            END-IF
            SET WS-FS-RES TO 0.

       LIBERAR-RESERVA.
            MOVE WS-MOV-COD-PRODUTO TO RES-COD-PRODUTO
            MOVE WS-MOV-LOCAL-ORIGEM TO RES-LOCAL
            READ RESERVAS
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF WS-MOV-QUANTIDADE > RES-QUANTIDADE
                        MOVE ZEROS TO RES-QUANTIDADE
                    ELSE
                        SUBTRACT WS-MOV-QUANTIDADE FROM RES-QUANTIDADE
                    END-IF
                    MOVE WS-DATA-PROCESSAMENTO TO RES-DATA-ATUALIZACAO
                    REWRITE REG-RESERVA
                    IF WS-FS-RES NOT EQUAL ZEROS
                        DISPLAY 'AVISO - ERRO AO LIBERAR A RESERVA DO '
                            'PRODUTO: ' WS-MOV-COD-PRODUTO
                        DISPLAY 'FILE STATUS: ' WS-FS-RES
                        SET WS-FS-RES TO 0
                    ELSE
                        ADD 1 TO WS-QTD-RES-LIBERADAS
                    END-IF
            END-READ.

      * Controle de execucao dos jobs batch: registro de partida e de
      * encerramento no arquivo lido pelo painel de jobs.
       INICIAR-CONTROLE-JOB.
