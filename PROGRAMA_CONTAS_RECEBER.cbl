      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA_CONTAS_RECEBER IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO
               WS-CLIENTES-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CLI-CODIGO
           FILE STATUS IS WS-FS-CLI.
           SELECT PEDIDOS-INDICE ASSIGN TO
               WS-INDICE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-IDX.
           SELECT PAGAMENTOS ASSIGN TO
               WS-PAGAMENTOS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PAG.
           SELECT RELATORIO ASSIGN TO
               WS-RELATORIO-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RPT.
           SELECT EXTRATO ASSIGN TO
               WS-EXTRATO-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-EXT.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           COPY REGCLI.
       FD PEDIDOS-INDICE.
           COPY REGIDXP.
       FD PAGAMENTOS.
           COPY REGPAG.
       FD RELATORIO.
       01 LINHA-RELATORIO           PIC X(80).
       FD EXTRATO.
       01 LINHA-EXTRATO             PIC X(90).
       WORKING-STORAGE SECTION.
       77 WS-CLIENTES-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\clientes.txt'.
       77 WS-INDICE-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\pedidos_indice.txt'.
       77 WS-PAGAMENTOS-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\pagamentos.txt'.
       77 WS-RELATORIO-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\contas_receber.txt'.
       77 WS-EXTRATO-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\extrato_cliente.txt'.
       77 WS-ENV-PATH      PIC X(100).
       77 WS-FS-CLI        PIC 99.
       77 WS-FS-IDX        PIC 99.
       77 WS-FS-PAG        PIC 99.
       77 WS-FS-RPT        PIC 99.
       77 WS-FS-EXT        PIC 99.
       77 WS-EOF           PIC 99.
       77 WS-SN            PIC X(01).
       77 WS-ACAO          PIC X(01).
       77 WS-OPERADOR      PIC X(10).
       77 WS-DATA-HOJE     PIC X(08).
       77 WS-DATA-NUM      PIC 9(08).
       77 WS-DIA-HOJE      PIC 9(08).
       77 WS-DIAS-ATRASO   PIC 9(05).
       77 WS-COD-CLIENTE   PIC 9(04).
       77 WS-NUMERO-PEDIDO PIC 9(06).
       77 WS-ACHOU-PEDIDO  PIC X(01).
       77 WS-SITUACAO-PEDIDO PIC X(01).
       77 WS-TOTAL-PEDIDO  PIC 9(14)V99.
       77 WS-PAGO-PEDIDO   PIC 9(14)V99.
       77 WS-ABERTO-PEDIDO PIC 9(14)V99.
       77 WS-VALOR-PAGO    PIC 9(09)V99.
       77 WS-DOCUMENTO     PIC X(10).
       77 WS-VALOR-EDIT    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WS-QTD-PAGOS     PIC 9(04) VALUE 0.
       77 WS-MAX-PAGOS     PIC 9(04) VALUE 2000.
       77 WS-QTD-CLI       PIC 9(04) VALUE 0.
       77 WS-MAX-CLI       PIC 9(04) VALUE 1000.
       77 WS-IND           PIC 9(04).
       77 WS-IND-ACHADO    PIC 9(04).
       77 WS-FAIXA         PIC 9(01).
       77 WS-QTD-ABERTOS   PIC 9(05) VALUE 0.
       77 WS-TOTAL-ABERTO  PIC 9(14)V99 VALUE 0.
       77 WS-TOTAL-PAGO-CLI PIC 9(14)V99 VALUE 0.

      * Total ja pago por pedido, somado do arquivo de pagamentos.
       01 WS-TAB-PAGOS.
          03 WS-PAGO OCCURS 2000 TIMES.
             05 WS-PG-NUMERO       PIC 9(06).
             05 WS-PG-VALOR        PIC 9(14)V99.

      * Saldo em aberto por cliente, distribuido pelas faixas de
      * idade: 1 = ate 30 dias, 2 = 31 a 60, 3 = 61 a 90, 4 = 91+.
       01 WS-TAB-AGING.
          03 WS-AGE OCCURS 1000 TIMES.
             05 WS-AG-CLIENTE      PIC 9(04).
             05 WS-AG-FAIXA        PIC 9(14)V99 OCCURS 4 TIMES.

       01 WS-TOTAIS-FAIXA.
          03 WS-TF-VALOR           PIC 9(14)V99 OCCURS 4 TIMES.

       01 WS-LINHA-TITULO.
          03 FILLER              PIC X(20) VALUE SPACES.
          03 FILLER              PIC X(40)
                 VALUE 'CONTAS A RECEBER - POSICAO POR IDADE'.

       01 WS-LINHA-POSICAO.
          03 FILLER              PIC X(13) VALUE 'POSICAO EM: '.
          03 WS-LP-DATA          PIC X(08).

       01 WS-LINHA-CAB-AGING.
          03 FILLER              PIC X(05) VALUE 'CLI.'.
          03 FILLER              PIC X(15) VALUE 'NOME'.
          03 FILLER              PIC X(15) VALUE '   ATE 30 DIAS'.
          03 FILLER              PIC X(15) VALUE '   31 A 60 DIAS'.
          03 FILLER              PIC X(15) VALUE '   61 A 90 DIAS'.
          03 FILLER              PIC X(15) VALUE '   ACIMA DE 90'.

       01 WS-LINHA-DET-AGING.
          03 WS-LA-CLIENTE       PIC ZZZ9.
          03 FILLER              PIC X(01) VALUE SPACES.
          03 WS-LA-NOME          PIC X(14).
          03 FILLER              PIC X(01) VALUE SPACES.
          03 WS-LA-FAIXA1        PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER              PIC X(01) VALUE SPACES.
          03 WS-LA-FAIXA2        PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER              PIC X(01) VALUE SPACES.
          03 WS-LA-FAIXA3        PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER              PIC X(01) VALUE SPACES.
          03 WS-LA-FAIXA4        PIC ZZZ.ZZZ.ZZ9,99.

       01 WS-LINHA-TOTAL-GERAL.
          03 FILLER              PIC X(30)
                 VALUE 'TOTAL GERAL EM ABERTO R$'.
          03 WS-LTG-VALOR        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER              PIC X(12) VALUE '   PEDIDOS: '.
          03 WS-LTG-QTDE         PIC ZZZZ9.

       01 WS-LINHA-EXT-TITULO.
          03 FILLER              PIC X(22) VALUE SPACES.
          03 FILLER              PIC X(36)
                 VALUE 'EXTRATO DE CONTA DO CLIENTE'.

       01 WS-LINHA-EXT-CLIENTE.
          03 FILLER              PIC X(09) VALUE 'CLIENTE: '.
          03 WS-LEC-CODIGO       PIC ZZZ9.
          03 FILLER              PIC X(03) VALUE ' - '.
          03 WS-LEC-NOME         PIC X(30).
          03 FILLER              PIC X(08) VALUE '  DATA: '.
          03 WS-LEC-DATA         PIC X(08).

       01 WS-LINHA-EXT-CREDITO.
          03 FILLER              PIC X(09) VALUE 'LIMITE: '.
          03 WS-LECR-LIMITE      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER              PIC X(18)
                 VALUE '  SALDO DEVEDOR: '.
          03 WS-LECR-SALDO       PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-LINHA-EXT-CAB-PED.
          03 FILLER              PIC X(08) VALUE 'PEDIDO'.
          03 FILLER              PIC X(09) VALUE 'DATA'.
          03 FILLER              PIC X(18) VALUE '         TOTAL'.
          03 FILLER              PIC X(18) VALUE '          PAGO'.
          03 FILLER              PIC X(18) VALUE '     EM ABERTO'.
          03 FILLER              PIC X(05) VALUE ' DIAS'.
          03 FILLER              PIC X(10) VALUE ' SITUACAO'.

       01 WS-LINHA-EXT-PEDIDO.
          03 WS-LEP-NUMERO       PIC ZZZZZ9.
          03 FILLER              PIC X(02) VALUE SPACES.
          03 WS-LEP-DATA         PIC X(08).
          03 FILLER              PIC X(01) VALUE SPACES.
          03 WS-LEP-TOTAL        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER              PIC X(01) VALUE SPACES.
          03 WS-LEP-PAGO         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER              PIC X(01) VALUE SPACES.
          03 WS-LEP-ABERTO       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER              PIC X(01) VALUE SPACES.
          03 WS-LEP-DIAS         PIC ZZZZ9.
          03 FILLER              PIC X(01) VALUE SPACES.
          03 WS-LEP-SITUACAO     PIC X(09).

       01 WS-LINHA-EXT-CAB-PAG.
          03 FILLER              PIC X(40)
                 VALUE 'PAGAMENTOS RECEBIDOS'.

       01 WS-LINHA-EXT-PAGAMENTO.
          03 WS-LEG-DATA         PIC X(08).
          03 FILLER              PIC X(10) VALUE '  PEDIDO: '.
          03 WS-LEG-PEDIDO       PIC ZZZZZ9.
          03 FILLER              PIC X(07) VALUE '  DOC: '.
          03 WS-LEG-DOCUMENTO    PIC X(10).
          03 FILLER              PIC X(01) VALUE SPACES.
          03 WS-LEG-VALOR        PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-LINHA-EXT-TOTAL.
          03 FILLER              PIC X(20) VALUE 'TOTAL PAGO R$'.
          03 WS-LET-PAGO         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER              PIC X(20)
                 VALUE '   EM ABERTO R$'.
          03 WS-LET-ABERTO       PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       LINKAGE SECTION.
       01 LK-OPERADOR PIC X(10).
       PROCEDURE DIVISION USING LK-OPERADOR.
       MAIN-PROCEDURE.
            DISPLAY '------- CONTAS A RECEBER ------------------------'
            PERFORM RESOLVER-CAMINHOS
            MOVE LK-OPERADOR TO WS-OPERADOR
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            MOVE WS-DATA-HOJE TO WS-DATA-NUM
            COMPUTE WS-DIA-HOJE = FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
            SET WS-FS-CLI TO 0
            OPEN I-O CLIENTES
            IF WS-FS-CLI NOT EQUAL ZEROS
                DISPLAY 'ERRO - ARQUIVO DE CLIENTES NAO ENCONTRADO'
                DISPLAY 'FILE STATUS: ' WS-FS-CLI
                GOBACK
            END-IF
            MOVE 'S' TO WS-SN
            PERFORM UNTIL WS-SN = 'N' OR WS-SN = 'n'
                DISPLAY 'ESCOLHA A ACAO: (B)AIXAR PAGAMENTO, '
                    '(P)OSICAO POR IDADE'
                DISPLAY 'OU (E)XTRATO DO CLIENTE'
                ACCEPT WS-ACAO
                EVALUATE WS-ACAO
                    WHEN 'B'
                    WHEN 'b'
                        PERFORM BAIXAR-PAGAMENTO
                    WHEN 'P'
                    WHEN 'p'
                        PERFORM GERAR-POSICAO-IDADE
                    WHEN 'E'
                    WHEN 'e'
                        PERFORM EMITIR-EXTRATO
                    WHEN OTHER
                        DISPLAY 'OPCAO INVALIDA'
                END-EVALUATE
                DISPLAY 'REALIZAR OUTRA OPERACAO? (S/N)'
                ACCEPT WS-SN
            END-PERFORM
            CLOSE CLIENTES
            GOBACK.

       RESOLVER-CAMINHOS.
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'CLIENTES_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-CLIENTES-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'PEDIDOS_INDICE_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-INDICE-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'PAGAMENTOS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-PAGAMENTOS-PATH
            END-IF.

      * Baixa de um recebimento: o pagamento e amarrado ao cliente e
      * a um pedido dele no indice de pedidos, limitado ao valor
      * ainda em aberto do pedido, e abate o saldo devedor.
       BAIXAR-PAGAMENTO.
            DISPLAY 'INFORME O CODIGO DO CLIENTE'
            ACCEPT WS-COD-CLIENTE
            MOVE WS-COD-CLIENTE TO CLI-CODIGO
            READ CLIENTES
                INVALID KEY
                    DISPLAY 'CLIENTE NAO CADASTRADO: ' WS-COD-CLIENTE
                NOT INVALID KEY
                    DISPLAY 'CLIENTE: ' CLI-NOME
                    MOVE CLI-SALDO-DEVEDOR TO WS-VALOR-EDIT
                    DISPLAY 'SALDO DEVEDOR: ' WS-VALOR-EDIT
                    PERFORM CAPTURAR-PEDIDO-PAGAMENTO
            END-READ.

       CAPTURAR-PEDIDO-PAGAMENTO.
            DISPLAY 'INFORME O NUMERO DO PEDIDO'
            ACCEPT WS-NUMERO-PEDIDO
            PERFORM LOCALIZAR-PEDIDO
            EVALUATE TRUE
                WHEN WS-ACHOU-PEDIDO NOT EQUAL 'S'
                    DISPLAY 'PEDIDO ' WS-NUMERO-PEDIDO
                        ' NAO ENCONTRADO PARA O CLIENTE'
                WHEN WS-SITUACAO-PEDIDO EQUAL 'C'
                    DISPLAY 'PEDIDO ' WS-NUMERO-PEDIDO
                        ' CANCELADO - NAO ACEITA BAIXA'
                WHEN OTHER
                    PERFORM SOMAR-PAGO-PEDIDO
                    COMPUTE WS-ABERTO-PEDIDO =
                        WS-TOTAL-PEDIDO - WS-PAGO-PEDIDO
                    MOVE WS-ABERTO-PEDIDO TO WS-VALOR-EDIT
                    DISPLAY 'VALOR EM ABERTO DO PEDIDO: ' WS-VALOR-EDIT
                    IF WS-ABERTO-PEDIDO EQUAL ZEROS
                        DISPLAY 'PEDIDO JA QUITADO - NADA A BAIXAR'
                    ELSE
                        PERFORM CAPTURAR-VALOR-PAGAMENTO
                    END-IF
            END-EVALUATE.

       CAPTURAR-VALOR-PAGAMENTO.
            MOVE ZEROS TO WS-VALOR-PAGO
            PERFORM UNTIL WS-VALOR-PAGO > ZEROS AND
                          WS-VALOR-PAGO NOT > WS-ABERTO-PEDIDO
                DISPLAY 'INFORME O VALOR RECEBIDO'
                ACCEPT WS-VALOR-PAGO
                IF WS-VALOR-PAGO EQUAL ZEROS
                    DISPLAY 'VALOR NAO PODE SER ZERO'
                END-IF
                IF WS-VALOR-PAGO > WS-ABERTO-PEDIDO
                    DISPLAY 'VALOR ACIMA DO SALDO EM ABERTO DO PEDIDO'
                END-IF
            END-PERFORM
            DISPLAY 'INFORME O DOCUMENTO DO RECEBIMENTO (BRANCO = SEM)'
            ACCEPT WS-DOCUMENTO
            PERFORM GRAVAR-PAGAMENTO
            IF WS-FS-PAG EQUAL ZEROS
                PERFORM ABATER-SALDO-CLIENTE
            END-IF.

       GRAVAR-PAGAMENTO.
            OPEN EXTEND PAGAMENTOS
            IF WS-FS-PAG EQUAL 35 THEN
                OPEN OUTPUT PAGAMENTOS
            END-IF
            MOVE WS-COD-CLIENTE TO PAG-COD-CLIENTE
            MOVE WS-NUMERO-PEDIDO TO PAG-NUMERO-PEDIDO
            MOVE WS-DATA-HOJE TO PAG-DATA
            MOVE WS-VALOR-PAGO TO PAG-VALOR
            MOVE WS-DOCUMENTO TO PAG-DOCUMENTO
            MOVE WS-OPERADOR TO PAG-OPERADOR
            WRITE REG-PAGAMENTO
            IF WS-FS-PAG NOT EQUAL ZEROS
                DISPLAY 'ERRO - NAO FOI POSSIVEL GRAVAR O PAGAMENTO'
                DISPLAY 'FILE STATUS: ' WS-FS-PAG
            END-IF
            CLOSE PAGAMENTOS.

      * O saldo devedor nunca fica negativo: se estiver abaixo do
      * valor baixado (saldo acertado a mao no passado), zera.
       ABATER-SALDO-CLIENTE.
            MOVE WS-COD-CLIENTE TO CLI-CODIGO
            READ CLIENTES
                INVALID KEY
                    DISPLAY 'ERRO - CLIENTE NAO ENCONTRADO PARA '
                        'ATUALIZAR O SALDO'
                NOT INVALID KEY
                    IF CLI-SALDO-DEVEDOR < WS-VALOR-PAGO
                        DISPLAY 'AVISO - SALDO DEVEDOR MENOR QUE O '
                            'VALOR BAIXADO. SALDO ZERADO.'
                        MOVE ZEROS TO CLI-SALDO-DEVEDOR
                    ELSE
                        SUBTRACT WS-VALOR-PAGO FROM CLI-SALDO-DEVEDOR
                    END-IF
                    REWRITE REG-CLIENTE
                    IF WS-FS-CLI NOT EQUAL ZEROS
                        DISPLAY 'ERRO AO ATUALIZAR O SALDO DO '
                            'CLIENTE: ' WS-COD-CLIENTE
                        DISPLAY 'FILE STATUS: ' WS-FS-CLI
                    ELSE
                        MOVE CLI-SALDO-DEVEDOR TO WS-VALOR-EDIT
                        DISPLAY 'PAGAMENTO BAIXADO. NOVO SALDO '
                            'DEVEDOR: ' WS-VALOR-EDIT
                    END-IF
            END-READ.

       LOCALIZAR-PEDIDO.
            MOVE 'N' TO WS-ACHOU-PEDIDO
            MOVE SPACES TO WS-SITUACAO-PEDIDO
            MOVE ZEROS TO WS-TOTAL-PEDIDO
            SET WS-EOF TO 0
            OPEN INPUT PEDIDOS-INDICE
            IF WS-FS-IDX NOT EQUAL ZEROS
                DISPLAY 'NENHUM PEDIDO INDEXADO ATE O MOMENTO'
            ELSE
                PERFORM UNTIL WS-EOF EQUAL 1
                    READ PEDIDOS-INDICE
                        AT END
                            MOVE 1 TO WS-EOF
                        NOT AT END
                            IF IDX-NUMERO EQUAL WS-NUMERO-PEDIDO AND
                               IDX-COD-CLIENTE EQUAL WS-COD-CLIENTE
                                MOVE 'S' TO WS-ACHOU-PEDIDO
                                MOVE IDX-TOTAL TO WS-TOTAL-PEDIDO
                                MOVE IDX-SITUACAO TO WS-SITUACAO-PEDIDO
                                MOVE 1 TO WS-EOF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PEDIDOS-INDICE
            END-IF.

       SOMAR-PAGO-PEDIDO.
            MOVE ZEROS TO WS-PAGO-PEDIDO
            SET WS-EOF TO 0
            OPEN INPUT PAGAMENTOS
            IF WS-FS-PAG EQUAL ZEROS
                PERFORM UNTIL WS-EOF EQUAL 1
                    READ PAGAMENTOS
                        AT END
                            MOVE 1 TO WS-EOF
                        NOT AT END
                            IF PAG-NUMERO-PEDIDO EQUAL WS-NUMERO-PEDIDO
                                ADD PAG-VALOR TO WS-PAGO-PEDIDO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PAGAMENTOS
            END-IF.

      * Soma dos pagamentos por numero de pedido, para apurar o
      * aberto de cada pedido sem reler o arquivo a cada linha.
       CARREGAR-PAGAMENTOS.
            SET WS-QTD-PAGOS TO 0
            SET WS-EOF TO 0
            OPEN INPUT PAGAMENTOS
            IF WS-FS-PAG EQUAL ZEROS
                PERFORM UNTIL WS-EOF EQUAL 1
                    READ PAGAMENTOS
                        AT END
                            MOVE 1 TO WS-EOF
                        NOT AT END
                            PERFORM ACUMULAR-PAGAMENTO
                    END-READ
                END-PERFORM
                CLOSE PAGAMENTOS
            END-IF.

       ACUMULAR-PAGAMENTO.
            SET WS-IND-ACHADO TO 0
            PERFORM VARYING WS-IND FROM 1 BY 1
                UNTIL WS-IND > WS-QTD-PAGOS
                      OR WS-IND-ACHADO > 0
                IF WS-PG-NUMERO(WS-IND) EQUAL PAG-NUMERO-PEDIDO
                    MOVE WS-IND TO WS-IND-ACHADO
                END-IF
            END-PERFORM
            IF WS-IND-ACHADO EQUAL ZEROS
                IF WS-QTD-PAGOS >= WS-MAX-PAGOS
                    DISPLAY 'AVISO - TABELA DE PAGAMENTOS CHEIA'
                ELSE
                    ADD 1 TO WS-QTD-PAGOS
                    MOVE WS-QTD-PAGOS TO WS-IND-ACHADO
                    MOVE PAG-NUMERO-PEDIDO
                        TO WS-PG-NUMERO(WS-IND-ACHADO)
                    MOVE ZEROS TO WS-PG-VALOR(WS-IND-ACHADO)
                END-IF
            END-IF
            IF WS-IND-ACHADO > ZEROS
                ADD PAG-VALOR TO WS-PG-VALOR(WS-IND-ACHADO)
            END-IF.

      * Aberto do pedido do registro corrente do indice: total menos
      * o que a tabela de pagamentos tem para o numero. Devolve
      * tambem a idade do pedido em dias, contada de IDX-DATA.
      * Pedido cancelado nao tem aberto: o credito ja foi liberado
      * no cancelamento e o que foi pago volta pelo financeiro.
       APURAR-ABERTO-PEDIDO.
            MOVE ZEROS TO WS-PAGO-PEDIDO
            PERFORM VARYING WS-IND FROM 1 BY 1
                UNTIL WS-IND > WS-QTD-PAGOS
                IF WS-PG-NUMERO(WS-IND) EQUAL IDX-NUMERO
                    MOVE WS-PG-VALOR(WS-IND) TO WS-PAGO-PEDIDO
                END-IF
            END-PERFORM
            IF WS-PAGO-PEDIDO > IDX-TOTAL OR IDX-SITUACAO EQUAL 'C'
                MOVE ZEROS TO WS-ABERTO-PEDIDO
            ELSE
                COMPUTE WS-ABERTO-PEDIDO = IDX-TOTAL - WS-PAGO-PEDIDO
            END-IF
            MOVE IDX-DATA TO WS-DATA-NUM
            IF WS-DATA-NUM > ZEROS
                COMPUTE WS-DIAS-ATRASO = WS-DIA-HOJE
                    - FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
            ELSE
                MOVE ZEROS TO WS-DIAS-ATRASO
            END-IF.

      * Posicao por idade: o aberto de cada pedido cai na faixa da
      * sua idade (corrente ate 30 dias, 31-60, 61-90, acima de 90)
      * e e acumulado no cliente.
       GERAR-POSICAO-IDADE.
            PERFORM CARREGAR-PAGAMENTOS
            SET WS-QTD-CLI TO 0
            SET WS-QTD-ABERTOS TO 0
            MOVE ZEROS TO WS-TOTAL-ABERTO
            INITIALIZE WS-TOTAIS-FAIXA
            SET WS-EOF TO 0
            OPEN INPUT PEDIDOS-INDICE
            IF WS-FS-IDX NOT EQUAL ZEROS
                DISPLAY 'NENHUM PEDIDO INDEXADO ATE O MOMENTO'
            ELSE
                PERFORM UNTIL WS-EOF EQUAL 1
                    READ PEDIDOS-INDICE
                        AT END
                            MOVE 1 TO WS-EOF
                        NOT AT END
                            PERFORM CLASSIFICAR-PEDIDO-IDADE
                    END-READ
                END-PERFORM
                CLOSE PEDIDOS-INDICE
                OPEN OUTPUT RELATORIO
                PERFORM IMPRIMIR-POSICAO-IDADE
                CLOSE RELATORIO
                DISPLAY 'PEDIDOS EM ABERTO: ' WS-QTD-ABERTOS
                MOVE WS-TOTAL-ABERTO TO WS-VALOR-EDIT
                DISPLAY 'TOTAL EM ABERTO: ' WS-VALOR-EDIT
                DISPLAY 'RELATORIO GRAVADO EM: ' WS-RELATORIO-PATH
            END-IF.

       CLASSIFICAR-PEDIDO-IDADE.
            PERFORM APURAR-ABERTO-PEDIDO
            IF WS-ABERTO-PEDIDO > ZEROS
                EVALUATE TRUE
                    WHEN WS-DIAS-ATRASO NOT > 30
                        MOVE 1 TO WS-FAIXA
                    WHEN WS-DIAS-ATRASO NOT > 60
                        MOVE 2 TO WS-FAIXA
                    WHEN WS-DIAS-ATRASO NOT > 90
                        MOVE 3 TO WS-FAIXA
                    WHEN OTHER
                        MOVE 4 TO WS-FAIXA
                END-EVALUATE
                SET WS-IND-ACHADO TO 0
                PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > WS-QTD-CLI
                          OR WS-IND-ACHADO > 0
                    IF WS-AG-CLIENTE(WS-IND) EQUAL IDX-COD-CLIENTE
                        MOVE WS-IND TO WS-IND-ACHADO
                    END-IF
                END-PERFORM
                IF WS-IND-ACHADO EQUAL ZEROS
                    IF WS-QTD-CLI >= WS-MAX-CLI
                        DISPLAY 'AVISO - TABELA DE CLIENTES CHEIA'
                    ELSE
                        ADD 1 TO WS-QTD-CLI
                        MOVE WS-QTD-CLI TO WS-IND-ACHADO
                        INITIALIZE WS-AGE(WS-IND-ACHADO)
                        MOVE IDX-COD-CLIENTE
                            TO WS-AG-CLIENTE(WS-IND-ACHADO)
                    END-IF
                END-IF
                IF WS-IND-ACHADO > ZEROS
                    ADD WS-ABERTO-PEDIDO
                        TO WS-AG-FAIXA(WS-IND-ACHADO, WS-FAIXA)
                    ADD WS-ABERTO-PEDIDO TO WS-TF-VALOR(WS-FAIXA)
                    ADD WS-ABERTO-PEDIDO TO WS-TOTAL-ABERTO
                    ADD 1 TO WS-QTD-ABERTOS
                END-IF
            END-IF.

       IMPRIMIR-POSICAO-IDADE.
            MOVE WS-LINHA-TITULO TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE WS-DATA-HOJE TO WS-LP-DATA
            MOVE WS-LINHA-POSICAO TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE SPACES TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE WS-LINHA-CAB-AGING TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            PERFORM VARYING WS-IND FROM 1 BY 1
                UNTIL WS-IND > WS-QTD-CLI
                MOVE WS-AG-CLIENTE(WS-IND) TO WS-LA-CLIENTE
                MOVE WS-AG-CLIENTE(WS-IND) TO CLI-CODIGO
                READ CLIENTES
                    INVALID KEY
                        MOVE 'NAO CADASTRADO' TO WS-LA-NOME
                    NOT INVALID KEY
                        MOVE CLI-NOME TO WS-LA-NOME
                END-READ
                MOVE WS-AG-FAIXA(WS-IND, 1) TO WS-LA-FAIXA1
                MOVE WS-AG-FAIXA(WS-IND, 2) TO WS-LA-FAIXA2
                MOVE WS-AG-FAIXA(WS-IND, 3) TO WS-LA-FAIXA3
                MOVE WS-AG-FAIXA(WS-IND, 4) TO WS-LA-FAIXA4
                MOVE WS-LINHA-DET-AGING TO LINHA-RELATORIO
                WRITE LINHA-RELATORIO
            END-PERFORM
            MOVE SPACES TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE ZEROS TO WS-LA-CLIENTE
            MOVE 'TOTAL FAIXA' TO WS-LA-NOME
            MOVE WS-TF-VALOR(1) TO WS-LA-FAIXA1
            MOVE WS-TF-VALOR(2) TO WS-LA-FAIXA2
            MOVE WS-TF-VALOR(3) TO WS-LA-FAIXA3
            MOVE WS-TF-VALOR(4) TO WS-LA-FAIXA4
            MOVE WS-LINHA-DET-AGING TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE WS-TOTAL-ABERTO TO WS-LTG-VALOR
            MOVE WS-QTD-ABERTOS TO WS-LTG-QTDE
            MOVE WS-LINHA-TOTAL-GERAL TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO.

      * Extrato do cliente: pedidos com total, pago, aberto e idade,
      * seguidos dos pagamentos recebidos, na tela e em arquivo.
       EMITIR-EXTRATO.
            DISPLAY 'INFORME O CODIGO DO CLIENTE'
            ACCEPT WS-COD-CLIENTE
            MOVE WS-COD-CLIENTE TO CLI-CODIGO
            READ CLIENTES
                INVALID KEY
                    DISPLAY 'CLIENTE NAO CADASTRADO: ' WS-COD-CLIENTE
                NOT INVALID KEY
                    PERFORM CARREGAR-PAGAMENTOS
                    OPEN OUTPUT EXTRATO
                    PERFORM IMPRIMIR-CABECALHO-EXTRATO
                    PERFORM IMPRIMIR-PEDIDOS-EXTRATO
                    PERFORM IMPRIMIR-PAGAMENTOS-EXTRATO
                    CLOSE EXTRATO
                    DISPLAY 'EXTRATO GRAVADO EM: ' WS-EXTRATO-PATH
            END-READ.

       IMPRIMIR-CABECALHO-EXTRATO.
            MOVE WS-LINHA-EXT-TITULO TO LINHA-EXTRATO
            PERFORM GRAVAR-LINHA-EXTRATO
            MOVE CLI-CODIGO TO WS-LEC-CODIGO
            MOVE CLI-NOME TO WS-LEC-NOME
            MOVE WS-DATA-HOJE TO WS-LEC-DATA
            MOVE WS-LINHA-EXT-CLIENTE TO LINHA-EXTRATO
            PERFORM GRAVAR-LINHA-EXTRATO
            MOVE CLI-LIMITE-CREDITO TO WS-LECR-LIMITE
            MOVE CLI-SALDO-DEVEDOR TO WS-LECR-SALDO
            MOVE WS-LINHA-EXT-CREDITO TO LINHA-EXTRATO
            PERFORM GRAVAR-LINHA-EXTRATO
            MOVE SPACES TO LINHA-EXTRATO
            PERFORM GRAVAR-LINHA-EXTRATO
            MOVE WS-LINHA-EXT-CAB-PED TO LINHA-EXTRATO
            PERFORM GRAVAR-LINHA-EXTRATO.

       IMPRIMIR-PEDIDOS-EXTRATO.
            MOVE ZEROS TO WS-TOTAL-ABERTO
            MOVE ZEROS TO WS-TOTAL-PAGO-CLI
            SET WS-EOF TO 0
            OPEN INPUT PEDIDOS-INDICE
            IF WS-FS-IDX EQUAL ZEROS
                PERFORM UNTIL WS-EOF EQUAL 1
                    READ PEDIDOS-INDICE
                        AT END
                            MOVE 1 TO WS-EOF
                        NOT AT END
                            IF IDX-COD-CLIENTE EQUAL WS-COD-CLIENTE
                                PERFORM IMPRIMIR-PEDIDO-EXTRATO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PEDIDOS-INDICE
            END-IF.

       IMPRIMIR-PEDIDO-EXTRATO.
            PERFORM APURAR-ABERTO-PEDIDO
            ADD WS-ABERTO-PEDIDO TO WS-TOTAL-ABERTO
            MOVE IDX-NUMERO TO WS-LEP-NUMERO
            MOVE IDX-DATA TO WS-LEP-DATA
            MOVE IDX-TOTAL TO WS-LEP-TOTAL
            MOVE WS-PAGO-PEDIDO TO WS-LEP-PAGO
            MOVE WS-ABERTO-PEDIDO TO WS-LEP-ABERTO
            IF WS-ABERTO-PEDIDO > ZEROS
                MOVE WS-DIAS-ATRASO TO WS-LEP-DIAS
            ELSE
                MOVE ZEROS TO WS-LEP-DIAS
            END-IF
            IF IDX-SITUACAO EQUAL 'C'
                MOVE 'CANCELADO' TO WS-LEP-SITUACAO
            ELSE
                MOVE SPACES TO WS-LEP-SITUACAO
            END-IF
            MOVE WS-LINHA-EXT-PEDIDO TO LINHA-EXTRATO
            PERFORM GRAVAR-LINHA-EXTRATO.

       IMPRIMIR-PAGAMENTOS-EXTRATO.
            MOVE SPACES TO LINHA-EXTRATO
            PERFORM GRAVAR-LINHA-EXTRATO
            MOVE WS-LINHA-EXT-CAB-PAG TO LINHA-EXTRATO
            PERFORM GRAVAR-LINHA-EXTRATO
            SET WS-EOF TO 0
            OPEN INPUT PAGAMENTOS
            IF WS-FS-PAG EQUAL ZEROS
                PERFORM UNTIL WS-EOF EQUAL 1
                    READ PAGAMENTOS
                        AT END
                            MOVE 1 TO WS-EOF
                        NOT AT END
                            IF PAG-COD-CLIENTE EQUAL WS-COD-CLIENTE
                                ADD PAG-VALOR TO WS-TOTAL-PAGO-CLI
                                MOVE PAG-DATA TO WS-LEG-DATA
                                MOVE PAG-NUMERO-PEDIDO
                                    TO WS-LEG-PEDIDO
                                MOVE PAG-DOCUMENTO
                                    TO WS-LEG-DOCUMENTO
                                MOVE PAG-VALOR TO WS-LEG-VALOR
                                MOVE WS-LINHA-EXT-PAGAMENTO
                                    TO LINHA-EXTRATO
                                PERFORM GRAVAR-LINHA-EXTRATO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PAGAMENTOS
            END-IF
            MOVE SPACES TO LINHA-EXTRATO
            PERFORM GRAVAR-LINHA-EXTRATO
            MOVE WS-TOTAL-PAGO-CLI TO WS-LET-PAGO
            MOVE WS-TOTAL-ABERTO TO WS-LET-ABERTO
            MOVE WS-LINHA-EXT-TOTAL TO LINHA-EXTRATO
            PERFORM GRAVAR-LINHA-EXTRATO.

       GRAVAR-LINHA-EXTRATO.
            WRITE LINHA-EXTRATO
            DISPLAY LINHA-EXTRATO.
       END PROGRAM PROGRAMA_CONTAS_RECEBER.
