      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA_AVALIACAO_FORNECEDORES IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORNECEDORES ASSIGN TO
               WS-FORNECEDORES-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FORN-CODIGO
           FILE STATUS IS WS-FS-FORN.
           SELECT PEDIDOS-COMPRA ASSIGN TO
               WS-PEDIDOS-COMPRA-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PDC.
           SELECT MOVIMENTOS ASSIGN TO
               WS-MOVIMENTOS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MOV.
           SELECT ARQUIVO-MENSAL ASSIGN TO
               WS-ARQUIVO-MENSAL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ARQ.
           SELECT RELATORIO ASSIGN TO
               WS-RELATORIO-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RPT.
           SELECT CONTROLE-JOBS ASSIGN TO
               WS-JOBCTL-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS JOB-NOME
           FILE STATUS IS WS-FS-JOB.
       DATA DIVISION.
       FILE SECTION.
       FD FORNECEDORES.
           COPY REGFORN.
       FD PEDIDOS-COMPRA.
           COPY REGPEDC.
       FD MOVIMENTOS.
       01 REG-MOVIMENTO.
           COPY REGMOV.
       FD ARQUIVO-MENSAL.
       01 LINHA-ARQUIVO-MENSAL      PIC X(120).
       FD RELATORIO.
       01 LINHA-RELATORIO           PIC X(100).
       FD CONTROLE-JOBS.
           COPY REGJOB.
       WORKING-STORAGE SECTION.
       77 WS-JOBCTL-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\controle_jobs.txt'.
       77 WS-FS-JOB        PIC 99.
       77 WS-JOB-NOME      PIC X(20).
       77 WS-JOB-PROCESSADOS PIC 9(07).
       77 WS-JOB-ERROS     PIC 9(07).
       77 WS-JOB-RESULTADO PIC X(12).
       77 WS-FORNECEDORES-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\fornecedores.txt'.
       77 WS-PEDIDOS-COMPRA-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\pedidos_compra.txt'.
       77 WS-MOVIMENTOS-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\movimentos.txt'.
       77 WS-ARQUIVO-MENSAL-PATH PIC X(100).
       77 WS-VALOR-DIGITOS PIC 9(09).
       77 WS-TIPO-REGISTRO PIC X(01).
       77 WS-RELATORIO-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\avaliacao_fornecedores.txt'.
       77 WS-ENV-PATH      PIC X(100).
       77 WS-FS-FORN       PIC 99.
       77 WS-FS-PDC        PIC 99.
       77 WS-FS-MOV        PIC 99.
       77 WS-FS-ARQ        PIC 99.
       77 WS-FS-RPT        PIC 99.
       77 WS-EOF           PIC 99.
       77 WS-FORN-ABERTO   PIC X(01) VALUE 'N'.
       77 WS-DATA-HOJE     PIC X(08).
       77 WS-DATA-INICIO   PIC X(08).
       77 WS-DATA-FIM      PIC X(08).
       77 WS-TOLERANCIA    PIC 9(03).
       77 WS-DATA-NUM      PIC 9(08).
       77 WS-DIAS-HOJE     PIC 9(08).
       77 WS-DIAS-EMISSAO  PIC 9(08).
       77 WS-DIAS-PREVISTO PIC 9(08).
       77 WS-DIAS-ENTREGA  PIC 9(08).
       77 WS-DIAS-ATRASO   PIC S9(05).
       77 WS-NUM-ORIGEM    PIC 9(06).
       77 WS-QTD-LIN       PIC 9(04) VALUE 0.
       77 WS-MAX-LIN       PIC 9(04) VALUE 2000.
       77 WS-IND           PIC 9(04).
       77 WS-IND-ACHADO    PIC 9(04).
       77 WS-QTD-FOR       PIC 9(04) VALUE 0.
       77 WS-MAX-FOR       PIC 9(04) VALUE 999.
       77 WS-IND-FOR       PIC 9(04).
       77 WS-IND-FOR-ACHADO PIC 9(04).
       77 WS-QTD-ENTRADAS  PIC 9(07) VALUE 0.
       77 WS-QTD-AVALIADOS PIC 9(04) VALUE 0.
       77 WS-QTD-VENCIDAS  PIC 9(05) VALUE 0.
       77 WS-PRAZO-REAL    PIC 9(05)V9.
       77 WS-PRAZO-CAD     PIC 9(03).
       77 WS-DIF-PRAZO     PIC S9(05)V9.
       77 WS-SALDO-LINHA   PIC S9(09).

       01 WS-MES-LEITURA.
          03 WS-ML-ANO           PIC 9(04).
          03 WS-ML-MES           PIC 9(02).
       01 WS-MES-LEITURA-X REDEFINES WS-MES-LEITURA PIC X(06).

       01 WS-MOVIMENTO.
           COPY REGMOV REPLACING LEADING ==MOV== BY ==WS-MOV==.

      * Linhas de pedido emitidas no periodo, com a data da primeira
      * e da ultima entrada apontada contra cada uma.
       01 WS-TAB-LINHAS.
          03 WS-LIN OCCURS 2000 TIMES.
             05 WS-LN-NUMERO       PIC 9(06).
             05 WS-LN-FORNECEDOR   PIC 9(03).
             05 WS-LN-COD          PIC 9(06).
             05 WS-LN-PEDIDA       PIC 9(09).
             05 WS-LN-RECEBIDA     PIC 9(09).
             05 WS-LN-EMISSAO      PIC X(08).
             05 WS-LN-PRAZO        PIC 9(03).
             05 WS-LN-SITUACAO     PIC X(01).
             05 WS-LN-PRIMEIRA     PIC X(08).
             05 WS-LN-ULTIMA       PIC X(08).

       01 WS-TAB-FORNECEDORES.
          03 WS-FOR OCCURS 999 TIMES.
             05 WS-FR-CODIGO       PIC 9(03).
             05 WS-FR-LINHAS       PIC 9(05).
             05 WS-FR-CONCLUIDAS   PIC 9(05).
             05 WS-FR-NO-PRAZO     PIC 9(05).
             05 WS-FR-ATRASADAS    PIC 9(05).
             05 WS-FR-DIAS-ATRASO  PIC 9(07).
             05 WS-FR-DIAS-ENTREGA PIC 9(07).
             05 WS-FR-SEM-DATA     PIC 9(05).
             05 WS-FR-PEDIDA       PIC 9(11).
             05 WS-FR-RECEBIDA     PIC 9(11).
             05 WS-FR-EXCESSOS     PIC 9(05).
             05 WS-FR-VENCIDAS     PIC 9(05).
             05 WS-FR-IMPRESSO     PIC X(01).

       01 WS-LINHA-TITULO.
          03 FILLER              PIC X(25) VALUE SPACES.
          03 FILLER              PIC X(50)
                 VALUE 'AVALIACAO DE DESEMPENHO DE FORNECEDORES'.

       01 WS-LINHA-PERIODO.
          03 FILLER              PIC X(28)
                 VALUE 'PEDIDOS EMITIDOS NO PERIODO '.
          03 WS-LP-DE            PIC X(08).
          03 FILLER              PIC X(03) VALUE ' A '.
          03 WS-LP-ATE           PIC X(08).
          03 FILLER              PIC X(15) VALUE '   EMITIDO EM: '.
          03 WS-LP-HOJE          PIC X(08).

       01 WS-LINHA-CAB-1.
          03 FILLER              PIC X(26) VALUE SPACES.
          03 FILLER              PIC X(07) VALUE ' LINHAS'.
          03 FILLER              PIC X(08) VALUE '    NO  '.
          03 FILLER              PIC X(07) VALUE ' ATRASO'.
          03 FILLER              PIC X(08) VALUE ' ATENDI-'.
          03 FILLER              PIC X(06) VALUE ' EXCE-'.
          03 FILLER              PIC X(06) VALUE ' ABER-'.
          03 FILLER              PIC X(13) VALUE '  PRAZO DIAS'.

       01 WS-LINHA-CAB-2.
          03 FILLER              PIC X(05) VALUE 'FORN'.
          03 FILLER              PIC X(21) VALUE 'NOME'.
          03 FILLER              PIC X(07) VALUE '  PED.'.
          03 FILLER              PIC X(08) VALUE '  PRAZO%'.
          03 FILLER              PIC X(07) VALUE '  MEDIO'.
          03 FILLER              PIC X(08) VALUE ' MENTO %'.
          03 FILLER              PIC X(06) VALUE ' DENT.'.
          03 FILLER              PIC X(06) VALUE ' VENC.'.
          03 FILLER              PIC X(13) VALUE '  CAD.  REAL'.
          03 FILLER              PIC X(12) VALUE '  OBSERVACAO'.

       01 WS-LINHA-DETALHE.
          03 WS-LD-CODIGO        PIC ZZ9.
          03 FILLER              PIC X(02) VALUE SPACES.
          03 WS-LD-NOME          PIC X(20).
          03 FILLER              PIC X(01) VALUE SPACES.
          03 WS-LD-LINHAS        PIC ZZZZ9.
          03 FILLER              PIC X(02) VALUE SPACES.
          03 WS-LD-PONTUAL       PIC ZZ9,99.
          03 FILLER              PIC X(02) VALUE SPACES.
          03 WS-LD-ATRASO        PIC ZZ9,9.
          03 FILLER              PIC X(02) VALUE SPACES.
          03 WS-LD-ATENDIMENTO   PIC ZZ9,99.
          03 FILLER              PIC X(02) VALUE SPACES.
          03 WS-LD-EXCESSOS      PIC ZZZ9.
          03 FILLER              PIC X(02) VALUE SPACES.
          03 WS-LD-VENCIDAS      PIC ZZZ9.
          03 FILLER              PIC X(03) VALUE SPACES.
          03 WS-LD-PRAZO-CAD     PIC ZZ9.
          03 FILLER              PIC X(01) VALUE SPACES.
          03 WS-LD-PRAZO-REAL    PIC ZZ9,9.
          03 FILLER              PIC X(02) VALUE SPACES.
          03 WS-LD-OBSERVACAO    PIC X(20).

       01 WS-LINHA-TIT-VENCIDAS.
          03 FILLER              PIC X(50)
                 VALUE 'LINHAS EM ABERTO COM ENTREGA VENCIDA'.

       01 WS-LINHA-CAB-VENCIDAS.
          03 FILLER              PIC X(08) VALUE 'PEDIDO'.
          03 FILLER              PIC X(06) VALUE 'FORN'.
          03 FILLER              PIC X(08) VALUE 'PRODUTO'.
          03 FILLER              PIC X(10) VALUE 'EMISSAO'.
          03 FILLER              PIC X(10) VALUE 'PREVISTA'.
          03 FILLER              PIC X(12) VALUE '  SALDO'.
          03 FILLER              PIC X(12) VALUE 'DIAS ATRASO'.

       01 WS-LINHA-DET-VENCIDA.
          03 WS-LV-NUMERO        PIC 9(06).
          03 FILLER              PIC X(02) VALUE SPACES.
          03 WS-LV-FORNECEDOR    PIC ZZ9.
          03 FILLER              PIC X(03) VALUE SPACES.
          03 WS-LV-COD           PIC ZZZZZ9.
          03 FILLER              PIC X(02) VALUE SPACES.
          03 WS-LV-EMISSAO       PIC X(08).
          03 FILLER              PIC X(02) VALUE SPACES.
          03 WS-LV-PREVISTA      PIC X(08).
          03 FILLER              PIC X(02) VALUE SPACES.
          03 WS-LV-SALDO         PIC ZZZ.ZZZ.ZZ9.
          03 FILLER              PIC X(02) VALUE SPACES.
          03 WS-LV-DIAS          PIC ZZZZ9.

       01 WS-LINHA-LEGENDA-1.
          03 FILLER              PIC X(60) VALUE
              'NO PRAZO %: CONCLUIDAS ATE EMISSAO + PRAZO DO PEDIDO'.
       01 WS-LINHA-LEGENDA-2.
          03 FILLER              PIC X(60) VALUE
              'ATRASO MEDIO: DIAS APOS A PREVISAO, SO AS ATRASADAS'.
       01 WS-LINHA-LEGENDA-3.
          03 FILLER              PIC X(60) VALUE
              'PRAZO REAL: MEDIA EMISSAO ATE ULTIMA ENTRADA'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '------- AVALIACAO DE FORNECEDORES ----------------'
            PERFORM RESOLVER-CAMINHOS
            SET WS-FS-PDC  TO 0
            SET WS-FS-MOV  TO 0
            SET WS-EOF     TO 0
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            DISPLAY 'EMISSAO INICIAL DOS PEDIDOS (AAAAMMDD)'
            ACCEPT WS-DATA-INICIO
            IF WS-DATA-INICIO EQUAL SPACES OR
               WS-DATA-INICIO EQUAL ZEROS
                MOVE '00000000' TO WS-DATA-INICIO
            END-IF
            DISPLAY 'EMISSAO FINAL DOS PEDIDOS (AAAAMMDD, BRANCO = '
                'HOJE)'
            ACCEPT WS-DATA-FIM
            IF WS-DATA-FIM EQUAL SPACES OR
               WS-DATA-FIM EQUAL ZEROS
                MOVE WS-DATA-HOJE TO WS-DATA-FIM
            END-IF
            DISPLAY 'TOLERANCIA EM DIAS ENTRE PRAZO CADASTRADO E REAL '
                '(EX: 003)'
            ACCEPT WS-TOLERANCIA
            IF WS-TOLERANCIA EQUAL ZEROS
                MOVE 3 TO WS-TOLERANCIA
            END-IF
            MOVE 'AVALIACAO-FORNEC' TO WS-JOB-NOME
            PERFORM INICIAR-CONTROLE-JOB
            MOVE 'ABORTADO' TO WS-JOB-RESULTADO
            PERFORM CARREGAR-LINHAS-PEDIDO
            IF WS-FS-PDC NOT EQUAL ZEROS
                DISPLAY 'ERRO - ARQUIVO DE PEDIDOS DE COMPRA NAO '
                    'ENCONTRADO'
                DISPLAY 'FILE STATUS: ' WS-FS-PDC
            ELSE
                PERFORM LER-ARQUIVOS-MENSAIS
                PERFORM LER-MOVIMENTOS-CORRENTES
                MOVE WS-DATA-HOJE TO WS-DATA-NUM
                COMPUTE WS-DIAS-HOJE =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
                PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > WS-QTD-LIN
                    PERFORM AVALIAR-LINHA
                END-PERFORM
                OPEN INPUT FORNECEDORES
                IF WS-FS-FORN EQUAL ZEROS
                    MOVE 'S' TO WS-FORN-ABERTO
                END-IF
                OPEN OUTPUT RELATORIO
                PERFORM IMPRIMIR-AVALIACAO
                PERFORM IMPRIMIR-VENCIDAS
                CLOSE RELATORIO
                IF WS-FORN-ABERTO EQUAL 'S'
                    CLOSE FORNECEDORES
                END-IF
                DISPLAY 'LINHAS DE PEDIDO AVALIADAS: ' WS-QTD-LIN
                DISPLAY 'ENTRADAS DE COMPRA ENCONTRADAS: '
                    WS-QTD-ENTRADAS
                DISPLAY 'FORNECEDORES AVALIADOS: ' WS-QTD-AVALIADOS
                DISPLAY 'LINHAS EM ABERTO VENCIDAS: ' WS-QTD-VENCIDAS
                DISPLAY 'RELATORIO GRAVADO EM: ' WS-RELATORIO-PATH
                MOVE 'CONCLUIDO' TO WS-JOB-RESULTADO
            END-IF
            MOVE WS-QTD-LIN TO WS-JOB-PROCESSADOS
            MOVE ZEROS TO WS-JOB-ERROS
            PERFORM ENCERRAR-CONTROLE-JOB
            GOBACK.

       RESOLVER-CAMINHOS.
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'FORNECEDORES_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-FORNECEDORES-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'PEDIDOS_COMPRA_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-PEDIDOS-COMPRA-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'MOVIMENTOS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-MOVIMENTOS-PATH
            END-IF.

       CARREGAR-LINHAS-PEDIDO.
            SET WS-QTD-LIN TO 0
            OPEN INPUT PEDIDOS-COMPRA
            IF WS-FS-PDC EQUAL ZEROS
                PERFORM UNTIL WS-FS-PDC NOT EQUAL ZEROS
                    READ PEDIDOS-COMPRA
                        AT END
                            MOVE 10 TO WS-FS-PDC
                        NOT AT END
                            IF PDC-DATA-EMISSAO NOT < WS-DATA-INICIO
                               AND PDC-DATA-EMISSAO NOT > WS-DATA-FIM
                                PERFORM GUARDAR-LINHA-PEDIDO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PEDIDOS-COMPRA
                SET WS-FS-PDC TO 0
            END-IF.

       GUARDAR-LINHA-PEDIDO.
            IF WS-QTD-LIN >= WS-MAX-LIN
                DISPLAY 'AVISO - TABELA DE LINHAS DE PEDIDO CHEIA. '
                    'REGISTRO IGNORADO.'
            ELSE
                ADD 1 TO WS-QTD-LIN
                MOVE PDC-NUMERO TO WS-LN-NUMERO(WS-QTD-LIN)
                MOVE PDC-FORNECEDOR TO WS-LN-FORNECEDOR(WS-QTD-LIN)
                MOVE PDC-COD-PRODUTO TO WS-LN-COD(WS-QTD-LIN)
                MOVE PDC-QTD-PEDIDA TO WS-LN-PEDIDA(WS-QTD-LIN)
                MOVE PDC-QTD-RECEBIDA TO WS-LN-RECEBIDA(WS-QTD-LIN)
                MOVE PDC-DATA-EMISSAO TO WS-LN-EMISSAO(WS-QTD-LIN)
                MOVE PDC-PRAZO-ENTREGA TO WS-LN-PRAZO(WS-QTD-LIN)
                MOVE PDC-SITUACAO TO WS-LN-SITUACAO(WS-QTD-LIN)
                MOVE SPACES TO WS-LN-PRIMEIRA(WS-QTD-LIN)
                MOVE SPACES TO WS-LN-ULTIMA(WS-QTD-LIN)
            END-IF.

      * As entradas de meses ja fechados estao nos arquivos mensais
      * gravados pelo fechamento (movimentos_AAAAMM.txt). Le um por
      * mes, do mes da emissao inicial ate o mes corrente; meses sem
      * arquivo sao ignorados.
       LER-ARQUIVOS-MENSAIS.
            IF WS-DATA-INICIO EQUAL '00000000'
                MOVE WS-DATA-HOJE(1:4) TO WS-ML-ANO
                MOVE 1 TO WS-ML-MES
                SUBTRACT 1 FROM WS-ML-ANO
            ELSE
                MOVE WS-DATA-INICIO(1:6) TO WS-MES-LEITURA-X
            END-IF
            PERFORM UNTIL WS-MES-LEITURA-X > WS-DATA-HOJE(1:6)
                PERFORM LER-ARQUIVO-MENSAL
                ADD 1 TO WS-ML-MES
                IF WS-ML-MES > 12
                    MOVE 1 TO WS-ML-MES
                    ADD 1 TO WS-ML-ANO
                END-IF
            END-PERFORM.

       LER-ARQUIVO-MENSAL.
            MOVE SPACES TO WS-ARQUIVO-MENSAL-PATH
            STRING 'C:\programas\ARQUIVOS\movimentos_'
                WS-MES-LEITURA-X '.txt'
                DELIMITED BY SIZE
                INTO WS-ARQUIVO-MENSAL-PATH
            SET WS-EOF TO 0
            SET WS-FS-ARQ TO 0
            OPEN INPUT ARQUIVO-MENSAL
            IF WS-FS-ARQ EQUAL ZEROS
                PERFORM UNTIL WS-EOF EQUAL 1
                    READ ARQUIVO-MENSAL
                        AT END
                            MOVE 1 TO WS-EOF
                        NOT AT END
                            PERFORM CONVERTER-LINHA-MENSAL
                    END-READ
                END-PERFORM
                CLOSE ARQUIVO-MENSAL
            END-IF
            SET WS-FS-ARQ TO 0.

      * O arquivo mensal sai do fechamento em registros H/D/T
      * separados por ';', como a interface com o ERP; so o detalhe
      * 'D' e movimento; o valor unitario vem em 9 digitos com 2
      * decimais implicitos. Arquivos antigos sem valor e lote no
      * fim da linha ficam com valor zero e lote em branco.
       CONVERTER-LINHA-MENSAL.
            IF LINHA-ARQUIVO-MENSAL(1:2) EQUAL 'D;'
                MOVE SPACES TO WS-MOVIMENTO
                MOVE ZEROS TO WS-VALOR-DIGITOS
                UNSTRING LINHA-ARQUIVO-MENSAL
                    DELIMITED BY ';'
                    INTO WS-TIPO-REGISTRO
                         WS-MOV-COD-PRODUTO
                         WS-MOV-TIPO
                         WS-MOV-QUANTIDADE
                         WS-MOV-DATA
                         WS-MOV-LOCAL-ORIGEM
                         WS-MOV-LOCAL-DESTINO
                         WS-MOV-SINAL
                         WS-MOV-SEQUENCIA
                         WS-MOV-ORIGEM
                         WS-VALOR-DIGITOS
                         WS-MOV-LOTE
                         WS-MOV-VALIDADE
                END-UNSTRING
                COMPUTE WS-MOV-VALOR-UNITARIO =
                    WS-VALOR-DIGITOS / 100
                PERFORM AVALIAR-MOVIMENTO
            END-IF.

       LER-MOVIMENTOS-CORRENTES.
            SET WS-EOF TO 0
            OPEN INPUT MOVIMENTOS
            IF WS-FS-MOV NOT EQUAL ZEROS
                DISPLAY 'AVISO - ARQUIVO DE MOVIMENTOS NAO ENCONTRADO'
            ELSE
                PERFORM UNTIL WS-EOF EQUAL 1
                    READ MOVIMENTOS
                        AT END
                            MOVE 1 TO WS-EOF
                        NOT AT END
                            MOVE REG-MOVIMENTO TO WS-MOVIMENTO
                            PERFORM AVALIAR-MOVIMENTO
                    END-READ
                END-PERFORM
                CLOSE MOVIMENTOS
            END-IF
            SET WS-FS-MOV TO 0.

      * Entrada de compra: tipo 'E' com origem PDCnnnnnn, apontada
      * pelo recebimento contra a linha pedido/produto.
       AVALIAR-MOVIMENTO.
            IF WS-MOV-TIPO EQUAL 'E' AND
               WS-MOV-ORIGEM(1:3) EQUAL 'PDC' AND
               WS-MOV-ORIGEM(4:6) IS NUMERIC
                MOVE WS-MOV-ORIGEM(4:6) TO WS-NUM-ORIGEM
                SET WS-IND-ACHADO TO 0
                PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > WS-QTD-LIN
                          OR WS-IND-ACHADO > 0
                    IF WS-LN-NUMERO(WS-IND) EQUAL WS-NUM-ORIGEM AND
                       WS-LN-COD(WS-IND) EQUAL WS-MOV-COD-PRODUTO
                        MOVE WS-IND TO WS-IND-ACHADO
                    END-IF
                END-PERFORM
                IF WS-IND-ACHADO > ZEROS
                    ADD 1 TO WS-QTD-ENTRADAS
                    IF WS-LN-PRIMEIRA(WS-IND-ACHADO) EQUAL SPACES OR
                       WS-MOV-DATA < WS-LN-PRIMEIRA(WS-IND-ACHADO)
                        MOVE WS-MOV-DATA
                            TO WS-LN-PRIMEIRA(WS-IND-ACHADO)
                    END-IF
                    IF WS-LN-ULTIMA(WS-IND-ACHADO) EQUAL SPACES OR
                       WS-MOV-DATA > WS-LN-ULTIMA(WS-IND-ACHADO)
                        MOVE WS-MOV-DATA
                            TO WS-LN-ULTIMA(WS-IND-ACHADO)
                    END-IF
                END-IF
            END-IF.

      * Linha concluida ('R'): pontual se a ultima entrada caiu ate a
      * data prevista. Linha ainda aberta apos a data prevista conta
      * como aberta vencida. Recebido acima do pedido conta como
      * excesso de entrega.
       AVALIAR-LINHA.
            PERFORM LOCALIZAR-FORNECEDOR-TAB
            IF WS-IND-FOR-ACHADO > ZEROS
                MOVE WS-IND-FOR-ACHADO TO WS-IND-FOR
                ADD 1 TO WS-FR-LINHAS(WS-IND-FOR)
                ADD WS-LN-PEDIDA(WS-IND) TO WS-FR-PEDIDA(WS-IND-FOR)
                ADD WS-LN-RECEBIDA(WS-IND)
                    TO WS-FR-RECEBIDA(WS-IND-FOR)
                IF WS-LN-RECEBIDA(WS-IND) > WS-LN-PEDIDA(WS-IND)
                    ADD 1 TO WS-FR-EXCESSOS(WS-IND-FOR)
                END-IF
                MOVE WS-LN-EMISSAO(WS-IND) TO WS-DATA-NUM
                COMPUTE WS-DIAS-EMISSAO =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
                COMPUTE WS-DIAS-PREVISTO =
                    WS-DIAS-EMISSAO + WS-LN-PRAZO(WS-IND)
                IF WS-LN-SITUACAO(WS-IND) EQUAL 'R'
                    PERFORM AVALIAR-LINHA-CONCLUIDA
                ELSE
                    IF WS-DIAS-HOJE > WS-DIAS-PREVISTO
                        ADD 1 TO WS-FR-VENCIDAS(WS-IND-FOR)
                        ADD 1 TO WS-QTD-VENCIDAS
                    END-IF
                END-IF
            END-IF.

       AVALIAR-LINHA-CONCLUIDA.
            ADD 1 TO WS-FR-CONCLUIDAS(WS-IND-FOR)
            IF WS-LN-ULTIMA(WS-IND) EQUAL SPACES
                ADD 1 TO WS-FR-SEM-DATA(WS-IND-FOR)
            ELSE
                MOVE WS-LN-ULTIMA(WS-IND) TO WS-DATA-NUM
                COMPUTE WS-DIAS-ENTREGA =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
                COMPUTE WS-DIAS-ATRASO =
                    WS-DIAS-ENTREGA - WS-DIAS-PREVISTO
                ADD WS-DIAS-ENTREGA TO WS-FR-DIAS-ENTREGA(WS-IND-FOR)
                SUBTRACT WS-DIAS-EMISSAO
                    FROM WS-FR-DIAS-ENTREGA(WS-IND-FOR)
                IF WS-DIAS-ATRASO > ZEROS
                    ADD 1 TO WS-FR-ATRASADAS(WS-IND-FOR)
                    ADD WS-DIAS-ATRASO TO WS-FR-DIAS-ATRASO(WS-IND-FOR)
                ELSE
                    ADD 1 TO WS-FR-NO-PRAZO(WS-IND-FOR)
                END-IF
            END-IF.

       LOCALIZAR-FORNECEDOR-TAB.
            SET WS-IND-FOR-ACHADO TO 0
            PERFORM VARYING WS-IND-FOR FROM 1 BY 1
                UNTIL WS-IND-FOR > WS-QTD-FOR
                      OR WS-IND-FOR-ACHADO > 0
                IF WS-FR-CODIGO(WS-IND-FOR) EQUAL
                   WS-LN-FORNECEDOR(WS-IND)
                    MOVE WS-IND-FOR TO WS-IND-FOR-ACHADO
                END-IF
            END-PERFORM
            IF WS-IND-FOR-ACHADO EQUAL ZEROS
                IF WS-QTD-FOR >= WS-MAX-FOR
                    DISPLAY 'AVISO - TABELA DE FORNECEDORES CHEIA'
                ELSE
                    ADD 1 TO WS-QTD-FOR
                    MOVE WS-QTD-FOR TO WS-IND-FOR-ACHADO
                    INITIALIZE WS-FOR(WS-IND-FOR-ACHADO)
                    MOVE WS-LN-FORNECEDOR(WS-IND)
                        TO WS-FR-CODIGO(WS-IND-FOR-ACHADO)
                    MOVE 'N' TO WS-FR-IMPRESSO(WS-IND-FOR-ACHADO)
                END-IF
            END-IF.

      * Uma linha por fornecedor do cadastro, na ordem do codigo.
      * Codigos que aparecem nos pedidos mas nao estao no cadastro
      * saem no fim como nao cadastrados.
       IMPRIMIR-AVALIACAO.
            MOVE WS-LINHA-TITULO TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE WS-DATA-INICIO TO WS-LP-DE
            MOVE WS-DATA-FIM TO WS-LP-ATE
            MOVE WS-DATA-HOJE TO WS-LP-HOJE
            MOVE WS-LINHA-PERIODO TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE SPACES TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE WS-LINHA-CAB-1 TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE WS-LINHA-CAB-2 TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            IF WS-FORN-ABERTO EQUAL 'S'
                SET WS-EOF TO 0
                MOVE ZEROS TO FORN-CODIGO
                START FORNECEDORES KEY IS NOT LESS THAN FORN-CODIGO
                    INVALID KEY
                        MOVE 1 TO WS-EOF
                END-START
                PERFORM UNTIL WS-EOF EQUAL 1
                    READ FORNECEDORES NEXT RECORD
                        AT END
                            MOVE 1 TO WS-EOF
                        NOT AT END
                            PERFORM IMPRIMIR-FORNECEDOR-CADASTRO
                    END-READ
                END-PERFORM
            END-IF
            PERFORM VARYING WS-IND-FOR FROM 1 BY 1
                UNTIL WS-IND-FOR > WS-QTD-FOR
                IF WS-FR-IMPRESSO(WS-IND-FOR) NOT EQUAL 'S'
                    MOVE '** NAO CADASTRADO **' TO WS-LD-NOME
                    MOVE ZEROS TO WS-PRAZO-CAD
                    MOVE ZEROS TO WS-LD-PRAZO-CAD
                    MOVE SPACES TO WS-LD-OBSERVACAO
                    PERFORM IMPRIMIR-LINHA-FORNECEDOR
                END-IF
            END-PERFORM
            MOVE SPACES TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE WS-LINHA-LEGENDA-1 TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE WS-LINHA-LEGENDA-2 TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE WS-LINHA-LEGENDA-3 TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO.

       IMPRIMIR-FORNECEDOR-CADASTRO.
            SET WS-IND-ACHADO TO 0
            PERFORM VARYING WS-IND-FOR FROM 1 BY 1
                UNTIL WS-IND-FOR > WS-QTD-FOR
                      OR WS-IND-ACHADO > 0
                IF WS-FR-CODIGO(WS-IND-FOR) EQUAL FORN-CODIGO
                    MOVE WS-IND-FOR TO WS-IND-ACHADO
                END-IF
            END-PERFORM
            MOVE FORN-NOME TO WS-LD-NOME
            MOVE FORN-PRAZO-ENTREGA TO WS-PRAZO-CAD
            MOVE FORN-PRAZO-ENTREGA TO WS-LD-PRAZO-CAD
            IF WS-IND-ACHADO EQUAL ZEROS
                MOVE FORN-CODIGO TO WS-LD-CODIGO
                MOVE ZEROS TO WS-LD-LINHAS
                MOVE ZEROS TO WS-LD-PONTUAL
                MOVE ZEROS TO WS-LD-ATRASO
                MOVE ZEROS TO WS-LD-ATENDIMENTO
                MOVE ZEROS TO WS-LD-EXCESSOS
                MOVE ZEROS TO WS-LD-VENCIDAS
                MOVE ZEROS TO WS-LD-PRAZO-REAL
                MOVE 'SEM PEDIDOS' TO WS-LD-OBSERVACAO
                MOVE WS-LINHA-DETALHE TO LINHA-RELATORIO
                WRITE LINHA-RELATORIO
            ELSE
                MOVE WS-IND-ACHADO TO WS-IND-FOR
                MOVE SPACES TO WS-LD-OBSERVACAO
                PERFORM IMPRIMIR-LINHA-FORNECEDOR
            END-IF.

      * Prazo real fora da tolerancia em relacao ao prazo cadastrado
      * sinaliza o cadastro do fornecedor para revisao.
       IMPRIMIR-LINHA-FORNECEDOR.
            ADD 1 TO WS-QTD-AVALIADOS
            MOVE 'S' TO WS-FR-IMPRESSO(WS-IND-FOR)
            MOVE WS-FR-CODIGO(WS-IND-FOR) TO WS-LD-CODIGO
            MOVE WS-FR-LINHAS(WS-IND-FOR) TO WS-LD-LINHAS
            IF WS-FR-NO-PRAZO(WS-IND-FOR) +
               WS-FR-ATRASADAS(WS-IND-FOR) > ZEROS
                COMPUTE WS-LD-PONTUAL ROUNDED =
                    (WS-FR-NO-PRAZO(WS-IND-FOR) * 100) /
                    (WS-FR-NO-PRAZO(WS-IND-FOR) +
                     WS-FR-ATRASADAS(WS-IND-FOR))
                COMPUTE WS-PRAZO-REAL ROUNDED =
                    WS-FR-DIAS-ENTREGA(WS-IND-FOR) /
                    (WS-FR-NO-PRAZO(WS-IND-FOR) +
                     WS-FR-ATRASADAS(WS-IND-FOR))
                MOVE WS-PRAZO-REAL TO WS-LD-PRAZO-REAL
                IF WS-LD-OBSERVACAO EQUAL SPACES
                    COMPUTE WS-DIF-PRAZO =
                        WS-PRAZO-REAL - WS-PRAZO-CAD
                    IF WS-DIF-PRAZO > WS-TOLERANCIA OR
                       WS-DIF-PRAZO < (0 - WS-TOLERANCIA)
                        MOVE 'REVISAR PRAZO CAD.' TO WS-LD-OBSERVACAO
                    END-IF
                END-IF
            ELSE
                MOVE ZEROS TO WS-LD-PONTUAL
                MOVE ZEROS TO WS-LD-PRAZO-REAL
                IF WS-LD-OBSERVACAO EQUAL SPACES
                    MOVE 'SEM ENTREGA CONCL.' TO WS-LD-OBSERVACAO
                END-IF
            END-IF
            IF WS-FR-ATRASADAS(WS-IND-FOR) > ZEROS
                COMPUTE WS-LD-ATRASO ROUNDED =
                    WS-FR-DIAS-ATRASO(WS-IND-FOR) /
                    WS-FR-ATRASADAS(WS-IND-FOR)
            ELSE
                MOVE ZEROS TO WS-LD-ATRASO
            END-IF
            IF WS-FR-PEDIDA(WS-IND-FOR) > ZEROS
                COMPUTE WS-LD-ATENDIMENTO ROUNDED =
                    (WS-FR-RECEBIDA(WS-IND-FOR) * 100) /
                    WS-FR-PEDIDA(WS-IND-FOR)
            ELSE
                MOVE ZEROS TO WS-LD-ATENDIMENTO
            END-IF
            MOVE WS-FR-EXCESSOS(WS-IND-FOR) TO WS-LD-EXCESSOS
            MOVE WS-FR-VENCIDAS(WS-IND-FOR) TO WS-LD-VENCIDAS
            MOVE WS-LINHA-DETALHE TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO.

       IMPRIMIR-VENCIDAS.
            MOVE SPACES TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE WS-LINHA-TIT-VENCIDAS TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE WS-LINHA-CAB-VENCIDAS TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            PERFORM VARYING WS-IND FROM 1 BY 1
                UNTIL WS-IND > WS-QTD-LIN
                IF WS-LN-SITUACAO(WS-IND) NOT EQUAL 'R'
                    MOVE WS-LN-EMISSAO(WS-IND) TO WS-DATA-NUM
                    COMPUTE WS-DIAS-PREVISTO =
                        FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
                        + WS-LN-PRAZO(WS-IND)
                    IF WS-DIAS-HOJE > WS-DIAS-PREVISTO
                        PERFORM IMPRIMIR-LINHA-VENCIDA
                    END-IF
                END-IF
            END-PERFORM.

       IMPRIMIR-LINHA-VENCIDA.
            MOVE WS-LN-NUMERO(WS-IND) TO WS-LV-NUMERO
            MOVE WS-LN-FORNECEDOR(WS-IND) TO WS-LV-FORNECEDOR
            MOVE WS-LN-COD(WS-IND) TO WS-LV-COD
            MOVE WS-LN-EMISSAO(WS-IND) TO WS-LV-EMISSAO
            COMPUTE WS-DATA-NUM =
                FUNCTION DATE-OF-INTEGER(WS-DIAS-PREVISTO)
            MOVE WS-DATA-NUM TO WS-LV-PREVISTA
            COMPUTE WS-SALDO-LINHA =
                WS-LN-PEDIDA(WS-IND) - WS-LN-RECEBIDA(WS-IND)
            IF WS-SALDO-LINHA < ZEROS
                MOVE ZEROS TO WS-SALDO-LINHA
            END-IF
            MOVE WS-SALDO-LINHA TO WS-LV-SALDO
            COMPUTE WS-LV-DIAS = WS-DIAS-HOJE - WS-DIAS-PREVISTO
            MOVE WS-LINHA-DET-VENCIDA TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO.

      * Controle de execucao dos jobs batch: registro de partida e de
      * encerramento no arquivo lido pelo painel de jobs.
       INICIAR-CONTROLE-JOB.
            OPEN I-O CONTROLE-JOBS
            IF WS-FS-JOB EQUAL 35
                OPEN OUTPUT CONTROLE-JOBS
                CLOSE CONTROLE-JOBS
                OPEN I-O CONTROLE-JOBS
            END-IF
            IF WS-FS-JOB NOT EQUAL ZEROS
                DISPLAY 'AVISO - CONTROLE DE JOBS INDISPONIVEL'
            ELSE
                MOVE WS-JOB-NOME TO JOB-NOME
                READ CONTROLE-JOBS
                    INVALID KEY
                        PERFORM MONTAR-PARTIDA-JOB
                        WRITE REG-JOB
                    NOT INVALID KEY
                        PERFORM MONTAR-PARTIDA-JOB
                        REWRITE REG-JOB
                END-READ
                CLOSE CONTROLE-JOBS
            END-IF.

       MONTAR-PARTIDA-JOB.
            MOVE WS-JOB-NOME TO JOB-NOME
            ACCEPT JOB-DATA-INICIO FROM DATE YYYYMMDD
            ACCEPT JOB-HORA-INICIO FROM TIME
            MOVE SPACES TO JOB-DATA-FIM
            MOVE SPACES TO JOB-HORA-FIM
            MOVE ZEROS TO JOB-QTD-PROCESSADOS
            MOVE ZEROS TO JOB-QTD-ERROS
            MOVE 'EM EXECUCAO' TO JOB-RESULTADO.

       ENCERRAR-CONTROLE-JOB.
            OPEN I-O CONTROLE-JOBS
            IF WS-FS-JOB NOT EQUAL ZEROS
                DISPLAY 'AVISO - CONTROLE DE JOBS INDISPONIVEL'
            ELSE
                MOVE WS-JOB-NOME TO JOB-NOME
                READ CONTROLE-JOBS
                    INVALID KEY
                        DISPLAY 'AVISO - JOB SEM REGISTRO DE PARTIDA'
                    NOT INVALID KEY
                        ACCEPT JOB-DATA-FIM FROM DATE YYYYMMDD
                        ACCEPT JOB-HORA-FIM FROM TIME
                        MOVE WS-JOB-PROCESSADOS
                            TO JOB-QTD-PROCESSADOS
                        MOVE WS-JOB-ERROS TO JOB-QTD-ERROS
                        MOVE WS-JOB-RESULTADO TO JOB-RESULTADO
                        REWRITE REG-JOB
                END-READ
                CLOSE CONTROLE-JOBS
            END-IF.
       END PROGRAM PROGRAMA_AVALIACAO_FORNECEDORES.
