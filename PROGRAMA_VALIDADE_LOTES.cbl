      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA_VALIDADE_LOTES IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUTOS ASSIGN TO
               WS-PRODUTOS-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-PRODUTO
           ALTERNATE RECORD KEY IS NOME-PRODUTO
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS CODIGO-BARRAS
               WITH DUPLICATES
           FILE STATUS IS WS-FS.
           SELECT LOTES ASSIGN TO
               WS-LOTES-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LOT-CHAVE
           FILE STATUS IS WS-FS-LOT.
           SELECT CUSTOS-PRODUTOS ASSIGN TO
               WS-CUSTOS-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CST-COD-PRODUTO
           FILE STATUS IS WS-FS-CST.
           SELECT MOVIMENTOS ASSIGN TO
               WS-MOVIMENTOS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MOV.
           SELECT RELATORIO ASSIGN TO
               WS-RELATORIO-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RPT.
           SELECT CONTROLE-SEQUENCIA ASSIGN TO
               'C:\programas\ARQUIVOS\controle_sequencia.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-SEQ.
           SELECT CONTROLE-JOBS ASSIGN TO
               WS-JOBCTL-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS JOB-NOME
           FILE STATUS IS WS-FS-JOB.
       DATA DIVISION.
       FILE SECTION.
       FD PRODUTOS.
           COPY REGPROD.
       FD LOTES.
           COPY REGLOTE.
       FD CUSTOS-PRODUTOS.
           COPY REGCUSTO.
       FD MOVIMENTOS.
       01 REG-MOVIMENTO.
           COPY REGMOV.
       FD RELATORIO.
       01 LINHA-RELATORIO           PIC X(100).
       FD CONTROLE-SEQUENCIA.
           COPY REGSEQ.
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
       77 WS-PRODUTOS-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\produtos.txt'.
       77 WS-LOTES-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\lotes.txt'.
       77 WS-CUSTOS-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\custos_produtos.txt'.
       77 WS-MOVIMENTOS-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\movimentos.txt'.
       77 WS-RELATORIO-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\validade_lotes.txt'.
       77 WS-ENV-PATH      PIC X(100).
       77 WS-FS            PIC 99.
       77 WS-FS-LOT        PIC 99.
       77 WS-FS-CST        PIC 99.
       77 WS-FS-MOV        PIC 99.
       77 WS-FS-RPT        PIC 99.
       77 WS-FS-SEQ        PIC 99.
       77 WS-EOF           PIC 99.
       77 WS-PRODUTOS-ABERTO PIC X(01) VALUE 'N'.
       77 WS-CUSTOS-ABERTO PIC X(01) VALUE 'N'.
       77 WS-MODO          PIC X(01).
       77 WS-SN            PIC X(01).
       77 WS-DATA-HOJE     PIC X(08).
       77 WS-DATA-NUM      PIC 9(08).
       77 WS-DIAS-HOJE     PIC 9(08).
       77 WS-DIAS-VALIDADE PIC 9(08).
       77 WS-DIAS-AVISO    PIC 9(03).
       77 WS-SEQUENCIA     PIC 9(09).
       77 WS-COD-DIGITADO  PIC 9(06).
       77 WS-LOCAL-DIGITADO PIC 9(02).
       77 WS-LOTE-DIGITADO PIC X(12).
       77 WS-QTD-DIGITADA  PIC 9(09).
       77 WS-QTD-LIN       PIC 9(04) VALUE 0.
       77 WS-MAX-LIN       PIC 9(04) VALUE 2000.
       77 WS-IND           PIC 9(04).
       77 WS-IND2          PIC 9(04).
       77 WS-TROCOU        PIC X(01).
       77 WS-QTD-VENCIDOS  PIC 9(05) VALUE 0.
       77 WS-QTD-A-VENCER  PIC 9(05) VALUE 0.
       77 WS-QTD-BAIXAS    PIC 9(05) VALUE 0.
       77 WS-VALOR-VENCIDOS PIC 9(13)V99 VALUE 0.
       77 WS-VALOR-A-VENCER PIC 9(13)V99 VALUE 0.
       77 WS-QTD-EDITADA   PIC ZZZ.ZZZ.ZZ9.

      * Lotes com saldo que venceram ou vencem dentro do prazo de
      * aviso, ordenados por validade.
       01 WS-TAB-LOTES.
          03 WS-LIN OCCURS 2000 TIMES.
             05 WS-LN-VALIDADE     PIC X(08).
             05 WS-LN-COD          PIC 9(06).
             05 WS-LN-LOCAL        PIC 9(02).
             05 WS-LN-NUMERO       PIC X(12).
             05 WS-LN-QUANTIDADE   PIC 9(09).
             05 WS-LN-DIAS         PIC S9(05).
             05 WS-LN-VALOR        PIC 9(13)V99.
       01 WS-LOTE-TROCA.
          03 FILLER                PIC X(08).
          03 FILLER                PIC 9(06).
          03 FILLER                PIC 9(02).
          03 FILLER                PIC X(12).
          03 FILLER                PIC 9(09).
          03 FILLER                PIC S9(05).
          03 FILLER                PIC 9(13)V99.

       01 WS-LINHA-TITULO.
          03 FILLER              PIC X(25) VALUE SPACES.
          03 FILLER              PIC X(50)
                 VALUE 'LOTES VENCIDOS E A VENCER'.

       01 WS-LINHA-PARAMETROS.
          03 FILLER              PIC X(14) VALUE 'EMITIDO EM: '.
          03 WS-LP-HOJE          PIC X(08).
          03 FILLER              PIC X(25)
                 VALUE '   PRAZO DE AVISO (DIAS):'.
          03 WS-LP-DIAS          PIC ZZ9.

       01 WS-LINHA-SECAO.
          03 WS-LS-TEXTO         PIC X(60).

       01 WS-LINHA-CABECALHO.
          03 FILLER              PIC X(08) VALUE 'PRODUTO'.
          03 FILLER              PIC X(21) VALUE 'NOME'.
          03 FILLER              PIC X(06) VALUE 'LOCAL'.
          03 FILLER              PIC X(14) VALUE 'LOTE'.
          03 FILLER              PIC X(10) VALUE 'VALIDADE'.
          03 FILLER              PIC X(12) VALUE '  QUANTIDADE'.
          03 FILLER              PIC X(07) VALUE '   DIAS'.
          03 FILLER              PIC X(16) VALUE '  VALOR A CUSTO'.

       01 WS-LINHA-DETALHE.
          03 WS-LD-COD           PIC ZZZZZ9.
          03 FILLER              PIC X(02) VALUE SPACES.
          03 WS-LD-NOME          PIC X(20).
          03 FILLER              PIC X(02) VALUE SPACES.
          03 WS-LD-LOCAL         PIC 99.
          03 FILLER              PIC X(03) VALUE SPACES.
          03 WS-LD-LOTE          PIC X(12).
          03 FILLER              PIC X(02) VALUE SPACES.
          03 WS-LD-VALIDADE      PIC X(08).
          03 FILLER              PIC X(02) VALUE SPACES.
          03 WS-LD-QUANTIDADE    PIC ZZZ.ZZZ.ZZ9.
          03 FILLER              PIC X(01) VALUE SPACES.
          03 WS-LD-DIAS          PIC -ZZZZ9.
          03 FILLER              PIC X(01) VALUE SPACES.
          03 WS-LD-VALOR         PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-LINHA-TOTAL.
          03 WS-LT-ROTULO        PIC X(30).
          03 WS-LT-QTD           PIC ZZ.ZZ9.
          03 FILLER              PIC X(14) VALUE ' LOTES - VALOR'.
          03 WS-LT-VALOR         PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '---------- VALIDADE DE LOTES ----------'
            PERFORM RESOLVER-CAMINHOS
            SET WS-FS     TO 0
            SET WS-FS-LOT TO 0
            SET WS-EOF    TO 0
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            MOVE WS-DATA-HOJE TO WS-DATA-NUM
            COMPUTE WS-DIAS-HOJE = FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
            DISPLAY 'ESCOLHA A ACAO: (R)ELATORIO DE VALIDADE '
                '(B)AIXA DE LOTE'
            ACCEPT WS-MODO
            EVALUATE WS-MODO
                WHEN 'R'
                WHEN 'r'
                    PERFORM EMITIR-RELATORIO-VALIDADE
                WHEN 'B'
                WHEN 'b'
                    MOVE 'S' TO WS-SN
                    PERFORM UNTIL WS-SN = 'N' OR WS-SN = 'n'
                        PERFORM BAIXAR-LOTE
                        DISPLAY 'BAIXAR OUTRO LOTE? (S/N)'
                        ACCEPT WS-SN
                    END-PERFORM
                    DISPLAY 'BAIXAS DE LOTE GRAVADAS: ' WS-QTD-BAIXAS
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA'
            END-EVALUATE
            GOBACK.

       RESOLVER-CAMINHOS.
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'PRODUTOS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-PRODUTOS-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'LOTES_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-LOTES-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'CUSTOS_PRODUTOS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-CUSTOS-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'MOVIMENTOS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-MOVIMENTOS-PATH
            END-IF.

      * Relatorio diario: lotes com saldo ja vencidos (para retirar
      * da venda e baixar) e lotes que vencem dentro do prazo de
      * aviso informado.
       EMITIR-RELATORIO-VALIDADE.
            DISPLAY 'PRAZO DE AVISO EM DIAS (EX: 030)'
            ACCEPT WS-DIAS-AVISO
            IF WS-DIAS-AVISO EQUAL ZEROS
                MOVE 30 TO WS-DIAS-AVISO
            END-IF
            MOVE 'VALIDADE-LOTES' TO WS-JOB-NOME
            PERFORM INICIAR-CONTROLE-JOB
            MOVE 'ABORTADO' TO WS-JOB-RESULTADO
            OPEN INPUT LOTES
            IF WS-FS-LOT NOT EQUAL ZEROS
                DISPLAY 'ERRO - ARQUIVO DE LOTES NAO ENCONTRADO'
                DISPLAY 'FILE STATUS: ' WS-FS-LOT
            ELSE
                OPEN INPUT PRODUTOS
                IF WS-FS EQUAL ZEROS
                    MOVE 'S' TO WS-PRODUTOS-ABERTO
                END-IF
                OPEN INPUT CUSTOS-PRODUTOS
                IF WS-FS-CST EQUAL ZEROS
                    MOVE 'S' TO WS-CUSTOS-ABERTO
                END-IF
                PERFORM CARREGAR-LOTES
                CLOSE LOTES
                PERFORM ORDENAR-POR-VALIDADE
                OPEN OUTPUT RELATORIO
                PERFORM IMPRIMIR-RELATORIO
                CLOSE RELATORIO
                IF WS-PRODUTOS-ABERTO EQUAL 'S'
                    CLOSE PRODUTOS
                END-IF
                IF WS-CUSTOS-ABERTO EQUAL 'S'
                    CLOSE CUSTOS-PRODUTOS
                END-IF
                DISPLAY 'LOTES VENCIDOS EM ESTOQUE: ' WS-QTD-VENCIDOS
                DISPLAY 'LOTES A VENCER NO PRAZO: ' WS-QTD-A-VENCER
                DISPLAY 'RELATORIO GRAVADO EM: ' WS-RELATORIO-PATH
                MOVE 'CONCLUIDO' TO WS-JOB-RESULTADO
            END-IF
            MOVE WS-QTD-LIN TO WS-JOB-PROCESSADOS
            MOVE ZEROS TO WS-JOB-ERROS
            PERFORM ENCERRAR-CONTROLE-JOB.

       CARREGAR-LOTES.
            SET WS-QTD-LIN TO 0
            PERFORM UNTIL WS-EOF EQUAL 1
                READ LOTES NEXT RECORD
                    AT END
                        MOVE 1 TO WS-EOF
                    NOT AT END
                        IF LOT-QUANTIDADE > ZEROS AND
                           LOT-VALIDADE IS NUMERIC
                            PERFORM AVALIAR-LOTE
                        END-IF
                END-READ
            END-PERFORM.

       AVALIAR-LOTE.
            MOVE LOT-VALIDADE TO WS-DATA-NUM
            COMPUTE WS-DIAS-VALIDADE =
                FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
            IF WS-DIAS-VALIDADE <= WS-DIAS-HOJE + WS-DIAS-AVISO
                IF WS-QTD-LIN >= WS-MAX-LIN
                    DISPLAY 'AVISO - TABELA DE LOTES CHEIA. '
                        'LOTE IGNORADO: ' LOT-NUMERO
                ELSE
                    ADD 1 TO WS-QTD-LIN
                    MOVE LOT-VALIDADE TO WS-LN-VALIDADE(WS-QTD-LIN)
                    MOVE LOT-COD-PRODUTO TO WS-LN-COD(WS-QTD-LIN)
                    MOVE LOT-LOCAL TO WS-LN-LOCAL(WS-QTD-LIN)
                    MOVE LOT-NUMERO TO WS-LN-NUMERO(WS-QTD-LIN)
                    MOVE LOT-QUANTIDADE
                        TO WS-LN-QUANTIDADE(WS-QTD-LIN)
                    COMPUTE WS-LN-DIAS(WS-QTD-LIN) =
                        WS-DIAS-VALIDADE - WS-DIAS-HOJE
                    MOVE ZEROS TO WS-LN-VALOR(WS-QTD-LIN)
                    IF WS-CUSTOS-ABERTO EQUAL 'S'
                        MOVE LOT-COD-PRODUTO TO CST-COD-PRODUTO
                        READ CUSTOS-PRODUTOS
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                COMPUTE WS-LN-VALOR(WS-QTD-LIN)
                                    ROUNDED = LOT-QUANTIDADE
                                    * CST-CUSTO-MEDIO
                        END-READ
                    END-IF
                END-IF
            END-IF.

      * Ordenacao por troca simples: validade e, dentro dela, codigo
      * do produto.
       ORDENAR-POR-VALIDADE.
            MOVE 'S' TO WS-TROCOU
            PERFORM UNTIL WS-TROCOU EQUAL 'N'
                MOVE 'N' TO WS-TROCOU
                PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND >= WS-QTD-LIN
                    COMPUTE WS-IND2 = WS-IND + 1
                    IF WS-LN-VALIDADE(WS-IND) >
                       WS-LN-VALIDADE(WS-IND2) OR
                       (WS-LN-VALIDADE(WS-IND) EQUAL
                        WS-LN-VALIDADE(WS-IND2) AND
                        WS-LN-COD(WS-IND) > WS-LN-COD(WS-IND2))
                        MOVE WS-LIN(WS-IND) TO WS-LOTE-TROCA
                        MOVE WS-LIN(WS-IND2) TO WS-LIN(WS-IND)
                        MOVE WS-LOTE-TROCA TO WS-LIN(WS-IND2)
                        MOVE 'S' TO WS-TROCOU
                    END-IF
                END-PERFORM
            END-PERFORM.

       IMPRIMIR-RELATORIO.
            MOVE WS-LINHA-TITULO TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE WS-DATA-HOJE TO WS-LP-HOJE
            MOVE WS-DIAS-AVISO TO WS-LP-DIAS
            MOVE WS-LINHA-PARAMETROS TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE SPACES TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE 'LOTES VENCIDOS EM ESTOQUE - RETIRAR E BAIXAR (AJUSTE)'
                TO WS-LS-TEXTO
            MOVE WS-LINHA-SECAO TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE WS-LINHA-CABECALHO TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            PERFORM VARYING WS-IND FROM 1 BY 1
                UNTIL WS-IND > WS-QTD-LIN
                IF WS-LN-DIAS(WS-IND) < ZEROS
                    ADD 1 TO WS-QTD-VENCIDOS
                    ADD WS-LN-VALOR(WS-IND) TO WS-VALOR-VENCIDOS
                    PERFORM IMPRIMIR-LINHA-LOTE
                END-IF
            END-PERFORM
            MOVE 'TOTAL VENCIDOS:' TO WS-LT-ROTULO
            MOVE WS-QTD-VENCIDOS TO WS-LT-QTD
            MOVE WS-VALOR-VENCIDOS TO WS-LT-VALOR
            MOVE WS-LINHA-TOTAL TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE SPACES TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE 'LOTES A VENCER DENTRO DO PRAZO DE AVISO'
                TO WS-LS-TEXTO
            MOVE WS-LINHA-SECAO TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE WS-LINHA-CABECALHO TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            PERFORM VARYING WS-IND FROM 1 BY 1
                UNTIL WS-IND > WS-QTD-LIN
                IF WS-LN-DIAS(WS-IND) NOT < ZEROS
                    ADD 1 TO WS-QTD-A-VENCER
                    ADD WS-LN-VALOR(WS-IND) TO WS-VALOR-A-VENCER
                    PERFORM IMPRIMIR-LINHA-LOTE
                END-IF
            END-PERFORM
            MOVE 'TOTAL A VENCER:' TO WS-LT-ROTULO
            MOVE WS-QTD-A-VENCER TO WS-LT-QTD
            MOVE WS-VALOR-A-VENCER TO WS-LT-VALOR
            MOVE WS-LINHA-TOTAL TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO.

       IMPRIMIR-LINHA-LOTE.
            MOVE WS-LN-COD(WS-IND) TO WS-LD-COD
            MOVE SPACES TO WS-LD-NOME
            IF WS-PRODUTOS-ABERTO EQUAL 'S'
                MOVE WS-LN-COD(WS-IND) TO COD-PRODUTO
                READ PRODUTOS
                    INVALID KEY
                        MOVE 'PRODUTO NAO CADASTRADO' TO WS-LD-NOME
                    NOT INVALID KEY
                        MOVE NOME-PRODUTO TO WS-LD-NOME
                END-READ
            END-IF
            MOVE WS-LN-LOCAL(WS-IND) TO WS-LD-LOCAL
            MOVE WS-LN-NUMERO(WS-IND) TO WS-LD-LOTE
            MOVE WS-LN-VALIDADE(WS-IND) TO WS-LD-VALIDADE
            MOVE WS-LN-QUANTIDADE(WS-IND) TO WS-LD-QUANTIDADE
            MOVE WS-LN-DIAS(WS-IND) TO WS-LD-DIAS
            MOVE WS-LN-VALOR(WS-IND) TO WS-LD-VALOR
            MOVE WS-LINHA-DETALHE TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO.

      * A baixa do lote retirado da venda e um ajuste negativo ('A'
      * com sinal '-') que leva o lote e o local: o processamento
      * noturno baixa o estoque e o saldo daquele lote.
       BAIXAR-LOTE.
            DISPLAY 'INFORME O CODIGO DO PRODUTO'
            ACCEPT WS-COD-DIGITADO
            DISPLAY 'INFORME O LOCAL DO LOTE (01 DEPOSITO, 02 LOJA)'
            ACCEPT WS-LOCAL-DIGITADO
            DISPLAY 'INFORME O LOTE'
            ACCEPT WS-LOTE-DIGITADO
            OPEN INPUT LOTES
            IF WS-FS-LOT NOT EQUAL ZEROS
                DISPLAY 'ERRO - ARQUIVO DE LOTES NAO ENCONTRADO'
                DISPLAY 'FILE STATUS: ' WS-FS-LOT
            ELSE
                MOVE WS-COD-DIGITADO TO LOT-COD-PRODUTO
                MOVE WS-LOCAL-DIGITADO TO LOT-LOCAL
                MOVE WS-LOTE-DIGITADO TO LOT-NUMERO
                READ LOTES
                    INVALID KEY
                        DISPLAY 'LOTE NAO ENCONTRADO NO LOCAL INFORMADO'
                    NOT INVALID KEY
                        PERFORM CONFIRMAR-BAIXA-LOTE
                END-READ
                CLOSE LOTES
            END-IF.

       CONFIRMAR-BAIXA-LOTE.
            MOVE LOT-QUANTIDADE TO WS-QTD-EDITADA
            DISPLAY 'SALDO DO LOTE: ' WS-QTD-EDITADA
                '   VALIDADE: ' LOT-VALIDADE
            DISPLAY 'QUANTIDADE A BAIXAR (ZERO = SALDO TODO)'
            ACCEPT WS-QTD-DIGITADA
            IF WS-QTD-DIGITADA EQUAL ZEROS
                MOVE LOT-QUANTIDADE TO WS-QTD-DIGITADA
            END-IF
            IF WS-QTD-DIGITADA > LOT-QUANTIDADE
                DISPLAY 'QUANTIDADE MAIOR QUE O SALDO DO LOTE'
            ELSE
                DISPLAY 'CONFIRMA A BAIXA DO LOTE? (S/N)'
                ACCEPT WS-SN
                IF WS-SN EQUAL 'S' OR WS-SN EQUAL 's'
                    PERFORM GRAVAR-AJUSTE-LOTE
                END-IF
                MOVE 'S' TO WS-SN
            END-IF.

       GRAVAR-AJUSTE-LOTE.
            OPEN EXTEND MOVIMENTOS
            IF WS-FS-MOV EQUAL 35 THEN
                OPEN OUTPUT MOVIMENTOS
            END-IF
            MOVE LOT-COD-PRODUTO TO MOV-COD-PRODUTO
            MOVE 'A' TO MOV-TIPO
            MOVE WS-QTD-DIGITADA TO MOV-QUANTIDADE
            MOVE WS-DATA-HOJE TO MOV-DATA
            MOVE LOT-LOCAL TO MOV-LOCAL-ORIGEM
            MOVE ZEROS TO MOV-LOCAL-DESTINO
            MOVE '-' TO MOV-SINAL
            PERFORM OBTER-SEQUENCIA-MOVIMENTO
            MOVE WS-SEQUENCIA TO MOV-SEQUENCIA
            MOVE 'BAIXA-LOTE' TO MOV-ORIGEM
            MOVE ZEROS TO MOV-VALOR-UNITARIO
            MOVE LOT-NUMERO TO MOV-LOTE
            MOVE LOT-VALIDADE TO MOV-VALIDADE
            WRITE REG-MOVIMENTO
            IF WS-FS-MOV NOT EQUAL ZEROS
                DISPLAY 'ERRO AO GRAVAR O AJUSTE DO LOTE: '
                    LOT-NUMERO
                DISPLAY 'FILE STATUS: ' WS-FS-MOV
            ELSE
                ADD 1 TO WS-QTD-BAIXAS
                DISPLAY 'AJUSTE GRAVADO - SERA APLICADO NO '
                    'PROCESSAMENTO DE MOVIMENTOS'
            END-IF
            CLOSE MOVIMENTOS.

      * Numero unico de movimento, tirado do arquivo de controle de
      * sequencia compartilhado por todos os geradores de movimento.
       OBTER-SEQUENCIA-MOVIMENTO.
            SET WS-SEQUENCIA TO 0
            SET WS-FS-SEQ TO 0
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
       END PROGRAM PROGRAMA_VALIDADE_LOTES.
