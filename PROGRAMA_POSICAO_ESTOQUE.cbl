           ALTERNATE RECORD KEY IS CODIGO-BARRAS
               WITH DUPLICATES
           FILE STATUS IS WS-FS.
           SELECT CUSTOS-PRODUTOS ASSIGN TO
               WS-CUSTOS-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CST-COD-PRODUTO
           FILE STATUS IS WS-FS-CST.
           SELECT POSICAO ASSIGN TO
               WS-POSICAO-PATH
           ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
       FD PRODUTOS.
           COPY REGPROD.
       FD CUSTOS-PRODUTOS.
           COPY REGCUSTO.
       FD POSICAO.
       01 REG-POSICAO.
          03 POS-DATA              PIC X(08).
          03 POS-PRECO             PIC 9(07)V99.
          03 POS-VALOR             PIC 9(14)V99.
          03 POS-CATEGORIA         PIC 9(03).
          03 POS-CUSTO-MEDIO       PIC 9(07)V9999.
          03 POS-VALOR-CUSTO       PIC 9(14)V99.
       FD MOVIMENTOS.
       01 REG-MOVIMENTO.
           COPY REGMOV.
       77 WS-JOB-RESULTADO PIC X(12).
       77 WS-PRODUTOS-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\produtos.txt'.
       77 WS-CUSTOS-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\custos_produtos.txt'.
       77 WS-FS-CST        PIC 99.
       77 WS-CUSTOS-ABERTO PIC X(01) VALUE 'N'.
       77 WS-POSICAO-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\posicao_estoque.txt'.
       77 WS-MOVIMENTOS-PATH PIC X(100)
          03 WS-CATS OCCURS 50 TIMES.
             05 WS-CT-CODIGO       PIC 9(03).
             05 WS-CT-VALOR        PIC 9(16)V99.
             05 WS-CT-VALOR-CUSTO  PIC 9(16)V99.

       01 WS-LINHA-TITULO-VAR.
          03 FILLER              PIC X(15) VALUE SPACES.
          03 WS-LC-CATEGORIA     PIC ZZ9.
          03 FILLER              PIC X(08) VALUE '  VALOR '.
          03 WS-LC-VALOR         PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER              PIC X(08) VALUE '  CUSTO '.
          03 WS-LC-VALOR-CUSTO   PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'POSICAO_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-POSICAO-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'CUSTOS_PRODUTOS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-CUSTOS-PATH
            END-IF.

      * Fim de dia: um registro por produto com estoque, preco e
      * valor, acumulado no arquivo de posicoes. E a fotografia que
      * permite responder qual era o estoque (e o seu valor) em
      * qualquer data fechada. O valor a custo usa o custo medio
      * ponderado do dia; produto sem custo medio vale zero a custo.
       GRAVAR-SNAPSHOT.
            MOVE 'POSICAO-ESTOQUE' TO WS-JOB-NOME
            PERFORM INICIAR-CONTROLE-JOB
                IF WS-FS-POS EQUAL 35 THEN
                    OPEN OUTPUT POSICAO
                END-IF
                OPEN INPUT CUSTOS-PRODUTOS
                IF WS-FS-CST EQUAL ZEROS
                    MOVE 'S' TO WS-CUSTOS-ABERTO
                ELSE
                    DISPLAY 'AVISO - ARQUIVO DE CUSTOS NAO ENCONTRADO. '
                        'VALOR A CUSTO GRAVADO ZERADO'
                END-IF
                PERFORM UNTIL WS-EOF EQUAL 1
                    READ PRODUTOS NEXT RECORD
                        AT END
                    END-READ
                END-PERFORM
                CLOSE POSICAO
                IF WS-CUSTOS-ABERTO EQUAL 'S'
                    CLOSE CUSTOS-PRODUTOS
                END-IF
                CLOSE PRODUTOS
                DISPLAY 'POSICOES GRAVADAS: ' WS-QTD-GRAVADOS
                MOVE 'CONCLUIDO' TO WS-JOB-RESULTADO
            MOVE PRECO-PRODUTO TO POS-PRECO
            COMPUTE POS-VALOR = ESTOQUE-PRODUTO * PRECO-PRODUTO
            MOVE CATEGORIA-PRODUTO TO POS-CATEGORIA
            MOVE ZEROS TO POS-CUSTO-MEDIO
            IF WS-CUSTOS-ABERTO EQUAL 'S'
                MOVE COD-PRODUTO TO CST-COD-PRODUTO
                READ CUSTOS-PRODUTOS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE CST-CUSTO-MEDIO TO POS-CUSTO-MEDIO
                END-READ
            END-IF
            COMPUTE POS-VALOR-CUSTO ROUNDED =
                ESTOQUE-PRODUTO * POS-CUSTO-MEDIO
            WRITE REG-POSICAO
            IF WS-FS-POS NOT EQUAL ZEROS
                DISPLAY 'ERRO AO GRAVAR A POSICAO DO PRODUTO: '
            END-IF.

      * Para cada mes com posicao gravada, toma a ultima data do mes
      * (o fechamento) e totaliza o valor de estoque por categoria,
      * a preco de venda e a custo medio. Posicoes gravadas antes do
      * custo medio existir entram com valor a custo zero.
       RELATORIO-VALORIZACAO.
            PERFORM LEVANTAR-MESES
            IF WS-QTD-MESES EQUAL ZEROS
                UNTIL WS-IND-CAT > WS-QTD-CAT
                MOVE WS-CT-CODIGO(WS-IND-CAT) TO WS-LC-CATEGORIA
                MOVE WS-CT-VALOR(WS-IND-CAT) TO WS-LC-VALOR
                MOVE WS-CT-VALOR-CUSTO(WS-IND-CAT)
                    TO WS-LC-VALOR-CUSTO
                MOVE WS-LINHA-DET-VAL TO LINHA-RELATORIO
                WRITE LINHA-RELATORIO
            END-PERFORM.
                    MOVE POS-CATEGORIA
                        TO WS-CT-CODIGO(WS-IND-ACHADO)
                    MOVE ZEROS TO WS-CT-VALOR(WS-IND-ACHADO)
                    MOVE ZEROS TO WS-CT-VALOR-CUSTO(WS-IND-ACHADO)
                END-IF
            END-IF
            IF WS-IND-ACHADO > ZEROS
                ADD POS-VALOR TO WS-CT-VALOR(WS-IND-ACHADO)
                IF POS-VALOR-CUSTO IS NUMERIC
                    ADD POS-VALOR-CUSTO
                        TO WS-CT-VALOR-CUSTO(WS-IND-ACHADO)
                END-IF
            END-IF.

      * Controle de execucao dos jobs batch: registro de partida e de
