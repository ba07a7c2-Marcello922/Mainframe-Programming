           ACCESS IS RANDOM
           RECORD KEY IS JOB-NOME
           FILE STATUS IS WS-FS-JOB.
           SELECT ESTRUTURA-KITS ASSIGN TO
               WS-KITS-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS KIT-CHAVE
           FILE STATUS IS WS-FS-KIT.
       DATA DIVISION.
       FILE SECTION.
       FD PRODUTOS.
          03 CKP-PAGINA             PIC 9(03).
       FD CONTROLE-JOBS.
           COPY REGJOB.
       FD ESTRUTURA-KITS.
           COPY REGKIT.
       WORKING-STORAGE SECTION.
       77 WS-JOBCTL-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\controle_jobs.txt'.
       77 WS-VALOR-PRODUTO   PIC 9(16)V99 VALUE 0.
       77 WS-VALOR-PAGINA    PIC 9(16)V99 VALUE 0.
       77 WS-VALOR-TOTAL     PIC 9(16)V99 VALUE 0.
       77 WS-KITS-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\estrutura_kits.txt'.
       77 WS-FS-KIT        PIC 99.
       77 WS-SALDO-FILTRO  PIC 9(09).
       77 WS-MONTAVEIS-COMP PIC 9(09).

      * Kits do cadastro de estrutura com a quantidade de kits
      * completos que o estoque atual dos componentes permite montar.
       01 WS-TAB-KITS.
          03 WS-KT OCCURS 200 TIMES.
             05 WS-KT-CODIGO          PIC 9(06).
             05 WS-KT-MONTAVEIS       PIC 9(09).
       77 WS-QTD-KITS      PIC 9(03) VALUE 0.
       77 WS-MAX-KITS      PIC 9(03) VALUE 200.
       77 WS-IND-KIT       PIC 9(03).
       77 WS-POS-KIT       PIC 9(03).

       01 WS-PRODUTO.
          03 WS-COD-PRODUTO           PIC 9(06).
          03 FILLER              PIC X(01) VALUE SPACES.
          03 WS-LDV-VALOR        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-LINHA-KIT.
          03 FILLER              PIC X(10) VALUE SPACES.
          03 FILLER              PIC X(46)
                 VALUE 'KIT - MONTAVEIS COM O ESTOQUE DOS COMPONENTES:'.
          03 FILLER              PIC X(01) VALUE SPACES.
          03 WS-LK-MONTAVEIS     PIC ZZZ.ZZZ.ZZ9.

       01 WS-LINHA-SUBT-PAGINA.
          03 FILLER              PIC X(39)
                 VALUE 'SUBTOTAL DA PAGINA R$'.
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'CATEGORIAS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-CATEGORIAS-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'ESTRUTURA_KITS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-KITS-PATH
            END-IF.

       GERAR-RELATORIO-ESTOQUE.
                DISPLAY 'FILE STATUS: ' WS-FS
            ELSE
                PERFORM ABRIR-CATEGORIAS
                PERFORM CARREGAR-KITS-MONTAVEIS
                SET WS-QTD-CAT TO 0
                MOVE 'N' TO WS-RESUMIDO
                IF WS-RETOMAR EQUAL 'S' OR WS-RETOMAR EQUAL 's'
                    SET WS-TOTAL-ESTOQUE        TO 0
                    SET WS-LIDOS                TO 0
                    SET WS-PAGINA               TO 0
                    MOVE ZEROS TO COD-PRODUTO
                    START PRODUTOS KEY IS NOT LESS THAN COD-PRODUTO
                        INVALID KEY
                            MOVE 1 TO WS-EOF
                    END-START
                    OPEN OUTPUT RELATORIO
                    PERFORM IMPRIMIR-CABECALHO
                END-IF
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-LIDOS
                           PERFORM LOCALIZAR-KIT
                           IF WS-POS-KIT > 0
                               MOVE WS-KT-MONTAVEIS(WS-POS-KIT)
                                   TO WS-SALDO-FILTRO
                           ELSE
                               MOVE WS-ESTOQUE-PRODUTO
                                   TO WS-SALDO-FILTRO
                           END-IF
                           IF WS-FILTRO-BAIXO EQUAL 'N' OR
                              WS-SALDO-FILTRO < WS-LIMITE-REPOSICAO
                               IF WS-LINHAS-PAGINA-ATUAL >=
                                  WS-LINHAS-PAGINA
                                   PERFORM IMPRIMIR-CABECALHO
                               END-IF
                               PERFORM IMPRIMIR-DETALHE
                               IF WS-POS-KIT > 0
                                   PERFORM IMPRIMIR-DETALHE-KIT
                               END-IF
                               ADD 1 TO WS-CONTADOR
                               ADD WS-ESTOQUE-PRODUTO
                                   TO WS-TOTAL-ESTOQUE
                DISPLAY 'FILE STATUS: ' WS-FS
            ELSE
                PERFORM ABRIR-CATEGORIAS
                PERFORM CARREGAR-KITS-MONTAVEIS
                MOVE ZEROS TO COD-PRODUTO
                START PRODUTOS KEY IS NOT LESS THAN COD-PRODUTO
                    INVALID KEY
                        MOVE 1 TO WS-EOF
                END-START
                SET WS-QTD-CAT TO 0
                OPEN OUTPUT RELATORIO
                PERFORM IMPRIMIR-CABECALHO-VALOR
                                PERFORM IMPRIMIR-CABECALHO-VALOR
                            END-IF
                            PERFORM IMPRIMIR-DETALHE-VALOR
                            PERFORM LOCALIZAR-KIT
                            IF WS-POS-KIT > 0
                                PERFORM IMPRIMIR-DETALHE-KIT
                            END-IF
                            ADD 1 TO WS-CONTADOR
                            PERFORM ACUMULAR-CATEGORIA
                    END-READ
            WRITE LINHA-RELATORIO
            ADD 1 TO WS-LINHAS-PAGINA-ATUAL.

      * Linha complementar do kit: o kit nao tem estoque proprio e o
      * que se pode vender e o que os componentes permitem montar.
      * Nao entra nos totais de quantidade nem de valor.
       IMPRIMIR-DETALHE-KIT.
            MOVE WS-KT-MONTAVEIS(WS-POS-KIT) TO WS-LK-MONTAVEIS
            MOVE WS-LINHA-KIT TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            ADD 1 TO WS-LINHAS-PAGINA-ATUAL.

       LOCALIZAR-KIT.
            SET WS-POS-KIT TO 0
            PERFORM VARYING WS-IND-KIT FROM 1 BY 1
                UNTIL WS-IND-KIT > WS-QTD-KITS
                      OR WS-POS-KIT > 0
                IF WS-KT-CODIGO(WS-IND-KIT) EQUAL WS-COD-PRODUTO
                    MOVE WS-IND-KIT TO WS-POS-KIT
                END-IF
            END-PERFORM.

      * Carrega os kits antes da leitura sequencial dos produtos: o
      * estoque de cada componente vem por leitura direta e o kit
      * monta o menor quociente estoque / quantidade por kit. Quem
      * chama reposiciona o arquivo de produtos em seguida.
       CARREGAR-KITS-MONTAVEIS.
            SET WS-QTD-KITS TO 0
            SET WS-FS-KIT TO 0
            OPEN INPUT ESTRUTURA-KITS
            IF WS-FS-KIT EQUAL ZEROS
                PERFORM UNTIL WS-FS-KIT NOT EQUAL ZEROS
                    READ ESTRUTURA-KITS NEXT RECORD
                        AT END
                            MOVE 10 TO WS-FS-KIT
                        NOT AT END
                            PERFORM ACUMULAR-COMPONENTE-KIT
                    END-READ
                END-PERFORM
                CLOSE ESTRUTURA-KITS
            END-IF
            SET WS-FS-KIT TO 0
            SET WS-FS TO 0.

       ACUMULAR-COMPONENTE-KIT.
            IF WS-QTD-KITS EQUAL 0 OR
               WS-KT-CODIGO(WS-QTD-KITS) NOT EQUAL KIT-COD-KIT
                IF WS-QTD-KITS >= WS-MAX-KITS
                    DISPLAY 'AVISO - TABELA DE KITS CHEIA'
                    MOVE 10 TO WS-FS-KIT
                ELSE
                    ADD 1 TO WS-QTD-KITS
                    MOVE KIT-COD-KIT TO WS-KT-CODIGO(WS-QTD-KITS)
                    MOVE 999999999 TO WS-KT-MONTAVEIS(WS-QTD-KITS)
                END-IF
            END-IF
            IF WS-FS-KIT EQUAL ZEROS
                MOVE KIT-COD-COMPONENTE TO COD-PRODUTO
                READ PRODUTOS
                  KEY IS COD-PRODUTO
                    INVALID KEY
                        MOVE ZEROS TO ESTOQUE-PRODUTO
                END-READ
                DIVIDE ESTOQUE-PRODUTO BY KIT-QUANTIDADE
                    GIVING WS-MONTAVEIS-COMP
                IF WS-MONTAVEIS-COMP < WS-KT-MONTAVEIS(WS-QTD-KITS)
                    MOVE WS-MONTAVEIS-COMP
                        TO WS-KT-MONTAVEIS(WS-QTD-KITS)
                END-IF
            END-IF.

       IMPRIMIR-TOTAL.
            MOVE SPACES TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
