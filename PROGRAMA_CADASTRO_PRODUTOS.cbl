               WS-TRAVA-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TRV.
           SELECT SITUACAO-PRODUTOS ASSIGN TO
               WS-SITUACAO-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS SIT-COD-PRODUTO
           FILE STATUS IS WS-FS-SIT.
           SELECT RESERVAS ASSIGN TO
               WS-RESERVAS-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RES-CHAVE
           FILE STATUS IS WS-FS-RES.
           SELECT LOTES ASSIGN TO
               WS-LOTES-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LOT-CHAVE
           FILE STATUS IS WS-FS-LOT.
           SELECT PENDENCIAS ASSIGN TO
               WS-PENDENCIAS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PEN.
           SELECT PEDIDOS-COMPRA ASSIGN TO
               WS-PEDIDOS-COMPRA-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PDC.
           SELECT ESTRUTURA-KITS ASSIGN TO
               WS-KITS-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS KIT-CHAVE
           FILE STATUS IS WS-FS-KIT.
       DATA DIVISION.
       FILE SECTION.
       FD PRODUTOS.
           COPY REGPROD.
       FD TRAVA-ESTOQUE.
           COPY REGTRAVA.
       FD SITUACAO-PRODUTOS.
           COPY REGSITP.
       FD RESERVAS.
           COPY REGRESV.
       FD LOTES.
           COPY REGLOTE.
       FD PENDENCIAS.
       01 REG-PENDENCIA.
           COPY REGPEN.
       FD PEDIDOS-COMPRA.
           COPY REGPEDC.
       FD ESTRUTURA-KITS.
           COPY REGKIT.
       FD PRODUTOS-LOG.
       01 REG-LOG.
          03 LOG-COD-PRODUTO       PIC 9(06).
       77 WS-FS-TRV        PIC 99.
       77 WS-TRAVA-LIVRE   PIC X(01).
       77 WS-PRECO-EDIT    PIC Z(7)9,99.
       77 WS-SITUACAO-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\situacao_produtos.txt'.
       77 WS-RESERVAS-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\reservas.txt'.
       77 WS-LOTES-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\lotes.txt'.
       77 WS-PENDENCIAS-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\pendencias.txt'.
       77 WS-PEDIDOS-COMPRA-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\pedidos_compra.txt'.
       77 WS-FS-SIT        PIC 99.
       77 WS-FS-RES        PIC 99.
       77 WS-FS-LOT        PIC 99.
       77 WS-FS-PEN        PIC 99.
       77 WS-FS-PDC        PIC 99.
       77 WS-KITS-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\estrutura_kits.txt'.
       77 WS-FS-KIT        PIC 99.
       77 WS-EOF           PIC 99.
       77 WS-PODE-EXCLUIR  PIC X(01).
       77 WS-MOTIVO-RECUSA PIC X(40).
       01 WS-TIMESTAMP.
          03 WS-TS-DATA     PIC X(08).
          03 WS-TS-HORA     PIC X(06).
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-PRODUTOS-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT
                'SITUACAO_PRODUTOS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-SITUACAO-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'RESERVAS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-RESERVAS-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'LOTES_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-LOTES-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'PENDENCIAS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-PENDENCIAS-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'PEDIDOS_COMPRA_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-PEDIDOS-COMPRA-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'ESTRUTURA_KITS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-KITS-PATH
            END-IF
            MOVE LK-OPERADOR TO WS-OPERADOR
            PERFORM OBTER-TRAVA-ONLINE
            IF WS-TRAVA-LIVRE NOT EQUAL 'S'

       EXCLUIR-DADOS-PRODUTO.
            MOVE NOME-PRODUTO TO WS-OLD-NOME
            PERFORM VERIFICAR-EXCLUSAO-PRODUTO
            IF WS-PODE-EXCLUIR NOT EQUAL 'S'
                DISPLAY 'EXCLUSAO RECUSADA - ' WS-MOTIVO-RECUSA
            ELSE
                DELETE PRODUTOS
                IF WS-FS NOT EQUAL ZEROS
                    DISPLAY 'ERRO - NAO FOI POSSIVEL EXCLUIR O REGISTRO'
                    DISPLAY 'FILE STATUS: ' WS-FS
                ELSE
                    DISPLAY 'REGISTRO EXCLUIDO COM SUCESSO!'
                    MOVE 'REGISTRO' TO WS-LOG-CAMPO
                    MOVE WS-OLD-NOME TO WS-LOG-ANTIGO
                    MOVE SPACES TO WS-LOG-NOVO
                    PERFORM GRAVAR-LOG
                    PERFORM EXCLUIR-SITUACAO-PRODUTO
                END-IF
            END-IF.

      * So o produto descontinuado, com estoque zero e sem reserva de
      * pedido de venda, pedido de compra em aberto, pendencia, lote
      * ou estrutura de kit pode ser excluido - os demais saem de
      * linha pela situacao, preservando o kardex e o historico do
      * fechamento.
       VERIFICAR-EXCLUSAO-PRODUTO.
            MOVE 'S' TO WS-PODE-EXCLUIR
            MOVE SPACES TO WS-MOTIVO-RECUSA
            MOVE SPACES TO SIT-SITUACAO
            OPEN INPUT SITUACAO-PRODUTOS
            IF WS-FS-SIT EQUAL ZEROS
                MOVE COD-PRODUTO TO SIT-COD-PRODUTO
                READ SITUACAO-PRODUTOS
                    INVALID KEY
                        MOVE SPACES TO SIT-SITUACAO
                END-READ
                CLOSE SITUACAO-PRODUTOS
            END-IF
            IF SIT-SITUACAO NOT EQUAL 'D'
                MOVE 'N' TO WS-PODE-EXCLUIR
                MOVE 'PRODUTO NAO ESTA DESCONTINUADO'
                    TO WS-MOTIVO-RECUSA
            END-IF
            IF WS-PODE-EXCLUIR EQUAL 'S' AND
               ESTOQUE-PRODUTO > ZEROS
                MOVE 'N' TO WS-PODE-EXCLUIR
                MOVE 'PRODUTO AINDA TEM ESTOQUE'
                    TO WS-MOTIVO-RECUSA
            END-IF
            IF WS-PODE-EXCLUIR EQUAL 'S'
                PERFORM VERIFICAR-RESERVAS-PRODUTO
            END-IF
            IF WS-PODE-EXCLUIR EQUAL 'S'
                PERFORM VERIFICAR-COMPRAS-PRODUTO
            END-IF
            IF WS-PODE-EXCLUIR EQUAL 'S'
                PERFORM VERIFICAR-PENDENCIAS-PRODUTO
            END-IF
            IF WS-PODE-EXCLUIR EQUAL 'S'
                PERFORM VERIFICAR-LOTES-PRODUTO
            END-IF
            IF WS-PODE-EXCLUIR EQUAL 'S'
                PERFORM VERIFICAR-KITS-PRODUTO
            END-IF
            MOVE ZEROS TO WS-FS.

       VERIFICAR-RESERVAS-PRODUTO.
            OPEN INPUT RESERVAS
            IF WS-FS-RES EQUAL ZEROS
                SET WS-EOF TO 0
                MOVE COD-PRODUTO TO RES-COD-PRODUTO
                MOVE ZEROS TO RES-LOCAL
                START RESERVAS KEY IS NOT LESS THAN RES-CHAVE
                    INVALID KEY
                        MOVE 1 TO WS-EOF
                END-START
                PERFORM UNTIL WS-EOF EQUAL 1
                    READ RESERVAS NEXT RECORD
                        AT END
                            MOVE 1 TO WS-EOF
                        NOT AT END
                            IF RES-COD-PRODUTO NOT EQUAL COD-PRODUTO
                                MOVE 1 TO WS-EOF
                            ELSE
                                IF RES-QUANTIDADE > ZEROS
                                    MOVE 'N' TO WS-PODE-EXCLUIR
                                    MOVE 'PEDIDO DE VENDA EM ABERTO'
                                        TO WS-MOTIVO-RECUSA
                                    MOVE 1 TO WS-EOF
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE RESERVAS
            END-IF.

       VERIFICAR-COMPRAS-PRODUTO.
            OPEN INPUT PEDIDOS-COMPRA
            IF WS-FS-PDC EQUAL ZEROS
                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
                    READ PEDIDOS-COMPRA
                        AT END
                            MOVE 1 TO WS-EOF
                        NOT AT END
                            IF PDC-COD-PRODUTO EQUAL COD-PRODUTO AND
                               (PDC-SITUACAO EQUAL 'A' OR
                                PDC-SITUACAO EQUAL 'P')
                                MOVE 'N' TO WS-PODE-EXCLUIR
                                MOVE 'PEDIDO DE COMPRA EM ABERTO'
                                    TO WS-MOTIVO-RECUSA
                                MOVE 1 TO WS-EOF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PEDIDOS-COMPRA
            END-IF.

       VERIFICAR-PENDENCIAS-PRODUTO.
            OPEN INPUT PENDENCIAS
            IF WS-FS-PEN EQUAL ZEROS
                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
                    READ PENDENCIAS
                        AT END
                            MOVE 1 TO WS-EOF
                        NOT AT END
                            IF PEN-COD-PRODUTO EQUAL COD-PRODUTO AND
                               PEN-SITUACAO EQUAL 'P'
                                MOVE 'N' TO WS-PODE-EXCLUIR
                                MOVE 'PENDENCIA DE ENTREGA EM ABERTO'
                                    TO WS-MOTIVO-RECUSA
                                MOVE 1 TO WS-EOF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PENDENCIAS
            END-IF.

       VERIFICAR-LOTES-PRODUTO.
            OPEN INPUT LOTES
            IF WS-FS-LOT EQUAL ZEROS
                MOVE COD-PRODUTO TO LOT-COD-PRODUTO
                MOVE ZEROS TO LOT-LOCAL
                MOVE SPACES TO LOT-NUMERO
                START LOTES KEY IS NOT LESS THAN LOT-CHAVE
                    NOT INVALID KEY
                        READ LOTES NEXT RECORD
                            NOT AT END
                                IF LOT-COD-PRODUTO EQUAL COD-PRODUTO
                                    MOVE 'N' TO WS-PODE-EXCLUIR
                                    MOVE 'PRODUTO AINDA TEM LOTES'
                                        TO WS-MOTIVO-RECUSA
                                END-IF
                        END-READ
                END-START
                CLOSE LOTES
            END-IF.

      * O produto nao pode ser kit (registros com o codigo como
      * KIT-COD-KIT, lidos a partir da chave) nem componente de kit
      * (leitura de todo o arquivo, como no cadastro de kits): a
      * venda do kit geraria saidas de produto inexistente.
       VERIFICAR-KITS-PRODUTO.
            OPEN INPUT ESTRUTURA-KITS
            IF WS-FS-KIT EQUAL ZEROS
                MOVE COD-PRODUTO TO KIT-COD-KIT
                MOVE ZEROS TO KIT-COD-COMPONENTE
                START ESTRUTURA-KITS KEY IS NOT LESS THAN KIT-CHAVE
                    NOT INVALID KEY
                        READ ESTRUTURA-KITS NEXT RECORD
                            NOT AT END
                                IF KIT-COD-KIT EQUAL COD-PRODUTO
                                    MOVE 'N' TO WS-PODE-EXCLUIR
                                END-IF
                        END-READ
                END-START
                IF WS-PODE-EXCLUIR EQUAL 'S'
                    SET WS-EOF TO 0
                    MOVE ZEROS TO KIT-CHAVE
                    START ESTRUTURA-KITS KEY IS NOT LESS THAN KIT-CHAVE
                        INVALID KEY
                            MOVE 1 TO WS-EOF
                    END-START
                    PERFORM UNTIL WS-EOF EQUAL 1
                        READ ESTRUTURA-KITS NEXT RECORD
                            AT END
                                MOVE 1 TO WS-EOF
                            NOT AT END
                                IF KIT-COD-COMPONENTE EQUAL COD-PRODUTO
                                    MOVE 'N' TO WS-PODE-EXCLUIR
                                    MOVE 1 TO WS-EOF
                                END-IF
                        END-READ
                    END-PERFORM
                END-IF
                IF WS-PODE-EXCLUIR NOT EQUAL 'S'
                    MOVE 'PRODUTO E KIT OU COMPONENTE DE KIT'
                        TO WS-MOTIVO-RECUSA
                END-IF
                CLOSE ESTRUTURA-KITS
            END-IF.

       EXCLUIR-SITUACAO-PRODUTO.
            OPEN I-O SITUACAO-PRODUTOS
            IF WS-FS-SIT EQUAL ZEROS
                MOVE COD-PRODUTO TO SIT-COD-PRODUTO
                DELETE SITUACAO-PRODUTOS
                    INVALID KEY
                        CONTINUE
                END-DELETE
                CLOSE SITUACAO-PRODUTOS
            END-IF.

       GRAVAR-LOG.
