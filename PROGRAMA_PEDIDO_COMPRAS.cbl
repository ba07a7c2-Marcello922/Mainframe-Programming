           ACCESS IS RANDOM
           RECORD KEY IS FORN-CODIGO
           FILE STATUS IS WS-FS-FORN.
           SELECT CUSTOS-PRODUTOS ASSIGN TO
               WS-CUSTOS-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CST-COD-PRODUTO
           FILE STATUS IS WS-FS-CST.
           SELECT CONTROLE-COMPRAS ASSIGN TO
               'C:\programas\ARQUIVOS\pedidos_compra_controle.txt'
           ORGANIZATION IS LINE SEQUENTIAL
          03 ORD-SUGERIDA          PIC 9(09).
       FD FORNECEDORES.
           COPY REGFORN.
       FD CUSTOS-PRODUTOS.
           COPY REGCUSTO.
       FD CONTROLE-COMPRAS.
       01 REG-CONTROLE-COMPRAS.
          03 CTL-ULTIMO-PEDIDO     PIC 9(06).
       77 WS-JOB-RESULTADO PIC X(12).
       77 WS-FORNECEDORES-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\fornecedores.txt'.
       77 WS-CUSTOS-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\custos_produtos.txt'.
       77 WS-PEDIDOS-COMPRA-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\pedidos_compra.txt'.
       77 WS-DOCUMENTO-PATH PIC X(100)
       77 WS-FS-ORD        PIC 99.
       77 WS-FS-FORN       PIC 99.
       77 WS-FS-CTL        PIC 99.
       77 WS-FS-CST        PIC 99.
       77 WS-FS-PDC        PIC 99.
       77 WS-FS-DOC        PIC 99.
       77 WS-EOF-ORD       PIC 99.
       77 WS-FORN-ABERTO   PIC X(01) VALUE 'N'.
       77 WS-CUSTOS-ABERTO PIC X(01) VALUE 'N'.
       77 WS-FORN-GRUPO    PIC 9(03) VALUE 0.
       77 WS-TEM-GRUPO     PIC X(01) VALUE 'N'.
       77 WS-PRAZO-GRUPO   PIC 9(03) VALUE 0.
          03 FILLER              PIC X(21) VALUE 'NOME DO PRODUTO'.
          03 FILLER              PIC X(12) VALUE 'ESTOQUE'.
          03 FILLER              PIC X(13) VALUE 'PONTO REPOS.'.
          03 FILLER              PIC X(13) VALUE 'QTDE PEDIDA'.
          03 FILLER              PIC X(11) VALUE 'CUSTO UNIT.'.

       01 WS-LINHA-DETALHE.
          03 WS-LD-COD           PIC ZZZZZ9.
          03 WS-LD-PONTO         PIC ZZZ.ZZZ.ZZ9.
          03 FILLER              PIC X(02) VALUE SPACES.
          03 WS-LD-PEDIDA        PIC ZZZ.ZZZ.ZZ9.
          03 FILLER              PIC X(01) VALUE SPACES.
          03 WS-LD-CUSTO         PIC Z.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                IF WS-FS-FORN EQUAL ZEROS
                    MOVE 'S' TO WS-FORN-ABERTO
                END-IF
                OPEN INPUT CUSTOS-PRODUTOS
                IF WS-FS-CST EQUAL ZEROS
                    MOVE 'S' TO WS-CUSTOS-ABERTO
                END-IF
                OPEN EXTEND PEDIDOS-COMPRA
                IF WS-FS-PDC EQUAL 35 THEN
                    OPEN OUTPUT PEDIDOS-COMPRA
                IF WS-FORN-ABERTO EQUAL 'S'
                    CLOSE FORNECEDORES
                END-IF
                IF WS-CUSTOS-ABERTO EQUAL 'S'
                    CLOSE CUSTOS-PRODUTOS
                END-IF
                CLOSE SUGESTOES-ORD
                DISPLAY 'PEDIDOS EMITIDOS: ' WS-QTD-PEDIDOS
                DISPLAY 'LINHAS DE PEDIDO: ' WS-QTD-LINHAS
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'PEDIDOS_COMPRA_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-PEDIDOS-COMPRA-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'CUSTOS_PRODUTOS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-CUSTOS-PATH
            END-IF.

      * Cada fornecedor presente na sugestao ordenada vira um pedido
            MOVE WS-DATA-HOJE TO PDC-DATA-EMISSAO
            MOVE WS-PRAZO-GRUPO TO PDC-PRAZO-ENTREGA
            MOVE 'A' TO PDC-SITUACAO
            PERFORM BUSCAR-CUSTO-PRODUTO
            WRITE REG-PEDIDO-COMPRA
            IF WS-FS-PDC NOT EQUAL ZEROS
                DISPLAY 'ERRO AO GRAVAR A LINHA DO PEDIDO: '
            MOVE ORD-ESTOQUE TO WS-LD-ESTOQUE
            MOVE ORD-PONTO TO WS-LD-PONTO
            MOVE ORD-SUGERIDA TO WS-LD-PEDIDA
            MOVE PDC-CUSTO-UNITARIO TO WS-LD-CUSTO
            MOVE WS-LINHA-DETALHE TO LINHA-DOCUMENTO
            WRITE LINHA-DOCUMENTO.

      * O custo da linha parte do custo da ultima entrada do produto;
      * o recebimento confirma ou corrige o valor faturado. Produto
      * sem entrada com custo sai com custo zero, a informar no
      * recebimento.
       BUSCAR-CUSTO-PRODUTO.
            MOVE ZEROS TO PDC-CUSTO-UNITARIO
            IF WS-CUSTOS-ABERTO EQUAL 'S'
                MOVE ORD-COD-PRODUTO TO CST-COD-PRODUTO
                READ CUSTOS-PRODUTOS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE CST-ULTIMO-CUSTO TO PDC-CUSTO-UNITARIO
                END-READ
            END-IF.

       OBTER-NUMERO-PEDIDO.
            SET WS-NUMERO-PEDIDO TO 0
            OPEN INPUT CONTROLE-COMPRAS
