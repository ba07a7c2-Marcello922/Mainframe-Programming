      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA_MARGEM_BRUTA IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUTOS ASSIGN TO
               WS-PRODUTOS-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS COD-PRODUTO
           ALTERNATE RECORD KEY IS NOME-PRODUTO
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS CODIGO-BARRAS
               WITH DUPLICATES
           FILE STATUS IS WS-FS.
           SELECT CUSTOS-PRODUTOS ASSIGN TO
               WS-CUSTOS-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CST-COD-PRODUTO
           FILE STATUS IS WS-FS-CST.
           SELECT CATEGORIAS ASSIGN TO
               WS-CATEGORIAS-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CAT-CODIGO
           FILE STATUS IS WS-FS-CAT.
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
       FD PRODUTOS.
           COPY REGPROD.
       FD CUSTOS-PRODUTOS.
           COPY REGCUSTO.
       FD CATEGORIAS.
           COPY REGCAT.
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
       77 WS-PRODUTOS-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\produtos.txt'.
       77 WS-CUSTOS-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\custos_produtos.txt'.
       77 WS-CATEGORIAS-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\categorias.txt'.
       77 WS-MOVIMENTOS-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\movimentos.txt'.
       77 WS-ARQUIVO-MENSAL-PATH PIC X(100).
       77 WS-VALOR-DIGITOS PIC 9(09).
       77 WS-TIPO-REGISTRO PIC X(01).
       77 WS-RELATORIO-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\margem_bruta.txt'.
       77 WS-ENV-PATH      PIC X(100).
       77 WS-FS            PIC 99.
       77 WS-FS-CST        PIC 99.
       77 WS-FS-CAT        PIC 99.
       77 WS-FS-MOV        PIC 99.
       77 WS-FS-ARQ        PIC 99.
       77 WS-FS-RPT        PIC 99.
       77 WS-EOF           PIC 99.
       77 WS-CUSTOS-ABERTO PIC X(01) VALUE 'N'.
       77 WS-CAT-ABERTO    PIC X(01) VALUE 'N'.
       77 WS-MES           PIC X(06).
       77 WS-DATA-HOJE     PIC X(08).
       77 WS-QTD-PROD      PIC 9(04) VALUE 0.
       77 WS-MAX-PROD      PIC 9(04) VALUE 1000.
       77 WS-IND           PIC 9(04).
       77 WS-IND2          PIC 9(04).
       77 WS-IND-ACHADO    PIC 9(04).
       77 WS-TROCOU        PIC X(01).
       77 WS-QTD-SAIDAS    PIC 9(07) VALUE 0.
       77 WS-QTD-SEM-CUSTO PIC 9(04) VALUE 0.
       77 WS-CAT-ATUAL     PIC 9(03).
       77 WS-QTD-CANCELADAS PIC 9(07) VALUE 0.
       77 WS-SINAL-VENDA   PIC S9(01).
       77 WS-VALOR-SAIDA   PIC 9(14)V99.
       77 WS-MARGEM        PIC S9(14)V99.
       77 WS-PCT-MARGEM    PIC S9(05)V99.
       77 WS-CAT-QTDE      PIC S9(11).
       77 WS-CAT-RECEITA   PIC S9(14)V99.
       77 WS-CAT-CMV       PIC S9(14)V99.
       77 WS-TOT-QTDE      PIC S9(11).
       77 WS-TOT-RECEITA   PIC S9(14)V99.
       77 WS-TOT-CMV       PIC S9(14)V99.

       01 WS-MOVIMENTO.
           COPY REGMOV REPLACING LEADING ==MOV== BY ==WS-MOV==.

       01 WS-PRODUTO-TROCA.
          03 WS-TR-COD           PIC 9(06).
          03 WS-TR-CATEGORIA     PIC 9(03).
          03 WS-TR-NOME          PIC X(20).
          03 WS-TR-QTDE          PIC S9(11).
          03 WS-TR-RECEITA       PIC S9(14)V99.
          03 WS-TR-CMV           PIC S9(14)V99.
          03 WS-TR-SEM-CUSTO     PIC X(01).

       01 WS-TAB-MARGEM.
          03 WS-MARG OCCURS 1000 TIMES.
             05 WS-MG-COD          PIC 9(06).
             05 WS-MG-CATEGORIA    PIC 9(03).
             05 WS-MG-NOME         PIC X(20).
             05 WS-MG-QTDE         PIC S9(11).
             05 WS-MG-RECEITA      PIC S9(14)V99.
             05 WS-MG-CMV          PIC S9(14)V99.
             05 WS-MG-SEM-CUSTO    PIC X(01).

       01 WS-LINHA-TITULO.
          03 FILLER              PIC X(25) VALUE SPACES.
          03 FILLER              PIC X(50)
                 VALUE 'MARGEM BRUTA POR PRODUTO E CATEGORIA'.

       01 WS-LINHA-PERIODO.
          03 FILLER              PIC X(20) VALUE 'MES DE REFERENCIA: '.
          03 WS-LP-MES           PIC X(06).
          03 FILLER              PIC X(15) VALUE '   EMITIDO EM: '.
          03 WS-LP-HOJE          PIC X(08).

       01 WS-LINHA-CABECALHO.
          03 FILLER              PIC X(07) VALUE 'COD.'.
          03 FILLER              PIC X(21) VALUE 'NOME DO PRODUTO'.
          03 FILLER              PIC X(12) VALUE ' QTDE VEND.'.
          03 FILLER              PIC X(17) VALUE '   VALOR VENDIDO'.
          03 FILLER              PIC X(17) VALUE '   CUSTO (CMV)'.
          03 FILLER              PIC X(18) VALUE '    MARGEM BRUTA'.
          03 FILLER              PIC X(08) VALUE ' MARG. %'.

       01 WS-LINHA-CATEGORIA.
          03 FILLER              PIC X(11) VALUE 'CATEGORIA '.
          03 WS-LCA-CODIGO       PIC ZZ9.
          03 FILLER              PIC X(03) VALUE ' - '.
          03 WS-LCA-DESCRICAO    PIC X(30).

       01 WS-LINHA-DETALHE.
          03 WS-LD-COD           PIC ZZZZZ9.
          03 FILLER              PIC X(01) VALUE SPACES.
          03 WS-LD-NOME          PIC X(20).
          03 WS-LD-SEM-CUSTO     PIC X(01).
          03 WS-LD-QTDE          PIC -ZZ.ZZZ.ZZ9.
          03 FILLER              PIC X(02) VALUE SPACES.
          03 WS-LD-RECEITA       PIC -ZZZ.ZZZ.ZZ9,99.
          03 FILLER              PIC X(02) VALUE SPACES.
          03 WS-LD-CMV           PIC -ZZZ.ZZZ.ZZ9,99.
          03 FILLER              PIC X(01) VALUE SPACES.
          03 WS-LD-MARGEM        PIC -Z.ZZZ.ZZZ.ZZ9,99.
          03 FILLER              PIC X(01) VALUE SPACES.
          03 WS-LD-PCT           PIC -ZZ9,99.

       01 WS-LINHA-TOTAL.
          03 WS-LTO-ROTULO       PIC X(28).
          03 WS-LTO-QTDE         PIC -ZZ.ZZZ.ZZ9.
          03 FILLER              PIC X(02) VALUE SPACES.
          03 WS-LTO-RECEITA      PIC -ZZZ.ZZZ.ZZ9,99.
          03 FILLER              PIC X(02) VALUE SPACES.
          03 WS-LTO-CMV          PIC -ZZZ.ZZZ.ZZ9,99.
          03 FILLER              PIC X(01) VALUE SPACES.
          03 WS-LTO-MARGEM       PIC -Z.ZZZ.ZZZ.ZZ9,99.
          03 FILLER              PIC X(01) VALUE SPACES.
          03 WS-LTO-PCT          PIC -ZZ9,99.

       01 WS-LINHA-NOTA.
          03 FILLER              PIC X(60)
                 VALUE '* PRODUTO SEM CUSTO MEDIO - CMV ZERADO'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '------- MARGEM BRUTA MENSAL ----------------------'
            PERFORM RESOLVER-CAMINHOS
            SET WS-FS      TO 0
            SET WS-FS-MOV  TO 0
            SET WS-FS-ARQ  TO 0
            SET WS-EOF     TO 0
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            DISPLAY 'MES DE REFERENCIA (AAAAMM, BRANCO = MES ATUAL)'
            ACCEPT WS-MES
            IF WS-MES EQUAL SPACES OR WS-MES EQUAL ZEROS
                MOVE WS-DATA-HOJE(1:6) TO WS-MES
            END-IF
            PERFORM MONTAR-NOME-ARQUIVO-MENSAL
            MOVE 'MARGEM-BRUTA' TO WS-JOB-NOME
            PERFORM INICIAR-CONTROLE-JOB
            MOVE 'ABORTADO' TO WS-JOB-RESULTADO
            OPEN INPUT PRODUTOS
            IF WS-FS NOT EQUAL ZEROS
                DISPLAY 'ERRO - ARQUIVO DE PRODUTOS NAO ENCONTRADO'
                DISPLAY 'FILE STATUS: ' WS-FS
            ELSE
                OPEN INPUT CUSTOS-PRODUTOS
                IF WS-FS-CST EQUAL ZEROS
                    MOVE 'S' TO WS-CUSTOS-ABERTO
                ELSE
                    DISPLAY 'AVISO - ARQUIVO DE CUSTOS NAO ENCONTRADO. '
                        'CMV SERA CONSIDERADO ZERO'
                END-IF
                OPEN INPUT CATEGORIAS
                IF WS-FS-CAT EQUAL ZEROS
                    MOVE 'S' TO WS-CAT-ABERTO
                END-IF
                PERFORM LER-ARQUIVO-MENSAL
                PERFORM LER-MOVIMENTOS-CORRENTES
                PERFORM APURAR-CUSTO-VENDAS
                PERFORM ORDENAR-POR-CATEGORIA
                OPEN OUTPUT RELATORIO
                PERFORM IMPRIMIR-MARGEM
                CLOSE RELATORIO
                IF WS-CAT-ABERTO EQUAL 'S'
                    CLOSE CATEGORIAS
                END-IF
                IF WS-CUSTOS-ABERTO EQUAL 'S'
                    CLOSE CUSTOS-PRODUTOS
                END-IF
                CLOSE PRODUTOS
                DISPLAY 'SAIDAS DE VENDA NO MES: ' WS-QTD-SAIDAS
                DISPLAY 'ESTORNOS DE PEDIDO CANCELADO: '
                    WS-QTD-CANCELADAS
                DISPLAY 'PRODUTOS VENDIDOS: ' WS-QTD-PROD
                DISPLAY 'PRODUTOS SEM CUSTO MEDIO: ' WS-QTD-SEM-CUSTO
                DISPLAY 'RELATORIO GRAVADO EM: ' WS-RELATORIO-PATH
                MOVE 'CONCLUIDO' TO WS-JOB-RESULTADO
            END-IF
            MOVE WS-QTD-SAIDAS TO WS-JOB-PROCESSADOS
            MOVE WS-QTD-SEM-CUSTO TO WS-JOB-ERROS
            PERFORM ENCERRAR-CONTROLE-JOB
            GOBACK.

       RESOLVER-CAMINHOS.
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'PRODUTOS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-PRODUTOS-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'MOVIMENTOS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-MOVIMENTOS-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'CUSTOS_PRODUTOS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-CUSTOS-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'CATEGORIAS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-CATEGORIAS-PATH
            END-IF.

      * Mesmo nome dado pelo fechamento mensal ao arquivo dos
      * movimentos do mes: depois do fechamento as vendas do mes
      * estao la e nao mais no arquivo corrente.
       MONTAR-NOME-ARQUIVO-MENSAL.
            MOVE SPACES TO WS-ARQUIVO-MENSAL-PATH
            STRING 'C:\programas\ARQUIVOS\movimentos_'
                WS-MES '.txt'
                DELIMITED BY SIZE
                INTO WS-ARQUIVO-MENSAL-PATH
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'ARQUIVO_MENSAL_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-ARQUIVO-MENSAL-PATH
            END-IF.

       LER-ARQUIVO-MENSAL.
            SET WS-EOF TO 0
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

      * A devolucao 'D' gravada no cancelamento do pedido (MOV-ORIGEM
      * 'PEDnnnnnn') estorna a venda: entra como saida negativa do
      * mesmo produto, na receita e no custo.
       AVALIAR-MOVIMENTO.
            IF WS-MOV-DATA(1:6) EQUAL WS-MES
                EVALUATE TRUE
                    WHEN WS-MOV-TIPO EQUAL 'S'
                        MOVE 1 TO WS-SINAL-VENDA
                        PERFORM ACUMULAR-SAIDA
                    WHEN WS-MOV-TIPO EQUAL 'D' AND
                         WS-MOV-ORIGEM(1:3) EQUAL 'PED'
                        MOVE -1 TO WS-SINAL-VENDA
                        PERFORM ACUMULAR-SAIDA
                END-EVALUATE
            END-IF.

      * O valor vendido usa o preco unitario gravado na saida pelo
      * pedido de vendas (ou no estorno do cancelamento). Movimentos
      * antigos, sem o preco, valem pelo preco de tabela atual do
      * produto.
       ACUMULAR-SAIDA.
            IF WS-MOV-VALOR-UNITARIO NOT NUMERIC
                MOVE ZEROS TO WS-MOV-VALOR-UNITARIO
            END-IF
            SET WS-IND-ACHADO TO 0
            PERFORM VARYING WS-IND FROM 1 BY 1
                UNTIL WS-IND > WS-QTD-PROD
                      OR WS-IND-ACHADO > 0
                IF WS-MG-COD(WS-IND) EQUAL WS-MOV-COD-PRODUTO
                    MOVE WS-IND TO WS-IND-ACHADO
                END-IF
            END-PERFORM
            MOVE WS-MOV-COD-PRODUTO TO COD-PRODUTO
            READ PRODUTOS
                INVALID KEY
                    MOVE ZEROS TO PRECO-PRODUTO
                    MOVE ZEROS TO CATEGORIA-PRODUTO
                    MOVE 'PRODUTO NAO CADASTRADO' TO NOME-PRODUTO
            END-READ
            IF WS-IND-ACHADO EQUAL ZEROS
                IF WS-QTD-PROD >= WS-MAX-PROD
                    DISPLAY 'AVISO - TABELA DE PRODUTOS CHEIA'
                ELSE
                    ADD 1 TO WS-QTD-PROD
                    MOVE WS-QTD-PROD TO WS-IND-ACHADO
                    MOVE WS-MOV-COD-PRODUTO
                        TO WS-MG-COD(WS-IND-ACHADO)
                    MOVE CATEGORIA-PRODUTO
                        TO WS-MG-CATEGORIA(WS-IND-ACHADO)
                    MOVE NOME-PRODUTO TO WS-MG-NOME(WS-IND-ACHADO)
                    MOVE ZEROS TO WS-MG-QTDE(WS-IND-ACHADO)
                    MOVE ZEROS TO WS-MG-RECEITA(WS-IND-ACHADO)
                    MOVE ZEROS TO WS-MG-CMV(WS-IND-ACHADO)
                    MOVE SPACES TO WS-MG-SEM-CUSTO(WS-IND-ACHADO)
                END-IF
            END-IF
            IF WS-IND-ACHADO > ZEROS
                IF WS-SINAL-VENDA > ZEROS
                    ADD 1 TO WS-QTD-SAIDAS
                ELSE
                    ADD 1 TO WS-QTD-CANCELADAS
                END-IF
                IF WS-MOV-VALOR-UNITARIO > ZEROS
                    COMPUTE WS-VALOR-SAIDA =
                        WS-MOV-QUANTIDADE * WS-MOV-VALOR-UNITARIO
                ELSE
                    COMPUTE WS-VALOR-SAIDA =
                        WS-MOV-QUANTIDADE * PRECO-PRODUTO
                END-IF
                COMPUTE WS-MG-QTDE(WS-IND-ACHADO) =
                    WS-MG-QTDE(WS-IND-ACHADO) +
                    WS-MOV-QUANTIDADE * WS-SINAL-VENDA
                COMPUTE WS-MG-RECEITA(WS-IND-ACHADO) =
                    WS-MG-RECEITA(WS-IND-ACHADO) +
                    WS-VALOR-SAIDA * WS-SINAL-VENDA
            END-IF.

      * Custo das vendas pelo custo medio ponderado vigente de cada
      * produto.
       APURAR-CUSTO-VENDAS.
            PERFORM VARYING WS-IND FROM 1 BY 1
                UNTIL WS-IND > WS-QTD-PROD
                MOVE ZEROS TO WS-MG-CMV(WS-IND)
                MOVE '*' TO WS-MG-SEM-CUSTO(WS-IND)
                IF WS-CUSTOS-ABERTO EQUAL 'S'
                    MOVE WS-MG-COD(WS-IND) TO CST-COD-PRODUTO
                    READ CUSTOS-PRODUTOS
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            COMPUTE WS-MG-CMV(WS-IND) ROUNDED =
                                WS-MG-QTDE(WS-IND) * CST-CUSTO-MEDIO
                            MOVE SPACES TO WS-MG-SEM-CUSTO(WS-IND)
                    END-READ
                END-IF
                IF WS-MG-SEM-CUSTO(WS-IND) EQUAL '*'
                    ADD 1 TO WS-QTD-SEM-CUSTO
                END-IF
            END-PERFORM.

      * Ordenacao por troca simples: categoria e, dentro dela, codigo
      * do produto.
       ORDENAR-POR-CATEGORIA.
            MOVE 'S' TO WS-TROCOU
            PERFORM UNTIL WS-TROCOU EQUAL 'N'
                MOVE 'N' TO WS-TROCOU
                PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND >= WS-QTD-PROD
                    COMPUTE WS-IND2 = WS-IND + 1
                    IF WS-MG-CATEGORIA(WS-IND) >
                       WS-MG-CATEGORIA(WS-IND2) OR
                       (WS-MG-CATEGORIA(WS-IND) EQUAL
                        WS-MG-CATEGORIA(WS-IND2) AND
                        WS-MG-COD(WS-IND) > WS-MG-COD(WS-IND2))
                        MOVE WS-MARG(WS-IND) TO WS-PRODUTO-TROCA
                        MOVE WS-MARG(WS-IND2) TO WS-MARG(WS-IND)
                        MOVE WS-PRODUTO-TROCA TO WS-MARG(WS-IND2)
                        MOVE 'S' TO WS-TROCOU
                    END-IF
                END-PERFORM
            END-PERFORM.

       IMPRIMIR-MARGEM.
            MOVE WS-LINHA-TITULO TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE WS-MES TO WS-LP-MES
            MOVE WS-DATA-HOJE TO WS-LP-HOJE
            MOVE WS-LINHA-PERIODO TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE SPACES TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE WS-LINHA-CABECALHO TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE ZEROS TO WS-TOT-QTDE
            MOVE ZEROS TO WS-TOT-RECEITA
            MOVE ZEROS TO WS-TOT-CMV
            PERFORM VARYING WS-IND FROM 1 BY 1
                UNTIL WS-IND > WS-QTD-PROD
                IF WS-IND EQUAL 1 OR
                   WS-MG-CATEGORIA(WS-IND) NOT EQUAL WS-CAT-ATUAL
                    IF WS-IND > 1
                        PERFORM IMPRIMIR-TOTAL-CATEGORIA
                    END-IF
                    PERFORM INICIAR-CATEGORIA
                END-IF
                PERFORM IMPRIMIR-PRODUTO-MARGEM
            END-PERFORM
            IF WS-QTD-PROD > ZEROS
                PERFORM IMPRIMIR-TOTAL-CATEGORIA
            END-IF
            MOVE SPACES TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE 'TOTAL GERAL' TO WS-LTO-ROTULO
            MOVE WS-TOT-QTDE TO WS-LTO-QTDE
            MOVE WS-TOT-RECEITA TO WS-LTO-RECEITA
            MOVE WS-TOT-CMV TO WS-LTO-CMV
            COMPUTE WS-MARGEM = WS-TOT-RECEITA - WS-TOT-CMV
            PERFORM CALCULAR-PCT-MARGEM-TOTAL
            MOVE WS-LINHA-TOTAL TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            IF WS-QTD-SEM-CUSTO > ZEROS
                MOVE SPACES TO LINHA-RELATORIO
                WRITE LINHA-RELATORIO
                MOVE WS-LINHA-NOTA TO LINHA-RELATORIO
                WRITE LINHA-RELATORIO
            END-IF.

       INICIAR-CATEGORIA.
            MOVE WS-MG-CATEGORIA(WS-IND) TO WS-CAT-ATUAL
            MOVE ZEROS TO WS-CAT-QTDE
            MOVE ZEROS TO WS-CAT-RECEITA
            MOVE ZEROS TO WS-CAT-CMV
            MOVE WS-CAT-ATUAL TO WS-LCA-CODIGO
            MOVE SPACES TO WS-LCA-DESCRICAO
            IF WS-CAT-ABERTO EQUAL 'S'
                MOVE WS-CAT-ATUAL TO CAT-CODIGO
                READ CATEGORIAS
                    INVALID KEY
                        MOVE 'CATEGORIA NAO CADASTRADA'
                            TO WS-LCA-DESCRICAO
                    NOT INVALID KEY
                        MOVE CAT-DESCRICAO TO WS-LCA-DESCRICAO
                END-READ
            END-IF
            MOVE SPACES TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE WS-LINHA-CATEGORIA TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO.

       IMPRIMIR-PRODUTO-MARGEM.
            MOVE WS-MG-COD(WS-IND) TO WS-LD-COD
            MOVE WS-MG-NOME(WS-IND) TO WS-LD-NOME
            MOVE WS-MG-SEM-CUSTO(WS-IND) TO WS-LD-SEM-CUSTO
            MOVE WS-MG-QTDE(WS-IND) TO WS-LD-QTDE
            MOVE WS-MG-RECEITA(WS-IND) TO WS-LD-RECEITA
            MOVE WS-MG-CMV(WS-IND) TO WS-LD-CMV
            COMPUTE WS-MARGEM =
                WS-MG-RECEITA(WS-IND) - WS-MG-CMV(WS-IND)
            MOVE WS-MARGEM TO WS-LD-MARGEM
            IF WS-MG-RECEITA(WS-IND) > ZEROS
                COMPUTE WS-PCT-MARGEM ROUNDED =
                    (WS-MARGEM * 100) / WS-MG-RECEITA(WS-IND)
            ELSE
                MOVE ZEROS TO WS-PCT-MARGEM
            END-IF
            MOVE WS-PCT-MARGEM TO WS-LD-PCT
            MOVE WS-LINHA-DETALHE TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            ADD WS-MG-QTDE(WS-IND) TO WS-CAT-QTDE
            ADD WS-MG-RECEITA(WS-IND) TO WS-CAT-RECEITA
            ADD WS-MG-CMV(WS-IND) TO WS-CAT-CMV
            ADD WS-MG-QTDE(WS-IND) TO WS-TOT-QTDE
            ADD WS-MG-RECEITA(WS-IND) TO WS-TOT-RECEITA
            ADD WS-MG-CMV(WS-IND) TO WS-TOT-CMV.

       IMPRIMIR-TOTAL-CATEGORIA.
            MOVE SPACES TO WS-LTO-ROTULO
            STRING '  TOTAL DA CATEGORIA ' WS-LCA-CODIGO
                DELIMITED BY SIZE INTO WS-LTO-ROTULO
            MOVE WS-CAT-QTDE TO WS-LTO-QTDE
            MOVE WS-CAT-RECEITA TO WS-LTO-RECEITA
            MOVE WS-CAT-CMV TO WS-LTO-CMV
            COMPUTE WS-MARGEM = WS-CAT-RECEITA - WS-CAT-CMV
            IF WS-CAT-RECEITA > ZEROS
                COMPUTE WS-PCT-MARGEM ROUNDED =
                    (WS-MARGEM * 100) / WS-CAT-RECEITA
            ELSE
                MOVE ZEROS TO WS-PCT-MARGEM
            END-IF
            MOVE WS-MARGEM TO WS-LTO-MARGEM
            MOVE WS-PCT-MARGEM TO WS-LTO-PCT
            MOVE WS-LINHA-TOTAL TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO.

       CALCULAR-PCT-MARGEM-TOTAL.
            IF WS-TOT-RECEITA > ZEROS
                COMPUTE WS-PCT-MARGEM ROUNDED =
                    (WS-MARGEM * 100) / WS-TOT-RECEITA
            ELSE
                MOVE ZEROS TO WS-PCT-MARGEM
            END-IF
            MOVE WS-MARGEM TO WS-LTO-MARGEM
            MOVE WS-PCT-MARGEM TO WS-LTO-PCT.

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
       END PROGRAM PROGRAMA_MARGEM_BRUTA.
