      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA_FATURAMENTO IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS-INDICE ASSIGN TO
               WS-INDICE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-IDX.
           SELECT INDICE-TRABALHO ASSIGN TO
               'C:\programas\ARQUIVOS\pedidos_indice.tmp'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-IDT.
           SELECT PEDIDOS-ITENS ASSIGN TO
               WS-ITENS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ITP.
           SELECT ALIQUOTAS ASSIGN TO
               WS-ALIQUOTAS-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ALQ-CATEGORIA
           FILE STATUS IS WS-FS-ALQ.
           SELECT CLIENTES ASSIGN TO
               WS-CLIENTES-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CLI-CODIGO
           FILE STATUS IS WS-FS-CLI.
           SELECT NOTAS-FISCAIS ASSIGN TO
               WS-NOTAS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NF.
           SELECT DOCUMENTO-NOTA ASSIGN TO
               WS-DOCUMENTO-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DOC.
           SELECT CONTROLE-NOTAS ASSIGN TO
               'C:\programas\ARQUIVOS\notas_controle.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CTL.
           SELECT RELATORIO ASSIGN TO
               WS-RELATORIO-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RPT.
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
       DATA DIVISION.
       FILE SECTION.
       FD PEDIDOS-INDICE.
           COPY REGIDXP.
       FD INDICE-TRABALHO.
       01 REG-INDICE-TRABALHO       PIC X(51).
       FD PEDIDOS-ITENS.
           COPY REGITEP.
       FD ALIQUOTAS.
           COPY REGALIQ.
       FD CLIENTES.
           COPY REGCLI.
       FD NOTAS-FISCAIS.
           COPY REGNOTA.
       FD DOCUMENTO-NOTA.
       01 LINHA-NOTA                PIC X(100).
       FD CONTROLE-NOTAS.
       01 REG-CONTROLE-NOTAS.
          03 CTL-ULTIMA-NOTA       PIC 9(06).
       FD RELATORIO.
       01 LINHA-RELATORIO           PIC X(100).
       FD TRAVA-ESTOQUE.
           COPY REGTRAVA.
       FD CONTROLE-JOBS.
           COPY REGJOB.
       WORKING-STORAGE SECTION.
       77 WS-TRAVA-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\trava_estoque.txt'.
       77 WS-FS-TRV        PIC 99.
       77 WS-TRAVA-LIVRE   PIC X(01).
       77 WS-JOBCTL-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\controle_jobs.txt'.
       77 WS-FS-JOB        PIC 99.
       77 WS-JOB-NOME      PIC X(20).
       77 WS-JOB-PROCESSADOS PIC 9(07).
       77 WS-JOB-ERROS     PIC 9(07).
       77 WS-JOB-RESULTADO PIC X(12).
       77 WS-INDICE-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\pedidos_indice.txt'.
       77 WS-ITENS-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\pedidos_itens.txt'.
       77 WS-ALIQUOTAS-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\aliquotas.txt'.
       77 WS-CLIENTES-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\clientes.txt'.
       77 WS-NOTAS-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\notas_fiscais.txt'.
       77 WS-DOCUMENTO-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\nota_fiscal.txt'.
       77 WS-RELATORIO-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\resumo_impostos.txt'.
       77 WS-ENV-PATH      PIC X(100).
       77 WS-FS-IDX        PIC 99.
       77 WS-FS-IDT        PIC 99.
       77 WS-FS-ITP        PIC 99.
       77 WS-FS-ALQ        PIC 99.
       77 WS-FS-CLI        PIC 99.
       77 WS-FS-NF         PIC 99.
       77 WS-FS-DOC        PIC 99.
       77 WS-FS-CTL        PIC 99.
       77 WS-FS-RPT        PIC 99.
       77 WS-EOF           PIC 99.
       77 WS-EOF-AUX       PIC 99.
       77 WS-MODO          PIC X(01).
       77 WS-CLIENTES-ABERTO PIC X(01) VALUE 'N'.
       77 WS-DATA-HOJE     PIC X(08).
       77 WS-DATA-BUSCA    PIC X(08).
       77 WS-NUMERO-NOTA   PIC 9(06) VALUE 0.
       77 WS-NOTA-EXISTENTE PIC 9(06) VALUE 0.
       77 WS-NOTA-ANTERIOR PIC 9(06) VALUE 0.
       77 WS-NOTA-OK       PIC X(01).
       77 WS-MOTIVO-ERRO   PIC X(40).
       77 WS-QTD-LIN-NOTA  PIC 9(02) VALUE 0.
       77 WS-MAX-LIN-NOTA  PIC 9(02) VALUE 40.
       77 WS-QTD-ALQ-NOTA  PIC 9(02) VALUE 0.
       77 WS-MAX-ALQ-NOTA  PIC 9(02) VALUE 20.
       77 WS-QTD-ALQ-DIA   PIC 9(02) VALUE 0.
       77 WS-MAX-ALQ-DIA   PIC 9(02) VALUE 20.
       77 WS-IND           PIC 9(02).
       77 WS-IND-ACHADO    PIC 9(02).
       77 WS-IND2          PIC 9(02).
       77 WS-TROCOU        PIC X(01).
       77 WS-TOTAL-PRODUTOS PIC 9(14)V99 VALUE 0.
       77 WS-TOTAL-IMPOSTO PIC 9(14)V99 VALUE 0.
       77 WS-QTD-PEDIDOS-LIDOS PIC 9(05) VALUE 0.
       77 WS-QTD-NOTAS     PIC 9(05) VALUE 0.
       77 WS-QTD-RECUPERADAS PIC 9(05) VALUE 0.
       77 WS-QTD-RECUSADOS PIC 9(05) VALUE 0.
       77 WS-VALOR-FATURADO PIC 9(16)V99 VALUE 0.
       77 WS-IMPOSTO-FATURADO PIC 9(16)V99 VALUE 0.
       77 WS-QTD-NOTAS-DIA PIC 9(05) VALUE 0.
       77 WS-BASE-DIA      PIC 9(16)V99 VALUE 0.
       77 WS-IMPOSTO-DIA   PIC 9(16)V99 VALUE 0.
       77 WS-QTD-VENDAS-DIA PIC 9(05) VALUE 0.
       77 WS-VENDAS-DIA    PIC 9(16)V99 VALUE 0.
       77 WS-QTD-PEND-DIA  PIC 9(05) VALUE 0.
       77 WS-PENDENTE-DIA  PIC 9(16)V99 VALUE 0.
       77 WS-VALOR-EDIT    PIC ZZ.ZZZ.ZZZ.ZZ9,99.

      * Linhas do pedido em faturamento, com a aliquota aplicada.
       01 WS-TAB-LINHAS-NOTA.
          03 WS-LIN-NOTA OCCURS 40 TIMES.
             05 WS-LN-COD          PIC 9(06).
             05 WS-LN-NOME         PIC X(20).
             05 WS-LN-CATEGORIA    PIC 9(03).
             05 WS-LN-QTDE         PIC 9(09).
             05 WS-LN-PRECO        PIC 9(07)V99.
             05 WS-LN-TOTAL        PIC 9(14)V99.
             05 WS-LN-ALIQUOTA     PIC 9(02)V99.
             05 WS-LN-IMPOSTO      PIC 9(14)V99.

      * Quebra da nota por aliquota (um registro no livro cada).
       01 WS-TAB-ALIQ-NOTA.
          03 WS-ALQ-NOTA OCCURS 20 TIMES.
             05 WS-AN-ALIQUOTA     PIC 9(02)V99.
             05 WS-AN-QTD-LINHAS   PIC 9(02).
             05 WS-AN-BASE         PIC 9(14)V99.
             05 WS-AN-IMPOSTO      PIC 9(14)V99.

      * Acumulado do dia por aliquota para o resumo do contador.
       01 WS-TAB-ALIQ-DIA.
          03 WS-ALQ-DIA OCCURS 20 TIMES.
             05 WS-AD-ALIQUOTA     PIC 9(02)V99.
             05 WS-AD-QTD-NOTAS    PIC 9(05).
             05 WS-AD-BASE         PIC 9(16)V99.
             05 WS-AD-IMPOSTO      PIC 9(16)V99.

       01 WS-ALIQUOTA-TROCA.
          03 FILLER                PIC 9(02)V99.
          03 FILLER                PIC 9(05).
          03 FILLER                PIC 9(16)V99.
          03 FILLER                PIC 9(16)V99.

       01 WS-LINHA-TITULO-NOTA.
          03 FILLER              PIC X(20)
                 VALUE 'NOTA FISCAL NUMERO: '.
          03 WS-LTN-NUMERO       PIC ZZZZZ9.
          03 FILLER              PIC X(12) VALUE '   EMISSAO: '.
          03 WS-LTN-DATA         PIC X(08).
          03 FILLER              PIC X(11) VALUE '   PEDIDO: '.
          03 WS-LTN-PEDIDO       PIC ZZZZZ9.
          03 FILLER              PIC X(04) VALUE ' DE '.
          03 WS-LTN-DATA-PEDIDO  PIC X(08).

       01 WS-LINHA-DESTINATARIO.
          03 FILLER              PIC X(14) VALUE 'DESTINATARIO: '.
          03 WS-LDE-CODIGO       PIC ZZZ9.
          03 FILLER              PIC X(03) VALUE ' - '.
          03 WS-LDE-NOME         PIC X(30).

       01 WS-LINHA-ENDERECO.
          03 FILLER              PIC X(14) VALUE 'ENDERECO: '.
          03 WS-LEN-ENDERECO     PIC X(40).

       01 WS-LINHA-CABECALHO-NOTA.
          03 FILLER              PIC X(08) VALUE 'COD.'.
          03 FILLER              PIC X(21) VALUE 'NOME DO PRODUTO'.
          03 FILLER              PIC X(12) VALUE '        QTDE'.
          03 FILLER              PIC X(13) VALUE '  PRECO UNIT.'.
          03 FILLER              PIC X(18) VALUE '    TOTAL DA LINHA'.
          03 FILLER              PIC X(06) VALUE ' ALIQ%'.
          03 FILLER              PIC X(18) VALUE '           IMPOSTO'.

       01 WS-LINHA-DETALHE-NOTA.
          03 WS-LDN-COD          PIC ZZZZZ9.
          03 FILLER              PIC X(02) VALUE SPACES.
          03 WS-LDN-NOME         PIC X(20).
          03 FILLER              PIC X(01) VALUE SPACES.
          03 WS-LDN-QTDE         PIC ZZZ.ZZZ.ZZ9.
          03 FILLER              PIC X(01) VALUE SPACES.
          03 WS-LDN-PRECO        PIC Z.ZZZ.ZZ9,99.
          03 FILLER              PIC X(01) VALUE SPACES.
          03 WS-LDN-TOTAL        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER              PIC X(01) VALUE SPACES.
          03 WS-LDN-ALIQUOTA     PIC Z9,99.
          03 FILLER              PIC X(01) VALUE SPACES.
          03 WS-LDN-IMPOSTO      PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-LINHA-BASE-NOTA.
          03 FILLER              PIC X(15) VALUE 'BASE ALIQUOTA '.
          03 WS-LBN-ALIQUOTA     PIC Z9,99.
          03 FILLER              PIC X(04) VALUE '%:  '.
          03 WS-LBN-BASE         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER              PIC X(11) VALUE '  IMPOSTO: '.
          03 WS-LBN-IMPOSTO      PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-LINHA-TOTAL-NOTA.
          03 WS-LTT-ROTULO       PIC X(40).
          03 WS-LTT-VALOR        PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-LINHA-TITULO.
          03 FILLER              PIC X(20) VALUE SPACES.
          03 FILLER              PIC X(40)
                 VALUE 'RESUMO DIARIO DE IMPOSTOS POR ALIQUOTA'.

       01 WS-LINHA-PARAMETROS.
          03 FILLER              PIC X(18) VALUE 'DATA DAS NOTAS: '.
          03 WS-LP-DATA          PIC X(08).
          03 FILLER              PIC X(15) VALUE '   EMITIDO EM: '.
          03 WS-LP-HOJE          PIC X(08).

       01 WS-LINHA-CABECALHO.
          03 FILLER              PIC X(10) VALUE 'ALIQ. %'.
          03 FILLER              PIC X(10) VALUE '     NOTAS'.
          03 FILLER              PIC X(19)
                 VALUE '    BASE (PRODUTOS)'.
          03 FILLER              PIC X(19)
                 VALUE '   IMPOSTO DESTAC.'.

       01 WS-LINHA-DETALHE.
          03 FILLER              PIC X(02) VALUE SPACES.
          03 WS-LD-ALIQUOTA      PIC Z9,99.
          03 FILLER              PIC X(03) VALUE SPACES.
          03 WS-LD-NOTAS         PIC ZZ.ZZ9.
          03 FILLER              PIC X(01) VALUE SPACES.
          03 WS-LD-BASE          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER              PIC X(02) VALUE SPACES.
          03 WS-LD-IMPOSTO       PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-LINHA-TOTAL.
          03 WS-LT-ROTULO        PIC X(40).
          03 WS-LT-QTD           PIC ZZ.ZZ9.
          03 FILLER              PIC X(02) VALUE SPACES.
          03 WS-LT-VALOR         PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       LINKAGE SECTION.
       01 LK-OPERADOR PIC X(10).
       PROCEDURE DIVISION USING LK-OPERADOR.
       MAIN-PROCEDURE.
            DISPLAY '---------- FATURAMENTO ----------'
            PERFORM RESOLVER-CAMINHOS
            SET WS-FS-IDX TO 0
            SET WS-EOF    TO 0
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            DISPLAY 'ESCOLHA A ACAO: (F)ATURAR PEDIDOS EMITIDOS '
                '(R)ESUMO DIARIO DE IMPOSTOS'
            ACCEPT WS-MODO
            EVALUATE WS-MODO
                WHEN 'F'
                WHEN 'f'
                    PERFORM FATURAR-PEDIDOS
                WHEN 'R'
                WHEN 'r'
                    PERFORM EMITIR-RESUMO-IMPOSTOS
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA'
            END-EVALUATE
            GOBACK.

       RESOLVER-CAMINHOS.
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'PEDIDOS_INDICE_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-INDICE-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'PEDIDOS_ITENS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-ITENS-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'ALIQUOTAS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-ALIQUOTAS-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'NOTAS_FISCAIS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-NOTAS-PATH
            END-IF.

      * Fatura todos os pedidos emitidos (nao cancelados) ainda sem
      * nota. O indice e copiado para o arquivo de trabalho com o
      * numero da nota em cada pedido faturado e copiado de volta.
      * Pedido com linha sem aliquota cadastrada, ou cujas linhas
      * nao batem com o indice, fica sem nota e sai como erro: o
      * numero so e tirado depois de o pedido passar na critica, e
      * assim a numeracao nao tem saltos. O indice so e lido e
      * regravado sob a trava 'B', para que nenhum pedido emitido ou
      * cancelado no meio do faturamento se perca na regravacao.
       FATURAR-PEDIDOS.
            MOVE 'FATURAMENTO' TO WS-JOB-NOME
            PERFORM INICIAR-CONTROLE-JOB
            MOVE 'ABORTADO' TO WS-JOB-RESULTADO
            PERFORM OBTER-TRAVA-BATCH
            IF WS-TRAVA-LIVRE NOT EQUAL 'S'
                DISPLAY 'FATURAMENTO CANCELADO - PEDIDOS EM USO'
            ELSE
                PERFORM PROCESSAR-FATURAMENTO
                PERFORM LIBERAR-TRAVA-BATCH
            END-IF
            MOVE WS-QTD-NOTAS TO WS-JOB-PROCESSADOS
            MOVE WS-QTD-RECUSADOS TO WS-JOB-ERROS
            PERFORM ENCERRAR-CONTROLE-JOB.

       PROCESSAR-FATURAMENTO.
            OPEN INPUT ALIQUOTAS
            IF WS-FS-ALQ NOT EQUAL ZEROS
                DISPLAY 'ERRO - TABELA DE ALIQUOTAS NAO ENCONTRADA'
                DISPLAY 'FILE STATUS: ' WS-FS-ALQ
            ELSE
                OPEN INPUT PEDIDOS-INDICE
                IF WS-FS-IDX NOT EQUAL ZEROS
                    DISPLAY 'ERRO - INDICE DE PEDIDOS NAO ENCONTRADO'
                    DISPLAY 'FILE STATUS: ' WS-FS-IDX
                    CLOSE ALIQUOTAS
                ELSE
                    OPEN INPUT CLIENTES
                    IF WS-FS-CLI EQUAL ZEROS
                        MOVE 'S' TO WS-CLIENTES-ABERTO
                    END-IF
                    PERFORM OBTER-ULTIMA-NOTA
                    OPEN OUTPUT INDICE-TRABALHO
                    PERFORM UNTIL WS-EOF EQUAL 1
                        READ PEDIDOS-INDICE
                            AT END
                                MOVE 1 TO WS-EOF
                            NOT AT END
                                PERFORM TRATAR-PEDIDO-INDICE
                                MOVE REG-INDICE-PEDIDO
                                    TO REG-INDICE-TRABALHO
                                WRITE REG-INDICE-TRABALHO
                        END-READ
                    END-PERFORM
                    CLOSE PEDIDOS-INDICE
                    CLOSE INDICE-TRABALHO
                    PERFORM REGRAVAR-INDICE
                    CLOSE ALIQUOTAS
                    IF WS-CLIENTES-ABERTO EQUAL 'S'
                        CLOSE CLIENTES
                    END-IF
                    MOVE WS-VALOR-FATURADO TO WS-VALOR-EDIT
                    DISPLAY 'NOTAS EMITIDAS: ' WS-QTD-NOTAS
                        '  VALOR: ' WS-VALOR-EDIT
                    MOVE WS-IMPOSTO-FATURADO TO WS-VALOR-EDIT
                    DISPLAY 'IMPOSTO DESTACADO: ' WS-VALOR-EDIT
                    IF WS-QTD-RECUPERADAS > ZEROS
                        DISPLAY 'PEDIDOS JA FATURADOS RECUPERADOS DO '
                            'REGISTRO: ' WS-QTD-RECUPERADAS
                    END-IF
                    DISPLAY 'PEDIDOS NAO FATURADOS (ERRO): '
                        WS-QTD-RECUSADOS
                    IF WS-QTD-NOTAS > ZEROS
                        DISPLAY 'ULTIMA NOTA: ' WS-NUMERO-NOTA
                        DISPLAY 'DOCUMENTOS GRAVADOS EM: '
                            WS-DOCUMENTO-PATH
                    END-IF
                    MOVE 'CONCLUIDO' TO WS-JOB-RESULTADO
                END-IF
            END-IF.

      * O registro de notas e a referencia da numeracao: se o
      * arquivo de controle ficou para tras (queda no meio de um
      * faturamento), vale o maior numero ja registrado.
       OBTER-ULTIMA-NOTA.
            SET WS-NUMERO-NOTA TO 0
            OPEN INPUT CONTROLE-NOTAS
            IF WS-FS-CTL EQUAL ZEROS
                READ CONTROLE-NOTAS
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE CTL-ULTIMA-NOTA TO WS-NUMERO-NOTA
                END-READ
                CLOSE CONTROLE-NOTAS
            END-IF
            SET WS-EOF-AUX TO 0
            OPEN INPUT NOTAS-FISCAIS
            IF WS-FS-NF EQUAL ZEROS
                PERFORM UNTIL WS-EOF-AUX EQUAL 1
                    READ NOTAS-FISCAIS
                        AT END
                            MOVE 1 TO WS-EOF-AUX
                        NOT AT END
                            IF NF-NUMERO > WS-NUMERO-NOTA
                                DISPLAY 'AVISO - CONTROLE DE NOTAS '
                                    'AJUSTADO PELO REGISTRO: '
                                    NF-NUMERO
                                MOVE NF-NUMERO TO WS-NUMERO-NOTA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE NOTAS-FISCAIS
            END-IF.

       TRATAR-PEDIDO-INDICE.
            IF IDX-SITUACAO NOT EQUAL 'C' AND
               IDX-DATA NOT > WS-DATA-HOJE AND
               (IDX-NOTA-FISCAL IS NOT NUMERIC OR
                IDX-NOTA-FISCAL EQUAL ZEROS)
                ADD 1 TO WS-QTD-PEDIDOS-LIDOS
                PERFORM LOCALIZAR-NOTA-EXISTENTE
                IF WS-NOTA-EXISTENTE NOT EQUAL ZEROS
                    MOVE WS-NOTA-EXISTENTE TO IDX-NOTA-FISCAL
                    ADD 1 TO WS-QTD-RECUPERADAS
                ELSE
                    PERFORM PREPARAR-NOTA
                    IF WS-NOTA-OK EQUAL 'S'
                        PERFORM EMITIR-NOTA
                        MOVE WS-NUMERO-NOTA TO IDX-NOTA-FISCAL
                    ELSE
                        ADD 1 TO WS-QTD-RECUSADOS
                        DISPLAY 'PEDIDO ' IDX-NUMERO ' NAO FATURADO - '
                            WS-MOTIVO-ERRO
                        MOVE ZEROS TO IDX-NOTA-FISCAL
                    END-IF
                END-IF
            END-IF
            IF IDX-NOTA-FISCAL IS NOT NUMERIC
                MOVE ZEROS TO IDX-NOTA-FISCAL
            END-IF.

      * Pedido que ja tem nota no registro (faturamento anterior
      * interrompido antes de regravar o indice) nao e faturado de
      * novo: o indice so recebe o numero ja emitido.
       LOCALIZAR-NOTA-EXISTENTE.
            MOVE ZEROS TO WS-NOTA-EXISTENTE
            SET WS-EOF-AUX TO 0
            OPEN INPUT NOTAS-FISCAIS
            IF WS-FS-NF EQUAL ZEROS
                PERFORM UNTIL WS-EOF-AUX EQUAL 1
                    READ NOTAS-FISCAIS
                        AT END
                            MOVE 1 TO WS-EOF-AUX
                        NOT AT END
                            IF NF-NUMERO-PEDIDO EQUAL IDX-NUMERO
                                MOVE NF-NUMERO TO WS-NOTA-EXISTENTE
                                MOVE 1 TO WS-EOF-AUX
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE NOTAS-FISCAIS
            END-IF.

      * Carrega as linhas do pedido, aplica a aliquota da categoria
      * e confere quantidade de linhas e total com o indice.
       PREPARAR-NOTA.
            MOVE 'S' TO WS-NOTA-OK
            MOVE SPACES TO WS-MOTIVO-ERRO
            SET WS-QTD-LIN-NOTA TO 0
            SET WS-QTD-ALQ-NOTA TO 0
            MOVE ZEROS TO WS-TOTAL-PRODUTOS
            MOVE ZEROS TO WS-TOTAL-IMPOSTO
            SET WS-EOF-AUX TO 0
            OPEN INPUT PEDIDOS-ITENS
            IF WS-FS-ITP EQUAL ZEROS
                PERFORM UNTIL WS-EOF-AUX EQUAL 1
                    READ PEDIDOS-ITENS
                        AT END
                            MOVE 1 TO WS-EOF-AUX
                        NOT AT END
                            IF ITP-NUMERO-PEDIDO EQUAL IDX-NUMERO
                                PERFORM GUARDAR-LINHA-NOTA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PEDIDOS-ITENS
            END-IF
            IF WS-NOTA-OK EQUAL 'S'
                IF WS-QTD-LIN-NOTA EQUAL ZEROS
                    MOVE 'N' TO WS-NOTA-OK
                    MOVE 'LINHAS DO PEDIDO NAO ENCONTRADAS'
                        TO WS-MOTIVO-ERRO
                ELSE
                    IF WS-QTD-LIN-NOTA NOT EQUAL IDX-QTD-LINHAS OR
                       WS-TOTAL-PRODUTOS NOT EQUAL IDX-TOTAL
                        MOVE 'N' TO WS-NOTA-OK
                        MOVE 'LINHAS NAO CONFEREM COM O INDICE'
                            TO WS-MOTIVO-ERRO
                    END-IF
                END-IF
            END-IF.

       GUARDAR-LINHA-NOTA.
            IF WS-QTD-LIN-NOTA >= WS-MAX-LIN-NOTA
                MOVE 'N' TO WS-NOTA-OK
                MOVE 'LINHAS DO PEDIDO ACIMA DO LIMITE'
                    TO WS-MOTIVO-ERRO
            ELSE
                ADD 1 TO WS-QTD-LIN-NOTA
                MOVE ITP-COD-PRODUTO TO WS-LN-COD(WS-QTD-LIN-NOTA)
                MOVE ITP-NOME-PRODUTO TO WS-LN-NOME(WS-QTD-LIN-NOTA)
                MOVE ITP-CATEGORIA TO WS-LN-CATEGORIA(WS-QTD-LIN-NOTA)
                MOVE ITP-QUANTIDADE TO WS-LN-QTDE(WS-QTD-LIN-NOTA)
                MOVE ITP-PRECO-UNITARIO
                    TO WS-LN-PRECO(WS-QTD-LIN-NOTA)
                MOVE ITP-TOTAL TO WS-LN-TOTAL(WS-QTD-LIN-NOTA)
                ADD ITP-TOTAL TO WS-TOTAL-PRODUTOS
                MOVE ITP-CATEGORIA TO ALQ-CATEGORIA
                READ ALIQUOTAS
                    INVALID KEY
                        MOVE 'N' TO WS-NOTA-OK
                        MOVE SPACES TO WS-MOTIVO-ERRO
                        STRING 'SEM ALIQUOTA PARA A CATEGORIA '
                            ITP-CATEGORIA
                            DELIMITED BY SIZE INTO WS-MOTIVO-ERRO
                        MOVE ZEROS TO WS-LN-ALIQUOTA(WS-QTD-LIN-NOTA)
                        MOVE ZEROS TO WS-LN-IMPOSTO(WS-QTD-LIN-NOTA)
                    NOT INVALID KEY
                        MOVE ALQ-PERCENTUAL
                            TO WS-LN-ALIQUOTA(WS-QTD-LIN-NOTA)
                        COMPUTE WS-LN-IMPOSTO(WS-QTD-LIN-NOTA) ROUNDED
                            = ITP-TOTAL * ALQ-PERCENTUAL / 100
                        ADD WS-LN-IMPOSTO(WS-QTD-LIN-NOTA)
                            TO WS-TOTAL-IMPOSTO
                        PERFORM ACUMULAR-ALIQUOTA-NOTA
                END-READ
            END-IF.

       ACUMULAR-ALIQUOTA-NOTA.
            MOVE ZEROS TO WS-IND-ACHADO
            PERFORM VARYING WS-IND FROM 1 BY 1
                UNTIL WS-IND > WS-QTD-ALQ-NOTA
                IF WS-AN-ALIQUOTA(WS-IND) EQUAL ALQ-PERCENTUAL
                    MOVE WS-IND TO WS-IND-ACHADO
                END-IF
            END-PERFORM
            IF WS-IND-ACHADO EQUAL ZEROS
                IF WS-QTD-ALQ-NOTA >= WS-MAX-ALQ-NOTA
                    MOVE 'N' TO WS-NOTA-OK
                    MOVE 'ALIQUOTAS DA NOTA ACIMA DO LIMITE'
                        TO WS-MOTIVO-ERRO
                ELSE
                    ADD 1 TO WS-QTD-ALQ-NOTA
                    MOVE WS-QTD-ALQ-NOTA TO WS-IND-ACHADO
                    MOVE ALQ-PERCENTUAL
                        TO WS-AN-ALIQUOTA(WS-IND-ACHADO)
                    MOVE ZEROS TO WS-AN-QTD-LINHAS(WS-IND-ACHADO)
                    MOVE ZEROS TO WS-AN-BASE(WS-IND-ACHADO)
                    MOVE ZEROS TO WS-AN-IMPOSTO(WS-IND-ACHADO)
                END-IF
            END-IF
            IF WS-IND-ACHADO NOT EQUAL ZEROS
                ADD 1 TO WS-AN-QTD-LINHAS(WS-IND-ACHADO)
                ADD ITP-TOTAL TO WS-AN-BASE(WS-IND-ACHADO)
                ADD WS-LN-IMPOSTO(WS-QTD-LIN-NOTA)
                    TO WS-AN-IMPOSTO(WS-IND-ACHADO)
            END-IF.

      * Numero da nota, documento, registro no livro e controle da
      * numeracao, nesta ordem.
       EMITIR-NOTA.
            ADD 1 TO WS-NUMERO-NOTA
            PERFORM IMPRIMIR-NOTA
            PERFORM GRAVAR-REGISTRO-NOTA
            PERFORM GRAVAR-CONTROLE-NOTAS
            ADD 1 TO WS-QTD-NOTAS
            ADD WS-TOTAL-PRODUTOS TO WS-VALOR-FATURADO
            ADD WS-TOTAL-IMPOSTO TO WS-IMPOSTO-FATURADO.

      * O arquivo de notas acumula os documentos emitidos em EXTEND,
      * como o arquivo de pedidos, para reimpressao de qualquer via.
       IMPRIMIR-NOTA.
            OPEN EXTEND DOCUMENTO-NOTA
            IF WS-FS-DOC EQUAL 35 THEN
                OPEN OUTPUT DOCUMENTO-NOTA
            END-IF
            MOVE SPACES TO LINHA-NOTA
            WRITE LINHA-NOTA
            MOVE WS-NUMERO-NOTA TO WS-LTN-NUMERO
            MOVE WS-DATA-HOJE TO WS-LTN-DATA
            MOVE IDX-NUMERO TO WS-LTN-PEDIDO
            MOVE IDX-DATA TO WS-LTN-DATA-PEDIDO
            MOVE WS-LINHA-TITULO-NOTA TO LINHA-NOTA
            WRITE LINHA-NOTA
            MOVE IDX-COD-CLIENTE TO WS-LDE-CODIGO
            MOVE SPACES TO WS-LDE-NOME
            MOVE SPACES TO WS-LEN-ENDERECO
            IF WS-CLIENTES-ABERTO EQUAL 'S'
                MOVE IDX-COD-CLIENTE TO CLI-CODIGO
                READ CLIENTES
                    INVALID KEY
                        MOVE 'CLIENTE NAO CADASTRADO' TO WS-LDE-NOME
                    NOT INVALID KEY
                        MOVE CLI-NOME TO WS-LDE-NOME
                        MOVE CLI-ENDERECO TO WS-LEN-ENDERECO
                END-READ
            END-IF
            MOVE WS-LINHA-DESTINATARIO TO LINHA-NOTA
            WRITE LINHA-NOTA
            MOVE WS-LINHA-ENDERECO TO LINHA-NOTA
            WRITE LINHA-NOTA
            MOVE SPACES TO LINHA-NOTA
            WRITE LINHA-NOTA
            MOVE WS-LINHA-CABECALHO-NOTA TO LINHA-NOTA
            WRITE LINHA-NOTA
            PERFORM VARYING WS-IND FROM 1 BY 1
                UNTIL WS-IND > WS-QTD-LIN-NOTA
                MOVE WS-LN-COD(WS-IND) TO WS-LDN-COD
                MOVE WS-LN-NOME(WS-IND) TO WS-LDN-NOME
                MOVE WS-LN-QTDE(WS-IND) TO WS-LDN-QTDE
                MOVE WS-LN-PRECO(WS-IND) TO WS-LDN-PRECO
                MOVE WS-LN-TOTAL(WS-IND) TO WS-LDN-TOTAL
                MOVE WS-LN-ALIQUOTA(WS-IND) TO WS-LDN-ALIQUOTA
                MOVE WS-LN-IMPOSTO(WS-IND) TO WS-LDN-IMPOSTO
                MOVE WS-LINHA-DETALHE-NOTA TO LINHA-NOTA
                WRITE LINHA-NOTA
            END-PERFORM
            MOVE SPACES TO LINHA-NOTA
            WRITE LINHA-NOTA
            PERFORM VARYING WS-IND FROM 1 BY 1
                UNTIL WS-IND > WS-QTD-ALQ-NOTA
                MOVE WS-AN-ALIQUOTA(WS-IND) TO WS-LBN-ALIQUOTA
                MOVE WS-AN-BASE(WS-IND) TO WS-LBN-BASE
                MOVE WS-AN-IMPOSTO(WS-IND) TO WS-LBN-IMPOSTO
                MOVE WS-LINHA-BASE-NOTA TO LINHA-NOTA
                WRITE LINHA-NOTA
            END-PERFORM
            MOVE 'VALOR DOS PRODUTOS R$' TO WS-LTT-ROTULO
            MOVE WS-TOTAL-PRODUTOS TO WS-LTT-VALOR
            MOVE WS-LINHA-TOTAL-NOTA TO LINHA-NOTA
            WRITE LINHA-NOTA
            MOVE 'IMPOSTO DESTACADO (INCLUSO NO PRECO) R$'
                TO WS-LTT-ROTULO
            MOVE WS-TOTAL-IMPOSTO TO WS-LTT-VALOR
            MOVE WS-LINHA-TOTAL-NOTA TO LINHA-NOTA
            WRITE LINHA-NOTA
            MOVE 'VALOR TOTAL DA NOTA R$' TO WS-LTT-ROTULO
            MOVE WS-TOTAL-PRODUTOS TO WS-LTT-VALOR
            MOVE WS-LINHA-TOTAL-NOTA TO LINHA-NOTA
            WRITE LINHA-NOTA
            CLOSE DOCUMENTO-NOTA.

       GRAVAR-REGISTRO-NOTA.
            OPEN EXTEND NOTAS-FISCAIS
            IF WS-FS-NF EQUAL 35 THEN
                OPEN OUTPUT NOTAS-FISCAIS
            END-IF
            PERFORM VARYING WS-IND FROM 1 BY 1
                UNTIL WS-IND > WS-QTD-ALQ-NOTA
                MOVE WS-NUMERO-NOTA TO NF-NUMERO
                MOVE WS-DATA-HOJE TO NF-DATA
                MOVE IDX-NUMERO TO NF-NUMERO-PEDIDO
                MOVE IDX-COD-CLIENTE TO NF-COD-CLIENTE
                MOVE WS-AN-ALIQUOTA(WS-IND) TO NF-ALIQUOTA
                MOVE WS-AN-QTD-LINHAS(WS-IND) TO NF-QTD-LINHAS
                MOVE WS-AN-BASE(WS-IND) TO NF-VALOR-BASE
                MOVE WS-AN-IMPOSTO(WS-IND) TO NF-VALOR-IMPOSTO
                WRITE REG-NOTA-FISCAL
                IF WS-FS-NF NOT EQUAL ZEROS
                    DISPLAY 'ERRO AO GRAVAR O REGISTRO DA NOTA: '
                        WS-NUMERO-NOTA
                    DISPLAY 'FILE STATUS: ' WS-FS-NF
                END-IF
            END-PERFORM
            CLOSE NOTAS-FISCAIS.

       GRAVAR-CONTROLE-NOTAS.
            OPEN OUTPUT CONTROLE-NOTAS
            MOVE WS-NUMERO-NOTA TO CTL-ULTIMA-NOTA
            WRITE REG-CONTROLE-NOTAS
            CLOSE CONTROLE-NOTAS.

       REGRAVAR-INDICE.
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

      * Resumo do dia para o contador: base e imposto por aliquota
      * das notas emitidas na data, e a conferencia com as vendas
      * do dia no indice de pedidos (pedidos validos, faturados e
      * ainda sem nota).
       EMITIR-RESUMO-IMPOSTOS.
            DISPLAY 'INFORME A DATA DAS NOTAS (AAAAMMDD, BRANCO = '
                'HOJE)'
            MOVE SPACES TO WS-DATA-BUSCA
            ACCEPT WS-DATA-BUSCA
            IF WS-DATA-BUSCA EQUAL SPACES
                MOVE WS-DATA-HOJE TO WS-DATA-BUSCA
            END-IF
            SET WS-QTD-ALQ-DIA TO 0
            MOVE ZEROS TO WS-NOTA-ANTERIOR
            SET WS-EOF TO 0
            OPEN INPUT NOTAS-FISCAIS
            IF WS-FS-NF NOT EQUAL ZEROS
                DISPLAY 'AVISO - REGISTRO DE NOTAS NAO ENCONTRADO'
                DISPLAY 'FILE STATUS: ' WS-FS-NF
            ELSE
                PERFORM UNTIL WS-EOF EQUAL 1
                    READ NOTAS-FISCAIS
                        AT END
                            MOVE 1 TO WS-EOF
                        NOT AT END
                            IF NF-DATA EQUAL WS-DATA-BUSCA
                                PERFORM ACUMULAR-NOTA-DIA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE NOTAS-FISCAIS
            END-IF
            PERFORM ORDENAR-ALIQUOTAS-DIA
            PERFORM CONFERIR-VENDAS-DIA
            OPEN OUTPUT RELATORIO
            PERFORM IMPRIMIR-RESUMO-IMPOSTOS
            CLOSE RELATORIO
            MOVE WS-BASE-DIA TO WS-VALOR-EDIT
            DISPLAY 'NOTAS DO DIA: ' WS-QTD-NOTAS-DIA
                '  VALOR: ' WS-VALOR-EDIT
            MOVE WS-IMPOSTO-DIA TO WS-VALOR-EDIT
            DISPLAY 'IMPOSTO DESTACADO: ' WS-VALOR-EDIT
            DISPLAY 'RELATORIO GRAVADO EM: ' WS-RELATORIO-PATH.

       ACUMULAR-NOTA-DIA.
            IF NF-NUMERO NOT EQUAL WS-NOTA-ANTERIOR
                ADD 1 TO WS-QTD-NOTAS-DIA
                MOVE NF-NUMERO TO WS-NOTA-ANTERIOR
            END-IF
            ADD NF-VALOR-BASE TO WS-BASE-DIA
            ADD NF-VALOR-IMPOSTO TO WS-IMPOSTO-DIA
            MOVE ZEROS TO WS-IND-ACHADO
            PERFORM VARYING WS-IND FROM 1 BY 1
                UNTIL WS-IND > WS-QTD-ALQ-DIA
                IF WS-AD-ALIQUOTA(WS-IND) EQUAL NF-ALIQUOTA
                    MOVE WS-IND TO WS-IND-ACHADO
                END-IF
            END-PERFORM
            IF WS-IND-ACHADO EQUAL ZEROS
                IF WS-QTD-ALQ-DIA >= WS-MAX-ALQ-DIA
                    DISPLAY 'AVISO - ALIQUOTAS DO DIA ACIMA DO LIMITE'
                ELSE
                    ADD 1 TO WS-QTD-ALQ-DIA
                    MOVE WS-QTD-ALQ-DIA TO WS-IND-ACHADO
                    MOVE NF-ALIQUOTA TO WS-AD-ALIQUOTA(WS-IND-ACHADO)
                    MOVE ZEROS TO WS-AD-QTD-NOTAS(WS-IND-ACHADO)
                    MOVE ZEROS TO WS-AD-BASE(WS-IND-ACHADO)
                    MOVE ZEROS TO WS-AD-IMPOSTO(WS-IND-ACHADO)
                END-IF
            END-IF
            IF WS-IND-ACHADO NOT EQUAL ZEROS
                ADD 1 TO WS-AD-QTD-NOTAS(WS-IND-ACHADO)
                ADD NF-VALOR-BASE TO WS-AD-BASE(WS-IND-ACHADO)
                ADD NF-VALOR-IMPOSTO TO WS-AD-IMPOSTO(WS-IND-ACHADO)
            END-IF.

      * Ordenacao por troca simples, da menor para a maior aliquota.
       ORDENAR-ALIQUOTAS-DIA.
            MOVE 'S' TO WS-TROCOU
            PERFORM UNTIL WS-TROCOU EQUAL 'N'
                MOVE 'N' TO WS-TROCOU
                PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND >= WS-QTD-ALQ-DIA
                    COMPUTE WS-IND2 = WS-IND + 1
                    IF WS-AD-ALIQUOTA(WS-IND) >
                       WS-AD-ALIQUOTA(WS-IND2)
                        MOVE WS-ALQ-DIA(WS-IND) TO WS-ALIQUOTA-TROCA
                        MOVE WS-ALQ-DIA(WS-IND2) TO WS-ALQ-DIA(WS-IND)
                        MOVE WS-ALIQUOTA-TROCA TO WS-ALQ-DIA(WS-IND2)
                        MOVE 'S' TO WS-TROCOU
                    END-IF
                END-PERFORM
            END-PERFORM.

       CONFERIR-VENDAS-DIA.
            SET WS-EOF TO 0
            OPEN INPUT PEDIDOS-INDICE
            IF WS-FS-IDX EQUAL ZEROS
                PERFORM UNTIL WS-EOF EQUAL 1
                    READ PEDIDOS-INDICE
                        AT END
                            MOVE 1 TO WS-EOF
                        NOT AT END
                            IF IDX-DATA EQUAL WS-DATA-BUSCA AND
                               IDX-SITUACAO NOT EQUAL 'C'
                                ADD 1 TO WS-QTD-VENDAS-DIA
                                ADD IDX-TOTAL TO WS-VENDAS-DIA
                                IF IDX-NOTA-FISCAL IS NOT NUMERIC OR
                                   IDX-NOTA-FISCAL EQUAL ZEROS
                                    ADD 1 TO WS-QTD-PEND-DIA
                                    ADD IDX-TOTAL TO WS-PENDENTE-DIA
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PEDIDOS-INDICE
            END-IF.

       IMPRIMIR-RESUMO-IMPOSTOS.
            MOVE WS-LINHA-TITULO TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE WS-DATA-BUSCA TO WS-LP-DATA
            MOVE WS-DATA-HOJE TO WS-LP-HOJE
            MOVE WS-LINHA-PARAMETROS TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE SPACES TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE WS-LINHA-CABECALHO TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            PERFORM VARYING WS-IND FROM 1 BY 1
                UNTIL WS-IND > WS-QTD-ALQ-DIA
                MOVE WS-AD-ALIQUOTA(WS-IND) TO WS-LD-ALIQUOTA
                MOVE WS-AD-QTD-NOTAS(WS-IND) TO WS-LD-NOTAS
                MOVE WS-AD-BASE(WS-IND) TO WS-LD-BASE
                MOVE WS-AD-IMPOSTO(WS-IND) TO WS-LD-IMPOSTO
                MOVE WS-LINHA-DETALHE TO LINHA-RELATORIO
                WRITE LINHA-RELATORIO
            END-PERFORM
            MOVE SPACES TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE 'TOTAL DAS NOTAS DO DIA (PRODUTOS):' TO WS-LT-ROTULO
            MOVE WS-QTD-NOTAS-DIA TO WS-LT-QTD
            MOVE WS-BASE-DIA TO WS-LT-VALOR
            MOVE WS-LINHA-TOTAL TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE 'TOTAL DO IMPOSTO DESTACADO:' TO WS-LT-ROTULO
            MOVE WS-QTD-NOTAS-DIA TO WS-LT-QTD
            MOVE WS-IMPOSTO-DIA TO WS-LT-VALOR
            MOVE WS-LINHA-TOTAL TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE SPACES TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE 'CONFERENCIA COM AS VENDAS DA DATA' TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE 'PEDIDOS VALIDOS EMITIDOS NA DATA:' TO WS-LT-ROTULO
            MOVE WS-QTD-VENDAS-DIA TO WS-LT-QTD
            MOVE WS-VENDAS-DIA TO WS-LT-VALOR
            MOVE WS-LINHA-TOTAL TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE 'PEDIDOS DA DATA AINDA SEM NOTA:' TO WS-LT-ROTULO
            MOVE WS-QTD-PEND-DIA TO WS-LT-QTD
            MOVE WS-PENDENTE-DIA TO WS-LT-VALOR
            MOVE WS-LINHA-TOTAL TO LINHA-RELATORIO
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

      * Interlock com a manutencao online e os demais jobs: o
      * faturamento nao comeca sob qualquer trava existente e segura
      * a trava 'B' enquanto regrava o indice de pedidos.
       OBTER-TRAVA-BATCH.
            MOVE 'N' TO WS-TRAVA-LIVRE
            OPEN INPUT TRAVA-ESTOQUE
            IF WS-FS-TRV NOT EQUAL ZEROS
                MOVE 'S' TO WS-TRAVA-LIVRE
            ELSE
                READ TRAVA-ESTOQUE
                    AT END
                        MOVE 'S' TO WS-TRAVA-LIVRE
                    NOT AT END
                        DISPLAY 'TRAVA ' TRAVA-TIPO ' DE '
                            TRAVA-OPERADOR ' DESDE ' TRAVA-DATA
                            ' ' TRAVA-HORA
                END-READ
                CLOSE TRAVA-ESTOQUE
            END-IF
            IF WS-TRAVA-LIVRE EQUAL 'S'
                OPEN OUTPUT TRAVA-ESTOQUE
                MOVE 'B' TO TRAVA-TIPO
                MOVE LK-OPERADOR TO TRAVA-OPERADOR
                ACCEPT TRAVA-DATA FROM DATE YYYYMMDD
                ACCEPT TRAVA-HORA FROM TIME
                WRITE REG-TRAVA
                CLOSE TRAVA-ESTOQUE
            END-IF.

       LIBERAR-TRAVA-BATCH.
            OPEN OUTPUT TRAVA-ESTOQUE
            CLOSE TRAVA-ESTOQUE.
       END PROGRAM PROGRAMA_FATURAMENTO.
