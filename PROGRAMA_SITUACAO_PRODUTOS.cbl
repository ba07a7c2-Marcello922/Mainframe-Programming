      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA_SITUACAO_PRODUTOS IS INITIAL PROGRAM.
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
           SELECT SITUACAO-PRODUTOS ASSIGN TO
               WS-SITUACAO-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS SIT-COD-PRODUTO
           FILE STATUS IS WS-FS-SIT.
           SELECT PRODUTOS-LOG ASSIGN TO
               'C:\programas\ARQUIVOS\produtos_log.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LOG.
           SELECT RELATORIO ASSIGN TO
               WS-RELATORIO-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RPT.
           SELECT TRAVA-ESTOQUE ASSIGN TO
               WS-TRAVA-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TRV.
       DATA DIVISION.
       FILE SECTION.
       FD PRODUTOS.
           COPY REGPROD.
       FD SITUACAO-PRODUTOS.
           COPY REGSITP.
       FD PRODUTOS-LOG.
       01 REG-LOG.
          03 LOG-COD-PRODUTO       PIC 9(06).
          03 LOG-CAMPO             PIC X(15).
          03 LOG-VALOR-ANTIGO      PIC X(20).
          03 LOG-VALOR-NOVO        PIC X(20).
          03 LOG-DATA-HORA         PIC X(14).
          03 LOG-OPERADOR          PIC X(10).
       FD RELATORIO.
       01 LINHA-RELATORIO           PIC X(110).
       FD TRAVA-ESTOQUE.
           COPY REGTRAVA.
       WORKING-STORAGE SECTION.
       77 WS-PRODUTOS-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\produtos.txt'.
       77 WS-SITUACAO-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\situacao_produtos.txt'.
       77 WS-RELATORIO-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\relatorio_situacao.txt'.
       77 WS-TRAVA-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\trava_estoque.txt'.
       77 WS-ENV-PATH      PIC X(100).
       77 WS-FS            PIC 99.
       77 WS-FS-SIT        PIC 99.
       77 WS-FS-LOG        PIC 99.
       77 WS-FS-RPT        PIC 99.
       77 WS-FS-TRV        PIC 99.
       77 WS-TRAVA-LIVRE   PIC X(01).
       77 WS-EOF           PIC 99.
       77 WS-SN            PIC A(9).
       77 WS-ACAO          PIC X(1).
       77 WS-CONFIRMA      PIC X(1).
       77 WS-DATA-HOJE     PIC X(08).
       77 WS-COD-DIGITADO  PIC 9(06).
       77 WS-SIT-ATUAL     PIC X(01).
       77 WS-SIT-NOVA      PIC X(01).
       77 WS-SIT-EXIBIR    PIC X(01).
       77 WS-SIT-FILTRO    PIC X(01).
       77 WS-SIT-SECAO     PIC X(01).
       77 WS-TEM-REGISTRO  PIC X(01).
       77 WS-TEXTO-SITUACAO PIC X(13).
       77 WS-TEXTO-ANTIGO  PIC X(13).
       77 WS-MOTIVO        PIC X(30).
       77 WS-QTD-SECAO     PIC 9(05).
       77 WS-QTD-TOTAL     PIC 9(05).
       77 WS-QTD-LIQUIDAR  PIC 9(05).
       77 WS-ESTOQUE-LIQUIDAR PIC 9(11).
       77 WS-QTDE-EDIT     PIC ZZZ.ZZZ.ZZ9.
       01 WS-TIMESTAMP.
          03 WS-TS-DATA     PIC X(08).
          03 WS-TS-HORA     PIC X(06).

       01 WS-LINHA-TITULO.
          03 FILLER              PIC X(27)
                 VALUE 'PRODUTOS POR SITUACAO - '.
          03 WS-LT-DATA          PIC X(08).

       01 WS-LINHA-SECAO.
          03 FILLER              PIC X(10) VALUE 'SITUACAO: '.
          03 WS-LS-SITUACAO      PIC X(13).

       01 WS-LINHA-CABECALHO.
          03 FILLER              PIC X(08) VALUE 'COD.'.
          03 FILLER              PIC X(21) VALUE 'NOME DO PRODUTO'.
          03 FILLER              PIC X(13) VALUE '    ESTOQUE'.
          03 FILLER              PIC X(10) VALUE 'DESDE'.
          03 FILLER              PIC X(12) VALUE 'OPERADOR'.
          03 FILLER              PIC X(10) VALUE 'AVISO'.
          03 FILLER              PIC X(30) VALUE 'MOTIVO'.

       01 WS-LINHA-DETALHE.
          03 WS-LD-COD           PIC ZZZZZ9.
          03 FILLER              PIC X(02) VALUE SPACES.
          03 WS-LD-NOME          PIC X(20).
          03 FILLER              PIC X(01) VALUE SPACES.
          03 WS-LD-ESTOQUE       PIC ZZZ.ZZZ.ZZ9.
          03 FILLER              PIC X(02) VALUE SPACES.
          03 WS-LD-DATA          PIC X(08).
          03 FILLER              PIC X(02) VALUE SPACES.
          03 WS-LD-OPERADOR      PIC X(10).
          03 FILLER              PIC X(02) VALUE SPACES.
          03 WS-LD-AVISO         PIC X(08).
          03 FILLER              PIC X(02) VALUE SPACES.
          03 WS-LD-MOTIVO        PIC X(30).

       01 WS-LINHA-TOTAL-SECAO.
          03 FILLER              PIC X(23)
                 VALUE 'PRODUTOS NA SITUACAO: '.
          03 WS-LTS-QTDE         PIC ZZ.ZZ9.

       01 WS-LINHA-LIQUIDAR.
          03 FILLER              PIC X(23)
                 VALUE 'PRODUTOS A LIQUIDAR: '.
          03 WS-LLQ-QTDE         PIC ZZ.ZZ9.
          03 FILLER              PIC X(23)
                 VALUE '   ESTOQUE A LIQUIDAR: '.
          03 WS-LLQ-ESTOQUE      PIC ZZ.ZZZ.ZZZ.ZZ9.

       LINKAGE SECTION.
       01 LK-OPERADOR PIC X(10).
       PROCEDURE DIVISION USING LK-OPERADOR.
       MAIN-PROCEDURE.
            DISPLAY "---------- SITUACAO DOS PRODUTOS ----------"
            PERFORM RESOLVER-CAMINHOS
            SET WS-FS      TO 0
            SET WS-FS-SIT  TO 0
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            OPEN INPUT PRODUTOS
            IF WS-FS NOT EQUAL ZEROS
                DISPLAY 'ERRO - ARQUIVO DE PRODUTOS NAO ENCONTRADO'
                DISPLAY 'FILE STATUS: ' WS-FS
                GOBACK
            END-IF
            OPEN I-O SITUACAO-PRODUTOS
            IF WS-FS-SIT EQUAL 35 THEN
                OPEN OUTPUT SITUACAO-PRODUTOS
                CLOSE SITUACAO-PRODUTOS
                OPEN I-O SITUACAO-PRODUTOS
            END-IF
            OPEN EXTEND PRODUTOS-LOG
            IF WS-FS-LOG EQUAL 35 THEN
                OPEN OUTPUT PRODUTOS-LOG
            END-IF
            PERFORM UNTIL WS-SN = 'N' OR WS-SN = 'n'
                IF WS-FS-SIT EQUAL ZEROS
                    DISPLAY 'ESCOLHA A ACAO: (A)LTERAR SITUACAO '
                        '(C)ONSULTAR (R)ELATORIO POR SITUACAO'
                    ACCEPT WS-ACAO
                    EVALUATE WS-ACAO
                        WHEN 'A'
                        WHEN 'a'
                            PERFORM ALTERAR-SITUACAO
                        WHEN 'C'
                        WHEN 'c'
                            PERFORM CONSULTAR-SITUACAO
                        WHEN 'R'
                        WHEN 'r'
                            PERFORM RELATORIO-SITUACAO
                        WHEN OTHER
                            DISPLAY 'OPCAO INVALIDA'
                    END-EVALUATE
                ELSE
                    DISPLAY 'ERRO AO CRIAR O ARQUIVO'
                    DISPLAY 'FILE STATUS: ' WS-FS-SIT
                END-IF
                DISPLAY 'REALIZAR OUTRA OPERACAO? (S/N)'
                ACCEPT WS-SN
            END-PERFORM
            CLOSE PRODUTOS-LOG
            CLOSE SITUACAO-PRODUTOS
            CLOSE PRODUTOS
            GOBACK.

       RESOLVER-CAMINHOS.
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'PRODUTOS_PATH'
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
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT
                'RELATORIO_SITUACAO_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-RELATORIO-PATH
            END-IF.

      * Situacao atual do produto em COD-PRODUTO: sem registro o
      * produto esta ativo.
       OBTER-SITUACAO-PRODUTO.
            MOVE COD-PRODUTO TO SIT-COD-PRODUTO
            READ SITUACAO-PRODUTOS
                INVALID KEY
                    MOVE 'N' TO WS-TEM-REGISTRO
                    MOVE COD-PRODUTO TO SIT-COD-PRODUTO
                    MOVE 'A' TO SIT-SITUACAO
                    MOVE SPACES TO SIT-DATA
                    MOVE SPACES TO SIT-HORA
                    MOVE SPACES TO SIT-OPERADOR
                    MOVE SPACES TO SIT-MOTIVO
                NOT INVALID KEY
                    MOVE 'S' TO WS-TEM-REGISTRO
            END-READ
            MOVE ZEROS TO WS-FS-SIT
            MOVE SIT-SITUACAO TO WS-SIT-ATUAL.

       MONTAR-TEXTO-SITUACAO.
            EVALUATE WS-SIT-EXIBIR
                WHEN 'B'
                    MOVE 'BLOQUEADO' TO WS-TEXTO-SITUACAO
                WHEN 'D'
                    MOVE 'DESCONTINUADO' TO WS-TEXTO-SITUACAO
                WHEN OTHER
                    MOVE 'ATIVO' TO WS-TEXTO-SITUACAO
            END-EVALUATE.

      * Mudanca de situacao: grava data, hora e operador no registro
      * e a mudanca no log de auditoria. O descontinuado com estoque
      * fica marcado para liquidacao no relatorio.
       ALTERAR-SITUACAO.
            DISPLAY 'INFORME O CODIGO DO PRODUTO'
            ACCEPT WS-COD-DIGITADO
            MOVE WS-COD-DIGITADO TO COD-PRODUTO
            READ PRODUTOS
                INVALID KEY
                    DISPLAY 'PRODUTO NAO ENCONTRADO'
                NOT INVALID KEY
                    PERFORM OBTER-TRAVA-ONLINE
                    IF WS-TRAVA-LIVRE EQUAL 'S'
                        PERFORM ALTERAR-DADOS-SITUACAO
                        PERFORM LIBERAR-TRAVA-ONLINE
                    END-IF
            END-READ.

       ALTERAR-DADOS-SITUACAO.
            PERFORM OBTER-SITUACAO-PRODUTO
            PERFORM EXIBIR-SITUACAO
            MOVE SPACES TO WS-SIT-NOVA
            PERFORM UNTIL WS-SIT-NOVA EQUAL 'A' OR
                          WS-SIT-NOVA EQUAL 'B' OR
                          WS-SIT-NOVA EQUAL 'D'
                DISPLAY 'NOVA SITUACAO: (A)TIVO, (B)LOQUEADO OU '
                    '(D)ESCONTINUADO'
                ACCEPT WS-SIT-NOVA
                EVALUATE WS-SIT-NOVA
                    WHEN 'a'
                        MOVE 'A' TO WS-SIT-NOVA
                    WHEN 'b'
                        MOVE 'B' TO WS-SIT-NOVA
                    WHEN 'd'
                        MOVE 'D' TO WS-SIT-NOVA
                END-EVALUATE
            END-PERFORM
            IF WS-SIT-NOVA EQUAL WS-SIT-ATUAL
                DISPLAY 'SITUACAO INALTERADA'
            ELSE
                MOVE SPACES TO WS-MOTIVO
                PERFORM UNTIL WS-MOTIVO NOT EQUAL SPACES
                    DISPLAY 'INFORME O MOTIVO DA MUDANCA'
                    ACCEPT WS-MOTIVO
                    IF WS-MOTIVO EQUAL SPACES
                        DISPLAY 'MOTIVO NAO PODE SER EM BRANCO'
                    END-IF
                END-PERFORM
                DISPLAY 'CONFIRMA A MUDANCA? (S/N)'
                ACCEPT WS-CONFIRMA
                IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                    PERFORM GRAVAR-SITUACAO
                ELSE
                    DISPLAY 'MUDANCA CANCELADA'
                END-IF
            END-IF.

       GRAVAR-SITUACAO.
            PERFORM REGISTRAR-TIMESTAMP
            MOVE WS-SIT-ATUAL TO WS-SIT-EXIBIR
            PERFORM MONTAR-TEXTO-SITUACAO
            MOVE WS-TEXTO-SITUACAO TO WS-TEXTO-ANTIGO
            MOVE COD-PRODUTO TO SIT-COD-PRODUTO
            MOVE WS-SIT-NOVA TO SIT-SITUACAO
            MOVE WS-TS-DATA TO SIT-DATA
            MOVE WS-TS-HORA TO SIT-HORA
            MOVE LK-OPERADOR TO SIT-OPERADOR
            MOVE WS-MOTIVO TO SIT-MOTIVO
            IF WS-TEM-REGISTRO EQUAL 'S'
                REWRITE REG-SITUACAO-PRODUTO
            ELSE
                WRITE REG-SITUACAO-PRODUTO
            END-IF
            IF WS-FS-SIT NOT EQUAL ZEROS
                DISPLAY 'ERRO - NAO FOI POSSIVEL GRAVAR A SITUACAO'
                DISPLAY 'FILE STATUS: ' WS-FS-SIT
                MOVE ZEROS TO WS-FS-SIT
            ELSE
                DISPLAY 'SITUACAO ALTERADA COM SUCESSO!'
                MOVE WS-SIT-NOVA TO WS-SIT-EXIBIR
                PERFORM MONTAR-TEXTO-SITUACAO
                MOVE COD-PRODUTO TO LOG-COD-PRODUTO
                MOVE 'SITUACAO' TO LOG-CAMPO
                MOVE WS-TEXTO-ANTIGO TO LOG-VALOR-ANTIGO
                MOVE WS-TEXTO-SITUACAO TO LOG-VALOR-NOVO
                MOVE WS-TIMESTAMP TO LOG-DATA-HORA
                MOVE LK-OPERADOR TO LOG-OPERADOR
                WRITE REG-LOG
                IF WS-FS-LOG NOT EQUAL ZEROS
                    DISPLAY 'ERRO - NAO FOI POSSIVEL GRAVAR O LOG'
                    DISPLAY 'FILE STATUS: ' WS-FS-LOG
                END-IF
                IF WS-SIT-NOVA EQUAL 'D' AND
                   ESTOQUE-PRODUTO > ZEROS
                    MOVE ESTOQUE-PRODUTO TO WS-QTDE-EDIT
                    DISPLAY 'ESTOQUE RESTANTE: ' WS-QTDE-EDIT
                        ' - PRODUTO MARCADO PARA LIQUIDACAO'
                END-IF
            END-IF.

       CONSULTAR-SITUACAO.
            DISPLAY 'INFORME O CODIGO DO PRODUTO'
            ACCEPT WS-COD-DIGITADO
            MOVE WS-COD-DIGITADO TO COD-PRODUTO
            READ PRODUTOS
                INVALID KEY
                    DISPLAY 'PRODUTO NAO ENCONTRADO'
                NOT INVALID KEY
                    PERFORM OBTER-SITUACAO-PRODUTO
                    PERFORM EXIBIR-SITUACAO
            END-READ.

       EXIBIR-SITUACAO.
            MOVE WS-SIT-ATUAL TO WS-SIT-EXIBIR
            PERFORM MONTAR-TEXTO-SITUACAO
            DISPLAY 'PRODUTO: ' COD-PRODUTO ' - ' NOME-PRODUTO
            DISPLAY 'SITUACAO ATUAL: ' WS-TEXTO-SITUACAO
            IF WS-TEM-REGISTRO EQUAL 'S'
                DISPLAY 'DESDE ' SIT-DATA ' ' SIT-HORA ' POR '
                    SIT-OPERADOR
                DISPLAY 'MOTIVO: ' SIT-MOTIVO
            END-IF
            IF WS-SIT-ATUAL EQUAL 'D' AND ESTOQUE-PRODUTO > ZEROS
                MOVE ESTOQUE-PRODUTO TO WS-QTDE-EDIT
                DISPLAY 'ESTOQUE A LIQUIDAR: ' WS-QTDE-EDIT
            END-IF.

      * Relatorio dos produtos de uma situacao ou de todas, uma secao
      * por situacao. Descontinuado com estoque sai com o aviso de
      * liquidacao e o total a liquidar.
       RELATORIO-SITUACAO.
            MOVE SPACES TO WS-SIT-FILTRO
            PERFORM UNTIL WS-SIT-FILTRO EQUAL 'A' OR
                          WS-SIT-FILTRO EQUAL 'B' OR
                          WS-SIT-FILTRO EQUAL 'D' OR
                          WS-SIT-FILTRO EQUAL 'T'
                DISPLAY 'SITUACAO: (A)TIVO, (B)LOQUEADO, '
                    '(D)ESCONTINUADO OU (T)ODAS'
                ACCEPT WS-SIT-FILTRO
                EVALUATE WS-SIT-FILTRO
                    WHEN 'a'
                        MOVE 'A' TO WS-SIT-FILTRO
                    WHEN 'b'
                        MOVE 'B' TO WS-SIT-FILTRO
                    WHEN 'd'
                        MOVE 'D' TO WS-SIT-FILTRO
                    WHEN 't'
                        MOVE 'T' TO WS-SIT-FILTRO
                END-EVALUATE
            END-PERFORM
            OPEN OUTPUT RELATORIO
            IF WS-FS-RPT NOT EQUAL ZEROS
                DISPLAY 'ERRO AO CRIAR O RELATORIO'
                DISPLAY 'FILE STATUS: ' WS-FS-RPT
            ELSE
                SET WS-QTD-TOTAL TO 0
                MOVE WS-DATA-HOJE TO WS-LT-DATA
                MOVE WS-LINHA-TITULO TO LINHA-RELATORIO
                WRITE LINHA-RELATORIO
                IF WS-SIT-FILTRO EQUAL 'T'
                    MOVE 'A' TO WS-SIT-SECAO
                    PERFORM IMPRIMIR-SECAO-SITUACAO
                    MOVE 'B' TO WS-SIT-SECAO
                    PERFORM IMPRIMIR-SECAO-SITUACAO
                    MOVE 'D' TO WS-SIT-SECAO
                    PERFORM IMPRIMIR-SECAO-SITUACAO
                ELSE
                    MOVE WS-SIT-FILTRO TO WS-SIT-SECAO
                    PERFORM IMPRIMIR-SECAO-SITUACAO
                END-IF
                CLOSE RELATORIO
                DISPLAY 'PRODUTOS LISTADOS: ' WS-QTD-TOTAL
                DISPLAY 'RELATORIO GRAVADO EM: ' WS-RELATORIO-PATH
            END-IF.

       IMPRIMIR-SECAO-SITUACAO.
            SET WS-QTD-SECAO TO 0
            SET WS-QTD-LIQUIDAR TO 0
            MOVE ZEROS TO WS-ESTOQUE-LIQUIDAR
            MOVE WS-SIT-SECAO TO WS-SIT-EXIBIR
            PERFORM MONTAR-TEXTO-SITUACAO
            MOVE WS-TEXTO-SITUACAO TO WS-LS-SITUACAO
            MOVE SPACES TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE WS-LINHA-SECAO TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE WS-LINHA-CABECALHO TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            SET WS-EOF TO 0
            MOVE ZEROS TO COD-PRODUTO
            START PRODUTOS KEY IS NOT LESS THAN COD-PRODUTO
                INVALID KEY
                    MOVE 1 TO WS-EOF
            END-START
            PERFORM UNTIL WS-EOF EQUAL 1
                READ PRODUTOS NEXT RECORD
                    AT END
                        MOVE 1 TO WS-EOF
                    NOT AT END
                        PERFORM OBTER-SITUACAO-PRODUTO
                        IF WS-SIT-ATUAL EQUAL WS-SIT-SECAO
                            PERFORM IMPRIMIR-DETALHE-SITUACAO
                        END-IF
                END-READ
            END-PERFORM
            MOVE ZEROS TO WS-FS
            MOVE WS-QTD-SECAO TO WS-LTS-QTDE
            MOVE WS-LINHA-TOTAL-SECAO TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            IF WS-SIT-SECAO EQUAL 'D'
                MOVE WS-QTD-LIQUIDAR TO WS-LLQ-QTDE
                MOVE WS-ESTOQUE-LIQUIDAR TO WS-LLQ-ESTOQUE
                MOVE WS-LINHA-LIQUIDAR TO LINHA-RELATORIO
                WRITE LINHA-RELATORIO
            END-IF.

       IMPRIMIR-DETALHE-SITUACAO.
            ADD 1 TO WS-QTD-SECAO
            ADD 1 TO WS-QTD-TOTAL
            MOVE COD-PRODUTO TO WS-LD-COD
            MOVE NOME-PRODUTO TO WS-LD-NOME
            MOVE ESTOQUE-PRODUTO TO WS-LD-ESTOQUE
            MOVE SIT-DATA TO WS-LD-DATA
            MOVE SIT-OPERADOR TO WS-LD-OPERADOR
            MOVE SIT-MOTIVO TO WS-LD-MOTIVO
            MOVE SPACES TO WS-LD-AVISO
            IF WS-SIT-ATUAL EQUAL 'D' AND ESTOQUE-PRODUTO > ZEROS
                MOVE 'LIQUIDAR' TO WS-LD-AVISO
                ADD 1 TO WS-QTD-LIQUIDAR
                ADD ESTOQUE-PRODUTO TO WS-ESTOQUE-LIQUIDAR
            END-IF
            MOVE WS-LINHA-DETALHE TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO.

       REGISTRAR-TIMESTAMP.
            ACCEPT WS-TS-DATA FROM DATE YYYYMMDD
            ACCEPT WS-TS-HORA FROM TIME.

      * Interlock com os jobs batch de estoque, que tambem leem a
      * situacao: a mudanca so roda com a trava livre, segurando a
      * trava 'O' enquanto trabalha.
       OBTER-TRAVA-ONLINE.
            MOVE 'N' TO WS-TRAVA-LIVRE
            OPEN INPUT TRAVA-ESTOQUE
            IF WS-FS-TRV NOT EQUAL ZEROS
                MOVE 'S' TO WS-TRAVA-LIVRE
            ELSE
                READ TRAVA-ESTOQUE
                    AT END
                        MOVE 'S' TO WS-TRAVA-LIVRE
                    NOT AT END
                        DISPLAY 'ARQUIVO DE PRODUTOS EM USO'
                        DISPLAY 'TRAVA ' TRAVA-TIPO ' DE '
                            TRAVA-OPERADOR ' DESDE ' TRAVA-DATA
                            ' ' TRAVA-HORA
                END-READ
                CLOSE TRAVA-ESTOQUE
            END-IF
            IF WS-TRAVA-LIVRE EQUAL 'S'
                OPEN OUTPUT TRAVA-ESTOQUE
                MOVE 'O' TO TRAVA-TIPO
                MOVE LK-OPERADOR TO TRAVA-OPERADOR
                ACCEPT TRAVA-DATA FROM DATE YYYYMMDD
                ACCEPT TRAVA-HORA FROM TIME
                WRITE REG-TRAVA
                CLOSE TRAVA-ESTOQUE
            END-IF.

       LIBERAR-TRAVA-ONLINE.
            OPEN OUTPUT TRAVA-ESTOQUE
            CLOSE TRAVA-ESTOQUE.
       END PROGRAM PROGRAMA_SITUACAO_PRODUTOS.
