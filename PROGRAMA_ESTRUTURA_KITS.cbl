      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA_ESTRUTURA_KITS IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTRUTURA-KITS ASSIGN TO
               WS-KITS-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS KIT-CHAVE
           FILE STATUS IS WS-FS.
           SELECT PRODUTOS ASSIGN TO
               WS-PRODUTOS-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-PRODUTO
           ALTERNATE RECORD KEY IS NOME-PRODUTO
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS CODIGO-BARRAS
               WITH DUPLICATES
           FILE STATUS IS WS-FS-PRD.
       DATA DIVISION.
       FILE SECTION.
       FD ESTRUTURA-KITS.
           COPY REGKIT.
       FD PRODUTOS.
           COPY REGPROD.
       WORKING-STORAGE SECTION.
       77 WS-KITS-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\estrutura_kits.txt'.
       77 WS-PRODUTOS-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\produtos.txt'.
       77 WS-ENV-PATH      PIC X(100).
       77 WS-FS            PIC 99.
       77 WS-FS-PRD        PIC 99.
       77 WS-EOF           PIC 99.
       77 WS-SN            PIC A(9).
       77 WS-ACAO          PIC X(1).
       77 WS-CONFIRMA      PIC X(1).
       77 WS-CHAVE-OK      PIC X(01).
       77 WS-ESTRUTURA-OK  PIC X(01).
       77 WS-KIT-DIGITADO  PIC 9(06).
       77 WS-COMP-DIGITADO PIC 9(06).
       77 WS-KIT-FILTRO    PIC 9(06).
       77 WS-KIT-ATUAL     PIC 9(06).
       77 WS-QTD-COMPONENTES PIC 9(03).
       77 WS-MAX-COMPONENTES PIC 9(03) VALUE 10.
       77 WS-QTD-KITS      PIC 9(05).
       77 WS-MONTAVEIS     PIC 9(09).
       77 WS-MONTAVEIS-COMP PIC 9(09).
       77 WS-PRECO-EDIT    PIC Z.ZZZ.ZZ9,99.
       77 WS-QTDE-EDIT     PIC ZZZ.ZZZ.ZZ9.
       77 WS-QTD-KIT-EDIT  PIC ZZ.ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "---------- ESTRUTURA DE KITS ----------"
            SET WS-FS     TO 0
            SET WS-FS-PRD TO 0
            PERFORM RESOLVER-CAMINHOS
            OPEN INPUT PRODUTOS
            IF WS-FS-PRD NOT EQUAL ZEROS
                DISPLAY 'ERRO - ARQUIVO DE PRODUTOS NAO ENCONTRADO'
                DISPLAY 'FILE STATUS: ' WS-FS-PRD
                GOBACK
            END-IF
            OPEN I-O ESTRUTURA-KITS
            IF WS-FS EQUAL 35 THEN
                OPEN OUTPUT ESTRUTURA-KITS
                CLOSE ESTRUTURA-KITS
                OPEN I-O ESTRUTURA-KITS
            END-IF
            PERFORM UNTIL WS-SN = 'N' OR WS-SN = 'n'
                IF WS-FS EQUAL ZEROS
                    DISPLAY 'ESCOLHA A ACAO: (I)NCLUIR (A)LTERAR '
                        '(E)XCLUIR COMPONENTE (L)ISTAR KITS'
                    ACCEPT WS-ACAO
                    EVALUATE WS-ACAO
                        WHEN 'I'
                        WHEN 'i'
                            PERFORM INCLUIR-COMPONENTE
                        WHEN 'A'
                        WHEN 'a'
                            PERFORM ALTERAR-COMPONENTE
                        WHEN 'E'
                        WHEN 'e'
                            PERFORM EXCLUIR-COMPONENTE
                        WHEN 'L'
                        WHEN 'l'
                            PERFORM LISTAR-KITS
                        WHEN OTHER
                            DISPLAY 'OPCAO INVALIDA'
                    END-EVALUATE
                ELSE
                    DISPLAY 'ERRO AO CRIAR O ARQUIVO'
                    DISPLAY 'FILE STATUS: ' WS-FS
                END-IF
                DISPLAY 'REALIZAR OUTRA OPERACAO? (S/N)'
                ACCEPT WS-SN
            END-PERFORM
            CLOSE ESTRUTURA-KITS
            CLOSE PRODUTOS
            GOBACK.

       RESOLVER-CAMINHOS.
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'ESTRUTURA_KITS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-KITS-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'PRODUTOS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-PRODUTOS-PATH
            END-IF.

       INCLUIR-COMPONENTE.
            PERFORM OBTER-CHAVE-KIT
            IF WS-CHAVE-OK EQUAL 'S'
                READ ESTRUTURA-KITS
                    INVALID KEY
                        MOVE ZEROS TO WS-FS
                        PERFORM VALIDAR-ESTRUTURA-KIT
                        IF WS-ESTRUTURA-OK EQUAL 'S'
                            PERFORM GRAVAR-COMPONENTE
                        END-IF
                    NOT INVALID KEY
                        DISPLAY 'COMPONENTE JA CADASTRADO NO KIT'
                        DISPLAY 'DESEJA ALTERAR O REGISTRO? (S/N)'
                        ACCEPT WS-CONFIRMA
                        IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                            PERFORM ALTERAR-DADOS-COMPONENTE
                        END-IF
                END-READ
            END-IF.

       GRAVAR-COMPONENTE.
            MOVE WS-KIT-DIGITADO TO KIT-COD-KIT
            MOVE WS-COMP-DIGITADO TO KIT-COD-COMPONENTE
            PERFORM OBTER-QUANTIDADE-KIT
            WRITE REG-ESTRUTURA-KIT
            IF WS-FS NOT EQUAL ZEROS
                DISPLAY 'ERRO - NAO FOI POSSIVEL GRAVAR O REGISTRO'
                DISPLAY 'FILE STATUS: ' WS-FS
            ELSE
                DISPLAY 'REGISTRO GRAVADO COM SUCESSO!'
            END-IF.

       ALTERAR-COMPONENTE.
            PERFORM OBTER-CHAVE-KIT
            IF WS-CHAVE-OK EQUAL 'S'
                READ ESTRUTURA-KITS
                    INVALID KEY
                        DISPLAY 'COMPONENTE NAO CADASTRADO NO KIT'
                        MOVE ZEROS TO WS-FS
                    NOT INVALID KEY
                        PERFORM ALTERAR-DADOS-COMPONENTE
                END-READ
            END-IF.

       ALTERAR-DADOS-COMPONENTE.
            MOVE KIT-QUANTIDADE TO WS-QTD-KIT-EDIT
            DISPLAY 'QUANTIDADE ATUAL POR KIT: ' WS-QTD-KIT-EDIT
            PERFORM OBTER-QUANTIDADE-KIT
            REWRITE REG-ESTRUTURA-KIT
            IF WS-FS NOT EQUAL ZEROS
                DISPLAY 'ERRO - NAO FOI POSSIVEL ALTERAR O REGISTRO'
                DISPLAY 'FILE STATUS: ' WS-FS
            ELSE
                DISPLAY 'REGISTRO ALTERADO COM SUCESSO!'
            END-IF.

       EXCLUIR-COMPONENTE.
            PERFORM OBTER-CHAVE-KIT
            IF WS-CHAVE-OK EQUAL 'S'
                READ ESTRUTURA-KITS
                    INVALID KEY
                        DISPLAY 'COMPONENTE NAO CADASTRADO NO KIT'
                        MOVE ZEROS TO WS-FS
                    NOT INVALID KEY
                        MOVE KIT-QUANTIDADE TO WS-QTD-KIT-EDIT
                        DISPLAY 'QUANTIDADE POR KIT: ' WS-QTD-KIT-EDIT
                        DISPLAY 'CONFIRMA A EXCLUSAO? (S/N)'
                        ACCEPT WS-CONFIRMA
                        IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                            DELETE ESTRUTURA-KITS
                            IF WS-FS NOT EQUAL ZEROS
                                DISPLAY 'ERRO - NAO FOI POSSIVEL '
                                    'EXCLUIR'
                                DISPLAY 'FILE STATUS: ' WS-FS
                            ELSE
                                DISPLAY 'REGISTRO EXCLUIDO COM SUCESSO!'
                            END-IF
                        END-IF
                END-READ
            END-IF.

      * Chave do registro: kit e componente, os dois cadastrados como
      * produto e diferentes entre si.
       OBTER-CHAVE-KIT.
            MOVE 'N' TO WS-CHAVE-OK
            DISPLAY 'INFORME O CODIGO DO KIT'
            ACCEPT WS-KIT-DIGITADO
            MOVE WS-KIT-DIGITADO TO COD-PRODUTO
            READ PRODUTOS
                INVALID KEY
                    DISPLAY 'PRODUTO NAO CADASTRADO: ' WS-KIT-DIGITADO
                NOT INVALID KEY
                    MOVE PRECO-PRODUTO TO WS-PRECO-EDIT
                    DISPLAY 'KIT: ' NOME-PRODUTO
                        '  PRECO DO KIT: ' WS-PRECO-EDIT
                    IF ESTOQUE-PRODUTO > ZEROS
                        MOVE ESTOQUE-PRODUTO TO WS-QTDE-EDIT
                        DISPLAY 'AVISO - O KIT TEM ESTOQUE PROPRIO ('
                            WS-QTDE-EDIT '); O PEDIDO BAIXA OS '
                            'COMPONENTES'
                    END-IF
                    MOVE 'S' TO WS-CHAVE-OK
            END-READ
            IF WS-CHAVE-OK EQUAL 'S'
                MOVE 'N' TO WS-CHAVE-OK
                DISPLAY 'INFORME O CODIGO DO COMPONENTE'
                ACCEPT WS-COMP-DIGITADO
                IF WS-COMP-DIGITADO EQUAL WS-KIT-DIGITADO
                    DISPLAY 'O KIT NAO PODE SER COMPONENTE DE SI MESMO'
                ELSE
                    MOVE WS-COMP-DIGITADO TO COD-PRODUTO
                    READ PRODUTOS
                        INVALID KEY
                            DISPLAY 'PRODUTO NAO CADASTRADO: '
                                WS-COMP-DIGITADO
                        NOT INVALID KEY
                            MOVE ESTOQUE-PRODUTO TO WS-QTDE-EDIT
                            DISPLAY 'COMPONENTE: ' NOME-PRODUTO
                                '  ESTOQUE: ' WS-QTDE-EDIT
                            MOVE 'S' TO WS-CHAVE-OK
                    END-READ
                END-IF
            END-IF
            MOVE WS-KIT-DIGITADO TO KIT-COD-KIT
            MOVE WS-COMP-DIGITADO TO KIT-COD-COMPONENTE.

       OBTER-QUANTIDADE-KIT.
            MOVE ZEROS TO KIT-QUANTIDADE
            PERFORM UNTIL KIT-QUANTIDADE NOT EQUAL ZEROS
                DISPLAY 'INFORME A QUANTIDADE DO COMPONENTE POR KIT'
                ACCEPT KIT-QUANTIDADE
                IF KIT-QUANTIDADE EQUAL ZEROS
                    DISPLAY 'QUANTIDADE NAO PODE SER ZERO'
                END-IF
            END-PERFORM.

      * Um nivel so: o componente nao pode ser kit e o kit nao pode
      * ser componente de outro kit. O pedido de venda explode ate
      * WS-MAX-COMPONENTES componentes por kit.
       VALIDAR-ESTRUTURA-KIT.
            MOVE 'S' TO WS-ESTRUTURA-OK
            PERFORM VERIFICAR-COMPONENTE-KIT
            IF WS-ESTRUTURA-OK EQUAL 'S'
                PERFORM VERIFICAR-KIT-COMPONENTE
            END-IF
            IF WS-ESTRUTURA-OK EQUAL 'S'
                PERFORM CONTAR-COMPONENTES-KIT
                IF WS-QTD-COMPONENTES NOT < WS-MAX-COMPONENTES
                    MOVE 'N' TO WS-ESTRUTURA-OK
                    DISPLAY 'O KIT JA TEM O MAXIMO DE '
                        WS-MAX-COMPONENTES ' COMPONENTES'
                END-IF
            END-IF
            MOVE ZEROS TO WS-FS.

       VERIFICAR-COMPONENTE-KIT.
            MOVE WS-COMP-DIGITADO TO KIT-COD-KIT
            MOVE ZEROS TO KIT-COD-COMPONENTE
            START ESTRUTURA-KITS KEY IS NOT LESS THAN KIT-CHAVE
                NOT INVALID KEY
                    READ ESTRUTURA-KITS NEXT RECORD
                        NOT AT END
                            IF KIT-COD-KIT EQUAL WS-COMP-DIGITADO
                                MOVE 'N' TO WS-ESTRUTURA-OK
                                DISPLAY 'O COMPONENTE E UM KIT - KIT '
                                    'DENTRO DE KIT NAO E PERMITIDO'
                            END-IF
                    END-READ
            END-START.

       VERIFICAR-KIT-COMPONENTE.
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
                        IF KIT-COD-COMPONENTE EQUAL WS-KIT-DIGITADO
                            MOVE 'N' TO WS-ESTRUTURA-OK
                            DISPLAY 'O KIT E COMPONENTE DO KIT '
                                KIT-COD-KIT ' - KIT DENTRO DE KIT '
                                'NAO E PERMITIDO'
                            MOVE 1 TO WS-EOF
                        END-IF
                END-READ
            END-PERFORM.

       CONTAR-COMPONENTES-KIT.
            SET WS-QTD-COMPONENTES TO 0
            SET WS-EOF TO 0
            MOVE WS-KIT-DIGITADO TO KIT-COD-KIT
            MOVE ZEROS TO KIT-COD-COMPONENTE
            START ESTRUTURA-KITS KEY IS NOT LESS THAN KIT-CHAVE
                INVALID KEY
                    MOVE 1 TO WS-EOF
            END-START
            PERFORM UNTIL WS-EOF EQUAL 1
                READ ESTRUTURA-KITS NEXT RECORD
                    AT END
                        MOVE 1 TO WS-EOF
                    NOT AT END
                        IF KIT-COD-KIT NOT EQUAL WS-KIT-DIGITADO
                            MOVE 1 TO WS-EOF
                        ELSE
                            ADD 1 TO WS-QTD-COMPONENTES
                        END-IF
                END-READ
            END-PERFORM.

      * Lista a estrutura de um kit (ou de todos) com o estoque de
      * cada componente e quantos kits completos o estoque permite
      * montar - o menor quociente entre os componentes.
       LISTAR-KITS.
            DISPLAY 'INFORME O CODIGO DO KIT (0 = TODOS)'
            ACCEPT WS-KIT-FILTRO
            SET WS-QTD-KITS TO 0
            SET WS-EOF TO 0
            MOVE ZEROS TO WS-KIT-ATUAL
            MOVE WS-KIT-FILTRO TO KIT-COD-KIT
            MOVE ZEROS TO KIT-COD-COMPONENTE
            START ESTRUTURA-KITS KEY IS NOT LESS THAN KIT-CHAVE
                INVALID KEY
                    MOVE 1 TO WS-EOF
            END-START
            PERFORM UNTIL WS-EOF EQUAL 1
                READ ESTRUTURA-KITS NEXT RECORD
                    AT END
                        MOVE 1 TO WS-EOF
                    NOT AT END
                        IF WS-KIT-FILTRO NOT EQUAL ZEROS AND
                           KIT-COD-KIT NOT EQUAL WS-KIT-FILTRO
                            MOVE 1 TO WS-EOF
                        ELSE
                            IF KIT-COD-KIT NOT EQUAL WS-KIT-ATUAL
                                PERFORM ENCERRAR-KIT-LISTADO
                                PERFORM INICIAR-KIT-LISTADO
                            END-IF
                            PERFORM LISTAR-COMPONENTE
                        END-IF
                END-READ
            END-PERFORM
            PERFORM ENCERRAR-KIT-LISTADO
            MOVE ZEROS TO WS-FS
            DISPLAY 'KITS LISTADOS: ' WS-QTD-KITS.

       INICIAR-KIT-LISTADO.
            ADD 1 TO WS-QTD-KITS
            MOVE KIT-COD-KIT TO WS-KIT-ATUAL
            MOVE 999999999 TO WS-MONTAVEIS
            MOVE KIT-COD-KIT TO COD-PRODUTO
            READ PRODUTOS
                INVALID KEY
                    MOVE 'PRODUTO NAO CADASTRADO' TO NOME-PRODUTO
                    MOVE ZEROS TO PRECO-PRODUTO
            END-READ
            MOVE PRECO-PRODUTO TO WS-PRECO-EDIT
            DISPLAY ' '
            DISPLAY 'KIT ' WS-KIT-ATUAL ' - ' NOME-PRODUTO
                '  PRECO: ' WS-PRECO-EDIT
            DISPLAY '  COMPONENTE NOME DO PRODUTO       QTDE/KIT'
                '      ESTOQUE   KITS'.

       LISTAR-COMPONENTE.
            MOVE KIT-COD-COMPONENTE TO COD-PRODUTO
            READ PRODUTOS
                INVALID KEY
                    MOVE 'PRODUTO NAO CADASTRADO' TO NOME-PRODUTO
                    MOVE ZEROS TO ESTOQUE-PRODUTO
            END-READ
            DIVIDE ESTOQUE-PRODUTO BY KIT-QUANTIDADE
                GIVING WS-MONTAVEIS-COMP
            IF WS-MONTAVEIS-COMP < WS-MONTAVEIS
                MOVE WS-MONTAVEIS-COMP TO WS-MONTAVEIS
            END-IF
            MOVE KIT-QUANTIDADE TO WS-QTD-KIT-EDIT
            MOVE ESTOQUE-PRODUTO TO WS-QTDE-EDIT
            DISPLAY '  ' KIT-COD-COMPONENTE '     ' NOME-PRODUTO
                '  ' WS-QTD-KIT-EDIT '  ' WS-QTDE-EDIT '  '
                WS-MONTAVEIS-COMP.

       ENCERRAR-KIT-LISTADO.
            IF WS-KIT-ATUAL NOT EQUAL ZEROS
                MOVE WS-MONTAVEIS TO WS-QTDE-EDIT
                DISPLAY '  KITS MONTAVEIS COM O ESTOQUE ATUAL: '
                    WS-QTDE-EDIT
                MOVE ZEROS TO WS-KIT-ATUAL
            END-IF.
       END PROGRAM PROGRAMA_ESTRUTURA_KITS.
