      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA_CADASTRO_ALIQUOTAS IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALIQUOTAS ASSIGN TO
               WS-ALIQUOTAS-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ALQ-CATEGORIA
           FILE STATUS IS WS-FS.
           SELECT CATEGORIAS ASSIGN TO
               WS-CATEGORIAS-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CAT-CODIGO
           FILE STATUS IS WS-FS-CAT.
       DATA DIVISION.
       FILE SECTION.
       FD ALIQUOTAS.
           COPY REGALIQ.
       FD CATEGORIAS.
           COPY REGCAT.
       WORKING-STORAGE SECTION.
       77 WS-ALIQUOTAS-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\aliquotas.txt'.
       77 WS-CATEGORIAS-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\categorias.txt'.
       77 WS-ENV-PATH      PIC X(100).
       77 WS-FS            PIC 99.
       77 WS-FS-CAT        PIC 99.
       77 WS-SN            PIC A(9).
       77 WS-ACAO          PIC X(1).
       77 WS-CONFIRMA      PIC X(1).
       77 WS-CATEGORIA-OK  PIC X(01).
       77 WS-PERCENTUAL-EDIT PIC Z9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "---------- ALIQUOTAS POR CATEGORIA ----------"
            SET WS-FS TO 0
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'ALIQUOTAS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-ALIQUOTAS-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'CATEGORIAS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-CATEGORIAS-PATH
            END-IF
            OPEN I-O ALIQUOTAS
            IF WS-FS EQUAL 35 THEN
                OPEN OUTPUT ALIQUOTAS
                CLOSE ALIQUOTAS
                OPEN I-O ALIQUOTAS
            END-IF
            PERFORM UNTIL WS-SN = 'N' OR WS-SN = 'n'
                IF WS-FS EQUAL ZEROS
                    DISPLAY 'ESCOLHA A ACAO: (I)NCLUIR (A)LTERAR '
                        '(E)XCLUIR (C)ONSULTAR'
                    ACCEPT WS-ACAO
                    EVALUATE WS-ACAO
                        WHEN 'I'
                        WHEN 'i'
                            PERFORM INCLUIR-ALIQUOTA
                        WHEN 'A'
                        WHEN 'a'
                            PERFORM ALTERAR-ALIQUOTA
                        WHEN 'E'
                        WHEN 'e'
                            PERFORM EXCLUIR-ALIQUOTA
                        WHEN 'C'
                        WHEN 'c'
                            PERFORM CONSULTAR-ALIQUOTA
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
            CLOSE ALIQUOTAS
            GOBACK.

      * A aliquota so e aceita para categoria cadastrada; a
      * categoria 000 cobre os produtos cadastrados sem categoria.
       INCLUIR-ALIQUOTA.
            MOVE 'N' TO WS-CATEGORIA-OK
            PERFORM UNTIL WS-CATEGORIA-OK EQUAL 'S'
                DISPLAY 'INFORME O CODIGO DA CATEGORIA (0 = SEM '
                    'CATEGORIA):'
                ACCEPT ALQ-CATEGORIA
                PERFORM VALIDAR-CATEGORIA
            END-PERFORM
            READ ALIQUOTAS
                INVALID KEY
                    PERFORM GRAVAR-DADOS-ALIQUOTA
                NOT INVALID KEY
                    DISPLAY 'ALIQUOTA JA CADASTRADA PARA A CATEGORIA'
                    DISPLAY 'DESEJA ALTERAR O REGISTRO? (S/N)'
                    ACCEPT WS-CONFIRMA
                    IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                        PERFORM ALTERAR-DADOS-ALIQUOTA
                    END-IF
            END-READ.

       VALIDAR-CATEGORIA.
            IF ALQ-CATEGORIA EQUAL ZEROS
                MOVE 'S' TO WS-CATEGORIA-OK
            ELSE
                OPEN INPUT CATEGORIAS
                IF WS-FS-CAT NOT EQUAL ZEROS
                    DISPLAY 'AVISO - CADASTRO DE CATEGORIAS '
                        'INDISPONIVEL'
                    DISPLAY 'FILE STATUS: ' WS-FS-CAT
                    MOVE 'S' TO WS-CATEGORIA-OK
                ELSE
                    MOVE ALQ-CATEGORIA TO CAT-CODIGO
                    READ CATEGORIAS
                        INVALID KEY
                            DISPLAY 'CATEGORIA NAO CADASTRADA: '
                                ALQ-CATEGORIA
                        NOT INVALID KEY
                            DISPLAY 'CATEGORIA: ' CAT-DESCRICAO
                            MOVE 'S' TO WS-CATEGORIA-OK
                    END-READ
                    CLOSE CATEGORIAS
                END-IF
            END-IF.

       GRAVAR-DADOS-ALIQUOTA.
            PERFORM OBTER-DADOS-ALIQUOTA
            WRITE REG-ALIQUOTA
            IF WS-FS NOT EQUAL ZEROS
                DISPLAY 'ERRO - NAO FOI POSSIVEL GRAVAR O REGISTRO'
                DISPLAY 'FILE STATUS: ' WS-FS
            ELSE
                DISPLAY 'REGISTRO GRAVADO COM SUCESSO!'
            END-IF.

       OBTER-DADOS-ALIQUOTA.
            DISPLAY 'INFORME A ALIQUOTA EM % (EX: 18,00)'
            ACCEPT ALQ-PERCENTUAL
            MOVE SPACES TO ALQ-DESCRICAO
            PERFORM UNTIL ALQ-DESCRICAO NOT EQUAL SPACES
                DISPLAY 'INFORME A DESCRICAO DA ALIQUOTA'
                ACCEPT ALQ-DESCRICAO
                IF ALQ-DESCRICAO EQUAL SPACES
                    DISPLAY 'DESCRICAO NAO PODE SER EM BRANCO'
                END-IF
            END-PERFORM.

       ALTERAR-ALIQUOTA.
            DISPLAY 'INFORME O CODIGO DA CATEGORIA A ALTERAR'
            ACCEPT ALQ-CATEGORIA
            READ ALIQUOTAS
                INVALID KEY
                    DISPLAY 'ALIQUOTA NAO ENCONTRADA'
                    MOVE ZEROS TO WS-FS
                NOT INVALID KEY
                    PERFORM ALTERAR-DADOS-ALIQUOTA
            END-READ.

       ALTERAR-DADOS-ALIQUOTA.
            MOVE ALQ-PERCENTUAL TO WS-PERCENTUAL-EDIT
            DISPLAY 'ALIQUOTA ATUAL: ' WS-PERCENTUAL-EDIT '% - '
                ALQ-DESCRICAO
            PERFORM OBTER-DADOS-ALIQUOTA
            REWRITE REG-ALIQUOTA
            IF WS-FS NOT EQUAL ZEROS
                DISPLAY 'ERRO - NAO FOI POSSIVEL ALTERAR O REGISTRO'
                DISPLAY 'FILE STATUS: ' WS-FS
            ELSE
                DISPLAY 'REGISTRO ALTERADO COM SUCESSO!'
            END-IF.

       EXCLUIR-ALIQUOTA.
            DISPLAY 'INFORME O CODIGO DA CATEGORIA A EXCLUIR'
            ACCEPT ALQ-CATEGORIA
            READ ALIQUOTAS
                INVALID KEY
                    DISPLAY 'ALIQUOTA NAO ENCONTRADA'
                    MOVE ZEROS TO WS-FS
                NOT INVALID KEY
                    DELETE ALIQUOTAS
                    IF WS-FS NOT EQUAL ZEROS
                        DISPLAY 'ERRO - NAO FOI POSSIVEL EXCLUIR'
                        DISPLAY 'FILE STATUS: ' WS-FS
                    ELSE
                        DISPLAY 'REGISTRO EXCLUIDO COM SUCESSO!'
                    END-IF
            END-READ.

       CONSULTAR-ALIQUOTA.
            DISPLAY 'INFORME O CODIGO DA CATEGORIA'
            ACCEPT ALQ-CATEGORIA
            READ ALIQUOTAS
                INVALID KEY
                    DISPLAY 'ALIQUOTA NAO ENCONTRADA'
                    MOVE ZEROS TO WS-FS
                NOT INVALID KEY
                    MOVE ALQ-PERCENTUAL TO WS-PERCENTUAL-EDIT
                    DISPLAY 'CATEGORIA: ' ALQ-CATEGORIA
                    DISPLAY 'ALIQUOTA: ' WS-PERCENTUAL-EDIT '%'
                    DISPLAY 'DESCRICAO: ' ALQ-DESCRICAO
            END-READ.
       END PROGRAM PROGRAMA_CADASTRO_ALIQUOTAS.
