      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA_CONVERSAO_OPERADORES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADORES-ANTIGO ASSIGN TO
               WS-ANTIGO-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-OPER-ID
           FILE STATUS IS WS-FS-ANT.
           SELECT OPERADORES ASSIGN TO
               WS-NOVO-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS OPER-ID
           FILE STATUS IS WS-FS.
       DATA DIVISION.
       FILE SECTION.
       FD OPERADORES-ANTIGO.
       01 REG-OPERADOR-ANTIGO.
          03 ANT-OPER-ID           PIC X(10).
          03 ANT-OPER-NOME         PIC X(30).
          03 ANT-OPER-SENHA        PIC X(10).
          03 ANT-OPER-NIVEL        PIC 9(01).
       FD OPERADORES.
           COPY REGOPER.
       WORKING-STORAGE SECTION.
       77 WS-ANTIGO-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\operadores.txt'.
       77 WS-NOVO-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\operadores_novo.txt'.
       77 WS-ENV-PATH      PIC X(100).
       77 WS-FS-ANT        PIC 99.
       77 WS-FS            PIC 99.
       77 WS-EOF           PIC 99.
       77 WS-SENHA-CODIFICADA PIC X(10).
       77 WS-QTD-LIDOS     PIC 9(07) VALUE 0.
       77 WS-QTD-GRAVADOS  PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '------- CONVERSAO DO ARQUIVO DE OPERADORES ------'
            DISPLAY 'LAYOUT ANTIGO (SENHA LEGIVEL) PARA O LAYOUT'
            DISPLAY 'ATUAL (SENHA CODIFICADA, SITUACAO, TENTATIVAS'
            DISPLAY 'E DATAS DE SENHA E DE ACESSO). TODOS OS'
            DISPLAY 'OPERADORES TROCAM A SENHA NO PROXIMO ACESSO.'
            PERFORM RESOLVER-CAMINHOS
            SET WS-FS-ANT TO 0
            SET WS-FS     TO 0
            SET WS-EOF    TO 0
            OPEN INPUT OPERADORES-ANTIGO
            IF WS-FS-ANT NOT EQUAL ZEROS
                DISPLAY 'ERRO - ARQUIVO ANTIGO NAO ENCONTRADO'
                DISPLAY 'FILE STATUS: ' WS-FS-ANT
            ELSE
                OPEN OUTPUT OPERADORES
                IF WS-FS NOT EQUAL ZEROS
                    DISPLAY 'ERRO - NAO FOI POSSIVEL CRIAR O NOVO '
                        'ARQUIVO'
                    DISPLAY 'FILE STATUS: ' WS-FS
                    CLOSE OPERADORES-ANTIGO
                ELSE
                    PERFORM UNTIL WS-EOF EQUAL 1
                        READ OPERADORES-ANTIGO NEXT RECORD
                            AT END
                                MOVE 1 TO WS-EOF
                            NOT AT END
                                ADD 1 TO WS-QTD-LIDOS
                                PERFORM CONVERTER-REGISTRO
                        END-READ
                    END-PERFORM
                    CLOSE OPERADORES
                    CLOSE OPERADORES-ANTIGO
                    DISPLAY 'REGISTROS LIDOS: ' WS-QTD-LIDOS
                    DISPLAY 'REGISTROS GRAVADOS: ' WS-QTD-GRAVADOS
                    IF WS-QTD-LIDOS EQUAL WS-QTD-GRAVADOS
                        DISPLAY 'CONVERSAO CONCLUIDA. SUBSTITUA O '
                            'ARQUIVO ANTIGO PELO NOVO:'
                        DISPLAY WS-NOVO-PATH
                    ELSE
                        DISPLAY 'ATENCAO - CONTAGENS DIVERGENTES. '
                            'NAO SUBSTITUA O ARQUIVO.'
                    END-IF
                END-IF
            END-IF
            STOP RUN.

       RESOLVER-CAMINHOS.
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'OPERADORES_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-ANTIGO-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT
                'OPERADORES_NOVO_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-NOVO-PATH
            END-IF.

      * A senha legivel do layout antigo e codificada com o ID do
      * operador, como no cadastro, e o operador fica obrigado a
      * trocar a senha no proximo acesso. Os demais campos novos
      * ficam zerados ou em branco: situacao em branco vale ativo e
      * data de senha em branco vale senha vencida.
       CONVERTER-REGISTRO.
            INITIALIZE REG-OPERADOR
            MOVE ANT-OPER-ID TO OPER-ID
            MOVE ANT-OPER-NOME TO OPER-NOME
            MOVE ANT-OPER-NIVEL TO OPER-NIVEL
            CALL 'PROGRAMA_CODIFICAR_SENHA' USING ANT-OPER-ID
                ANT-OPER-SENHA WS-SENHA-CODIFICADA
            MOVE WS-SENHA-CODIFICADA TO OPER-SENHA
            MOVE 'C' TO OPER-FORMATO-SENHA
            MOVE SPACES TO OPER-SITUACAO
            MOVE ZEROS TO OPER-TENTATIVAS
            MOVE 'S' TO OPER-TROCAR-SENHA
            MOVE SPACES TO OPER-DATA-SENHA
            MOVE SPACES TO OPER-ULTIMO-ACESSO
            MOVE SPACES TO OPER-DATA-BLOQUEIO
            WRITE REG-OPERADOR
            IF WS-FS NOT EQUAL ZEROS
                DISPLAY 'ERRO AO GRAVAR O OPERADOR: ' ANT-OPER-ID
                DISPLAY 'FILE STATUS: ' WS-FS
            ELSE
                ADD 1 TO WS-QTD-GRAVADOS
            END-IF.
       END PROGRAM PROGRAMA_CONVERSAO_OPERADORES.
