      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA_CODIFICAR_SENHA IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WS-TEXTO         PIC X(20).
       77 WS-IND           PIC 9(02).
       77 WS-PASSADA       PIC 9(01).
       77 WS-CODIGO        PIC 9(10).
       77 WS-ACUMULADO     PIC 9(15).
       77 WS-MODULO        PIC 9(10) VALUE 9999999967.
       LINKAGE SECTION.
       01 LK-OPERADOR      PIC X(10).
       01 LK-SENHA         PIC X(10).
       01 LK-SENHA-CODIFICADA PIC X(10).

      * Codificacao de mao unica da senha do operador: a senha e o ID
      * do operador sao misturados caractere a caractere em duas
      * passadas, e o arquivo guarda so o resultado. Duas contas com
      * a mesma senha ficam com codigos diferentes. A conferencia no
      * acesso codifica a senha digitada e compara os codigos.
       PROCEDURE DIVISION USING LK-OPERADOR LK-SENHA
                                LK-SENHA-CODIFICADA.
       MAIN-PROCEDURE.
            MOVE LK-SENHA TO WS-TEXTO(1:10)
            MOVE LK-OPERADOR TO WS-TEXTO(11:10)
            MOVE 7919 TO WS-CODIGO
            PERFORM VARYING WS-PASSADA FROM 1 BY 1
                UNTIL WS-PASSADA > 2
                PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > 20
                    COMPUTE WS-ACUMULADO =
                        WS-CODIGO * 131
                        + FUNCTION ORD(WS-TEXTO(WS-IND:1))
                          * (WS-IND + 17 * WS-PASSADA)
                    COMPUTE WS-CODIGO =
                        FUNCTION MOD(WS-ACUMULADO, WS-MODULO)
                END-PERFORM
            END-PERFORM
            MOVE WS-CODIGO TO LK-SENHA-CODIFICADA
            GOBACK.
       END PROGRAM PROGRAMA_CODIFICAR_SENHA.
