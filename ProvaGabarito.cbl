           ACCESS IS RANDOM
           RECORD KEY IS GAB-ID-PROVA
           FILE STATUS IS WS-FS.
           SELECT PESOS ASSIGN TO
               'C:\TEMP\ARQUIVOS\PESOS.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS PES-ID-PROVA
           FILE STATUS IS WS-FS-PESO.
           SELECT LOG-GABARITOS ASSIGN TO
               'C:\TEMP\ARQUIVOS\log_gabaritos.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LOG.
       DATA DIVISION.
       FILE SECTION.
       FD GABARITOS.
           COPY REGGAB.
       FD PESOS.
           COPY REGPESO.
       FD LOG-GABARITOS.
           COPY REGLOGGB.
       WORKING-STORAGE SECTION.
       77 WS-FS PIC 99.
       77 WS-FS-PESO PIC 99.
       77 WS-PESOS-ABERTO PIC X(01) VALUE 'N'.
       77 WS-PESO PIC 9(02).
       77 WS-FS-LOG PIC 99.
       77 WS-LOG-ABERTO PIC X(01) VALUE 'N'.
       77 WS-TIPO-LOG PIC X(01).
       77 WS-GABARITO-MUDOU PIC X(01).
       77 WS-SN PIC A(1).
       77 WS-ACAO PIC X(01).
       77 WS-CONFIRMA PIC X(01).

           COPY GABARITO.

       01 WS-RESPOSTAS-ANTES.
           03 WS-RESP-ANTES PIC 9(02) OCCURS 10 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "------- CADASTRO DE GABARITOS POR PROVA -------"
            SET WS-FS-LOG TO 0
            OPEN EXTEND LOG-GABARITOS
            IF WS-FS-LOG EQUAL 35 THEN
                OPEN OUTPUT LOG-GABARITOS
            END-IF
            IF WS-FS-LOG EQUAL ZEROS
                MOVE 'S' TO WS-LOG-ABERTO
            ELSE
                DISPLAY "AVISO - LOG DE GABARITOS INDISPONIVEL"
                DISPLAY "FILE STATUS: " WS-FS-LOG
            END-IF
            SET WS-FS TO 0
            OPEN I-O GABARITOS
            IF WS-FS EQUAL 35 THEN
                OPEN I-O GABARITOS
                PERFORM CARGA-GABARITO-P1
            END-IF
            SET WS-FS-PESO TO 0
            OPEN I-O PESOS
            IF WS-FS-PESO EQUAL 35 THEN
                OPEN OUTPUT PESOS
                CLOSE PESOS
                OPEN I-O PESOS
            END-IF
            IF WS-FS-PESO EQUAL ZEROS
                MOVE 'S' TO WS-PESOS-ABERTO
            ELSE
                DISPLAY "AVISO - ARQUIVO DE PESOS INDISPONIVEL"
                DISPLAY "FILE STATUS: " WS-FS-PESO
            END-IF
            PERFORM UNTIL WS-SN = 'N' OR WS-SN = 'n'
                IF WS-FS EQUAL ZEROS
                    DISPLAY "ESCOLHA A ACAO: (I)NCLUIR (A)LTERAR "
                ACCEPT WS-SN
            END-PERFORM
            CLOSE GABARITOS
            IF WS-LOG-ABERTO EQUAL 'S'
                CLOSE LOG-GABARITOS
            END-IF
            IF WS-PESOS-ABERTO EQUAL 'S'
                CLOSE PESOS
            END-IF
            STOP RUN.

      ******************************************************************
            WRITE REG-GABARITO
            IF WS-FS EQUAL ZEROS
                DISPLAY "GABARITO P1 CARREGADO DO PADRAO ANTIGO"
                MOVE ZEROS TO WS-RESPOSTAS-ANTES
                MOVE 'I' TO WS-TIPO-LOG
                PERFORM GRAVAR-LOG-GABARITO
            END-IF.

       INCLUIR-GABARITO.
                    WRITE REG-GABARITO
                    IF WS-FS EQUAL ZEROS
                        DISPLAY "GABARITO GRAVADO COM SUCESSO!"
                        MOVE ZEROS TO WS-RESPOSTAS-ANTES
                        MOVE 'I' TO WS-TIPO-LOG
                        PERFORM GRAVAR-LOG-GABARITO
                        PERFORM DIGITAR-PESO
                    ELSE
                        DISPLAY "ERRO AO GRAVAR!"
                        DISPLAY "FILE STATUS: " WS-FS
                    PERFORM ALTERAR-DADOS-GABARITO
            END-READ.

      * As provas ja gravadas guardam os acertos do gabarito antigo:
      * quando as respostas mudam o operador e lembrado de rodar a
      * recorrecao da prova (ProvaRecorrecao).
       ALTERAR-DADOS-GABARITO.
            PERFORM EXIBIR-RESPOSTAS
            PERFORM GUARDAR-RESPOSTAS-ANTES
            PERFORM DIGITAR-RESPOSTAS
            REWRITE REG-GABARITO
            IF WS-FS EQUAL ZEROS
                DISPLAY "GABARITO ALTERADO COM SUCESSO!"
                MOVE 'A' TO WS-TIPO-LOG
                PERFORM GRAVAR-LOG-GABARITO
                IF WS-GABARITO-MUDOU EQUAL 'S'
                    DISPLAY "RESPOSTAS ALTERADAS - EXECUTE A "
                        "RECORRECAO (ProvaRecorrecao) DA PROVA "
                        GAB-ID-PROVA
                END-IF
                PERFORM DIGITAR-PESO
            ELSE
                DISPLAY "ERRO AO ALTERAR!"
                DISPLAY "FILE STATUS: " WS-FS
                    DISPLAY "GABARITO NAO ENCONTRADO"
                    MOVE ZEROS TO WS-FS
                NOT INVALID KEY
                    PERFORM GUARDAR-RESPOSTAS-ANTES
                    DELETE GABARITOS
                    IF WS-FS EQUAL ZEROS
                        DISPLAY "GABARITO EXCLUIDO COM SUCESSO!"
                        MOVE 'E' TO WS-TIPO-LOG
                        PERFORM GRAVAR-LOG-GABARITO
                        PERFORM EXCLUIR-PESO
                    ELSE
                        DISPLAY "ERRO AO EXCLUIR!"
                        DISPLAY "FILE STATUS: " WS-FS

       EXIBIR-RESPOSTAS.
            DISPLAY "PROVA: " GAB-ID-PROVA
            PERFORM LER-PESO
            DISPLAY "PESO NA MEDIA FINAL: " WS-PESO
            COMPUTE WS-COUNT = 1
            PERFORM UNTIL WS-COUNT EQUAL 11
                DISPLAY "QUESTAO " WS-COUNT ": "
                    GAB-RESPOSTA(WS-COUNT)
                ADD 1 TO WS-COUNT
            END-PERFORM.

      ******************************************************************
      * Peso da prova na media final do historico do aluno, gravado
      * no arquivo de pesos com a mesma chave do gabarito. Sem
      * registro de peso a prova vale peso 1.
      ******************************************************************
       LER-PESO.
            MOVE 1 TO WS-PESO
            IF WS-PESOS-ABERTO EQUAL 'S'
                MOVE GAB-ID-PROVA TO PES-ID-PROVA
                READ PESOS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE PES-PESO TO WS-PESO
                END-READ
            END-IF.

       DIGITAR-PESO.
            IF WS-PESOS-ABERTO EQUAL 'S'
                PERFORM LER-PESO
                DISPLAY "Peso da prova na media final (1 a 99, "
                    "atual " WS-PESO "):"
                ACCEPT WS-PESO
                IF WS-PESO NOT NUMERIC OR WS-PESO EQUAL ZEROS
                    MOVE 1 TO WS-PESO
                END-IF
                MOVE GAB-ID-PROVA TO PES-ID-PROVA
                MOVE WS-PESO TO PES-PESO
                WRITE REG-PESO-PROVA
                IF WS-FS-PESO EQUAL 22
                    REWRITE REG-PESO-PROVA
                END-IF
                IF WS-FS-PESO NOT EQUAL ZEROS
                    DISPLAY "ERRO AO GRAVAR O PESO!"
                    DISPLAY "FILE STATUS: " WS-FS-PESO
                END-IF
            END-IF.

       EXCLUIR-PESO.
            IF WS-PESOS-ABERTO EQUAL 'S'
                MOVE GAB-ID-PROVA TO PES-ID-PROVA
                DELETE PESOS
                    INVALID KEY
                        CONTINUE
                END-DELETE
            END-IF.

      ******************************************************************
      * Trilha de auditoria do gabarito: cada inclusao, alteracao e
      * exclusao vai para o log com as respostas antes e depois, para
      * conferir a nota em caso de contestacao do aluno.
      ******************************************************************
       GUARDAR-RESPOSTAS-ANTES.
            COMPUTE WS-COUNT = 1
            PERFORM UNTIL WS-COUNT EQUAL 11
                MOVE GAB-RESPOSTA(WS-COUNT) TO WS-RESP-ANTES(WS-COUNT)
                ADD 1 TO WS-COUNT
            END-PERFORM.

       GRAVAR-LOG-GABARITO.
            MOVE 'N' TO WS-GABARITO-MUDOU
            MOVE SPACES TO REG-LOG-GABARITO
            ACCEPT LGB-DATA FROM DATE YYYYMMDD
            ACCEPT LGB-HORA FROM TIME
            MOVE WS-TIPO-LOG TO LGB-TIPO
            MOVE GAB-ID-PROVA TO LGB-ID-PROVA
            COMPUTE WS-COUNT = 1
            PERFORM UNTIL WS-COUNT EQUAL 11
                MOVE WS-RESP-ANTES(WS-COUNT)
                    TO LGB-RESP-ANTES(WS-COUNT)
                IF WS-TIPO-LOG EQUAL 'E'
                    MOVE ZEROS TO LGB-RESP-DEPOIS(WS-COUNT)
                ELSE
                    MOVE GAB-RESPOSTA(WS-COUNT)
                        TO LGB-RESP-DEPOIS(WS-COUNT)
                END-IF
                IF LGB-RESP-DEPOIS(WS-COUNT) NOT EQUAL
                   LGB-RESP-ANTES(WS-COUNT)
                    MOVE 'S' TO WS-GABARITO-MUDOU
                END-IF
                ADD 1 TO WS-COUNT
            END-PERFORM
            IF WS-LOG-ABERTO EQUAL 'S'
                WRITE REG-LOG-GABARITO
                IF WS-FS-LOG NOT EQUAL ZEROS
                    DISPLAY "ERRO AO GRAVAR O LOG DE GABARITOS!"
                    DISPLAY "FILE STATUS: " WS-FS-LOG
                END-IF
            END-IF.
       END PROGRAM ProvaGabarito.
