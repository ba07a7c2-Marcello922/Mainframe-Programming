      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProvaRecorrecao.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROVA ASSIGN TO
               'C:\TEMP\ARQUIVOS\PROVA.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-ALUNO
           FILE STATUS IS WS-FS.
           SELECT GABARITOS ASSIGN TO
               'C:\TEMP\ARQUIVOS\GABARITOS.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS GAB-ID-PROVA
           FILE STATUS IS WS-FS-GAB.
           SELECT LOG-GABARITOS ASSIGN TO
               'C:\TEMP\ARQUIVOS\log_gabaritos.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LOG.
           SELECT RELATORIO-RECORRECAO ASSIGN TO
               'C:\TEMP\ARQUIVOS\recorrecao_prova.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD PROVA.
           COPY REGPROVA.
       FD GABARITOS.
           COPY REGGAB.
       FD LOG-GABARITOS.
           COPY REGLOGGB.
       FD RELATORIO-RECORRECAO.
       01 LINHA-RELATORIO PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-FS PIC 99.
       77 WS-FS-GAB PIC 99.
       77 WS-FS-LOG PIC 99.
       77 WS-FS-RPT PIC 99.
       77 WS-LOG-ABERTO PIC X(01) VALUE 'N'.
       77 WS-EOF PIC 9.
       77 WS-COUNT PIC 99.
       77 WS-CONFIRMA PIC X(01).
       77 WS-ID-PROVA-BUSCA PIC X(02).
       77 WS-DATA-HOJE PIC X(08).
       77 WS-HORA-AGORA PIC X(06).
       77 WS-ACERTOS-ANTES PIC 9(02).
       77 WS-ERROS-ANTES PIC 9(02).
       77 WS-APROV-ANTES PIC X(01).
       77 WS-QTD-LIDAS PIC 9(05) VALUE 0.
       77 WS-QTD-ALTERADAS PIC 9(05) VALUE 0.
       77 WS-QTD-MUDOU-APROV PIC 9(05) VALUE 0.
       77 WS-QTD-ERRO-GRAVACAO PIC 9(05) VALUE 0.

       01 WS-GABARITO-ATUAL.
           05 WS-RESP-GABARITO PIC 9(02) OCCURS 10 TIMES.

       01 WS-LINHA-TITULO.
           05 FILLER PIC X(14) VALUE SPACES.
           05 FILLER PIC X(33)
                  VALUE 'RECORRECAO DE PROVAS - GABARITO '.
           05 WS-LT-ID-PROVA PIC X(02).
           05 FILLER PIC X(04) VALUE ' EM '.
           05 WS-LT-DATA PIC X(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-LT-HORA PIC X(06).

       01 WS-LINHA-GABARITO.
           05 FILLER PIC X(18) VALUE 'GABARITO ATUAL:   '.
           05 WS-LG-RESPOSTA OCCURS 10 TIMES.
               10 WS-LG-VALOR PIC Z9.
               10 FILLER PIC X(01).

       01 WS-LINHA-CABECALHO.
           05 FILLER PIC X(12) VALUE 'MATRICULA'.
           05 FILLER PIC X(32) VALUE 'NOME'.
           05 FILLER PIC X(18) VALUE 'ACERTOS ANT/NOVO'.
           05 FILLER PIC X(18) VALUE 'APROV. ANT/NOVO'.

       01 WS-LINHA-DETALHE.
           05 WS-LD-MATRICULA PIC X(10).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-LD-NOME PIC X(30).
           05 FILLER PIC X(04) VALUE SPACES.
           05 WS-LD-ACERTOS-ANTES PIC Z9.
           05 FILLER PIC X(03) VALUE ' / '.
           05 WS-LD-ACERTOS-DEPOIS PIC Z9.
           05 FILLER PIC X(10) VALUE SPACES.
           05 WS-LD-APROV-ANTES PIC X(01).
           05 FILLER PIC X(03) VALUE ' / '.
           05 WS-LD-APROV-DEPOIS PIC X(01).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-LD-OBS PIC X(10).

       01 WS-LINHA-TOTAL.
           05 WS-LTT-DESCRICAO PIC X(40).
           05 WS-LTT-QTD PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "------- RECORRECAO DE PROVAS POR GABARITO -------"
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            ACCEPT WS-HORA-AGORA FROM TIME
            SET WS-FS-GAB TO 0
            OPEN INPUT GABARITOS
            IF WS-FS-GAB NOT EQUAL ZEROS
                DISPLAY "ERRO - ARQUIVO DE GABARITOS NAO ENCONTRADO"
                DISPLAY "FILE STATUS: " WS-FS-GAB
                STOP RUN
            END-IF
            DISPLAY "Digite o identificador da prova a recorrigir:"
            ACCEPT WS-ID-PROVA-BUSCA
            MOVE WS-ID-PROVA-BUSCA TO GAB-ID-PROVA
            READ GABARITOS
                INVALID KEY
                    DISPLAY "PROVA " WS-ID-PROVA-BUSCA
                        " SEM GABARITO CADASTRADO"
                    CLOSE GABARITOS
                    STOP RUN
            END-READ
            PERFORM GUARDAR-GABARITO-ATUAL
            CLOSE GABARITOS
            DISPLAY "GABARITO ATUAL DA PROVA " WS-ID-PROVA-BUSCA ":"
            COMPUTE WS-COUNT = 1
            PERFORM UNTIL WS-COUNT EQUAL 11
                DISPLAY "QUESTAO " WS-COUNT ": "
                    WS-RESP-GABARITO(WS-COUNT)
                ADD 1 TO WS-COUNT
            END-PERFORM
            DISPLAY "CONFIRMA A RECORRECAO DE TODAS AS PROVAS "
                WS-ID-PROVA-BUSCA "? (S/N)"
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT EQUAL 'S' AND
               WS-CONFIRMA NOT EQUAL 's'
                DISPLAY "RECORRECAO CANCELADA"
                STOP RUN
            END-IF
            SET WS-FS TO 0
            OPEN I-O PROVA
            IF WS-FS NOT EQUAL ZEROS
                DISPLAY "ERRO - ARQUIVO DE PROVA NAO ENCONTRADO"
                DISPLAY "FILE STATUS: " WS-FS
                STOP RUN
            END-IF
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
            OPEN OUTPUT RELATORIO-RECORRECAO
            PERFORM IMPRIMIR-CABECALHO
            PERFORM RECORRIGIR-PROVAS
            PERFORM IMPRIMIR-TOTAIS
            PERFORM GRAVAR-LOG-RESUMO
            CLOSE PROVA
            CLOSE RELATORIO-RECORRECAO
            IF WS-LOG-ABERTO EQUAL 'S'
                CLOSE LOG-GABARITOS
            END-IF
            DISPLAY "PROVAS LIDAS: " WS-QTD-LIDAS
                " ALTERADAS: " WS-QTD-ALTERADAS
                " MUDARAM APROVACAO: " WS-QTD-MUDOU-APROV
            IF WS-QTD-ERRO-GRAVACAO > ZEROS
                DISPLAY "ERROS DE GRAVACAO: " WS-QTD-ERRO-GRAVACAO
            END-IF
            DISPLAY "RELATORIO GRAVADO EM: "
                'C:\TEMP\ARQUIVOS\recorrecao_prova.txt'
            STOP RUN.

      ******************************************************************
      * O arquivo de gabaritos e fechado logo apos a leitura; a
      * correcao e o relatorio usam a copia das respostas.
      ******************************************************************
       GUARDAR-GABARITO-ATUAL.
            COMPUTE WS-COUNT = 1
            PERFORM UNTIL WS-COUNT EQUAL 11
                MOVE GAB-RESPOSTA(WS-COUNT)
                    TO WS-RESP-GABARITO(WS-COUNT)
                ADD 1 TO WS-COUNT
            END-PERFORM.

      ******************************************************************
      * A chave de PROVA e matricula + prova, entao o arquivo inteiro
      * e lido e so as provas do identificador escolhido sao
      * recorrigidas. Apenas as que mudaram de nota ou de aprovacao
      * sao regravadas, relatadas e registradas no log.
      ******************************************************************
       RECORRIGIR-PROVAS.
            MOVE 0 TO WS-EOF
            PERFORM UNTIL WS-EOF EQUAL 1
                READ PROVA NEXT RECORD
                    AT END
                        MOVE 1 TO WS-EOF
                    NOT AT END
                        IF ID-PROVA EQUAL WS-ID-PROVA-BUSCA
                            PERFORM RECORRIGIR-ALUNO
                        END-IF
                END-READ
            END-PERFORM.

       RECORRIGIR-ALUNO.
            ADD 1 TO WS-QTD-LIDAS
            MOVE QTD-ACERTOS TO WS-ACERTOS-ANTES
            MOVE QTD-ERROS TO WS-ERROS-ANTES
            MOVE IND-APROVADO TO WS-APROV-ANTES
            PERFORM CORRIGIR-PROVA
            IF QTD-ACERTOS NOT EQUAL WS-ACERTOS-ANTES OR
               QTD-ERROS NOT EQUAL WS-ERROS-ANTES OR
               IND-APROVADO NOT EQUAL WS-APROV-ANTES
                REWRITE REG-ALUNO
                IF WS-FS EQUAL ZEROS
                    ADD 1 TO WS-QTD-ALTERADAS
                    IF IND-APROVADO NOT EQUAL WS-APROV-ANTES
                        ADD 1 TO WS-QTD-MUDOU-APROV
                    END-IF
                    PERFORM IMPRIMIR-ALUNO
                    PERFORM GRAVAR-LOG-ALUNO
                ELSE
                    ADD 1 TO WS-QTD-ERRO-GRAVACAO
                    DISPLAY "ERRO AO REGRAVAR " MATRICULA-ALUNO
                        " " ID-PROVA
                    DISPLAY "FILE STATUS: " WS-FS
                END-IF
            END-IF.

      * Mesma regra da correcao no cadastro da prova (ProvaParte2):
      * aprovado com 6 acertos ou mais.
       CORRIGIR-PROVA.
            MOVE 0 TO QTD-ACERTOS
            MOVE 0 TO QTD-ERROS
            COMPUTE WS-COUNT = 1
            PERFORM UNTIL WS-COUNT EQUAL 11
                IF VETOR1(WS-COUNT) EQUAL WS-RESP-GABARITO(WS-COUNT)
                    ADD 1 TO QTD-ACERTOS
                ELSE
                    ADD 1 TO QTD-ERROS
                END-IF
                ADD 1 TO WS-COUNT
            END-PERFORM
            IF QTD-ACERTOS >= 6
                MOVE 'S' TO IND-APROVADO
            ELSE
                MOVE 'N' TO IND-APROVADO
            END-IF.

       IMPRIMIR-CABECALHO.
            MOVE WS-ID-PROVA-BUSCA TO WS-LT-ID-PROVA
            MOVE WS-DATA-HOJE TO WS-LT-DATA
            MOVE WS-HORA-AGORA TO WS-LT-HORA
            MOVE WS-LINHA-TITULO TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE SPACES TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            COMPUTE WS-COUNT = 1
            PERFORM UNTIL WS-COUNT EQUAL 11
                MOVE WS-RESP-GABARITO(WS-COUNT)
                    TO WS-LG-VALOR(WS-COUNT)
                ADD 1 TO WS-COUNT
            END-PERFORM
            MOVE WS-LINHA-GABARITO TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE SPACES TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE WS-LINHA-CABECALHO TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO.

       IMPRIMIR-ALUNO.
            MOVE MATRICULA-ALUNO TO WS-LD-MATRICULA
            MOVE NOME-ALUNO TO WS-LD-NOME
            MOVE WS-ACERTOS-ANTES TO WS-LD-ACERTOS-ANTES
            MOVE QTD-ACERTOS TO WS-LD-ACERTOS-DEPOIS
            MOVE WS-APROV-ANTES TO WS-LD-APROV-ANTES
            MOVE IND-APROVADO TO WS-LD-APROV-DEPOIS
            MOVE SPACES TO WS-LD-OBS
            IF IND-APROVADO NOT EQUAL WS-APROV-ANTES
                IF IND-APROVADO EQUAL 'S'
                    MOVE 'PASSOU' TO WS-LD-OBS
                ELSE
                    MOVE 'REPROVOU' TO WS-LD-OBS
                END-IF
            END-IF
            MOVE WS-LINHA-DETALHE TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO.

       IMPRIMIR-TOTAIS.
            MOVE SPACES TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE 'PROVAS LIDAS DO GABARITO' TO WS-LTT-DESCRICAO
            MOVE WS-QTD-LIDAS TO WS-LTT-QTD
            MOVE WS-LINHA-TOTAL TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE 'PROVAS COM NOTA ALTERADA' TO WS-LTT-DESCRICAO
            MOVE WS-QTD-ALTERADAS TO WS-LTT-QTD
            MOVE WS-LINHA-TOTAL TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE 'PROVAS COM APROVACAO ALTERADA' TO WS-LTT-DESCRICAO
            MOVE WS-QTD-MUDOU-APROV TO WS-LTT-QTD
            MOVE WS-LINHA-TOTAL TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            IF WS-QTD-ERRO-GRAVACAO > ZEROS
                MOVE 'PROVAS NAO REGRAVADAS (ERRO)'
                    TO WS-LTT-DESCRICAO
                MOVE WS-QTD-ERRO-GRAVACAO TO WS-LTT-QTD
                MOVE WS-LINHA-TOTAL TO LINHA-RELATORIO
                WRITE LINHA-RELATORIO
            END-IF.

      ******************************************************************
      * Trilha de auditoria no mesmo log das alteracoes de gabarito:
      * um registro 'C' por aluno recorrigido e um 'R' com o resumo.
      ******************************************************************
       GRAVAR-LOG-ALUNO.
            IF WS-LOG-ABERTO EQUAL 'S'
                MOVE SPACES TO REG-LOG-GABARITO
                MOVE WS-DATA-HOJE TO LGB-DATA
                MOVE WS-HORA-AGORA TO LGB-HORA
                MOVE 'C' TO LGB-TIPO
                MOVE WS-ID-PROVA-BUSCA TO LGB-ID-PROVA
                MOVE MATRICULA-ALUNO TO LGB-MATRICULA
                MOVE WS-ACERTOS-ANTES TO LGB-ACERTOS-ANTES
                MOVE QTD-ACERTOS TO LGB-ACERTOS-DEPOIS
                MOVE WS-APROV-ANTES TO LGB-APROV-ANTES
                MOVE IND-APROVADO TO LGB-APROV-DEPOIS
                WRITE REG-LOG-GABARITO
            END-IF.

       GRAVAR-LOG-RESUMO.
            IF WS-LOG-ABERTO EQUAL 'S'
                MOVE SPACES TO REG-LOG-GABARITO
                MOVE WS-DATA-HOJE TO LGB-DATA
                MOVE WS-HORA-AGORA TO LGB-HORA
                MOVE 'R' TO LGB-TIPO
                MOVE WS-ID-PROVA-BUSCA TO LGB-ID-PROVA
                MOVE WS-QTD-LIDAS TO LGB-QTD-LIDAS
                MOVE WS-QTD-ALTERADAS TO LGB-QTD-ALTERADAS
                MOVE WS-QTD-MUDOU-APROV TO LGB-QTD-MUDOU-APROV
                WRITE REG-LOG-GABARITO
            END-IF.
       END PROGRAM ProvaRecorrecao.
