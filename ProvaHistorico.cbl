      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProvaHistorico.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROVA ASSIGN TO
               'C:\TEMP\ARQUIVOS\PROVA.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-ALUNO
           FILE STATUS IS WS-FS.
           SELECT PESOS ASSIGN TO
               'C:\TEMP\ARQUIVOS\PESOS.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS PES-ID-PROVA
           FILE STATUS IS WS-FS-PESO.
           SELECT RELATORIO-HISTORICO ASSIGN TO
               'C:\TEMP\ARQUIVOS\historico_alunos.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD PROVA.
           COPY REGPROVA.
       FD PESOS.
           COPY REGPESO.
       FD RELATORIO-HISTORICO.
       01 LINHA-RELATORIO PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-FS PIC 99.
       77 WS-FS-PESO PIC 99.
       77 WS-FS-RPT PIC 99.
       77 WS-EOF PIC 9.
       77 WS-PESOS-ABERTO PIC X(01) VALUE 'N'.
       77 WS-MATRICULA-BUSCA PIC X(10).
       77 WS-MATRICULA-ATUAL PIC X(10) VALUE SPACES.
       77 WS-NOME-ATUAL PIC X(50).
       77 WS-PESO PIC 9(02).
       77 WS-NOTA-APROVACAO PIC 9(02)V99 VALUE 6.
       77 WS-NOTA-RECUPERACAO PIC 9(02)V99 VALUE 4.
       77 WS-NOTA-INFORMADA PIC 9(02)V99.
       77 WS-QTD-PROVAS-ALUNO PIC 9(02).
       77 WS-SOMA-PONDERADA PIC 9(06).
       77 WS-SOMA-PESOS PIC 9(05).
       77 WS-MEDIA-FINAL PIC 9(02)V99.
       77 WS-SITUACAO-FINAL PIC X(12).
       77 WS-QTD-ALUNOS PIC 9(03) VALUE 0.
       77 WS-QTD-APROVADOS PIC 9(03) VALUE 0.
       77 WS-QTD-RECUPERACAO PIC 9(03) VALUE 0.
       77 WS-QTD-REPROVADOS PIC 9(03) VALUE 0.
       77 WS-SOMA-MEDIAS PIC 9(05)V99 VALUE 0.
       77 WS-MEDIA-TURMA PIC 9(02)V99.
       77 WS-TAXA PIC 9(03)V99.
       77 WS-FAIXA PIC 9(02).

      * Distribuicao das medias finais em faixas de um ponto: faixa 1
      * de 0,00 a 0,99 ... faixa 10 de 9,00 a 10,00.
       01 WS-TAB-DISTRIBUICAO.
           03 WS-QTD-FAIXA PIC 9(03) OCCURS 10 TIMES VALUE ZEROS.

       01 WS-LINHA-TITULO.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(40)
                  VALUE 'HISTORICO ESCOLAR DO ALUNO'.

       01 WS-LINHA-ALUNO.
           05 FILLER PIC X(11) VALUE 'MATRICULA: '.
           05 WS-LA-MATRICULA PIC X(10).
           05 FILLER PIC X(09) VALUE '   NOME: '.
           05 WS-LA-NOME PIC X(50).

       01 WS-LINHA-CAB-PROVA.
           05 FILLER PIC X(08) VALUE 'PROVA'.
           05 FILLER PIC X(10) VALUE 'ACERTOS'.
           05 FILLER PIC X(08) VALUE 'ERROS'.
           05 FILLER PIC X(08) VALUE 'PESO'.
           05 FILLER PIC X(14) VALUE 'PONTOS (NxP)'.
           05 FILLER PIC X(08) VALUE 'APROV.'.

       01 WS-LINHA-DET-PROVA.
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-LP-ID-PROVA PIC X(02).
           05 FILLER PIC X(08) VALUE SPACES.
           05 WS-LP-ACERTOS PIC Z9.
           05 FILLER PIC X(06) VALUE SPACES.
           05 WS-LP-ERROS PIC Z9.
           05 FILLER PIC X(06) VALUE SPACES.
           05 WS-LP-PESO PIC Z9.
           05 FILLER PIC X(07) VALUE SPACES.
           05 WS-LP-PONTOS PIC ZZ9.
           05 FILLER PIC X(10) VALUE SPACES.
           05 WS-LP-APROVADO PIC X(01).

       01 WS-LINHA-TOTAL-ALUNO.
           05 FILLER PIC X(08) VALUE 'PROVAS: '.
           05 WS-LTA-PROVAS PIC Z9.
           05 FILLER PIC X(19) VALUE '   SOMA DOS PESOS: '.
           05 WS-LTA-PESOS PIC ZZZZ9.
           05 FILLER PIC X(20) VALUE '   SOMA DOS PONTOS: '.
           05 WS-LTA-PONTOS PIC ZZZZZ9.

       01 WS-LINHA-MEDIA-ALUNO.
           05 FILLER PIC X(23) VALUE 'MEDIA FINAL PONDERADA: '.
           05 WS-LMA-MEDIA PIC Z9,99.

       01 WS-LINHA-SITUACAO.
           05 FILLER PIC X(23) VALUE 'SITUACAO FINAL:        '.
           05 WS-LS-SITUACAO PIC X(12).

       01 WS-LINHA-TITULO-TURMA.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(40)
                  VALUE 'RESUMO DA TURMA - MEDIA FINAL'.

       01 WS-LINHA-CRITERIO.
           05 FILLER PIC X(19) VALUE 'NOTA DE APROVACAO: '.
           05 WS-LC-APROVACAO PIC Z9,99.
           05 FILLER PIC X(24) VALUE '   NOTA DE RECUPERACAO: '.
           05 WS-LC-RECUPERACAO PIC Z9,99.

       01 WS-LINHA-CONTAGEM.
           05 FILLER PIC X(08) VALUE 'ALUNOS: '.
           05 WS-LCT-ALUNOS PIC ZZ9.
           05 FILLER PIC X(14) VALUE '  APROVADOS: '.
           05 WS-LCT-APROVADOS PIC ZZ9.
           05 FILLER PIC X(16) VALUE '  RECUPERACAO: '.
           05 WS-LCT-RECUPERACAO PIC ZZ9.
           05 FILLER PIC X(15) VALUE '  REPROVADOS: '.
           05 WS-LCT-REPROVADOS PIC ZZ9.

       01 WS-LINHA-MEDIA-TURMA.
           05 FILLER PIC X(22) VALUE 'MEDIA FINAL DA TURMA: '.
           05 WS-LMT-MEDIA PIC Z9,99.

       01 WS-LINHA-CAB-FAIXA.
           05 FILLER PIC X(18) VALUE 'FAIXA DA MEDIA'.
           05 FILLER PIC X(09) VALUE 'ALUNOS'.
           05 FILLER PIC X(10) VALUE 'PCT'.

       01 WS-LINHA-DET-FAIXA.
           05 WS-LF-INICIO PIC Z9,99.
           05 FILLER PIC X(03) VALUE ' A '.
           05 WS-LF-FIM PIC Z9,99.
           05 FILLER PIC X(05) VALUE SPACES.
           05 WS-LF-QTD PIC ZZ9.
           05 FILLER PIC X(05) VALUE SPACES.
           05 WS-LF-TAXA PIC ZZ9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '------- HISTORICO ESCOLAR E MEDIA FINAL -------'
            SET WS-FS TO 0
            SET WS-EOF TO 0
            DISPLAY 'INFORME A MATRICULA (BRANCO = TURMA INTEIRA)'
            MOVE SPACES TO WS-MATRICULA-BUSCA
            ACCEPT WS-MATRICULA-BUSCA
            PERFORM OBTER-CRITERIOS
            SET WS-FS-PESO TO 0
            OPEN INPUT PESOS
            IF WS-FS-PESO EQUAL ZEROS
                MOVE 'S' TO WS-PESOS-ABERTO
            ELSE
                DISPLAY 'AVISO - ARQUIVO DE PESOS INEXISTENTE. '
                    'TODAS AS PROVAS COM PESO 1.'
            END-IF
            OPEN INPUT PROVA
            IF WS-FS NOT EQUAL ZEROS
                DISPLAY 'ERRO - ARQUIVO DE PROVA NAO ENCONTRADO'
                DISPLAY 'FILE STATUS: ' WS-FS
            ELSE
                OPEN OUTPUT RELATORIO-HISTORICO
                PERFORM LER-PROVAS
                CLOSE PROVA
                IF WS-QTD-ALUNOS EQUAL ZEROS
                    DISPLAY 'NENHUMA PROVA ENCONTRADA'
                ELSE
                    PERFORM IMPRIMIR-RESUMO-TURMA
                END-IF
                CLOSE RELATORIO-HISTORICO
                DISPLAY 'ALUNOS: ' WS-QTD-ALUNOS
                    ' APROVADOS: ' WS-QTD-APROVADOS
                    ' RECUPERACAO: ' WS-QTD-RECUPERACAO
                    ' REPROVADOS: ' WS-QTD-REPROVADOS
                DISPLAY 'RELATORIO GRAVADO EM: '
                    'C:\TEMP\ARQUIVOS\historico_alunos.txt'
            END-IF
            IF WS-PESOS-ABERTO EQUAL 'S'
                CLOSE PESOS
            END-IF
            STOP RUN.

      ******************************************************************
      * Criterio da situacao final sobre a media ponderada (0 a 10):
      * media >= nota de aprovacao - APROVADO; media >= nota de
      * recuperacao - RECUPERACAO; abaixo disso - REPROVADO. Zero ou
      * branco mantem o padrao (6,00 e 4,00).
      ******************************************************************
       OBTER-CRITERIOS.
            DISPLAY 'NOTA MINIMA DE APROVACAO (0 = 6,00)'
            MOVE ZEROS TO WS-NOTA-INFORMADA
            ACCEPT WS-NOTA-INFORMADA
            IF WS-NOTA-INFORMADA NUMERIC AND
               WS-NOTA-INFORMADA > ZEROS AND
               WS-NOTA-INFORMADA NOT > 10
                MOVE WS-NOTA-INFORMADA TO WS-NOTA-APROVACAO
            END-IF
            DISPLAY 'NOTA MINIMA PARA RECUPERACAO (0 = 4,00)'
            MOVE ZEROS TO WS-NOTA-INFORMADA
            ACCEPT WS-NOTA-INFORMADA
            IF WS-NOTA-INFORMADA NUMERIC AND
               WS-NOTA-INFORMADA > ZEROS
                MOVE WS-NOTA-INFORMADA TO WS-NOTA-RECUPERACAO
            END-IF
            IF WS-NOTA-RECUPERACAO > WS-NOTA-APROVACAO
                DISPLAY 'AVISO - RECUPERACAO ACIMA DA APROVACAO. '
                    'USANDO A NOTA DE APROVACAO.'
                MOVE WS-NOTA-APROVACAO TO WS-NOTA-RECUPERACAO
            END-IF.

      ******************************************************************
      * PROVA vem em ordem de matricula + prova: a quebra por
      * matricula fecha o historico de cada aluno. Com matricula
      * informada a leitura parte dela e para na primeira matricula
      * diferente.
      ******************************************************************
       LER-PROVAS.
            IF WS-MATRICULA-BUSCA NOT EQUAL SPACES
                MOVE WS-MATRICULA-BUSCA TO MATRICULA-ALUNO
                MOVE LOW-VALUES TO ID-PROVA
                START PROVA KEY IS NOT LESS THAN CHAVE-ALUNO
                    INVALID KEY
                        MOVE 1 TO WS-EOF
                END-START
            END-IF
            PERFORM UNTIL WS-EOF EQUAL 1
                READ PROVA NEXT RECORD
                    AT END
                        MOVE 1 TO WS-EOF
                    NOT AT END
                        IF WS-MATRICULA-BUSCA NOT EQUAL SPACES AND
                           MATRICULA-ALUNO NOT EQUAL WS-MATRICULA-BUSCA
                            MOVE 1 TO WS-EOF
                        ELSE
                            IF MATRICULA-ALUNO NOT EQUAL
                               WS-MATRICULA-ATUAL
                                IF WS-MATRICULA-ATUAL NOT EQUAL SPACES
                                    PERFORM FECHAR-ALUNO
                                END-IF
                                PERFORM INICIAR-ALUNO
                            END-IF
                            PERFORM IMPRIMIR-PROVA
                        END-IF
                END-READ
            END-PERFORM
            IF WS-MATRICULA-ATUAL NOT EQUAL SPACES
                PERFORM FECHAR-ALUNO
            END-IF.

      * Uma pagina por aluno.
       INICIAR-ALUNO.
            MOVE MATRICULA-ALUNO TO WS-MATRICULA-ATUAL
            MOVE NOME-ALUNO TO WS-NOME-ATUAL
            MOVE 0 TO WS-QTD-PROVAS-ALUNO
            MOVE 0 TO WS-SOMA-PONDERADA
            MOVE 0 TO WS-SOMA-PESOS
            MOVE WS-LINHA-TITULO TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO AFTER ADVANCING PAGE
            MOVE SPACES TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE WS-MATRICULA-ATUAL TO WS-LA-MATRICULA
            MOVE WS-NOME-ATUAL TO WS-LA-NOME
            MOVE WS-LINHA-ALUNO TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE SPACES TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE WS-LINHA-CAB-PROVA TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO.

      * A nota da prova e o numero de acertos (10 questoes, nota de
      * 0 a 10), ponderada pelo peso cadastrado para a prova.
       IMPRIMIR-PROVA.
            PERFORM LER-PESO
            ADD 1 TO WS-QTD-PROVAS-ALUNO
            ADD WS-PESO TO WS-SOMA-PESOS
            COMPUTE WS-SOMA-PONDERADA =
                WS-SOMA-PONDERADA + QTD-ACERTOS * WS-PESO
            MOVE ID-PROVA TO WS-LP-ID-PROVA
            MOVE QTD-ACERTOS TO WS-LP-ACERTOS
            MOVE QTD-ERROS TO WS-LP-ERROS
            MOVE WS-PESO TO WS-LP-PESO
            COMPUTE WS-LP-PONTOS = QTD-ACERTOS * WS-PESO
            MOVE IND-APROVADO TO WS-LP-APROVADO
            MOVE WS-LINHA-DET-PROVA TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO.

       LER-PESO.
            MOVE 1 TO WS-PESO
            IF WS-PESOS-ABERTO EQUAL 'S'
                MOVE ID-PROVA TO PES-ID-PROVA
                READ PESOS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF PES-PESO NUMERIC AND PES-PESO > ZEROS
                            MOVE PES-PESO TO WS-PESO
                        END-IF
                END-READ
            END-IF.

       FECHAR-ALUNO.
            COMPUTE WS-MEDIA-FINAL ROUNDED =
                WS-SOMA-PONDERADA / WS-SOMA-PESOS
            IF WS-MEDIA-FINAL NOT < WS-NOTA-APROVACAO
                MOVE 'APROVADO' TO WS-SITUACAO-FINAL
                ADD 1 TO WS-QTD-APROVADOS
            ELSE
                IF WS-MEDIA-FINAL NOT < WS-NOTA-RECUPERACAO
                    MOVE 'RECUPERACAO' TO WS-SITUACAO-FINAL
                    ADD 1 TO WS-QTD-RECUPERACAO
                ELSE
                    MOVE 'REPROVADO' TO WS-SITUACAO-FINAL
                    ADD 1 TO WS-QTD-REPROVADOS
                END-IF
            END-IF
            ADD 1 TO WS-QTD-ALUNOS
            ADD WS-MEDIA-FINAL TO WS-SOMA-MEDIAS
            COMPUTE WS-FAIXA = WS-MEDIA-FINAL + 1
            IF WS-FAIXA > 10
                MOVE 10 TO WS-FAIXA
            END-IF
            ADD 1 TO WS-QTD-FAIXA(WS-FAIXA)
            MOVE SPACES TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE WS-QTD-PROVAS-ALUNO TO WS-LTA-PROVAS
            MOVE WS-SOMA-PESOS TO WS-LTA-PESOS
            MOVE WS-SOMA-PONDERADA TO WS-LTA-PONTOS
            MOVE WS-LINHA-TOTAL-ALUNO TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE WS-MEDIA-FINAL TO WS-LMA-MEDIA
            MOVE WS-LINHA-MEDIA-ALUNO TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE WS-SITUACAO-FINAL TO WS-LS-SITUACAO
            MOVE WS-LINHA-SITUACAO TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            DISPLAY WS-MATRICULA-ATUAL ' ' WS-NOME-ATUAL(1:30)
                ' MEDIA: ' WS-MEDIA-FINAL ' ' WS-SITUACAO-FINAL.

       IMPRIMIR-RESUMO-TURMA.
            MOVE WS-LINHA-TITULO-TURMA TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO AFTER ADVANCING PAGE
            MOVE SPACES TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE WS-NOTA-APROVACAO TO WS-LC-APROVACAO
            MOVE WS-NOTA-RECUPERACAO TO WS-LC-RECUPERACAO
            MOVE WS-LINHA-CRITERIO TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE WS-QTD-ALUNOS TO WS-LCT-ALUNOS
            MOVE WS-QTD-APROVADOS TO WS-LCT-APROVADOS
            MOVE WS-QTD-RECUPERACAO TO WS-LCT-RECUPERACAO
            MOVE WS-QTD-REPROVADOS TO WS-LCT-REPROVADOS
            MOVE WS-LINHA-CONTAGEM TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            COMPUTE WS-MEDIA-TURMA ROUNDED =
                WS-SOMA-MEDIAS / WS-QTD-ALUNOS
            MOVE WS-MEDIA-TURMA TO WS-LMT-MEDIA
            MOVE WS-LINHA-MEDIA-TURMA TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE SPACES TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE 'DISTRIBUICAO DAS MEDIAS FINAIS' TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE WS-LINHA-CAB-FAIXA TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            PERFORM VARYING WS-FAIXA FROM 1 BY 1
                UNTIL WS-FAIXA > 10
                COMPUTE WS-LF-INICIO = WS-FAIXA - 1
                IF WS-FAIXA EQUAL 10
                    MOVE 10 TO WS-LF-FIM
                ELSE
                    COMPUTE WS-LF-FIM = WS-FAIXA - 0,01
                END-IF
                MOVE WS-QTD-FAIXA(WS-FAIXA) TO WS-LF-QTD
                COMPUTE WS-TAXA ROUNDED =
                    (WS-QTD-FAIXA(WS-FAIXA) * 100) / WS-QTD-ALUNOS
                MOVE WS-TAXA TO WS-LF-TAXA
                MOVE WS-LINHA-DET-FAIXA TO LINHA-RELATORIO
                WRITE LINHA-RELATORIO
            END-PERFORM.
       END PROGRAM ProvaHistorico.
