      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA_CALENDARIO_BATCH IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDARIO-BATCH ASSIGN TO
               WS-CALENDARIO-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CAL-CHAVE
           FILE STATUS IS WS-FS.
       DATA DIVISION.
       FILE SECTION.
       FD CALENDARIO-BATCH.
           COPY REGCAL.
       WORKING-STORAGE SECTION.
       77 WS-CALENDARIO-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\calendario_batch.txt'.
       77 WS-ENV-PATH      PIC X(100).
       77 WS-FS            PIC 99.
       77 WS-EOF           PIC 99.
       77 WS-SN            PIC A(9).
       77 WS-ACAO          PIC X(1).
       77 WS-CONFIRMA      PIC X(1).
       77 WS-DATA-DIGITADA PIC X(08).
       77 WS-DATA-NUM      PIC 9(08).
       77 WS-DATA-OK       PIC X(01).
       77 WS-DIAS-DATA     PIC 9(07).
       77 WS-DIA-SEMANA    PIC 9(01).
       77 WS-RESTO         PIC 9(01).
       77 WS-QUOCIENTE     PIC 9(07).
       77 WS-SITUACAO-DIGITADA PIC X(01).
       77 WS-REGRA-DIGITADA PIC X(01).
       77 WS-DIA-DIGITADO  PIC 9(01).
       77 WS-PULA-DIGITADO PIC X(01).
       77 WS-PASSO-DIGITADO PIC 9(02).
       77 WS-MAX-PASSOS    PIC 9(02) VALUE 12.
       77 WS-IND           PIC 9(02).
       77 WS-REGRA-EXIBIR  PIC X(01).
       77 WS-DIA-EXIBIR    PIC 9(01).
       77 WS-PULA-EXIBIR   PIC X(01).
       77 WS-ORIGEM-REGRA  PIC X(10).
       77 WS-TEXTO-REGRA   PIC X(32).
       77 WS-QTD-DIAS      PIC 9(05).

           COPY PASSOS.

       01 WS-NOMES-DIA-SEMANA.
          03 FILLER              PIC X(07) VALUE 'SEGUNDA'.
          03 FILLER              PIC X(07) VALUE 'TERCA'.
          03 FILLER              PIC X(07) VALUE 'QUARTA'.
          03 FILLER              PIC X(07) VALUE 'QUINTA'.
          03 FILLER              PIC X(07) VALUE 'SEXTA'.
          03 FILLER              PIC X(07) VALUE 'SABADO'.
          03 FILLER              PIC X(07) VALUE 'DOMINGO'.
       01 WS-TAB-DIA-SEMANA REDEFINES WS-NOMES-DIA-SEMANA.
          03 WS-NOME-DIA         PIC X(07) OCCURS 7 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "---------- CALENDARIO BATCH ----------"
            SET WS-FS TO 0
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'CALENDARIO_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-CALENDARIO-PATH
            END-IF
            OPEN I-O CALENDARIO-BATCH
            IF WS-FS EQUAL 35 THEN
                OPEN OUTPUT CALENDARIO-BATCH
                CLOSE CALENDARIO-BATCH
                OPEN I-O CALENDARIO-BATCH
            END-IF
            PERFORM UNTIL WS-SN = 'N' OR WS-SN = 'n'
                IF WS-FS EQUAL ZEROS
                    DISPLAY 'ESCOLHA A ACAO: (D)IA UTIL/FERIADO, '
                        '(J)OB - REGRA DE EXECUCAO, (L)ISTAR'
                    ACCEPT WS-ACAO
                    EVALUATE WS-ACAO
                        WHEN 'D'
                        WHEN 'd'
                            PERFORM MANTER-DIA
                        WHEN 'J'
                        WHEN 'j'
                            PERFORM MANTER-REGRA-JOB
                        WHEN 'L'
                        WHEN 'l'
                            PERFORM LISTAR-CALENDARIO
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
            CLOSE CALENDARIO-BATCH
            GOBACK.

      * Sem registro, segunda a sexta e dia util e sabado e domingo
      * nao. O registro do dia marca o feriado ('F') ou o dia util
      * fora do padrao ('U'); excluir o registro volta ao padrao.
       MANTER-DIA.
            MOVE 'N' TO WS-DATA-OK
            PERFORM UNTIL WS-DATA-OK EQUAL 'S'
                DISPLAY 'INFORME A DATA (AAAAMMDD)'
                ACCEPT WS-DATA-DIGITADA
                PERFORM VALIDAR-DATA
            END-PERFORM
            MOVE WS-NOME-DIA(WS-DIA-SEMANA) TO WS-TEXTO-REGRA
            DISPLAY 'DIA DA SEMANA: ' WS-TEXTO-REGRA
            MOVE SPACES TO CAL-CHAVE
            MOVE 'D' TO CAL-TIPO-REGISTRO
            MOVE WS-DATA-DIGITADA TO CAL-DATA
            READ CALENDARIO-BATCH
                INVALID KEY
                    MOVE ZEROS TO WS-FS
                    PERFORM INCLUIR-DIA
                NOT INVALID KEY
                    PERFORM ALTERAR-DIA
            END-READ.

       VALIDAR-DATA.
            IF WS-DATA-DIGITADA NOT NUMERIC OR
               WS-DATA-DIGITADA(5:2) < '01' OR
               WS-DATA-DIGITADA(5:2) > '12' OR
               WS-DATA-DIGITADA(7:2) < '01' OR
               WS-DATA-DIGITADA(7:2) > '31'
                DISPLAY 'DATA INVALIDA'
            ELSE
                MOVE 'S' TO WS-DATA-OK
                MOVE WS-DATA-DIGITADA TO WS-DATA-NUM
                COMPUTE WS-DIAS-DATA =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
                DIVIDE WS-DIAS-DATA BY 7 GIVING WS-QUOCIENTE
                    REMAINDER WS-RESTO
                IF WS-RESTO EQUAL ZEROS
                    MOVE 7 TO WS-DIA-SEMANA
                ELSE
                    MOVE WS-RESTO TO WS-DIA-SEMANA
                END-IF
            END-IF.

       INCLUIR-DIA.
            PERFORM OBTER-DADOS-DIA
            WRITE REG-CALENDARIO
            IF WS-FS NOT EQUAL ZEROS
                DISPLAY 'ERRO - NAO FOI POSSIVEL GRAVAR O REGISTRO'
                DISPLAY 'FILE STATUS: ' WS-FS
            ELSE
                DISPLAY 'REGISTRO GRAVADO COM SUCESSO!'
            END-IF.

       ALTERAR-DIA.
            IF CAL-SITUACAO-DIA EQUAL 'F'
                DISPLAY 'SITUACAO ATUAL: FERIADO - ' CAL-DESCRICAO
            ELSE
                DISPLAY 'SITUACAO ATUAL: DIA UTIL - ' CAL-DESCRICAO
            END-IF
            DISPLAY '(A)LTERAR, (E)XCLUIR (VOLTA AO PADRAO) OU '
                '(M)ANTER'
            ACCEPT WS-CONFIRMA
            EVALUATE WS-CONFIRMA
                WHEN 'A'
                WHEN 'a'
                    PERFORM OBTER-DADOS-DIA
                    REWRITE REG-CALENDARIO
                    IF WS-FS NOT EQUAL ZEROS
                        DISPLAY 'ERRO - NAO FOI POSSIVEL ALTERAR O '
                            'REGISTRO'
                        DISPLAY 'FILE STATUS: ' WS-FS
                    ELSE
                        DISPLAY 'REGISTRO ALTERADO COM SUCESSO!'
                    END-IF
                WHEN 'E'
                WHEN 'e'
                    DELETE CALENDARIO-BATCH
                    IF WS-FS NOT EQUAL ZEROS
                        DISPLAY 'ERRO - NAO FOI POSSIVEL EXCLUIR'
                        DISPLAY 'FILE STATUS: ' WS-FS
                    ELSE
                        DISPLAY 'REGISTRO EXCLUIDO COM SUCESSO!'
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       OBTER-DADOS-DIA.
            MOVE SPACES TO CAL-DADOS
            MOVE SPACES TO WS-SITUACAO-DIGITADA
            PERFORM UNTIL WS-SITUACAO-DIGITADA EQUAL 'F' OR
                          WS-SITUACAO-DIGITADA EQUAL 'U'
                DISPLAY 'SITUACAO: (F)ERIADO OU (U)TIL'
                ACCEPT WS-SITUACAO-DIGITADA
                IF WS-SITUACAO-DIGITADA EQUAL 'f'
                    MOVE 'F' TO WS-SITUACAO-DIGITADA
                END-IF
                IF WS-SITUACAO-DIGITADA EQUAL 'u'
                    MOVE 'U' TO WS-SITUACAO-DIGITADA
                END-IF
            END-PERFORM
            MOVE WS-SITUACAO-DIGITADA TO CAL-SITUACAO-DIA
            PERFORM UNTIL CAL-DESCRICAO NOT EQUAL SPACES
                DISPLAY 'INFORME A DESCRICAO (EX: NATAL)'
                ACCEPT CAL-DESCRICAO
                IF CAL-DESCRICAO EQUAL SPACES
                    DISPLAY 'DESCRICAO NAO PODE SER EM BRANCO'
                END-IF
            END-PERFORM.

      * Regra por job do catalogo da cadeia. Sem registro vale a
      * regra padrao do catalogo; (P)ADRAO exclui o registro.
       MANTER-REGRA-JOB.
            PERFORM VARYING WS-IND FROM 1 BY 1
                UNTIL WS-IND > WS-MAX-PASSOS
                DISPLAY WS-IND ' - ' PASSO-JOB(WS-IND) ' '
                    PASSO-DESCRICAO(WS-IND)
            END-PERFORM
            DISPLAY 'INFORME O NUMERO DO JOB'
            ACCEPT WS-PASSO-DIGITADO
            IF WS-PASSO-DIGITADO NOT NUMERIC OR
               WS-PASSO-DIGITADO < 1 OR
               WS-PASSO-DIGITADO > WS-MAX-PASSOS
                DISPLAY 'JOB INVALIDO'
            ELSE
                MOVE WS-PASSO-DIGITADO TO WS-IND
                MOVE SPACES TO CAL-CHAVE
                MOVE 'J' TO CAL-TIPO-REGISTRO
                MOVE PASSO-JOB(WS-IND) TO CAL-IDENTIFICACAO
                READ CALENDARIO-BATCH
                    INVALID KEY
                        MOVE ZEROS TO WS-FS
                        MOVE SPACES TO CAL-DADOS
                        MOVE PASSO-REGRA-PADRAO(WS-IND) TO CAL-REGRA
                        MOVE ZEROS TO CAL-DIA-SEMANA
                        MOVE 'N' TO CAL-PULA-FERIADO
                        MOVE 'PADRAO' TO WS-ORIGEM-REGRA
                        PERFORM EXIBIR-REGRA-ATUAL
                        PERFORM OBTER-DADOS-REGRA
                        IF WS-REGRA-DIGITADA NOT EQUAL 'P'
                            WRITE REG-CALENDARIO
                            PERFORM CONFERIR-GRAVACAO
                        END-IF
                    NOT INVALID KEY
                        MOVE 'CALENDARIO' TO WS-ORIGEM-REGRA
                        PERFORM EXIBIR-REGRA-ATUAL
                        PERFORM OBTER-DADOS-REGRA
                        IF WS-REGRA-DIGITADA EQUAL 'P'
                            DELETE CALENDARIO-BATCH
                        ELSE
                            REWRITE REG-CALENDARIO
                        END-IF
                        PERFORM CONFERIR-GRAVACAO
                END-READ
            END-IF.

       EXIBIR-REGRA-ATUAL.
            MOVE CAL-REGRA TO WS-REGRA-EXIBIR
            MOVE CAL-DIA-SEMANA TO WS-DIA-EXIBIR
            MOVE CAL-PULA-FERIADO TO WS-PULA-EXIBIR
            PERFORM MONTAR-TEXTO-REGRA
            DISPLAY 'REGRA ATUAL (' WS-ORIGEM-REGRA '): '
                WS-TEXTO-REGRA.

       MONTAR-TEXTO-REGRA.
            MOVE SPACES TO WS-TEXTO-REGRA
            EVALUATE WS-REGRA-EXIBIR
                WHEN 'D'
                    MOVE 'DIARIO' TO WS-TEXTO-REGRA
                WHEN 'S'
                    IF WS-DIA-EXIBIR > 0 AND WS-DIA-EXIBIR < 8
                        STRING 'SEMANAL - ' WS-NOME-DIA(WS-DIA-EXIBIR)
                            DELIMITED BY SIZE INTO WS-TEXTO-REGRA
                    ELSE
                        MOVE 'SEMANAL - DIA INVALIDO'
                            TO WS-TEXTO-REGRA
                    END-IF
                WHEN 'M'
                    MOVE 'ULTIMO DIA UTIL DO MES' TO WS-TEXTO-REGRA
                WHEN OTHER
                    MOVE 'NAO EXECUTA' TO WS-TEXTO-REGRA
            END-EVALUATE
            IF WS-PULA-EXIBIR EQUAL 'S' AND
               WS-REGRA-EXIBIR NOT EQUAL 'M' AND
               WS-REGRA-EXIBIR NOT EQUAL 'N'
                MOVE ' (SO DIA UTIL)' TO WS-TEXTO-REGRA(18:14)
            END-IF.

       OBTER-DADOS-REGRA.
            MOVE SPACES TO WS-REGRA-DIGITADA
            PERFORM UNTIL WS-REGRA-DIGITADA EQUAL 'D' OR
                          WS-REGRA-DIGITADA EQUAL 'S' OR
                          WS-REGRA-DIGITADA EQUAL 'M' OR
                          WS-REGRA-DIGITADA EQUAL 'N' OR
                          WS-REGRA-DIGITADA EQUAL 'P'
                DISPLAY 'NOVA REGRA: (D)IARIO, (S)EMANAL, (M) ULTIMO '
                    'DIA UTIL DO MES,'
                DISPLAY '(N)AO EXECUTA OU (P)ADRAO DO CATALOGO'
                ACCEPT WS-REGRA-DIGITADA
                EVALUATE WS-REGRA-DIGITADA
                    WHEN 'd'
                        MOVE 'D' TO WS-REGRA-DIGITADA
                    WHEN 's'
                        MOVE 'S' TO WS-REGRA-DIGITADA
                    WHEN 'm'
                        MOVE 'M' TO WS-REGRA-DIGITADA
                    WHEN 'n'
                        MOVE 'N' TO WS-REGRA-DIGITADA
                    WHEN 'p'
                        MOVE 'P' TO WS-REGRA-DIGITADA
                END-EVALUATE
            END-PERFORM
            IF WS-REGRA-DIGITADA NOT EQUAL 'P'
                MOVE SPACES TO CAL-DADOS
                MOVE WS-REGRA-DIGITADA TO CAL-REGRA
                MOVE ZEROS TO CAL-DIA-SEMANA
                MOVE 'N' TO CAL-PULA-FERIADO
                IF WS-REGRA-DIGITADA EQUAL 'S'
                    MOVE ZEROS TO WS-DIA-DIGITADO
                    PERFORM UNTIL WS-DIA-DIGITADO > 0 AND
                                  WS-DIA-DIGITADO < 8
                        DISPLAY 'DIA DA SEMANA (1 = SEGUNDA ... '
                            '7 = DOMINGO)'
                        ACCEPT WS-DIA-DIGITADO
                    END-PERFORM
                    MOVE WS-DIA-DIGITADO TO CAL-DIA-SEMANA
                END-IF
                IF WS-REGRA-DIGITADA EQUAL 'D' OR
                   WS-REGRA-DIGITADA EQUAL 'S'
                    DISPLAY 'PULAR FERIADOS E DIAS NAO UTEIS? (S/N)'
                    ACCEPT WS-PULA-DIGITADO
                    IF WS-PULA-DIGITADO EQUAL 'S' OR
                       WS-PULA-DIGITADO EQUAL 's'
                        MOVE 'S' TO CAL-PULA-FERIADO
                    END-IF
                END-IF
            END-IF.

       CONFERIR-GRAVACAO.
            IF WS-FS NOT EQUAL ZEROS
                DISPLAY 'ERRO - NAO FOI POSSIVEL GRAVAR O REGISTRO'
                DISPLAY 'FILE STATUS: ' WS-FS
            ELSE
                DISPLAY 'REGRA ATUALIZADA COM SUCESSO!'
            END-IF.

      * Regras de todos os jobs do catalogo e as excecoes de dia a
      * partir da data informada.
       LISTAR-CALENDARIO.
            DISPLAY '---------- REGRAS POR JOB ----------'
            PERFORM VARYING WS-IND FROM 1 BY 1
                UNTIL WS-IND > WS-MAX-PASSOS
                MOVE SPACES TO CAL-CHAVE
                MOVE 'J' TO CAL-TIPO-REGISTRO
                MOVE PASSO-JOB(WS-IND) TO CAL-IDENTIFICACAO
                READ CALENDARIO-BATCH
                    INVALID KEY
                        MOVE PASSO-REGRA-PADRAO(WS-IND)
                            TO WS-REGRA-EXIBIR
                        MOVE ZEROS TO WS-DIA-EXIBIR
                        MOVE 'N' TO WS-PULA-EXIBIR
                        MOVE 'PADRAO' TO WS-ORIGEM-REGRA
                    NOT INVALID KEY
                        MOVE CAL-REGRA TO WS-REGRA-EXIBIR
                        MOVE CAL-DIA-SEMANA TO WS-DIA-EXIBIR
                        MOVE CAL-PULA-FERIADO TO WS-PULA-EXIBIR
                        MOVE 'CALENDARIO' TO WS-ORIGEM-REGRA
                END-READ
                MOVE ZEROS TO WS-FS
                PERFORM MONTAR-TEXTO-REGRA
                DISPLAY PASSO-JOB(WS-IND) ' ' WS-TEXTO-REGRA ' '
                    WS-ORIGEM-REGRA
            END-PERFORM
            DISPLAY 'LISTAR DIAS A PARTIR DE (AAAAMMDD, BRANCO = '
                'TODOS)'
            MOVE SPACES TO WS-DATA-DIGITADA
            ACCEPT WS-DATA-DIGITADA
            DISPLAY '---------- FERIADOS E DIAS UTEIS EXTRAS ------'
            SET WS-QTD-DIAS TO 0
            SET WS-EOF TO 0
            MOVE SPACES TO CAL-CHAVE
            MOVE 'D' TO CAL-TIPO-REGISTRO
            IF WS-DATA-DIGITADA NUMERIC
                MOVE WS-DATA-DIGITADA TO CAL-DATA
            END-IF
            START CALENDARIO-BATCH KEY IS NOT LESS THAN CAL-CHAVE
                INVALID KEY
                    MOVE 1 TO WS-EOF
            END-START
            PERFORM UNTIL WS-EOF EQUAL 1
                READ CALENDARIO-BATCH NEXT RECORD
                    AT END
                        MOVE 1 TO WS-EOF
                    NOT AT END
                        IF CAL-TIPO-REGISTRO NOT EQUAL 'D'
                            MOVE 1 TO WS-EOF
                        ELSE
                            ADD 1 TO WS-QTD-DIAS
                            IF CAL-SITUACAO-DIA EQUAL 'F'
                                DISPLAY CAL-DATA ' FERIADO    '
                                    CAL-DESCRICAO
                            ELSE
                                DISPLAY CAL-DATA ' DIA UTIL   '
                                    CAL-DESCRICAO
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            MOVE ZEROS TO WS-FS
            DISPLAY 'DIAS LISTADOS: ' WS-QTD-DIAS.
       END PROGRAM PROGRAMA_CALENDARIO_BATCH.
