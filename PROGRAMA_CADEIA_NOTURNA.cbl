           ACCESS IS RANDOM
           RECORD KEY IS JOB-NOME
           FILE STATUS IS WS-FS-JOB.
           SELECT CALENDARIO-BATCH ASSIGN TO
               WS-CALENDARIO-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CAL-CHAVE
           FILE STATUS IS WS-FS-CAL.
       DATA DIVISION.
       FILE SECTION.
       FD CONTROLE-JOBS.
           COPY REGJOB.
       FD CALENDARIO-BATCH.
           COPY REGCAL.
       WORKING-STORAGE SECTION.
       77 WS-JOBCTL-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\controle_jobs.txt'.
       77 WS-CALENDARIO-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\calendario_batch.txt'.
       77 WS-ENV-PATH      PIC X(100).
       77 WS-FS-JOB        PIC 99.
       77 WS-FS-CAL        PIC 99.
       77 WS-JOB-NOME      PIC X(20).
       77 WS-JOB-PROCESSADOS PIC 9(07).
       77 WS-JOB-ERROS     PIC 9(07).
       77 WS-OPERADOR      PIC X(10).
       77 WS-CONFIRMA      PIC X(01).
       77 WS-PODE-INICIAR  PIC X(01).
       77 WS-PASSO         PIC 9(02).
       77 WS-MAX-PASSOS    PIC 9(02) VALUE 12.
       77 WS-IND           PIC 9(02).
       77 WS-CADEIA-OK     PIC X(01) VALUE 'S'.
       77 WS-PASSOS-OK     PIC 9(02) VALUE 0.
       77 WS-PASSOS-PLANO  PIC 9(02) VALUE 0.
       77 WS-JOB-VERIFICADO PIC X(20).
       77 WS-RESULTADO-PASSO PIC X(12).
       77 WS-PARTIDA-DATA  PIC X(08).
       77 WS-PARTIDA-HORA  PIC X(06).
       77 WS-HORA-SISTEMA  PIC X(08).
       77 WS-CALENDARIO-ABERTO PIC X(01).
       77 WS-DATA-HOJE     PIC X(08).
       77 WS-DATA-DIGITADA PIC X(08).
       77 WS-DATA-PROCESSO PIC X(08).
       77 WS-DATA-NUM      PIC 9(08).
       77 WS-DATA-TESTE    PIC 9(08).
       77 WS-DIAS-TESTE    PIC 9(07).
       77 WS-QUOCIENTE     PIC 9(07).
       77 WS-RESTO         PIC 9(01).
       77 WS-DIA-SEMANA    PIC 9(01).
       77 WS-DIA-UTIL      PIC X(01).
       77 WS-DIA-SEMANA-PROCESSO PIC 9(01).
       77 WS-DIA-UTIL-PROCESSO PIC X(01).
       77 WS-ULTIMO-DIA-UTIL PIC X(01).
       77 WS-TENTATIVAS    PIC 9(02).
       77 WS-REGRA         PIC X(01).
       77 WS-REGRA-DIA     PIC 9(01).
       77 WS-REGRA-PULA    PIC X(01).
       77 WS-ORIGEM-REGRA  PIC X(10).
       77 WS-DEPENDENCIA-OK PIC X(01).

           COPY PASSOS.

      * Plano da noite: uma entrada por passo do catalogo, montada a
      * partir do calendario batch para a data de processamento.
       01 WS-TAB-PLANO.
          03 WS-PL OCCURS 12 TIMES.
             05 WS-PL-EXECUTA      PIC X(01).
             05 WS-PL-REGRA        PIC X(32).
             05 WS-PL-ORIGEM       PIC X(10).

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

       01 WS-LINHA-PLANO.
          03 WS-LP-PASSO         PIC Z9.
          03 FILLER              PIC X(03) VALUE ' - '.
          03 WS-LP-DESCRICAO     PIC X(30).
          03 WS-LP-SITUACAO      PIC X(12).
          03 WS-LP-REGRA         PIC X(32).
          03 WS-LP-ORIGEM        PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-JOBCTL-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'CALENDARIO_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-CALENDARIO-PATH
            END-IF
            DISPLAY 'INFORME O ID DO OPERADOR'
            ACCEPT WS-OPERADOR
            PERFORM VERIFICAR-CADEIA-ANTERIOR
            IF WS-PODE-INICIAR EQUAL 'S'
                PERFORM OBTER-DATA-PROCESSAMENTO
                PERFORM MONTAR-PLANO-NOITE
                PERFORM IMPRIMIR-PLANO-NOITE
                DISPLAY 'CONFIRMA A EXECUCAO DO PLANO? (S/N)'
                ACCEPT WS-CONFIRMA
                IF WS-CONFIRMA NOT EQUAL 'S' AND
                   WS-CONFIRMA NOT EQUAL 's'
                    MOVE 'N' TO WS-PODE-INICIAR
                END-IF
            END-IF
            IF WS-PODE-INICIAR NOT EQUAL 'S'
                DISPLAY 'CADEIA NAO INICIADA'
            ELSE
                PERFORM VARYING WS-PASSO FROM 1 BY 1
                    UNTIL WS-PASSO > WS-MAX-PASSOS
                          OR WS-CADEIA-OK NOT EQUAL 'S'
                    IF WS-PL-EXECUTA(WS-PASSO) EQUAL 'S'
                        PERFORM VERIFICAR-DEPENDENCIA
                        IF WS-DEPENDENCIA-OK EQUAL 'S'
                            PERFORM EXECUTAR-PASSO
                        END-IF
                    END-IF
                END-PERFORM
                IF WS-CADEIA-OK EQUAL 'S'
                    MOVE 'CONCLUIDO' TO WS-JOB-RESULTADO
            END-IF
            SET WS-FS-JOB TO 0.

      * A data de processamento escolhe as regras do calendario;
      * os passos continuam datando seus registros pelo relogio.
       OBTER-DATA-PROCESSAMENTO.
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            MOVE SPACES TO WS-DATA-PROCESSO
            PERFORM UNTIL WS-DATA-PROCESSO NOT EQUAL SPACES
                DISPLAY 'DATA DE PROCESSAMENTO (AAAAMMDD, BRANCO = '
                    'HOJE)'
                MOVE SPACES TO WS-DATA-DIGITADA
                ACCEPT WS-DATA-DIGITADA
                IF WS-DATA-DIGITADA EQUAL SPACES OR
                   WS-DATA-DIGITADA EQUAL ZEROS
                    MOVE WS-DATA-HOJE TO WS-DATA-PROCESSO
                ELSE
                    IF WS-DATA-DIGITADA NOT NUMERIC OR
                       WS-DATA-DIGITADA(5:2) < '01' OR
                       WS-DATA-DIGITADA(5:2) > '12' OR
                       WS-DATA-DIGITADA(7:2) < '01' OR
                       WS-DATA-DIGITADA(7:2) > '31'
                        DISPLAY 'DATA INVALIDA'
                    ELSE
                        MOVE WS-DATA-DIGITADA TO WS-DATA-PROCESSO
                    END-IF
                END-IF
            END-PERFORM.

      * Sem calendario a cadeia roda o conjunto padrao do catalogo
      * todas as noites. Com calendario, a regra do job decide:
      * diario, semanal no dia marcado ou so no ultimo dia util do
      * mes, com a opcao de pular feriados e dias nao uteis.
       MONTAR-PLANO-NOITE.
            MOVE 'N' TO WS-CALENDARIO-ABERTO
            SET WS-FS-CAL TO 0
            OPEN INPUT CALENDARIO-BATCH
            IF WS-FS-CAL EQUAL ZEROS
                MOVE 'S' TO WS-CALENDARIO-ABERTO
            ELSE
                DISPLAY 'AVISO - CALENDARIO BATCH NAO ENCONTRADO. '
                    'VALEM AS REGRAS PADRAO'
            END-IF
            MOVE WS-DATA-PROCESSO TO WS-DATA-TESTE
            PERFORM VERIFICAR-DIA-UTIL
            MOVE WS-DIA-SEMANA TO WS-DIA-SEMANA-PROCESSO
            MOVE WS-DIA-UTIL TO WS-DIA-UTIL-PROCESSO
            PERFORM VERIFICAR-ULTIMO-DIA-UTIL
            SET WS-PASSOS-PLANO TO 0
            PERFORM VARYING WS-IND FROM 1 BY 1
                UNTIL WS-IND > WS-MAX-PASSOS
                PERFORM DEFINIR-EXECUCAO-PASSO
            END-PERFORM
            IF WS-CALENDARIO-ABERTO EQUAL 'S'
                CLOSE CALENDARIO-BATCH
            END-IF
            SET WS-FS-CAL TO 0.

      * Dia util: segunda a sexta, salvo o registro do dia no
      * calendario ('F' feriado, 'U' dia util fora do padrao).
       VERIFICAR-DIA-UTIL.
            COMPUTE WS-DIAS-TESTE =
                FUNCTION INTEGER-OF-DATE(WS-DATA-TESTE)
            DIVIDE WS-DIAS-TESTE BY 7 GIVING WS-QUOCIENTE
                REMAINDER WS-RESTO
            IF WS-RESTO EQUAL ZEROS
                MOVE 7 TO WS-DIA-SEMANA
            ELSE
                MOVE WS-RESTO TO WS-DIA-SEMANA
            END-IF
            IF WS-DIA-SEMANA < 6
                MOVE 'S' TO WS-DIA-UTIL
            ELSE
                MOVE 'N' TO WS-DIA-UTIL
            END-IF
            IF WS-CALENDARIO-ABERTO EQUAL 'S'
                MOVE SPACES TO CAL-CHAVE
                MOVE 'D' TO CAL-TIPO-REGISTRO
                MOVE WS-DATA-TESTE TO CAL-DATA
                READ CALENDARIO-BATCH
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF CAL-SITUACAO-DIA EQUAL 'F'
                            MOVE 'N' TO WS-DIA-UTIL
                        END-IF
                        IF CAL-SITUACAO-DIA EQUAL 'U'
                            MOVE 'S' TO WS-DIA-UTIL
                        END-IF
                END-READ
            END-IF.

      * Ultimo dia util do mes: a data de processamento e dia util e
      * o proximo dia util ja cai no mes seguinte.
       VERIFICAR-ULTIMO-DIA-UTIL.
            MOVE 'N' TO WS-ULTIMO-DIA-UTIL
            IF WS-DIA-UTIL-PROCESSO EQUAL 'S'
                MOVE WS-DATA-PROCESSO TO WS-DATA-NUM
                COMPUTE WS-DIAS-TESTE =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
                MOVE 'N' TO WS-DIA-UTIL
                SET WS-TENTATIVAS TO 0
                PERFORM UNTIL WS-DIA-UTIL EQUAL 'S'
                              OR WS-TENTATIVAS > 40
                    ADD 1 TO WS-TENTATIVAS
                    COMPUTE WS-DATA-TESTE = FUNCTION DATE-OF-INTEGER
                        (WS-DIAS-TESTE + WS-TENTATIVAS)
                    PERFORM VERIFICAR-DIA-UTIL
                END-PERFORM
                IF WS-DATA-TESTE(1:6) NOT EQUAL WS-DATA-PROCESSO(1:6)
                    MOVE 'S' TO WS-ULTIMO-DIA-UTIL
                END-IF
            END-IF.

       DEFINIR-EXECUCAO-PASSO.
            MOVE PASSO-REGRA-PADRAO(WS-IND) TO WS-REGRA
            MOVE ZEROS TO WS-REGRA-DIA
            MOVE 'N' TO WS-REGRA-PULA
            MOVE 'PADRAO' TO WS-ORIGEM-REGRA
            IF WS-CALENDARIO-ABERTO EQUAL 'S'
                MOVE SPACES TO CAL-CHAVE
                MOVE 'J' TO CAL-TIPO-REGISTRO
                MOVE PASSO-JOB(WS-IND) TO CAL-IDENTIFICACAO
                READ CALENDARIO-BATCH
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE CAL-REGRA TO WS-REGRA
                        MOVE CAL-DIA-SEMANA TO WS-REGRA-DIA
                        MOVE CAL-PULA-FERIADO TO WS-REGRA-PULA
                        MOVE 'CALENDARIO' TO WS-ORIGEM-REGRA
                END-READ
            END-IF
            MOVE 'N' TO WS-PL-EXECUTA(WS-IND)
            MOVE SPACES TO WS-PL-REGRA(WS-IND)
            MOVE WS-ORIGEM-REGRA TO WS-PL-ORIGEM(WS-IND)
            EVALUATE WS-REGRA
                WHEN 'D'
                    MOVE 'DIARIO' TO WS-PL-REGRA(WS-IND)
                    MOVE 'S' TO WS-PL-EXECUTA(WS-IND)
                WHEN 'S'
                    IF WS-REGRA-DIA > 0 AND WS-REGRA-DIA < 8
                        STRING 'SEMANAL - ' WS-NOME-DIA(WS-REGRA-DIA)
                            DELIMITED BY SIZE
                            INTO WS-PL-REGRA(WS-IND)
                        IF WS-REGRA-DIA EQUAL WS-DIA-SEMANA-PROCESSO
                            MOVE 'S' TO WS-PL-EXECUTA(WS-IND)
                        END-IF
                    ELSE
                        MOVE 'SEMANAL - DIA INVALIDO'
                            TO WS-PL-REGRA(WS-IND)
                    END-IF
                WHEN 'M'
                    MOVE 'ULTIMO DIA UTIL DO MES'
                        TO WS-PL-REGRA(WS-IND)
                    IF WS-ULTIMO-DIA-UTIL EQUAL 'S'
                        MOVE 'S' TO WS-PL-EXECUTA(WS-IND)
                    END-IF
                WHEN OTHER
                    MOVE 'NAO EXECUTA' TO WS-PL-REGRA(WS-IND)
            END-EVALUATE
            IF WS-REGRA-PULA EQUAL 'S' AND
               (WS-REGRA EQUAL 'D' OR WS-REGRA EQUAL 'S')
                MOVE ' (SO DIA UTIL)' TO WS-PL-REGRA(WS-IND)(18:14)
                IF WS-DIA-UTIL-PROCESSO NOT EQUAL 'S'
                    MOVE 'N' TO WS-PL-EXECUTA(WS-IND)
                END-IF
            END-IF
            IF WS-PL-EXECUTA(WS-IND) EQUAL 'S'
                ADD 1 TO WS-PASSOS-PLANO
            END-IF.

       IMPRIMIR-PLANO-NOITE.
            DISPLAY '---------- PLANO DA NOITE ----------'
            IF WS-DIA-UTIL-PROCESSO EQUAL 'S'
                DISPLAY 'DATA DE PROCESSAMENTO: ' WS-DATA-PROCESSO ' '
                    WS-NOME-DIA(WS-DIA-SEMANA-PROCESSO) ' - DIA UTIL'
            ELSE
                DISPLAY 'DATA DE PROCESSAMENTO: ' WS-DATA-PROCESSO ' '
                    WS-NOME-DIA(WS-DIA-SEMANA-PROCESSO)
                    ' - FERIADO / DIA NAO UTIL'
            END-IF
            IF WS-ULTIMO-DIA-UTIL EQUAL 'S'
                DISPLAY 'ULTIMO DIA UTIL DO MES'
            END-IF
            PERFORM VARYING WS-IND FROM 1 BY 1
                UNTIL WS-IND > WS-MAX-PASSOS
                MOVE WS-IND TO WS-LP-PASSO
                MOVE PASSO-DESCRICAO(WS-IND) TO WS-LP-DESCRICAO
                IF WS-PL-EXECUTA(WS-IND) EQUAL 'S'
                    MOVE 'EXECUTA' TO WS-LP-SITUACAO
                ELSE
                    MOVE 'NAO EXECUTA' TO WS-LP-SITUACAO
                END-IF
                MOVE WS-PL-REGRA(WS-IND) TO WS-LP-REGRA
                MOVE WS-PL-ORIGEM(WS-IND) TO WS-LP-ORIGEM
                DISPLAY WS-LINHA-PLANO
            END-PERFORM
            DISPLAY 'PASSOS PLANEJADOS: ' WS-PASSOS-PLANO.

      * O passo so dispara com o job de que depende em dia: se ele
      * rodou nesta noite a cadeia ja o conferiu; fora do plano, o
      * ultimo resultado dele no controle de jobs tem de ser
      * CONCLUIDO (ou CONCILIADO).
       VERIFICAR-DEPENDENCIA.
            MOVE 'S' TO WS-DEPENDENCIA-OK
            IF PASSO-DEPENDE(WS-PASSO) NOT EQUAL SPACES
                PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND >= WS-PASSO
                       OR PASSO-JOB(WS-IND) EQUAL
                          PASSO-DEPENDE(WS-PASSO)
                    CONTINUE
                END-PERFORM
                IF WS-IND >= WS-PASSO OR
                   WS-PL-EXECUTA(WS-IND) NOT EQUAL 'S'
                    MOVE SPACES TO WS-RESULTADO-PASSO
                    SET WS-FS-JOB TO 0
                    OPEN INPUT CONTROLE-JOBS
                    IF WS-FS-JOB EQUAL ZEROS
                        MOVE PASSO-DEPENDE(WS-PASSO) TO JOB-NOME
                        READ CONTROLE-JOBS
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                MOVE JOB-RESULTADO
                                    TO WS-RESULTADO-PASSO
                        END-READ
                        CLOSE CONTROLE-JOBS
                    END-IF
                    SET WS-FS-JOB TO 0
                    IF WS-RESULTADO-PASSO NOT EQUAL 'CONCLUIDO' AND
                       WS-RESULTADO-PASSO NOT EQUAL 'CONCILIADO'
                        DISPLAY 'PASSO ' WS-PASSO ' - '
                            PASSO-DESCRICAO(WS-PASSO)
                        DISPLAY 'DEPENDENCIA NAO ATENDIDA: '
                            PASSO-DEPENDE(WS-PASSO) ' "'
                            WS-RESULTADO-PASSO '" - CADEIA '
                            'INTERROMPIDA'
                        MOVE PASSO-JOB(WS-PASSO) TO WS-JOB-VERIFICADO
                        MOVE 'N' TO WS-DEPENDENCIA-OK
                        MOVE 'N' TO WS-CADEIA-OK
                    END-IF
                END-IF
            END-IF.

      * Ordem da noite no catalogo: critica do lote, movimentos,
      * reconciliacao, precos programados, reposicao da loja,
      * posicao de estoque, lista de contagem ciclica, analise de
      * vendas, exportacao para o ERP, fechamento de mes, backup e o
      * resumo da manha. Cada passo so vale se o seu job encerrar
      * CONCLUIDO (ou CONCILIADO) depois da partida do passo; um
      * passo ABORTADO, DIVERGENTE, com excesso de erros ou que nem
      * chegou a registrar partida derruba o restante da cadeia.
       EXECUTAR-PASSO.
            DISPLAY 'PASSO ' WS-PASSO ' - ' PASSO-DESCRICAO(WS-PASSO)
            ACCEPT WS-PARTIDA-DATA FROM DATE YYYYMMDD
            ACCEPT WS-HORA-SISTEMA FROM TIME
            MOVE WS-HORA-SISTEMA(1:6) TO WS-PARTIDA-HORA
            EVALUATE WS-PASSO
                WHEN 1
                    CALL 'PROGRAMA_CRITICA_MOVIMENTOS'
                WHEN 2
                    CALL 'PROGRAMA_MOVIMENTO_PRODUTOS'
                WHEN 3
                    CALL 'PROGRAMA_RECONCILIACAO_ESTOQUE'
                WHEN 4
                    CALL 'PROGRAMA_APLICAR_PRECOS'
                        USING WS-OPERADOR
                WHEN 5
                    CALL 'PROGRAMA_REPOSICAO_LOJA'
                WHEN 6
                    DISPLAY 'ESCOLHA O MODO (S) - SNAPSHOT DO DIA'
                    CALL 'PROGRAMA_POSICAO_ESTOQUE'
                WHEN 7
                    DISPLAY 'ESCOLHA A ACAO (G) - GERAR LISTA DO DIA'
                    CALL 'PROGRAMA_CONTAGEM_CICLICA'
                WHEN 8
                    CALL 'PROGRAMA_ANALISE_VENDAS'
                WHEN 9
                    CALL 'PROGRAMA_EXPORTACAO_ERP'
                WHEN 10
                    DISPLAY 'DATA DE CORTE DO FECHAMENTO: '
                        WS-DATA-PROCESSO
                    CALL 'PROGRAMA_FECHAMENTO_MES'
                WHEN 11
                    CALL 'PROGRAMA_BACKUP_PRODUTOS'
                        USING WS-OPERADOR
                WHEN 12
                    CALL 'PROGRAMA_RESUMO_OPERACAO'
            END-EVALUATE
            MOVE PASSO-JOB(WS-PASSO) TO WS-JOB-VERIFICADO
            PERFORM VERIFICAR-RESULTADO-PASSO.

       VERIFICAR-RESULTADO-PASSO.
                        CONTINUE
                    NOT INVALID KEY
                        MOVE JOB-RESULTADO TO WS-RESULTADO-PASSO
                        IF JOB-DATA-INICIO < WS-PARTIDA-DATA OR
                           (JOB-DATA-INICIO EQUAL WS-PARTIDA-DATA AND
                            JOB-HORA-INICIO < WS-PARTIDA-HORA)
                            MOVE 'NAO EXECUTOU' TO WS-RESULTADO-PASSO
                        END-IF
                END-READ
                CLOSE CONTROLE-JOBS
            END-IF
