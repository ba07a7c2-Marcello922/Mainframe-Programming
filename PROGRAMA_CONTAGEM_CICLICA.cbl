               WS-CONTAGEM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CNT.
           SELECT CONTROLE-JOBS ASSIGN TO
               WS-JOBCTL-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS JOB-NOME
           FILE STATUS IS WS-FS-JOB.
           SELECT SITUACAO-PRODUTOS ASSIGN TO
               WS-SITUACAO-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS SIT-COD-PRODUTO
           FILE STATUS IS WS-FS-SIT.
       DATA DIVISION.
       FILE SECTION.
       FD PRODUTOS.
       01 REG-CONTAGEM.
          03 CNT-COD-PRODUTO       PIC 9(06).
          03 CNT-QUANTIDADE        PIC 9(09).
       FD CONTROLE-JOBS.
           COPY REGJOB.
       FD SITUACAO-PRODUTOS.
           COPY REGSITP.
       WORKING-STORAGE SECTION.
       77 WS-PRODUTOS-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\produtos.txt'.
              VALUE 'C:\programas\ARQUIVOS\lista_contagem.txt'.
       77 WS-CONTAGEM-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\contagem_inventario.txt'.
       77 WS-JOBCTL-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\controle_jobs.txt'.
       77 WS-ENV-PATH      PIC X(100).
       77 WS-FS            PIC 99.
       77 WS-FS-CIC        PIC 99.
       77 WS-FS-LST        PIC 99.
       77 WS-FS-CNT        PIC 99.
       77 WS-FS-JOB        PIC 99.
       77 WS-SITUACAO-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\situacao_produtos.txt'.
       77 WS-FS-SIT        PIC 99.
       77 WS-SIT-ABERTO    PIC X(01) VALUE 'N'.
       77 WS-SIT-COD       PIC 9(06).
       77 WS-QTD-DESCONTINUADOS PIC 9(04) VALUE 0.
       77 WS-JOB-NOME      PIC X(20).
       77 WS-JOB-PROCESSADOS PIC 9(07).
       77 WS-JOB-ERROS     PIC 9(07).
       77 WS-JOB-RESULTADO PIC X(12).
       77 WS-EOF           PIC 99.
       77 WS-SN            PIC X(01).
       77 WS-MODO          PIC X(01).
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'CONTAGEM_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-CONTAGEM-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT
                'SITUACAO_PRODUTOS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-SITUACAO-PATH
            END-IF.

      * Produto descontinuado sai da contagem ciclica: nao entra no
      * ciclo nem na lista do dia ou nos vencidos. A entrada que ja
      * estava no ciclo e mantida com a data da ultima contagem.
       ABRIR-SITUACAO.
            MOVE 'N' TO WS-SIT-ABERTO
            SET WS-FS-SIT TO 0
            OPEN INPUT SITUACAO-PRODUTOS
            IF WS-FS-SIT EQUAL ZEROS
                MOVE 'S' TO WS-SIT-ABERTO
            END-IF.

       FECHAR-SITUACAO.
            IF WS-SIT-ABERTO EQUAL 'S'
                CLOSE SITUACAO-PRODUTOS
                MOVE 'N' TO WS-SIT-ABERTO
            END-IF.

       OBTER-SITUACAO-PRODUTO.
            MOVE 'A' TO SIT-SITUACAO
            IF WS-SIT-ABERTO EQUAL 'S'
                MOVE WS-SIT-COD TO SIT-COD-PRODUTO
                READ SITUACAO-PRODUTOS
                    INVALID KEY
                        MOVE 'A' TO SIT-SITUACAO
                END-READ
            END-IF.

       CARREGAR-CICLO.
            DISPLAY 'VALOR DE ESTOQUE DE CORTE PARA ALTO VALOR'
            ACCEPT WS-VALOR-CORTE
            SET WS-QTD-INCLUIDOS TO 0
            SET WS-QTD-DESCONTINUADOS TO 0
            SET WS-EOF TO 0
            PERFORM ABRIR-SITUACAO
            OPEN INPUT PRODUTOS
            IF WS-FS NOT EQUAL ZEROS
                DISPLAY 'ERRO - ARQUIVO DE PRODUTOS NAO ENCONTRADO'
                DISPLAY 'PRODUTOS NOVOS NO CICLO: '
                    WS-QTD-INCLUIDOS
                DISPLAY 'PRODUTOS NO CICLO: ' WS-QTD-CICLO
                DISPLAY 'DESCONTINUADOS FORA DO CICLO: '
                    WS-QTD-DESCONTINUADOS
            END-IF
            PERFORM FECHAR-SITUACAO.

       ATUALIZAR-CICLO-PRODUTO.
            SET WS-IND-ACHADO TO 0
                    MOVE WS-IND TO WS-IND-ACHADO
                END-IF
            END-PERFORM
            MOVE COD-PRODUTO TO WS-SIT-COD
            PERFORM OBTER-SITUACAO-PRODUTO
            IF SIT-SITUACAO EQUAL 'D'
                ADD 1 TO WS-QTD-DESCONTINUADOS
            END-IF
            IF WS-IND-ACHADO EQUAL ZEROS AND
               SIT-SITUACAO NOT EQUAL 'D'
                IF WS-QTD-CICLO >= WS-MAX-CICLO
                    DISPLAY 'AVISO - TABELA DO CICLO CHEIA'
                ELSE
                MOVE 99999 TO WS-DIAS-DESDE
            END-IF.

      * A geracao da lista e o passo da cadeia noturna: fica
      * registrada no controle de jobs como CONTAGEM-CICLICA.
       GERAR-LISTA-DIA.
            MOVE 'CONTAGEM-CICLICA' TO WS-JOB-NOME
            PERFORM INICIAR-CONTROLE-JOB
            MOVE 'ABORTADO' TO WS-JOB-RESULTADO
            MOVE ZEROS TO WS-JOB-PROCESSADOS
            MOVE ZEROS TO WS-JOB-ERROS
            IF WS-QTD-CICLO EQUAL ZEROS
                DISPLAY 'CICLO VAZIO - USE A ACAO (A)TUALIZAR'
            ELSE
                SET WS-QTD-LISTADOS TO 0
                PERFORM ABRIR-SITUACAO
                OPEN INPUT PRODUTOS
                OPEN OUTPUT LISTA-CONTAGEM
                MOVE WS-DATA-HOJE TO WS-LT-DATA
                PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > WS-QTD-CICLO
                    PERFORM CALCULAR-DIAS-DESDE
                    MOVE WS-CI-COD(WS-IND) TO WS-SIT-COD
                    PERFORM OBTER-SITUACAO-PRODUTO
                    IF WS-DIAS-DESDE NOT <
                       WS-CI-INTERVALO(WS-IND) AND
                       SIT-SITUACAO NOT EQUAL 'D'
                        PERFORM IMPRIMIR-ITEM-LISTA
                    END-IF
                END-PERFORM
                PERFORM FECHAR-SITUACAO
                CLOSE LISTA-CONTAGEM
                IF WS-FS EQUAL ZEROS
                    CLOSE PRODUTOS
                DISPLAY 'PRODUTOS NA LISTA DO DIA: '
                    WS-QTD-LISTADOS
                DISPLAY 'LISTA GRAVADA EM: ' WS-LISTA-PATH
                MOVE 'CONCLUIDO' TO WS-JOB-RESULTADO
                MOVE WS-QTD-LISTADOS TO WS-JOB-PROCESSADOS
            END-IF
            PERFORM ENCERRAR-CONTROLE-JOB.

       IMPRIMIR-ITEM-LISTA.
            ADD 1 TO WS-QTD-LISTADOS

       LISTAR-VENCIDOS.
            SET WS-QTD-VENCIDOS TO 0
            PERFORM ABRIR-SITUACAO
            DISPLAY 'PRODUTO ULTIMA    INTERVALO ATRASO(DIAS)'
            PERFORM VARYING WS-IND FROM 1 BY 1
                UNTIL WS-IND > WS-QTD-CICLO
                PERFORM CALCULAR-DIAS-DESDE
                COMPUTE WS-DIAS-ATRASO =
                    WS-DIAS-DESDE - WS-CI-INTERVALO(WS-IND)
                MOVE WS-CI-COD(WS-IND) TO WS-SIT-COD
                PERFORM OBTER-SITUACAO-PRODUTO
                IF WS-DIAS-ATRASO > ZEROS AND
                   SIT-SITUACAO NOT EQUAL 'D'
                    ADD 1 TO WS-QTD-VENCIDOS
                    DISPLAY WS-CI-COD(WS-IND) '  '
                        WS-CI-ULTIMA(WS-IND) '  '
                        WS-DIAS-ATRASO
                END-IF
            END-PERFORM
            PERFORM FECHAR-SITUACAO
            DISPLAY 'PRODUTOS VENCIDOS PARA CONTAGEM: '
                WS-QTD-VENCIDOS.

      * Controle de execucao dos jobs batch: registro de partida e de
      * encerramento no arquivo lido pelo painel de jobs.
       INICIAR-CONTROLE-JOB.
            OPEN I-O CONTROLE-JOBS
            IF WS-FS-JOB EQUAL 35
                OPEN OUTPUT CONTROLE-JOBS
                CLOSE CONTROLE-JOBS
                OPEN I-O CONTROLE-JOBS
            END-IF
            IF WS-FS-JOB NOT EQUAL ZEROS
                DISPLAY 'AVISO - CONTROLE DE JOBS INDISPONIVEL'
            ELSE
                MOVE WS-JOB-NOME TO JOB-NOME
                READ CONTROLE-JOBS
                    INVALID KEY
                        PERFORM MONTAR-PARTIDA-JOB
                        WRITE REG-JOB
                    NOT INVALID KEY
                        PERFORM MONTAR-PARTIDA-JOB
                        REWRITE REG-JOB
                END-READ
                CLOSE CONTROLE-JOBS
            END-IF.

       MONTAR-PARTIDA-JOB.
            MOVE WS-JOB-NOME TO JOB-NOME
            ACCEPT JOB-DATA-INICIO FROM DATE YYYYMMDD
            ACCEPT JOB-HORA-INICIO FROM TIME
            MOVE SPACES TO JOB-DATA-FIM
            MOVE SPACES TO JOB-HORA-FIM
            MOVE ZEROS TO JOB-QTD-PROCESSADOS
            MOVE ZEROS TO JOB-QTD-ERROS
            MOVE 'EM EXECUCAO' TO JOB-RESULTADO.

       ENCERRAR-CONTROLE-JOB.
            OPEN I-O CONTROLE-JOBS
            IF WS-FS-JOB NOT EQUAL ZEROS
                DISPLAY 'AVISO - CONTROLE DE JOBS INDISPONIVEL'
            ELSE
                MOVE WS-JOB-NOME TO JOB-NOME
                READ CONTROLE-JOBS
                    INVALID KEY
                        DISPLAY 'AVISO - JOB SEM REGISTRO DE PARTIDA'
                    NOT INVALID KEY
                        ACCEPT JOB-DATA-FIM FROM DATE YYYYMMDD
                        ACCEPT JOB-HORA-FIM FROM TIME
                        MOVE WS-JOB-PROCESSADOS
                            TO JOB-QTD-PROCESSADOS
                        MOVE WS-JOB-ERROS TO JOB-QTD-ERROS
                        MOVE WS-JOB-RESULTADO TO JOB-RESULTADO
                        REWRITE REG-JOB
                END-READ
                CLOSE CONTROLE-JOBS
            END-IF.
       END PROGRAM PROGRAMA_CONTAGEM_CICLICA.
