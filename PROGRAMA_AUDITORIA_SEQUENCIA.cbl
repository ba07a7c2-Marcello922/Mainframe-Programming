      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA_AUDITORIA_SEQUENCIA IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVIMENTOS ASSIGN TO
               WS-MOVIMENTOS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MOV.
           SELECT SUSPENSOS ASSIGN TO
               WS-SUSPENSOS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-SUS.
           SELECT PENDENCIAS ASSIGN TO
               WS-PENDENCIAS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PEN.
           SELECT DESCARTADOS ASSIGN TO
               WS-DESCARTADOS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DSC.
           SELECT ARQUIVO-MENSAL ASSIGN TO
               WS-ARQUIVO-MENSAL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ARQ.
           SELECT CONTROLE-SEQUENCIA ASSIGN TO
               'C:\programas\ARQUIVOS\controle_sequencia.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-SEQ.
           SELECT SEQUENCIAS-TRABALHO ASSIGN TO
               'C:\programas\ARQUIVOS\sequencias_auditoria.tmp'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TRB.
           SELECT SEQUENCIAS-ORD ASSIGN TO
               'C:\programas\ARQUIVOS\sequencias_auditoria_ord.tmp'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ORD.
           SELECT ORDENACAO ASSIGN TO
               'C:\programas\ARQUIVOS\sequencias_sort.tmp'.
           SELECT RELATORIO ASSIGN TO
               WS-RELATORIO-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RPT.
           SELECT TRAVA-ESTOQUE ASSIGN TO
               WS-TRAVA-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TRV.
           SELECT CONTROLE-JOBS ASSIGN TO
               WS-JOBCTL-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS JOB-NOME
           FILE STATUS IS WS-FS-JOB.
       DATA DIVISION.
       FILE SECTION.
       FD MOVIMENTOS.
       01 REG-MOVIMENTO.
           COPY REGMOV.
       FD SUSPENSOS.
       01 REG-SUSPENSO.
           COPY REGSUS.
       FD PENDENCIAS.
       01 REG-PENDENCIA.
           COPY REGPEN.
       FD DESCARTADOS.
       01 REG-DESCARTADO.
           COPY REGMOV REPLACING LEADING ==MOV== BY ==DSC==.
       FD ARQUIVO-MENSAL.
       01 LINHA-ARQUIVO-MENSAL      PIC X(120).
       FD CONTROLE-SEQUENCIA.
           COPY REGSEQ.
       FD SEQUENCIAS-TRABALHO.
       01 REG-SEQ-TRABALHO          PIC X(41).
       FD SEQUENCIAS-ORD.
       01 REG-SEQ-ORD               PIC X(41).
       SD ORDENACAO.
       01 REG-ORDENACAO.
          03 SRT-SEQUENCIA         PIC 9(09).
          03 SRT-FONTE             PIC X(01).
          03 FILLER                PIC X(31).
       FD RELATORIO.
       01 LINHA-RELATORIO           PIC X(100).
       FD TRAVA-ESTOQUE.
           COPY REGTRAVA.
       FD CONTROLE-JOBS.
           COPY REGJOB.
       WORKING-STORAGE SECTION.
       77 WS-JOBCTL-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\controle_jobs.txt'.
       77 WS-FS-JOB        PIC 99.
       77 WS-JOB-NOME      PIC X(20).
       77 WS-JOB-PROCESSADOS PIC 9(07).
       77 WS-JOB-ERROS     PIC 9(07).
       77 WS-JOB-RESULTADO PIC X(12).
       77 WS-MOVIMENTOS-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\movimentos.txt'.
       77 WS-SUSPENSOS-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\movimentos_suspensos.txt'.
       77 WS-PENDENCIAS-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\pendencias.txt'.
       77 WS-DESCARTADOS-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\movimentos_descartados.txt'.
       77 WS-ARQUIVO-MENSAL-PATH PIC X(100).
       77 WS-VALOR-DIGITOS PIC 9(09).
       77 WS-RELATORIO-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\auditoria_sequencia.txt'.
       77 WS-TRAVA-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\trava_estoque.txt'.
       77 WS-ENV-PATH      PIC X(100).
       77 WS-FS-MOV        PIC 99.
       77 WS-FS-SUS        PIC 99.
       77 WS-FS-PEN        PIC 99.
       77 WS-FS-DSC        PIC 99.
       77 WS-FS-ARQ        PIC 99.
       77 WS-FS-SEQ        PIC 99.
       77 WS-FS-TRB        PIC 99.
       77 WS-FS-ORD        PIC 99.
       77 WS-FS-RPT        PIC 99.
       77 WS-FS-TRV        PIC 99.
       77 WS-EOF           PIC 99.
       77 WS-OPERADOR      PIC X(10).
       77 WS-TRAVA-LIVRE   PIC X(01).
       77 WS-DATA-HOJE     PIC X(08).
       77 WS-MES-INICIAL   PIC X(06).
       77 WS-TIPO-REGISTRO PIC X(01).
       77 WS-SEQ-ULTIMA    PIC 9(09).
       77 WS-SEQ-INICIAL   PIC 9(09).
       77 WS-PROXIMA-ESPERADA PIC 9(09).
       77 WS-LACUNA-INICIO PIC 9(09).
       77 WS-LACUNA-FIM    PIC 9(09).
       77 WS-LACUNA-QTD    PIC 9(09).
       77 WS-GRUPO-SEQ     PIC 9(09).
       77 WS-GRUPO-ABERTO  PIC X(01).
       77 WS-TEM-ANTERIOR  PIC X(01).
       77 WS-LACUNA-FINAL  PIC X(01).
       77 WS-MAX-GRUPO     PIC 9(02) VALUE 10.
       77 WS-QTD-GRUPO     PIC 9(05).
       77 WS-QTD-RAZAO-GRUPO PIC 9(05).
       77 WS-IND-GRUPO     PIC 9(02).
       77 WS-SITUACAO-GRUPO PIC X(18).
       77 WS-QTD-LIDOS     PIC 9(07) VALUE 0.
       77 WS-QTD-SEM-SEQUENCIA PIC 9(07) VALUE 0.
       77 WS-QTD-ABAIXO-INICIAL PIC 9(07) VALUE 0.
       77 WS-QTD-ARQUIVOS  PIC 9(03) VALUE 0.
       77 WS-QTD-CONFERIDAS PIC 9(09) VALUE 0.
       77 WS-QTD-FORA-RAZAO PIC 9(07) VALUE 0.
       77 WS-QTD-LACUNAS   PIC 9(07) VALUE 0.
       77 WS-QTD-FALTANTES PIC 9(09) VALUE 0.
       77 WS-QTD-DUPLICADAS PIC 9(07) VALUE 0.
       77 WS-QTD-ACIMA     PIC 9(07) VALUE 0.
       77 WS-QTD-OCORRENCIAS PIC 9(07) VALUE 0.
       77 WS-QTDE-EDIT     PIC ZZZ.ZZZ.ZZ9.
       77 WS-LACUNA-EDIT   PIC ZZZ.ZZZ.ZZ9.

       01 WS-MES-LEITURA.
          03 WS-ML-ANO           PIC 9(04).
          03 WS-ML-MES           PIC 9(02).
       01 WS-MES-LEITURA-X REDEFINES WS-MES-LEITURA PIC X(06).

       01 WS-MOVIMENTO.
           COPY REGMOV REPLACING LEADING ==MOV== BY ==WS-MOV==.

      * Uma ocorrencia de sequencia por registro lido. Fonte:
      *   'A' - arquivo mensal do fechamento (SQT-ARQUIVO = AAAAMM)
      *   'C' - saida descartada no cancelamento do pedido
      *   'M' - movimentos.txt (arquivo corrente)
      *   'P' - fila de pendencias
      *   'S' - movimentos suspensos
      * Arquivo mensal e arquivo corrente formam o razao: cada
      * sequencia emitida deve constar la uma unica vez. Suspensos e
      * pendencias repetem a sequencia do movimento que os gerou. A
      * saida descartada saiu do arquivo corrente antes do batch e
      * so consta no arquivo de descartes.
       01 WS-OCORRENCIA.
          03 SQT-SEQUENCIA         PIC 9(09).
          03 SQT-FONTE             PIC X(01).
          03 SQT-ARQUIVO           PIC X(06).
          03 SQT-DATA              PIC X(08).
          03 SQT-TIPO              PIC X(01).
          03 SQT-COD-PRODUTO       PIC 9(06).
          03 SQT-ORIGEM            PIC X(10).

      * Registro representativo da ultima sequencia encontrada,
      * vizinho anterior de uma eventual lacuna.
       01 WS-REG-ANTERIOR.
          03 ANT-SEQUENCIA         PIC 9(09).
          03 ANT-FONTE             PIC X(01).
          03 ANT-ARQUIVO           PIC X(06).
          03 ANT-DATA              PIC X(08).
          03 ANT-TIPO              PIC X(01).
          03 ANT-COD-PRODUTO       PIC 9(06).
          03 ANT-ORIGEM            PIC X(10).

       01 WS-REG-EXIBIR.
          03 EXB-SEQUENCIA         PIC 9(09).
          03 EXB-FONTE             PIC X(01).
          03 EXB-ARQUIVO           PIC X(06).
          03 EXB-DATA              PIC X(08).
          03 EXB-TIPO              PIC X(01).
          03 EXB-COD-PRODUTO       PIC 9(06).
          03 EXB-ORIGEM            PIC X(10).

      * Registros da sequencia em analise, para listar todos quando
      * ela sai duplicada ou acima do controle.
       01 WS-TAB-GRUPO.
          03 WS-GR-REGISTRO OCCURS 10 TIMES PIC X(41).

       01 WS-LINHA-TITULO.
          03 FILLER              PIC X(20) VALUE SPACES.
          03 FILLER              PIC X(50)
                 VALUE 'AUDITORIA DE SEQUENCIA DE MOVIMENTOS'.

       01 WS-LINHA-DATA.
          03 FILLER              PIC X(14) VALUE 'EMITIDO EM:   '.
          03 WS-LDT-DATA         PIC X(08).
          03 FILLER              PIC X(15) VALUE '   OPERADOR:   '.
          03 WS-LDT-OPERADOR     PIC X(10).

       01 WS-LINHA-PARAMETROS.
          03 FILLER              PIC X(20) VALUE 'SEQUENCIA INICIAL: '.
          03 WS-LPA-INICIAL      PIC 9(09).
          03 FILLER              PIC X(21)
                 VALUE '   ULTIMA EMITIDA:  '.
          03 WS-LPA-ULTIMA       PIC 9(09).
          03 FILLER              PIC X(22)
                 VALUE '   MESES A PARTIR DE: '.
          03 WS-LPA-MES          PIC X(06).

       01 WS-LINHA-CABECALHO.
          03 FILLER              PIC X(02) VALUE SPACES.
          03 FILLER              PIC X(22) VALUE 'SEQUENCIA'.
          03 FILLER              PIC X(18) VALUE 'SITUACAO'.
          03 FILLER              PIC X(14) VALUE 'ARQUIVO'.
          03 FILLER              PIC X(10) VALUE 'DATA'.
          03 FILLER              PIC X(03) VALUE 'T'.
          03 FILLER              PIC X(08) VALUE 'PRODUTO'.
          03 FILLER              PIC X(20) VALUE 'DOCUMENTO'.

       01 WS-LINHA-DETALHE.
          03 FILLER              PIC X(02) VALUE SPACES.
          03 WS-LD-SEQUENCIA     PIC X(21).
          03 FILLER              PIC X(01) VALUE SPACES.
          03 WS-LD-SITUACAO      PIC X(18).
          03 WS-LD-FONTE         PIC X(14).
          03 WS-LD-DATA          PIC X(08).
          03 FILLER              PIC X(02) VALUE SPACES.
          03 WS-LD-TIPO          PIC X(01).
          03 FILLER              PIC X(02) VALUE SPACES.
          03 WS-LD-PRODUTO       PIC X(06).
          03 FILLER              PIC X(02) VALUE SPACES.
          03 WS-LD-ORIGEM        PIC X(20).

       01 WS-LINHA-RESUMO.
          03 FILLER              PIC X(02) VALUE SPACES.
          03 WS-LRS-TITULO       PIC X(45).
          03 WS-LRS-QTD          PIC ZZZ.ZZZ.ZZ9.

       01 WS-LINHA-SECAO.
          03 WS-LS-TEXTO         PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '------- AUDITORIA DE SEQUENCIA DE MOVIMENTOS ----'
            PERFORM RESOLVER-CAMINHOS
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            DISPLAY 'INFORME O ID DO OPERADOR'
            ACCEPT WS-OPERADOR
            PERFORM OBTER-PARAMETROS

            PERFORM OBTER-TRAVA-BATCH
            IF WS-TRAVA-LIVRE NOT EQUAL 'S'
                DISPLAY 'JOB ABORTADO - ARQUIVO DE PRODUTOS EM USO'
                GOBACK
            END-IF

            MOVE 'AUDITORIA-SEQUENCIA' TO WS-JOB-NOME
            PERFORM INICIAR-CONTROLE-JOB
            MOVE 'ABORTADO' TO WS-JOB-RESULTADO

            SET WS-FS-SEQ TO 0
            MOVE ZEROS TO WS-SEQ-ULTIMA
            OPEN INPUT CONTROLE-SEQUENCIA
            IF WS-FS-SEQ EQUAL ZEROS
                READ CONTROLE-SEQUENCIA
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE SEQ-ULTIMA TO WS-SEQ-ULTIMA
                END-READ
                CLOSE CONTROLE-SEQUENCIA
            END-IF
            IF WS-FS-SEQ NOT EQUAL ZEROS
                DISPLAY 'ERRO AO ABRIR O CONTROLE DE SEQUENCIA'
                DISPLAY 'FILE STATUS: ' WS-FS-SEQ
            ELSE
                PERFORM EXECUTAR-AUDITORIA
                COMPUTE WS-QTD-OCORRENCIAS = WS-QTD-LACUNAS
                    + WS-QTD-DUPLICADAS + WS-QTD-ACIMA
                IF WS-QTD-OCORRENCIAS EQUAL ZEROS
                    MOVE 'CONCLUIDO' TO WS-JOB-RESULTADO
                ELSE
                    MOVE 'DIVERGENTE' TO WS-JOB-RESULTADO
                END-IF
                DISPLAY 'REGISTROS LIDOS: ' WS-QTD-LIDOS
                DISPLAY 'ULTIMA SEQUENCIA EMITIDA: ' WS-SEQ-ULTIMA
                DISPLAY 'LACUNAS: ' WS-QTD-LACUNAS
                    ' (' WS-QTD-FALTANTES ' NUMEROS)'
                DISPLAY 'DUPLICADAS: ' WS-QTD-DUPLICADAS
                DISPLAY 'ACIMA DO CONTROLE: ' WS-QTD-ACIMA
                DISPLAY 'RESULTADO: ' WS-JOB-RESULTADO
                DISPLAY 'RELATORIO GRAVADO EM: ' WS-RELATORIO-PATH
            END-IF

            MOVE WS-QTD-LIDOS TO WS-JOB-PROCESSADOS
            MOVE WS-QTD-OCORRENCIAS TO WS-JOB-ERROS
            PERFORM ENCERRAR-CONTROLE-JOB
            PERFORM LIBERAR-TRAVA-BATCH
            GOBACK.

       RESOLVER-CAMINHOS.
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'MOVIMENTOS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-MOVIMENTOS-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'SUSPENSOS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-SUSPENSOS-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'PENDENCIAS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-PENDENCIAS-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT
                'MOVIMENTOS_DESCARTADOS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-DESCARTADOS-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'CONTROLE_JOBS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-JOBCTL-PATH
            END-IF.

      * Sequencia inicial: numeros abaixo dela nao sao conferidos
      * (arquivos mensais ja descartados). Mes inicial: primeiro
      * arquivo mensal lido; o padrao e janeiro do ano anterior.
       OBTER-PARAMETROS.
            DISPLAY 'INFORME A SEQUENCIA INICIAL (0 = DESDE A PRIMEIRA)'
            ACCEPT WS-SEQ-INICIAL
            IF WS-SEQ-INICIAL NOT NUMERIC OR
               WS-SEQ-INICIAL EQUAL ZEROS
                MOVE 1 TO WS-SEQ-INICIAL
            END-IF
            DISPLAY 'INFORME O MES INICIAL DOS ARQUIVOS MENSAIS '
                '(AAAAMM, BRANCO = JAN DO ANO ANTERIOR)'
            MOVE SPACES TO WS-MES-INICIAL
            ACCEPT WS-MES-INICIAL
            IF WS-MES-INICIAL NOT NUMERIC OR
               WS-MES-INICIAL(5:2) < '01' OR
               WS-MES-INICIAL(5:2) > '12'
                MOVE WS-DATA-HOJE(1:4) TO WS-ML-ANO
                MOVE 1 TO WS-ML-MES
                SUBTRACT 1 FROM WS-ML-ANO
                MOVE WS-MES-LEITURA-X TO WS-MES-INICIAL
            END-IF.

      * Somente leitura: junta as sequencias de todas as fontes num
      * arquivo de trabalho, ordena por sequencia e confere a serie
      * contra a ultima sequencia emitida pelo controle.
       EXECUTAR-AUDITORIA.
            OPEN OUTPUT SEQUENCIAS-TRABALHO
            PERFORM COLETAR-ARQUIVOS-MENSAIS
            PERFORM COLETAR-MOVIMENTOS
            PERFORM COLETAR-SUSPENSOS
            PERFORM COLETAR-PENDENCIAS
            PERFORM COLETAR-DESCARTADOS
            CLOSE SEQUENCIAS-TRABALHO
            SORT ORDENACAO
                ON ASCENDING KEY SRT-SEQUENCIA
                                 SRT-FONTE
                USING SEQUENCIAS-TRABALHO
                GIVING SEQUENCIAS-ORD
            OPEN OUTPUT RELATORIO
            MOVE WS-LINHA-TITULO TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE WS-DATA-HOJE TO WS-LDT-DATA
            MOVE WS-OPERADOR TO WS-LDT-OPERADOR
            MOVE WS-LINHA-DATA TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE WS-SEQ-INICIAL TO WS-LPA-INICIAL
            MOVE WS-SEQ-ULTIMA TO WS-LPA-ULTIMA
            MOVE WS-MES-INICIAL TO WS-LPA-MES
            MOVE WS-LINHA-PARAMETROS TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE SPACES TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE WS-LINHA-CABECALHO TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            PERFORM CONFERIR-SEQUENCIAS
            IF WS-QTD-LACUNAS + WS-QTD-DUPLICADAS + WS-QTD-ACIMA
               EQUAL ZEROS
                MOVE '  NENHUMA OCORRENCIA' TO WS-LS-TEXTO
                MOVE WS-LINHA-SECAO TO LINHA-RELATORIO
                WRITE LINHA-RELATORIO
            END-IF
            PERFORM IMPRIMIR-RESUMO
            CLOSE RELATORIO.

      * Arquivo mensal: registros H/D/T separados por ';' gravados
      * pelo fechamento; so o detalhe 'D' e movimento.
       COLETAR-ARQUIVOS-MENSAIS.
            MOVE WS-MES-INICIAL TO WS-MES-LEITURA-X
            PERFORM UNTIL WS-MES-LEITURA-X > WS-DATA-HOJE(1:6)
                PERFORM LER-ARQUIVO-MENSAL
                ADD 1 TO WS-ML-MES
                IF WS-ML-MES > 12
                    MOVE 1 TO WS-ML-MES
                    ADD 1 TO WS-ML-ANO
                END-IF
            END-PERFORM.

       LER-ARQUIVO-MENSAL.
            MOVE SPACES TO WS-ARQUIVO-MENSAL-PATH
            STRING 'C:\programas\ARQUIVOS\movimentos_'
                WS-MES-LEITURA-X '.txt'
                DELIMITED BY SIZE
                INTO WS-ARQUIVO-MENSAL-PATH
            SET WS-EOF TO 0
            SET WS-FS-ARQ TO 0
            OPEN INPUT ARQUIVO-MENSAL
            IF WS-FS-ARQ EQUAL ZEROS
                ADD 1 TO WS-QTD-ARQUIVOS
                PERFORM UNTIL WS-EOF EQUAL 1
                    READ ARQUIVO-MENSAL
                        AT END
                            MOVE 1 TO WS-EOF
                        NOT AT END
                            IF LINHA-ARQUIVO-MENSAL(1:2) EQUAL 'D;'
                                PERFORM CONVERTER-LINHA-MENSAL
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ARQUIVO-MENSAL
            END-IF
            SET WS-FS-ARQ TO 0.

       CONVERTER-LINHA-MENSAL.
            MOVE SPACES TO WS-MOVIMENTO
            MOVE ZEROS TO WS-VALOR-DIGITOS
            UNSTRING LINHA-ARQUIVO-MENSAL
                DELIMITED BY ';'
                INTO WS-TIPO-REGISTRO
                     WS-MOV-COD-PRODUTO
                     WS-MOV-TIPO
                     WS-MOV-QUANTIDADE
                     WS-MOV-DATA
                     WS-MOV-LOCAL-ORIGEM
                     WS-MOV-LOCAL-DESTINO
                     WS-MOV-SINAL
                     WS-MOV-SEQUENCIA
                     WS-MOV-ORIGEM
                     WS-VALOR-DIGITOS
                     WS-MOV-LOTE
                     WS-MOV-VALIDADE
            END-UNSTRING
            COMPUTE WS-MOV-VALOR-UNITARIO = WS-VALOR-DIGITOS / 100
            MOVE WS-MOV-SEQUENCIA TO SQT-SEQUENCIA
            MOVE 'A' TO SQT-FONTE
            MOVE WS-MES-LEITURA-X TO SQT-ARQUIVO
            MOVE WS-MOV-DATA TO SQT-DATA
            MOVE WS-MOV-TIPO TO SQT-TIPO
            MOVE WS-MOV-COD-PRODUTO TO SQT-COD-PRODUTO
            MOVE WS-MOV-ORIGEM TO SQT-ORIGEM
            PERFORM GRAVAR-OCORRENCIA.

       COLETAR-MOVIMENTOS.
            SET WS-EOF TO 0
            SET WS-FS-MOV TO 0
            OPEN INPUT MOVIMENTOS
            IF WS-FS-MOV NOT EQUAL ZEROS
                DISPLAY 'AVISO - ARQUIVO DE MOVIMENTOS NAO ENCONTRADO'
                DISPLAY 'FILE STATUS: ' WS-FS-MOV
            ELSE
                PERFORM UNTIL WS-EOF EQUAL 1
                    READ MOVIMENTOS
                        AT END
                            MOVE 1 TO WS-EOF
                        NOT AT END
                            MOVE MOV-SEQUENCIA TO SQT-SEQUENCIA
                            MOVE 'M' TO SQT-FONTE
                            MOVE SPACES TO SQT-ARQUIVO
                            MOVE MOV-DATA TO SQT-DATA
                            MOVE MOV-TIPO TO SQT-TIPO
                            MOVE MOV-COD-PRODUTO TO SQT-COD-PRODUTO
                            MOVE MOV-ORIGEM TO SQT-ORIGEM
                            PERFORM GRAVAR-OCORRENCIA
                    END-READ
                END-PERFORM
                CLOSE MOVIMENTOS
            END-IF
            SET WS-FS-MOV TO 0.

       COLETAR-SUSPENSOS.
            SET WS-EOF TO 0
            SET WS-FS-SUS TO 0
            OPEN INPUT SUSPENSOS
            IF WS-FS-SUS EQUAL ZEROS
                PERFORM UNTIL WS-EOF EQUAL 1
                    READ SUSPENSOS
                        AT END
                            MOVE 1 TO WS-EOF
                        NOT AT END
                            MOVE SUS-SEQUENCIA TO SQT-SEQUENCIA
                            MOVE 'S' TO SQT-FONTE
                            MOVE SPACES TO SQT-ARQUIVO
                            MOVE SUS-DATA TO SQT-DATA
                            MOVE SUS-TIPO TO SQT-TIPO
                            MOVE SUS-COD-PRODUTO TO SQT-COD-PRODUTO
                            MOVE SUS-ORIGEM TO SQT-ORIGEM
                            PERFORM GRAVAR-OCORRENCIA
                    END-READ
                END-PERFORM
                CLOSE SUSPENSOS
            END-IF
            SET WS-FS-SUS TO 0.

      * A pendencia nao guarda o documento de origem: sai como
      * PENDENCIA, com a situacao (P/A/C) ao lado.
       COLETAR-PENDENCIAS.
            SET WS-EOF TO 0
            SET WS-FS-PEN TO 0
            OPEN INPUT PENDENCIAS
            IF WS-FS-PEN EQUAL ZEROS
                PERFORM UNTIL WS-EOF EQUAL 1
                    READ PENDENCIAS
                        AT END
                            MOVE 1 TO WS-EOF
                        NOT AT END
                            MOVE PEN-SEQUENCIA TO SQT-SEQUENCIA
                            MOVE 'P' TO SQT-FONTE
                            MOVE SPACES TO SQT-ARQUIVO
                            MOVE PEN-DATA TO SQT-DATA
                            MOVE 'S' TO SQT-TIPO
                            MOVE PEN-COD-PRODUTO TO SQT-COD-PRODUTO
                            MOVE SPACES TO SQT-ORIGEM
                            STRING 'PENDENC. ' PEN-SITUACAO
                                DELIMITED BY SIZE INTO SQT-ORIGEM
                            PERFORM GRAVAR-OCORRENCIA
                    END-READ
                END-PERFORM
                CLOSE PENDENCIAS
            END-IF
            SET WS-FS-PEN TO 0.

      * Saidas retiradas do arquivo corrente pelo cancelamento do
      * pedido antes do batch: a sequencia foi emitida e nao volta
      * ao razao, e o descarte e a justificativa dela.
       COLETAR-DESCARTADOS.
            SET WS-EOF TO 0
            SET WS-FS-DSC TO 0
            OPEN INPUT DESCARTADOS
            IF WS-FS-DSC EQUAL ZEROS
                PERFORM UNTIL WS-EOF EQUAL 1
                    READ DESCARTADOS
                        AT END
                            MOVE 1 TO WS-EOF
                        NOT AT END
                            MOVE DSC-SEQUENCIA TO SQT-SEQUENCIA
                            MOVE 'C' TO SQT-FONTE
                            MOVE SPACES TO SQT-ARQUIVO
                            MOVE DSC-DATA TO SQT-DATA
                            MOVE DSC-TIPO TO SQT-TIPO
                            MOVE DSC-COD-PRODUTO TO SQT-COD-PRODUTO
                            MOVE DSC-ORIGEM TO SQT-ORIGEM
                            PERFORM GRAVAR-OCORRENCIA
                    END-READ
                END-PERFORM
                CLOSE DESCARTADOS
            END-IF
            SET WS-FS-DSC TO 0.

      * Registros antigos, de antes da sequencia unica, tem o campo
      * zerado ou em branco e ficam fora da conferencia.
       GRAVAR-OCORRENCIA.
            ADD 1 TO WS-QTD-LIDOS
            IF SQT-SEQUENCIA NOT NUMERIC OR
               SQT-SEQUENCIA EQUAL ZEROS
                ADD 1 TO WS-QTD-SEM-SEQUENCIA
            ELSE
                IF SQT-SEQUENCIA < WS-SEQ-INICIAL
                    ADD 1 TO WS-QTD-ABAIXO-INICIAL
                ELSE
                    WRITE REG-SEQ-TRABALHO FROM WS-OCORRENCIA
                END-IF
            END-IF.

      * Quebra por sequencia: a cada numero novo fecha o anterior,
      * confere o intervalo entre os dois e abre o grupo do novo.
       CONFERIR-SEQUENCIAS.
            MOVE WS-SEQ-INICIAL TO WS-PROXIMA-ESPERADA
            MOVE 'N' TO WS-GRUPO-ABERTO
            MOVE 'N' TO WS-TEM-ANTERIOR
            MOVE 'N' TO WS-LACUNA-FINAL
            SET WS-EOF TO 0
            OPEN INPUT SEQUENCIAS-ORD
            IF WS-FS-ORD EQUAL ZEROS
                PERFORM UNTIL WS-EOF EQUAL 1
                    READ SEQUENCIAS-ORD INTO WS-OCORRENCIA
                        AT END
                            MOVE 1 TO WS-EOF
                        NOT AT END
                            PERFORM TRATAR-OCORRENCIA
                    END-READ
                END-PERFORM
                CLOSE SEQUENCIAS-ORD
            END-IF
            IF WS-GRUPO-ABERTO EQUAL 'S'
                PERFORM FECHAR-GRUPO
            END-IF
            IF WS-PROXIMA-ESPERADA NOT > WS-SEQ-ULTIMA
                MOVE WS-PROXIMA-ESPERADA TO WS-LACUNA-INICIO
                MOVE WS-SEQ-ULTIMA TO WS-LACUNA-FIM
                MOVE 'S' TO WS-LACUNA-FINAL
                PERFORM REGISTRAR-LACUNA
            END-IF.

       TRATAR-OCORRENCIA.
            IF WS-GRUPO-ABERTO EQUAL 'S' AND
               SQT-SEQUENCIA NOT EQUAL WS-GRUPO-SEQ
                PERFORM FECHAR-GRUPO
            END-IF
            IF WS-GRUPO-ABERTO NOT EQUAL 'S'
                PERFORM VERIFICAR-LACUNA
                MOVE SQT-SEQUENCIA TO WS-GRUPO-SEQ
                MOVE ZEROS TO WS-QTD-GRUPO
                MOVE ZEROS TO WS-QTD-RAZAO-GRUPO
                MOVE 'S' TO WS-GRUPO-ABERTO
            END-IF
            ADD 1 TO WS-QTD-GRUPO
            IF SQT-FONTE EQUAL 'A' OR SQT-FONTE EQUAL 'M'
                ADD 1 TO WS-QTD-RAZAO-GRUPO
            END-IF
            IF WS-QTD-GRUPO NOT > WS-MAX-GRUPO
                MOVE WS-OCORRENCIA TO WS-GR-REGISTRO(WS-QTD-GRUPO)
            END-IF.

      * Numeros entre a ultima sequencia encontrada e a atual que
      * nao constam em lugar nenhum. Acima do controle nenhum numero
      * foi emitido, entao a lacuna para na ultima emitida.
       VERIFICAR-LACUNA.
            IF SQT-SEQUENCIA > WS-PROXIMA-ESPERADA AND
               WS-PROXIMA-ESPERADA NOT > WS-SEQ-ULTIMA
                MOVE WS-PROXIMA-ESPERADA TO WS-LACUNA-INICIO
                COMPUTE WS-LACUNA-FIM = SQT-SEQUENCIA - 1
                IF WS-LACUNA-FIM > WS-SEQ-ULTIMA
                    MOVE WS-SEQ-ULTIMA TO WS-LACUNA-FIM
                END-IF
                PERFORM REGISTRAR-LACUNA
            END-IF
            COMPUTE WS-PROXIMA-ESPERADA = SQT-SEQUENCIA + 1.

      * A lacuna sai com os vizinhos: o registro da sequencia
      * anterior encontrada e o da seguinte (o corrente, se houver).
       REGISTRAR-LACUNA.
            ADD 1 TO WS-QTD-LACUNAS
            COMPUTE WS-LACUNA-QTD =
                WS-LACUNA-FIM - WS-LACUNA-INICIO + 1
            ADD WS-LACUNA-QTD TO WS-QTD-FALTANTES
            MOVE SPACES TO WS-LINHA-DETALHE
            MOVE SPACES TO WS-LD-SEQUENCIA
            IF WS-LACUNA-QTD EQUAL 1
                MOVE WS-LACUNA-INICIO TO WS-LD-SEQUENCIA
            ELSE
                STRING WS-LACUNA-INICIO ' A ' WS-LACUNA-FIM
                    DELIMITED BY SIZE INTO WS-LD-SEQUENCIA
            END-IF
            MOVE WS-LACUNA-QTD TO WS-LACUNA-EDIT
            MOVE 'LACUNA' TO WS-LD-SITUACAO
            MOVE SPACES TO WS-LD-ORIGEM
            STRING 'FALTAM' WS-LACUNA-EDIT
                DELIMITED BY SIZE INTO WS-LD-ORIGEM
            MOVE WS-LINHA-DETALHE TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            IF WS-TEM-ANTERIOR EQUAL 'S'
                MOVE WS-REG-ANTERIOR TO WS-REG-EXIBIR
                MOVE '  ANTERIOR' TO WS-SITUACAO-GRUPO
                PERFORM IMPRIMIR-REGISTRO
            ELSE
                MOVE SPACES TO WS-LINHA-DETALHE
                MOVE '  ANTERIOR' TO WS-LD-SEQUENCIA
                MOVE 'INICIO DA AUDITORIA' TO WS-LD-ORIGEM
                MOVE WS-LINHA-DETALHE TO LINHA-RELATORIO
                WRITE LINHA-RELATORIO
            END-IF
            IF WS-LACUNA-FINAL EQUAL 'S'
                MOVE SPACES TO WS-LINHA-DETALHE
                MOVE '  SEGUINTE' TO WS-LD-SEQUENCIA
                MOVE 'ULTIMA EMITIDA' TO WS-LD-ORIGEM
                MOVE WS-LINHA-DETALHE TO LINHA-RELATORIO
                WRITE LINHA-RELATORIO
            ELSE
                MOVE WS-OCORRENCIA TO WS-REG-EXIBIR
                MOVE '  SEGUINTE' TO WS-SITUACAO-GRUPO
                PERFORM IMPRIMIR-REGISTRO
            END-IF.

      * Fecha a sequencia em analise. Conferida: uma unica vez no
      * razao (arquivo mensal ou corrente). Sem registro no razao mas
      * presente em suspensos, pendencias ou descartes, a sequencia
      * esta justificada fora do razao; no caso dos descartes, e a
      * saida retirada do arquivo corrente no cancelamento do pedido
      * antes do batch.
       FECHAR-GRUPO.
            MOVE 'N' TO WS-GRUPO-ABERTO
            MOVE SPACES TO WS-SITUACAO-GRUPO
            IF WS-GRUPO-SEQ > WS-SEQ-ULTIMA
                MOVE 'ACIMA DO CONTROLE' TO WS-SITUACAO-GRUPO
                ADD 1 TO WS-QTD-ACIMA
            ELSE
                IF WS-QTD-RAZAO-GRUPO > 1
                    MOVE 'DUPLICADA' TO WS-SITUACAO-GRUPO
                    ADD 1 TO WS-QTD-DUPLICADAS
                ELSE
                    IF WS-QTD-RAZAO-GRUPO EQUAL ZEROS
                        ADD 1 TO WS-QTD-FORA-RAZAO
                    ELSE
                        ADD 1 TO WS-QTD-CONFERIDAS
                    END-IF
                END-IF
            END-IF
            IF WS-SITUACAO-GRUPO NOT EQUAL SPACES
                PERFORM IMPRIMIR-GRUPO
            END-IF
            MOVE WS-GR-REGISTRO(1) TO WS-REG-ANTERIOR
            MOVE 'S' TO WS-TEM-ANTERIOR.

       IMPRIMIR-GRUPO.
            PERFORM VARYING WS-IND-GRUPO FROM 1 BY 1
                UNTIL WS-IND-GRUPO > WS-QTD-GRUPO
                   OR WS-IND-GRUPO > WS-MAX-GRUPO
                MOVE WS-GR-REGISTRO(WS-IND-GRUPO) TO WS-REG-EXIBIR
                PERFORM IMPRIMIR-REGISTRO
                MOVE SPACES TO WS-SITUACAO-GRUPO
            END-PERFORM
            IF WS-QTD-GRUPO > WS-MAX-GRUPO
                MOVE SPACES TO WS-LS-TEXTO
                COMPUTE WS-QTDE-EDIT = WS-QTD-GRUPO - WS-MAX-GRUPO
                STRING '  ... E MAIS ' WS-QTDE-EDIT ' REGISTROS'
                    DELIMITED BY SIZE INTO WS-LS-TEXTO
                MOVE WS-LINHA-SECAO TO LINHA-RELATORIO
                WRITE LINHA-RELATORIO
            END-IF.

      * Uma linha por registro: a situacao vem em WS-SITUACAO-GRUPO
      * (ou o rotulo do vizinho da lacuna, na coluna da sequencia).
       IMPRIMIR-REGISTRO.
            MOVE SPACES TO WS-LINHA-DETALHE
            IF WS-SITUACAO-GRUPO EQUAL '  ANTERIOR' OR
               WS-SITUACAO-GRUPO EQUAL '  SEGUINTE'
                STRING WS-SITUACAO-GRUPO(1:10) ' ' EXB-SEQUENCIA
                    DELIMITED BY SIZE INTO WS-LD-SEQUENCIA
            ELSE
                MOVE EXB-SEQUENCIA TO WS-LD-SEQUENCIA
                MOVE WS-SITUACAO-GRUPO TO WS-LD-SITUACAO
            END-IF
            EVALUATE EXB-FONTE
                WHEN 'A'
                    STRING 'MENSAL ' EXB-ARQUIVO
                        DELIMITED BY SIZE INTO WS-LD-FONTE
                WHEN 'M'
                    MOVE 'MOVIMENTOS' TO WS-LD-FONTE
                WHEN 'S'
                    MOVE 'SUSPENSOS' TO WS-LD-FONTE
                WHEN 'P'
                    MOVE 'PENDENCIAS' TO WS-LD-FONTE
                WHEN 'C'
                    MOVE 'DESCARTADOS' TO WS-LD-FONTE
            END-EVALUATE
            MOVE EXB-DATA TO WS-LD-DATA
            MOVE EXB-TIPO TO WS-LD-TIPO
            MOVE EXB-COD-PRODUTO TO WS-LD-PRODUTO
            MOVE EXB-ORIGEM TO WS-LD-ORIGEM
            MOVE WS-LINHA-DETALHE TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO.

       IMPRIMIR-RESUMO.
            MOVE SPACES TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE 'RESUMO' TO WS-LS-TEXTO
            MOVE WS-LINHA-SECAO TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE 'ARQUIVOS MENSAIS LIDOS' TO WS-LRS-TITULO
            MOVE WS-QTD-ARQUIVOS TO WS-LRS-QTD
            PERFORM IMPRIMIR-LINHA-RESUMO
            MOVE 'REGISTROS LIDOS' TO WS-LRS-TITULO
            MOVE WS-QTD-LIDOS TO WS-LRS-QTD
            PERFORM IMPRIMIR-LINHA-RESUMO
            MOVE 'REGISTROS SEM SEQUENCIA (ANTIGOS)' TO WS-LRS-TITULO
            MOVE WS-QTD-SEM-SEQUENCIA TO WS-LRS-QTD
            PERFORM IMPRIMIR-LINHA-RESUMO
            MOVE 'REGISTROS ABAIXO DA SEQUENCIA INICIAL'
                TO WS-LRS-TITULO
            MOVE WS-QTD-ABAIXO-INICIAL TO WS-LRS-QTD
            PERFORM IMPRIMIR-LINHA-RESUMO
            MOVE 'ULTIMA SEQUENCIA EMITIDA' TO WS-LRS-TITULO
            MOVE WS-SEQ-ULTIMA TO WS-LRS-QTD
            PERFORM IMPRIMIR-LINHA-RESUMO
            MOVE 'SEQUENCIAS CONFERIDAS NO RAZAO' TO WS-LRS-TITULO
            MOVE WS-QTD-CONFERIDAS TO WS-LRS-QTD
            PERFORM IMPRIMIR-LINHA-RESUMO
            MOVE 'SOMENTE EM SUSPENSOS/PENDENCIAS/DESCARTES'
                TO WS-LRS-TITULO
            MOVE WS-QTD-FORA-RAZAO TO WS-LRS-QTD
            PERFORM IMPRIMIR-LINHA-RESUMO
            MOVE 'LACUNAS' TO WS-LRS-TITULO
            MOVE WS-QTD-LACUNAS TO WS-LRS-QTD
            PERFORM IMPRIMIR-LINHA-RESUMO
            MOVE 'NUMEROS FALTANTES' TO WS-LRS-TITULO
            MOVE WS-QTD-FALTANTES TO WS-LRS-QTD
            PERFORM IMPRIMIR-LINHA-RESUMO
            MOVE 'SEQUENCIAS DUPLICADAS' TO WS-LRS-TITULO
            MOVE WS-QTD-DUPLICADAS TO WS-LRS-QTD
            PERFORM IMPRIMIR-LINHA-RESUMO
            MOVE 'SEQUENCIAS ACIMA DO CONTROLE' TO WS-LRS-TITULO
            MOVE WS-QTD-ACIMA TO WS-LRS-QTD
            PERFORM IMPRIMIR-LINHA-RESUMO.

       IMPRIMIR-LINHA-RESUMO.
            MOVE WS-LINHA-RESUMO TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO.

      * Auditoria somente de leitura, mas com a trava 'B' para ler
      * uma fotografia coerente dos arquivos.
       OBTER-TRAVA-BATCH.
            MOVE 'N' TO WS-TRAVA-LIVRE
            OPEN INPUT TRAVA-ESTOQUE
            IF WS-FS-TRV NOT EQUAL ZEROS
                MOVE 'S' TO WS-TRAVA-LIVRE
            ELSE
                READ TRAVA-ESTOQUE
                    AT END
                        MOVE 'S' TO WS-TRAVA-LIVRE
                    NOT AT END
                        DISPLAY 'TRAVA ' TRAVA-TIPO ' DE '
                            TRAVA-OPERADOR ' DESDE ' TRAVA-DATA
                            ' ' TRAVA-HORA
                END-READ
                CLOSE TRAVA-ESTOQUE
            END-IF
            IF WS-TRAVA-LIVRE EQUAL 'S'
                OPEN OUTPUT TRAVA-ESTOQUE
                MOVE 'B' TO TRAVA-TIPO
                MOVE WS-OPERADOR TO TRAVA-OPERADOR
                ACCEPT TRAVA-DATA FROM DATE YYYYMMDD
                ACCEPT TRAVA-HORA FROM TIME
                WRITE REG-TRAVA
                CLOSE TRAVA-ESTOQUE
            END-IF.

       LIBERAR-TRAVA-BATCH.
            OPEN OUTPUT TRAVA-ESTOQUE
            CLOSE TRAVA-ESTOQUE.

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
       END PROGRAM PROGRAMA_AUDITORIA_SEQUENCIA.
