       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA_BACKUP_PRODUTOS IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUTOS ASSIGN TO
               WS-PRODUTOS-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS COD-PRODUTO
           ALTERNATE RECORD KEY IS NOME-PRODUTO
               WITH DUPLICATES
               WS-BACKUP-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-BKP.
           SELECT MOVIMENTOS ASSIGN TO
               WS-MOVIMENTOS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MOV.
           SELECT ARQUIVO-MENSAL ASSIGN TO
               WS-ARQUIVO-MENSAL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ARQ.
           SELECT SUSPENSOS ASSIGN TO
               WS-SUSPENSOS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-SUS.
           SELECT PENDENCIAS ASSIGN TO
               WS-PENDENCIAS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PEN.
           SELECT PRODUTOS-LOG ASSIGN TO
               WS-LOG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LOG.
           SELECT CONTROLE-ESTOQUE ASSIGN TO
               'C:\programas\ARQUIVOS\controle_estoque.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CTL.
           SELECT MOVIMENTOS-TRABALHO ASSIGN TO
               'C:\programas\ARQUIVOS\recuperacao_movimentos.tmp'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TRB.
           SELECT MOVIMENTOS-ORD ASSIGN TO
               'C:\programas\ARQUIVOS\recuperacao_movimentos_ord.tmp'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ORD.
           SELECT ORDENACAO ASSIGN TO
               'C:\programas\ARQUIVOS\recuperacao_sort.tmp'.
           SELECT RELATORIO ASSIGN TO
               WS-RELATORIO-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RPT.
           SELECT TRAVA-ESTOQUE ASSIGN TO
               WS-TRAVA-PATH
           ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
       FD PRODUTOS.
           COPY REGPROD.
      * Registro T: contagem e hash de ESTOQUE-PRODUTO, mais a data e
      * hora da geracao do backup e a data do ultimo processamento de
      * movimentos contido nele, ponto de partida da recuperacao.
      * Backups antigos trazem esses tres campos em branco.
       FD BACKUP-PRODUTOS.
       01 REG-BACKUP.
          03 BKP-TIPO              PIC X(01).
          03 BKP-TRAILER REDEFINES BKP-DADOS.
             05 BKP-QTD            PIC 9(07).
             05 BKP-HASH           PIC 9(15).
             05 BKP-DATA           PIC X(08).
             05 BKP-HORA           PIC X(06).
             05 BKP-MOV-ATE        PIC X(08).
             05 FILLER             PIC X(37).
       FD MOVIMENTOS.
       01 REG-MOVIMENTO.
           COPY REGMOV.
       FD ARQUIVO-MENSAL.
       01 LINHA-ARQUIVO-MENSAL      PIC X(120).
       FD SUSPENSOS.
       01 REG-SUSPENSO.
           COPY REGSUS.
       FD PENDENCIAS.
       01 REG-PENDENCIA.
           COPY REGPEN.
       FD PRODUTOS-LOG.
       01 REG-LOG.
          03 LOG-COD-PRODUTO       PIC 9(06).
          03 LOG-CAMPO             PIC X(15).
          03 LOG-VALOR-ANTIGO      PIC X(20).
          03 LOG-VALOR-NOVO        PIC X(20).
          03 LOG-DATA-HORA         PIC X(14).
          03 LOG-DATA-HORA-R REDEFINES LOG-DATA-HORA.
             05 LOG-DATA           PIC X(08).
             05 LOG-HORA           PIC X(06).
          03 LOG-OPERADOR          PIC X(10).
       FD CONTROLE-ESTOQUE.
           COPY REGCTL.
       FD MOVIMENTOS-TRABALHO.
       01 REG-MOV-TRABALHO          PIC X(41).
       FD MOVIMENTOS-ORD.
       01 REG-MOV-ORD               PIC X(41).
       SD ORDENACAO.
       01 REG-ORDENACAO.
          03 SRT-SEQUENCIA         PIC 9(09).
          03 SRT-FONTE             PIC X(01).
          03 FILLER                PIC X(31).
       FD RELATORIO.
       01 LINHA-RELATORIO           PIC X(80).
       FD TRAVA-ESTOQUE.
           COPY REGTRAVA.
       FD CONTROLE-JOBS.
              VALUE 'C:\programas\ARQUIVOS\produtos.txt'.
       77 WS-BACKUP-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\backup_produtos.txt'.
       77 WS-MOVIMENTOS-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\movimentos.txt'.
       77 WS-SUSPENSOS-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\movimentos_suspensos.txt'.
       77 WS-PENDENCIAS-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\pendencias.txt'.
       77 WS-LOG-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\produtos_log.txt'.
       77 WS-ARQUIVO-MENSAL-PATH PIC X(100).
       77 WS-VALOR-DIGITOS PIC 9(09).
       77 WS-RELATORIO-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\recuperacao_produtos.txt'.
       77 WS-ENV-PATH      PIC X(100).
       77 WS-FS            PIC 99.
       77 WS-FS-BKP        PIC 99.
       77 WS-FS-MOV        PIC 99.
       77 WS-FS-ARQ        PIC 99.
       77 WS-FS-SUS        PIC 99.
       77 WS-FS-PEN        PIC 99.
       77 WS-FS-LOG        PIC 99.
       77 WS-FS-CTL        PIC 99.
       77 WS-FS-TRB        PIC 99.
       77 WS-FS-ORD        PIC 99.
       77 WS-FS-RPT        PIC 99.
       77 WS-EOF           PIC 99.
       77 WS-MODO          PIC X(01).
       77 WS-CONFIRMA      PIC X(01).
       77 WS-TEM-TRAILER   PIC X(01) VALUE 'N'.
       77 WS-QTD-TRAILER   PIC 9(07).
       77 WS-HASH-TRAILER  PIC 9(15).
       77 WS-RESTAURADO    PIC X(01) VALUE 'N'.
       77 WS-RESULTADO-RESTAURACAO PIC X(12).
       77 WS-DATA-HOJE     PIC X(08).
       77 WS-DATA-BATCH    PIC X(08) VALUE '00000000'.
       77 WS-BATCH-OK      PIC X(01) VALUE 'N'.
       77 WS-PARAMETROS-OK PIC X(01) VALUE 'N'.
       77 WS-DATA-LIMITE   PIC X(08).
       77 WS-DATA-INFORMADA PIC X(08).
       77 WS-TIPO-REGISTRO PIC X(01).
       77 WS-SEQ-MOV       PIC 9(09).
       77 WS-SEQ-ANTERIOR  PIC 9(09) VALUE 0.
       77 WS-ACHOU-K       PIC X(01).
       77 WS-IND-K         PIC 9(04).
       77 WS-QTD-NAO-APLIC PIC 9(04) VALUE 0.
       77 WS-MAX-NAO-APLIC PIC 9(04) VALUE 1000.
       77 WS-QTD-EFEITO    PIC 9(09).
       77 WS-DATA-EFEITO   PIC X(08).
       77 WS-EFEITO-OK     PIC X(01).
       77 WS-PRODUTO-EXISTE PIC X(01).
       77 WS-LOG-APLICAR   PIC X(01).
       77 WS-FASE-LOG      PIC X(01).
       77 WS-FASE-REGISTRO PIC X(01).
       77 WS-VALOR-LOG     PIC X(20).
       77 WS-VALOR-NUMERICO PIC 9(15).
       77 WS-VALOR-NOVO-NUM PIC 9(15).
       77 WS-VALOR-ANTIGO-NUM PIC 9(15).
       77 WS-DIGITO        PIC 9(01).
       77 WS-IND-CARACTER  PIC 9(02).
       77 WS-SALDO-LOG     PIC S9(11).
       77 WS-EXISTE-CONTROLE PIC X(01) VALUE 'N'.
       77 WS-CTL-DATA      PIC X(08) VALUE SPACES.
       77 WS-CTL-TOTAL     PIC 9(11) VALUE 0.
       77 WS-AJUSTE-ENTRADAS PIC 9(11) VALUE 0.
       77 WS-AJUSTE-SAIDAS PIC 9(11) VALUE 0.
       77 WS-TOTAL-ESPERADO PIC S9(11) VALUE 0.
       77 WS-TOTAL-ATUAL   PIC 9(11) VALUE 0.
       77 WS-QTD-PRODUTOS  PIC 9(07) VALUE 0.
       77 WS-DIFERENCA     PIC S9(11) VALUE 0.
       77 WS-QTD-ARQUIVOS  PIC 9(03) VALUE 0.
       77 WS-QTD-MOV-MENSAL PIC 9(07) VALUE 0.
       77 WS-QTD-MOV-CORRENTE PIC 9(07) VALUE 0.
       77 WS-QTD-MOV-APLICADOS PIC 9(07) VALUE 0.
       77 WS-QTD-MOV-NAO-APLICADOS PIC 9(07) VALUE 0.
       77 WS-QTD-MOV-RECUSADOS PIC 9(07) VALUE 0.
       77 WS-QTD-MOV-SEM-PRODUTO PIC 9(07) VALUE 0.
       77 WS-QTD-MOV-NEUTROS PIC 9(07) VALUE 0.
       77 WS-QTD-MOV-DUPLICADOS PIC 9(07) VALUE 0.
       77 WS-QTD-PEN-APLICADAS PIC 9(07) VALUE 0.
       77 WS-QTD-PEN-RECUSADAS PIC 9(07) VALUE 0.
       77 WS-QTD-LOG-LIDOS PIC 9(07) VALUE 0.
       77 WS-QTD-LOG-APLICADOS PIC 9(07) VALUE 0.
       77 WS-QTD-LOG-INCLUSOES PIC 9(07) VALUE 0.
       77 WS-QTD-LOG-EXCLUSOES PIC 9(07) VALUE 0.
       77 WS-QTD-LOG-MOVIMENTO PIC 9(07) VALUE 0.
       77 WS-QTD-LOG-IGNORADOS PIC 9(07) VALUE 0.
       77 WS-QTD-LOG-SEM-PRODUTO PIC 9(07) VALUE 0.
       77 WS-QTD-LOG-ERROS PIC 9(07) VALUE 0.

       01 WS-INICIO-BACKUP.
          03 WS-BKP-DATA          PIC X(08) VALUE SPACES.
          03 WS-BKP-HORA          PIC X(06) VALUE SPACES.
       01 WS-INICIO-BACKUP-X REDEFINES WS-INICIO-BACKUP PIC X(14).
       77 WS-BKP-MOV-ATE   PIC X(08) VALUE SPACES.

       01 WS-MES-LEITURA.
          03 WS-ML-ANO           PIC 9(04).
          03 WS-ML-MES           PIC 9(02).
       01 WS-MES-LEITURA-X REDEFINES WS-MES-LEITURA PIC X(06).

       01 WS-MOVIMENTO.
           COPY REGMOV REPLACING LEADING ==MOV== BY ==WS-MOV==.

      * Movimento candidato a reaplicacao, reunido do arquivo mensal
      * ('A', com o mes em RCM-ARQUIVO) e do arquivo corrente ('M')
      * e ordenado por sequencia.
       01 WS-MOV-RECUPERACAO.
          03 RCM-SEQUENCIA         PIC 9(09).
          03 RCM-FONTE             PIC X(01).
          03 RCM-ARQUIVO           PIC X(06).
          03 RCM-COD-PRODUTO       PIC 9(06).
          03 RCM-TIPO              PIC X(01).
          03 RCM-QUANTIDADE        PIC 9(09).
          03 RCM-DATA              PIC X(08).
          03 RCM-SINAL             PIC X(01).

      * Sequencias que nao baixaram o estoque na origem: movimentos
      * suspensos ('S') e saidas enviadas a fila de pendencias ('P').
      * A baixa da pendencia e reaplicada pela data de atendimento.
       01 WS-TAB-NAO-APLICADOS.
          03 WS-NAO-APLIC OCCURS 1000 TIMES.
             05 WS-NA-SEQ          PIC 9(09).
             05 WS-NA-FONTE        PIC X(01).

       01 WS-LINHA-TITULO.
          03 FILLER              PIC X(20) VALUE SPACES.
          03 FILLER              PIC X(50)
                 VALUE 'RECUPERACAO DO ARQUIVO DE PRODUTOS'.

       01 WS-LINHA-DATA.
          03 FILLER              PIC X(14) VALUE 'EMITIDO EM:   '.
          03 WS-LDT-DATA         PIC X(08).
          03 FILLER              PIC X(15) VALUE '   OPERADOR:   '.
          03 WS-LDT-OPERADOR     PIC X(10).

       01 WS-LINHA-BACKUP.
          03 FILLER              PIC X(20) VALUE 'BACKUP GERADO EM:  '.
          03 WS-LBK-DATA         PIC X(08).
          03 FILLER              PIC X(01) VALUE SPACES.
          03 WS-LBK-HORA         PIC X(06).
          03 FILLER              PIC X(22)
                 VALUE '   MOVIMENTOS ATE:    '.
          03 WS-LBK-MOV-ATE      PIC X(08).

       01 WS-LINHA-JANELA.
          03 FILLER              PIC X(20) VALUE 'REAPLICADO APOS:    '.
          03 WS-LJN-INICIO       PIC X(08).
          03 FILLER              PIC X(08) VALUE '   ATE: '.
          03 WS-LJN-FIM          PIC X(08).

       01 WS-LINHA-RESUMO.
          03 FILLER              PIC X(02) VALUE SPACES.
          03 WS-LRS-TITULO       PIC X(45).
          03 WS-LRS-QTD          PIC -ZZ.ZZZ.ZZZ.ZZ9.

       01 WS-LINHA-SECAO.
          03 WS-LS-TEXTO         PIC X(80).

       LINKAGE SECTION.
       01 LK-OPERADOR PIC X(10).
            SET WS-FS     TO 0
            SET WS-FS-BKP TO 0
            SET WS-EOF    TO 0
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            DISPLAY 'MODO: (U)NLOAD (BACKUP), (R)ELOAD '
                '(RESTAURACAO) OU (F)ORWARD RECOVERY (RECUPERACAO)'
            ACCEPT WS-MODO
            EVALUATE WS-MODO
                WHEN 'U'
                WHEN 'R'
                WHEN 'r'
                    PERFORM RECARREGAR-PRODUTOS
                WHEN 'F'
                WHEN 'f'
                    PERFORM RECUPERAR-PRODUTOS
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA'
            END-EVALUATE
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'BACKUP_PRODUTOS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-BACKUP-PATH
            END-IF
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
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'PRODUTOS_LOG_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-LOG-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'CONTROLE_JOBS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-JOBCTL-PATH
            END-IF.

      * Unload: copia sequencial do arquivo indexado para um arquivo
      * texto simples com registro T de contagem e hash total de
      * ESTOQUE-PRODUTO. E o ponto de restauracao da noite. O registro
      * T leva tambem a data e hora do backup e a data do ultimo
      * processamento de movimentos concluido, de onde a recuperacao
      * parte para reaplicar movimentos e log.
       DESCARREGAR-PRODUTOS.
            MOVE 'BACKUP-PRODUTOS' TO WS-JOB-NOME
            PERFORM OBTER-DATA-BATCH
            PERFORM INICIAR-CONTROLE-JOB
            OPEN INPUT PRODUTOS
            IF WS-FS NOT EQUAL ZEROS
                MOVE SPACES TO BKP-DADOS
                MOVE WS-QTD-REGISTROS TO BKP-QTD
                MOVE WS-HASH-ESTOQUE TO BKP-HASH
                ACCEPT BKP-DATA FROM DATE YYYYMMDD
                ACCEPT BKP-HORA FROM TIME
                MOVE WS-DATA-BATCH TO BKP-MOV-ATE
                WRITE REG-BACKUP
                CLOSE BACKUP-PRODUTOS
                CLOSE PRODUTOS
                DISPLAY 'REGISTROS DESCARREGADOS: ' WS-QTD-REGISTROS
                DISPLAY 'HASH DE ESTOQUE: ' WS-HASH-ESTOQUE
                DISPLAY 'MOVIMENTOS PROCESSADOS ATE: ' WS-DATA-BATCH
                DISPLAY 'BACKUP GRAVADO EM: ' WS-BACKUP-PATH
                MOVE WS-QTD-REGISTROS TO WS-JOB-PROCESSADOS
                MOVE WS-QTD-ERROS TO WS-JOB-ERROS
                END-IF
                MOVE 'RELOAD-PRODUTOS' TO WS-JOB-NOME
                PERFORM INICIAR-CONTROLE-JOB
                PERFORM RESTAURAR-BACKUP
                IF WS-RESTAURADO EQUAL 'S'
                    MOVE WS-QTD-REGISTROS
                        TO WS-JOB-PROCESSADOS
                    MOVE WS-QTD-ERROS TO WS-JOB-ERROS
                    PERFORM ENCERRAR-CONTROLE-JOB
                END-IF
                PERFORM LIBERAR-TRAVA-BATCH
            END-IF.

       RESTAURAR-BACKUP.
            MOVE 'N' TO WS-RESTAURADO
            OPEN INPUT BACKUP-PRODUTOS
            IF WS-FS-BKP NOT EQUAL ZEROS
                DISPLAY 'ERRO - ARQUIVO DE BACKUP NAO ENCONTRADO'
                DISPLAY 'FILE STATUS: ' WS-FS-BKP
            ELSE
                OPEN OUTPUT PRODUTOS
                IF WS-FS NOT EQUAL ZEROS
                    DISPLAY 'ERRO - NAO FOI POSSIVEL RECRIAR O '
                        'ARQUIVO DE PRODUTOS'
                    DISPLAY 'FILE STATUS: ' WS-FS
                    CLOSE BACKUP-PRODUTOS
                ELSE
                    PERFORM UNTIL WS-EOF EQUAL 1
                        READ BACKUP-PRODUTOS
                            AT END
                                MOVE 1 TO WS-EOF
                            NOT AT END
                                PERFORM CARREGAR-REGISTRO-BACKUP
                        END-READ
                    END-PERFORM
                    CLOSE PRODUTOS
                    CLOSE BACKUP-PRODUTOS
                    PERFORM VALIDAR-RESTAURACAO
                    MOVE 'S' TO WS-RESTAURADO
                END-IF
            END-IF.

       CARREGAR-REGISTRO-BACKUP.
            EVALUATE BKP-TIPO
                WHEN 'D'
                    MOVE 'S' TO WS-TEM-TRAILER
                    MOVE BKP-QTD TO WS-QTD-TRAILER
                    MOVE BKP-HASH TO WS-HASH-TRAILER
                    MOVE BKP-DATA TO WS-BKP-DATA
                    MOVE BKP-HORA TO WS-BKP-HORA
                    MOVE BKP-MOV-ATE TO WS-BKP-MOV-ATE
                WHEN OTHER
                    DISPLAY 'AVISO - REGISTRO DE BACKUP INVALIDO '
                        'IGNORADO'
                END-IF
            END-IF.

      * Forward recovery: restaura o backup e traz o arquivo de volta
      * ao ponto da queda reaplicando o que foi feito depois dele -
      * primeiro as alteracoes de cadastro do log de produtos (que
      * criam os produtos incluidos depois do backup), depois os
      * movimentos processados apos o backup, do arquivo mensal e do
      * arquivo corrente, em ordem de sequencia, e as baixas de
      * pendencias atendidas no periodo. So o arquivo de produtos e
      * recuperado: custos, lotes, saldos por local e demais arquivos
      * nao sao tocados. Termina com a conferencia do total de estoque
      * contra o controle da reconciliacao e com o relatorio.
       RECUPERAR-PRODUTOS.
            DISPLAY 'O ARQUIVO DE PRODUTOS SERA RECRIADO A PARTIR '
                'DO BACKUP E ATUALIZADO COM OS MOVIMENTOS E AS '
                'ALTERACOES POSTERIORES.'
            DISPLAY 'CONFIRMA? (S/N)'
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT EQUAL 'S' AND
               WS-CONFIRMA NOT EQUAL 's'
                DISPLAY 'RECUPERACAO CANCELADA'
            ELSE
                PERFORM OBTER-TRAVA-BATCH
                IF WS-TRAVA-LIVRE NOT EQUAL 'S'
                    DISPLAY 'RECUPERACAO ABORTADA - ARQUIVO DE '
                        'PRODUTOS EM USO'
                    GOBACK
                END-IF
                MOVE 'RECUPERA-PRODUTOS' TO WS-JOB-NOME
                PERFORM INICIAR-CONTROLE-JOB
                PERFORM RESTAURAR-BACKUP
                MOVE WS-JOB-RESULTADO TO WS-RESULTADO-RESTAURACAO
                MOVE 'ABORTADO' TO WS-JOB-RESULTADO
                IF WS-RESTAURADO EQUAL 'S'
                    PERFORM OBTER-PARAMETROS-RECUPERACAO
                END-IF
                IF WS-PARAMETROS-OK EQUAL 'S'
                    PERFORM EXECUTAR-RECUPERACAO
                END-IF
                COMPUTE WS-JOB-PROCESSADOS = WS-QTD-MOV-APLICADOS
                    + WS-QTD-PEN-APLICADAS + WS-QTD-LOG-APLICADOS
                COMPUTE WS-JOB-ERROS = WS-QTD-ERROS
                    + WS-QTD-MOV-RECUSADOS + WS-QTD-MOV-SEM-PRODUTO
                    + WS-QTD-PEN-RECUSADAS + WS-QTD-LOG-SEM-PRODUTO
                    + WS-QTD-LOG-ERROS
                PERFORM ENCERRAR-CONTROLE-JOB
                PERFORM LIBERAR-TRAVA-BATCH
            END-IF.

      * Ponto de partida: data e hora do backup (corte do log) e data
      * do ultimo processamento de movimentos contido nele (corte dos
      * movimentos), lidos do registro T; backup antigo sem esses
      * campos pede os valores ao operador. Ponto de chegada: data do
      * ultimo processamento de movimentos concluido, confirmada pelo
      * operador.
       OBTER-PARAMETROS-RECUPERACAO.
            MOVE 'N' TO WS-PARAMETROS-OK
            IF WS-BKP-DATA NOT NUMERIC OR
               WS-BKP-HORA NOT NUMERIC
                DISPLAY 'BACKUP SEM DATA DE GERACAO.'
                DISPLAY 'INFORME A DATA DO BACKUP (AAAAMMDD)'
                MOVE SPACES TO WS-BKP-DATA
                ACCEPT WS-BKP-DATA
                DISPLAY 'INFORME A HORA DO BACKUP (HHMMSS)'
                MOVE SPACES TO WS-BKP-HORA
                ACCEPT WS-BKP-HORA
            END-IF
            IF WS-BKP-MOV-ATE NOT NUMERIC OR
               WS-BKP-MOV-ATE EQUAL ZEROS
                DISPLAY 'BACKUP SEM DATA DE MOVIMENTOS.'
                DISPLAY 'INFORME A DATA DO ULTIMO PROCESSAMENTO DE '
                    'MOVIMENTOS CONTIDO NO BACKUP (AAAAMMDD)'
                MOVE SPACES TO WS-BKP-MOV-ATE
                ACCEPT WS-BKP-MOV-ATE
            END-IF
            IF WS-BKP-DATA NOT NUMERIC OR
               WS-BKP-HORA NOT NUMERIC OR
               WS-BKP-MOV-ATE NOT NUMERIC OR
               WS-BKP-MOV-ATE EQUAL ZEROS
                DISPLAY 'RECUPERACAO INTERROMPIDA - PONTO DE PARTIDA '
                    'NAO INFORMADO. PRODUTOS FICA COMO NO BACKUP.'
            ELSE
                PERFORM OBTER-DATA-BATCH
                IF WS-BATCH-OK EQUAL 'S' AND
                   WS-DATA-BATCH > WS-BKP-MOV-ATE
                    MOVE WS-DATA-BATCH TO WS-DATA-LIMITE
                ELSE
                    MOVE WS-BKP-MOV-ATE TO WS-DATA-LIMITE
                END-IF
                DISPLAY 'BACKUP DE ' WS-BKP-DATA ' ' WS-BKP-HORA
                    ' COM MOVIMENTOS ATE ' WS-BKP-MOV-ATE
                DISPLAY 'REAPLICAR MOVIMENTOS ATE (AAAAMMDD, BRANCO = '
                    WS-DATA-LIMITE ')'
                MOVE SPACES TO WS-DATA-INFORMADA
                ACCEPT WS-DATA-INFORMADA
                IF WS-DATA-INFORMADA NUMERIC AND
                   WS-DATA-INFORMADA NOT < WS-BKP-MOV-ATE
                    MOVE WS-DATA-INFORMADA TO WS-DATA-LIMITE
                END-IF
                MOVE 'S' TO WS-PARAMETROS-OK
            END-IF.

       EXECUTAR-RECUPERACAO.
            PERFORM LER-CONTROLE-ESTOQUE
            PERFORM CARREGAR-NAO-APLICADOS
            OPEN I-O PRODUTOS
            IF WS-FS NOT EQUAL ZEROS
                DISPLAY 'ERRO - ARQUIVO DE PRODUTOS NAO ENCONTRADO'
                DISPLAY 'FILE STATUS: ' WS-FS
            ELSE
                MOVE 'I' TO WS-FASE-LOG
                PERFORM REAPLICAR-LOG
                IF WS-DATA-LIMITE > WS-BKP-MOV-ATE
                    PERFORM REAPLICAR-MOVIMENTOS
                    PERFORM REAPLICAR-PENDENCIAS
                END-IF
                MOVE 'A' TO WS-FASE-LOG
                PERFORM REAPLICAR-LOG
                CLOSE PRODUTOS
                PERFORM CONFERIR-TOTAL-CONTROLE
                PERFORM IMPRIMIR-RELATORIO-RECUPERACAO
                DISPLAY 'ALTERACOES DO LOG APLICADAS: '
                    WS-QTD-LOG-APLICADOS
                DISPLAY 'MOVIMENTOS REAPLICADOS: ' WS-QTD-MOV-APLICADOS
                DISPLAY 'MOVIMENTOS RECUSADOS: ' WS-QTD-MOV-RECUSADOS
                DISPLAY 'PENDENCIAS BAIXADAS: ' WS-QTD-PEN-APLICADAS
                DISPLAY 'TOTAL DE ESTOQUE RECUPERADO: ' WS-TOTAL-ATUAL
                DISPLAY 'RESULTADO: ' WS-JOB-RESULTADO
                DISPLAY 'RELATORIO GRAVADO EM: ' WS-RELATORIO-PATH
            END-IF.

      * O processamento de movimentos so conta como ponto de chegada
      * quando encerrado como CONCLUIDO.
       OBTER-DATA-BATCH.
            MOVE 'N' TO WS-BATCH-OK
            MOVE '00000000' TO WS-DATA-BATCH
            SET WS-FS-JOB TO 0
            OPEN INPUT CONTROLE-JOBS
            IF WS-FS-JOB EQUAL ZEROS
                MOVE 'MOVIMENTO-ESTOQUE' TO JOB-NOME
                READ CONTROLE-JOBS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF JOB-RESULTADO EQUAL 'CONCLUIDO'
                            MOVE 'S' TO WS-BATCH-OK
                            MOVE JOB-DATA-INICIO TO WS-DATA-BATCH
                        END-IF
                END-READ
                CLOSE CONTROLE-JOBS
            END-IF
            SET WS-FS-JOB TO 0.

       LER-CONTROLE-ESTOQUE.
            MOVE 'N' TO WS-EXISTE-CONTROLE
            OPEN INPUT CONTROLE-ESTOQUE
            IF WS-FS-CTL EQUAL ZEROS
                READ CONTROLE-ESTOQUE
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE CTL-DATA TO WS-CTL-DATA
                        MOVE CTL-TOTAL-ESTOQUE TO WS-CTL-TOTAL
                        MOVE 'S' TO WS-EXISTE-CONTROLE
                END-READ
                CLOSE CONTROLE-ESTOQUE
            END-IF
            IF WS-EXISTE-CONTROLE EQUAL 'N'
                DISPLAY 'AVISO - NENHUM CONTROLE DE ESTOQUE ENCONTRADO'
            END-IF.

      * Com a sequencia unica o casamento com suspensos e pendencias
      * e exato; registros antigos de sequencia zero ficam de fora e
      * o movimento correspondente passa pela regra de estoque.
       CARREGAR-NAO-APLICADOS.
            SET WS-QTD-NAO-APLIC TO 0
            SET WS-FS-SUS TO 0
            OPEN INPUT SUSPENSOS
            IF WS-FS-SUS EQUAL ZEROS
                PERFORM UNTIL WS-FS-SUS NOT EQUAL ZEROS
                    READ SUSPENSOS
                        AT END
                            MOVE 10 TO WS-FS-SUS
                        NOT AT END
                            IF SUS-SEQUENCIA NUMERIC
                                MOVE SUS-SEQUENCIA TO WS-SEQ-MOV
                                MOVE 'S' TO WS-TIPO-REGISTRO
                                PERFORM GUARDAR-NAO-APLICADO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE SUSPENSOS
            END-IF
            SET WS-FS-PEN TO 0
            OPEN INPUT PENDENCIAS
            IF WS-FS-PEN EQUAL ZEROS
                PERFORM UNTIL WS-FS-PEN NOT EQUAL ZEROS
                    READ PENDENCIAS
                        AT END
                            MOVE 10 TO WS-FS-PEN
                        NOT AT END
                            IF PEN-SEQUENCIA NUMERIC
                                MOVE PEN-SEQUENCIA TO WS-SEQ-MOV
                                MOVE 'P' TO WS-TIPO-REGISTRO
                                PERFORM GUARDAR-NAO-APLICADO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PENDENCIAS
            END-IF
            SET WS-FS-SUS TO 0
            SET WS-FS-PEN TO 0.

       GUARDAR-NAO-APLICADO.
            IF WS-SEQ-MOV > ZEROS
                IF WS-QTD-NAO-APLIC < WS-MAX-NAO-APLIC
                    ADD 1 TO WS-QTD-NAO-APLIC
                    MOVE WS-SEQ-MOV TO WS-NA-SEQ(WS-QTD-NAO-APLIC)
                    MOVE WS-TIPO-REGISTRO
                        TO WS-NA-FONTE(WS-QTD-NAO-APLIC)
                ELSE
                    DISPLAY 'AVISO - TABELA DE NAO APLICADOS CHEIA. '
                        'SEQUENCIA IGNORADA: ' WS-SEQ-MOV
                END-IF
            END-IF.

      *---------------------------------------------------------------
      * Reaplicacao do log de produtos: alteracoes gravadas depois da
      * hora do backup, na ordem do arquivo. Valores numericos sao
      * lidos so pelos digitos (o preco sai editado com virgula e
      * duas decimais). Estoque alterado no cadastro entra como
      * diferenca entre o valor novo e o antigo; a linha de estoque
      * gravada pelo processamento de movimentos (valor editado, com
      * brancos a esquerda) ja esta coberta pela reaplicacao dos
      * movimentos e e ignorada. SITUACAO, PENDENCIA e TRANSFERENCIA
      * nao sao campos do cadastro.
      * O log e lido em duas passadas. Na fase 'I', antes dos
      * movimentos, entram so as linhas de inclusao (valor antigo em
      * branco), para que o produto e o estoque inicial existam
      * quando os movimentos dele forem reaplicados. Na fase 'A',
      * depois dos movimentos e das pendencias, entram as alteracoes
      * e as exclusoes: o estoque corrigido no cadastro parte do
      * saldo ja movimentado e o produto excluido ainda recebe os
      * movimentos anteriores a exclusao.
      *---------------------------------------------------------------
       REAPLICAR-LOG.
            MOVE 0 TO WS-EOF
            SET WS-FS-LOG TO 0
            OPEN INPUT PRODUTOS-LOG
            IF WS-FS-LOG NOT EQUAL ZEROS
                IF WS-FASE-LOG EQUAL 'I'
                    DISPLAY 'AVISO - LOG DE PRODUTOS NAO ENCONTRADO'
                END-IF
            ELSE
                PERFORM UNTIL WS-EOF EQUAL 1
                    READ PRODUTOS-LOG
                        AT END
                            MOVE 1 TO WS-EOF
                        NOT AT END
                            IF LOG-DATA-HORA > WS-INICIO-BACKUP-X
                                PERFORM REAPLICAR-REGISTRO-LOG
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PRODUTOS-LOG
            END-IF
            SET WS-FS-LOG TO 0.

       REAPLICAR-REGISTRO-LOG.
            MOVE 'A' TO WS-FASE-REGISTRO
            IF LOG-VALOR-ANTIGO EQUAL SPACES AND
               LOG-CAMPO NOT EQUAL 'REGISTRO'
                MOVE 'I' TO WS-FASE-REGISTRO
            END-IF
            IF WS-FASE-REGISTRO EQUAL WS-FASE-LOG
                PERFORM REAPLICAR-LINHA-LOG
            END-IF.

       REAPLICAR-LINHA-LOG.
            ADD 1 TO WS-QTD-LOG-LIDOS
            EVALUATE LOG-CAMPO
                WHEN 'REGISTRO'
                    PERFORM REAPLICAR-EXCLUSAO-LOG
                WHEN 'NOME-PRODUTO'
                WHEN 'ESTOQUE-PRODUTO'
                WHEN 'PRECO-PRODUTO'
                WHEN 'FORNECEDOR'
                WHEN 'PONTO-REPOSICAO'
                WHEN 'QTDE-REPOSICAO'
                WHEN 'CATEGORIA'
                WHEN 'CODIGO-BARRAS'
                    PERFORM REAPLICAR-CAMPO-LOG
                WHEN OTHER
                    ADD 1 TO WS-QTD-LOG-IGNORADOS
            END-EVALUATE.

       REAPLICAR-EXCLUSAO-LOG.
            MOVE LOG-COD-PRODUTO TO COD-PRODUTO
            READ PRODUTOS
                INVALID KEY
                    ADD 1 TO WS-QTD-LOG-SEM-PRODUTO
                NOT INVALID KEY
                    DELETE PRODUTOS
                    IF WS-FS NOT EQUAL ZEROS
                        DISPLAY 'ERRO AO EXCLUIR O PRODUTO: '
                            COD-PRODUTO
                        DISPLAY 'FILE STATUS: ' WS-FS
                        ADD 1 TO WS-QTD-LOG-ERROS
                    ELSE
                        ADD 1 TO WS-QTD-LOG-EXCLUSOES
                        ADD 1 TO WS-QTD-LOG-APLICADOS
                    END-IF
            END-READ.

      * Produto incluido depois do backup: a primeira linha da
      * inclusao (NOME-PRODUTO sem valor antigo) cria o registro e as
      * linhas seguintes preenchem os demais campos.
       REAPLICAR-CAMPO-LOG.
            MOVE LOG-COD-PRODUTO TO COD-PRODUTO
            MOVE 'S' TO WS-PRODUTO-EXISTE
            READ PRODUTOS
                INVALID KEY
                    MOVE 'N' TO WS-PRODUTO-EXISTE
            END-READ
            IF WS-PRODUTO-EXISTE EQUAL 'S'
                PERFORM ATUALIZAR-CAMPO-LOG
            ELSE
                IF LOG-CAMPO EQUAL 'NOME-PRODUTO' AND
                   LOG-VALOR-ANTIGO EQUAL SPACES
                    PERFORM INCLUIR-PRODUTO-LOG
                ELSE
                    ADD 1 TO WS-QTD-LOG-SEM-PRODUTO
                END-IF
            END-IF.

       INCLUIR-PRODUTO-LOG.
            INITIALIZE REG-PRODUTO
            MOVE LOG-COD-PRODUTO TO COD-PRODUTO
            MOVE LOG-VALOR-NOVO TO NOME-PRODUTO
            WRITE REG-PRODUTO
            IF WS-FS NOT EQUAL ZEROS
                DISPLAY 'ERRO AO INCLUIR O PRODUTO: ' COD-PRODUTO
                DISPLAY 'FILE STATUS: ' WS-FS
                ADD 1 TO WS-QTD-LOG-ERROS
            ELSE
                ADD 1 TO WS-QTD-LOG-INCLUSOES
                ADD 1 TO WS-QTD-LOG-APLICADOS
            END-IF.

       ATUALIZAR-CAMPO-LOG.
            MOVE 'S' TO WS-LOG-APLICAR
            MOVE LOG-VALOR-NOVO TO WS-VALOR-LOG
            PERFORM CONVERTER-VALOR-LOG
            EVALUATE LOG-CAMPO
                WHEN 'NOME-PRODUTO'
                    MOVE LOG-VALOR-NOVO TO NOME-PRODUTO
                WHEN 'ESTOQUE-PRODUTO'
                    PERFORM AJUSTAR-ESTOQUE-LOG
                WHEN 'PRECO-PRODUTO'
                    COMPUTE PRECO-PRODUTO = WS-VALOR-NUMERICO / 100
                WHEN 'FORNECEDOR'
                    MOVE WS-VALOR-NUMERICO TO FORNECEDOR-PRODUTO
                WHEN 'PONTO-REPOSICAO'
                    MOVE WS-VALOR-NUMERICO TO PONTO-REPOSICAO
                WHEN 'QTDE-REPOSICAO'
                    MOVE WS-VALOR-NUMERICO TO QTDE-REPOSICAO
                WHEN 'CATEGORIA'
                    MOVE WS-VALOR-NUMERICO TO CATEGORIA-PRODUTO
                WHEN 'CODIGO-BARRAS'
                    MOVE LOG-VALOR-NOVO TO CODIGO-BARRAS
            END-EVALUATE
            IF WS-LOG-APLICAR EQUAL 'S'
                REWRITE REG-PRODUTO
                IF WS-FS NOT EQUAL ZEROS
                    DISPLAY 'ERRO AO ATUALIZAR O PRODUTO: '
                        COD-PRODUTO
                    DISPLAY 'FILE STATUS: ' WS-FS
                    ADD 1 TO WS-QTD-LOG-ERROS
                ELSE
                    ADD 1 TO WS-QTD-LOG-APLICADOS
                END-IF
            END-IF.

       AJUSTAR-ESTOQUE-LOG.
            IF LOG-VALOR-NOVO(1:1) EQUAL SPACE
                MOVE 'N' TO WS-LOG-APLICAR
                ADD 1 TO WS-QTD-LOG-MOVIMENTO
            ELSE
                MOVE WS-VALOR-NUMERICO TO WS-VALOR-NOVO-NUM
                MOVE LOG-VALOR-ANTIGO TO WS-VALOR-LOG
                PERFORM CONVERTER-VALOR-LOG
                MOVE WS-VALOR-NUMERICO TO WS-VALOR-ANTIGO-NUM
                COMPUTE WS-SALDO-LOG = ESTOQUE-PRODUTO
                    + WS-VALOR-NOVO-NUM - WS-VALOR-ANTIGO-NUM
                IF WS-SALDO-LOG < ZEROS
                    DISPLAY 'ERRO - AJUSTE DE ESTOQUE DEIXARIA SALDO '
                        'NEGATIVO: ' COD-PRODUTO
                    MOVE 'N' TO WS-LOG-APLICAR
                    ADD 1 TO WS-QTD-LOG-ERROS
                ELSE
                    PERFORM REGISTRAR-AJUSTE-LOG
                END-IF
            END-IF.

      * Ajuste do cadastro posterior ao ultimo controle de estoque
      * entra no total de controle como entrada ou saida.
       REGISTRAR-AJUSTE-LOG.
            IF WS-VALOR-NOVO-NUM > WS-VALOR-ANTIGO-NUM
                COMPUTE WS-QTD-EFEITO =
                    WS-VALOR-NOVO-NUM - WS-VALOR-ANTIGO-NUM
                IF LOG-DATA > WS-CTL-DATA
                    ADD WS-QTD-EFEITO TO WS-AJUSTE-ENTRADAS
                END-IF
            ELSE
                COMPUTE WS-QTD-EFEITO =
                    WS-VALOR-ANTIGO-NUM - WS-VALOR-NOVO-NUM
                IF LOG-DATA > WS-CTL-DATA
                    ADD WS-QTD-EFEITO TO WS-AJUSTE-SAIDAS
                END-IF
            END-IF
            MOVE WS-SALDO-LOG TO ESTOQUE-PRODUTO.

       CONVERTER-VALOR-LOG.
            MOVE ZEROS TO WS-VALOR-NUMERICO
            PERFORM VARYING WS-IND-CARACTER FROM 1 BY 1
                UNTIL WS-IND-CARACTER > 20
                IF WS-VALOR-LOG(WS-IND-CARACTER:1) IS NUMERIC
                    MOVE WS-VALOR-LOG(WS-IND-CARACTER:1) TO WS-DIGITO
                    COMPUTE WS-VALOR-NUMERICO =
                        WS-VALOR-NUMERICO * 10 + WS-DIGITO
                END-IF
            END-PERFORM.

      *---------------------------------------------------------------
      * Reaplicacao dos movimentos: os de data posterior ao ultimo
      * processamento contido no backup e ate a data limite, do
      * arquivo mensal (so movimentos aplicados) e do arquivo
      * corrente, juntos num arquivo de trabalho e ordenados por
      * sequencia. Movimento que na origem foi para suspensos ou para
      * a fila de pendencias nao e reaplicado; os demais seguem a
      * mesma regra do processamento: saida so com estoque suficiente.
      *---------------------------------------------------------------
       REAPLICAR-MOVIMENTOS.
            OPEN OUTPUT MOVIMENTOS-TRABALHO
            PERFORM COLETAR-ARQUIVOS-MENSAIS
            PERFORM COLETAR-MOVIMENTOS
            CLOSE MOVIMENTOS-TRABALHO
            SORT ORDENACAO
                ON ASCENDING KEY SRT-SEQUENCIA
                                 SRT-FONTE
                USING MOVIMENTOS-TRABALHO
                GIVING MOVIMENTOS-ORD
            MOVE 0 TO WS-EOF
            MOVE ZEROS TO WS-SEQ-ANTERIOR
            OPEN INPUT MOVIMENTOS-ORD
            PERFORM UNTIL WS-EOF EQUAL 1
                READ MOVIMENTOS-ORD
                    AT END
                        MOVE 1 TO WS-EOF
                    NOT AT END
                        MOVE REG-MOV-ORD TO WS-MOV-RECUPERACAO
                        PERFORM REAPLICAR-MOVIMENTO-ORDENADO
                END-READ
            END-PERFORM
            CLOSE MOVIMENTOS-ORD.

      * Arquivo mensal: um por mes, do mes do backup ao mes da data
      * limite, com registros H/D/T separados por ';' gravados pelo
      * fechamento; so o detalhe 'D' e movimento.
       COLETAR-ARQUIVOS-MENSAIS.
            MOVE WS-BKP-MOV-ATE(1:6) TO WS-MES-LEITURA-X
            PERFORM UNTIL WS-MES-LEITURA-X > WS-DATA-LIMITE(1:6)
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
            IF WS-MOV-DATA > WS-BKP-MOV-ATE AND
               WS-MOV-DATA NOT > WS-DATA-LIMITE
                MOVE 'A' TO RCM-FONTE
                MOVE WS-MES-LEITURA-X TO RCM-ARQUIVO
                PERFORM GRAVAR-MOVIMENTO-TRABALHO
                ADD 1 TO WS-QTD-MOV-MENSAL
            END-IF.

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
                            IF MOV-DATA > WS-BKP-MOV-ATE AND
                               MOV-DATA NOT > WS-DATA-LIMITE
                                MOVE REG-MOVIMENTO TO WS-MOVIMENTO
                                MOVE 'M' TO RCM-FONTE
                                MOVE SPACES TO RCM-ARQUIVO
                                PERFORM GRAVAR-MOVIMENTO-TRABALHO
                                ADD 1 TO WS-QTD-MOV-CORRENTE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE MOVIMENTOS
            END-IF
            SET WS-FS-MOV TO 0.

       GRAVAR-MOVIMENTO-TRABALHO.
            IF WS-MOV-SEQUENCIA NUMERIC
                MOVE WS-MOV-SEQUENCIA TO RCM-SEQUENCIA
            ELSE
                MOVE ZEROS TO RCM-SEQUENCIA
            END-IF
            MOVE WS-MOV-COD-PRODUTO TO RCM-COD-PRODUTO
            MOVE WS-MOV-TIPO TO RCM-TIPO
            MOVE WS-MOV-QUANTIDADE TO RCM-QUANTIDADE
            MOVE WS-MOV-DATA TO RCM-DATA
            MOVE WS-MOV-SINAL TO RCM-SINAL
            MOVE WS-MOV-RECUPERACAO TO REG-MOV-TRABALHO
            WRITE REG-MOV-TRABALHO.

      * A mesma sequencia no arquivo mensal e no corrente (fechamento
      * interrompido) e reaplicada uma unica vez.
       REAPLICAR-MOVIMENTO-ORDENADO.
            IF RCM-SEQUENCIA > ZEROS AND
               RCM-SEQUENCIA EQUAL WS-SEQ-ANTERIOR
                ADD 1 TO WS-QTD-MOV-DUPLICADOS
            ELSE
                MOVE RCM-SEQUENCIA TO WS-SEQ-ANTERIOR
                PERFORM VERIFICAR-NAO-APLICADO
                IF WS-ACHOU-K EQUAL 'S'
                    ADD 1 TO WS-QTD-MOV-NAO-APLICADOS
                ELSE
                    PERFORM APLICAR-MOVIMENTO-RECUPERACAO
                END-IF
            END-IF.

       VERIFICAR-NAO-APLICADO.
            MOVE 'N' TO WS-ACHOU-K
            IF RCM-SEQUENCIA > ZEROS
                PERFORM VARYING WS-IND-K FROM 1 BY 1
                    UNTIL WS-IND-K > WS-QTD-NAO-APLIC
                          OR WS-ACHOU-K EQUAL 'S'
                    IF WS-NA-SEQ(WS-IND-K) EQUAL RCM-SEQUENCIA
                        IF WS-NA-FONTE(WS-IND-K) EQUAL 'S' OR
                           RCM-TIPO EQUAL 'S'
                            MOVE 'S' TO WS-ACHOU-K
                        END-IF
                    END-IF
                END-PERFORM
            END-IF.

       APLICAR-MOVIMENTO-RECUPERACAO.
            IF RCM-TIPO EQUAL 'T'
                ADD 1 TO WS-QTD-MOV-NEUTROS
            ELSE
                MOVE RCM-COD-PRODUTO TO COD-PRODUTO
                READ PRODUTOS
                    INVALID KEY
                        ADD 1 TO WS-QTD-MOV-SEM-PRODUTO
                    NOT INVALID KEY
                        MOVE RCM-QUANTIDADE TO WS-QTD-EFEITO
                        MOVE RCM-DATA TO WS-DATA-EFEITO
                        EVALUATE RCM-TIPO
                            WHEN 'E'
                            WHEN 'D'
                                PERFORM APLICAR-ENTRADA-RECUPERACAO
                            WHEN 'S'
                            WHEN 'R'
                                PERFORM APLICAR-SAIDA-RECUPERACAO
                            WHEN 'A'
                                IF RCM-SINAL EQUAL '-'
                                    PERFORM APLICAR-SAIDA-RECUPERACAO
                                ELSE
                                    PERFORM
                                        APLICAR-ENTRADA-RECUPERACAO
                                END-IF
                            WHEN OTHER
                                MOVE 'N' TO WS-EFEITO-OK
                        END-EVALUATE
                        IF WS-EFEITO-OK EQUAL 'S'
                            ADD 1 TO WS-QTD-MOV-APLICADOS
                        ELSE
                            ADD 1 TO WS-QTD-MOV-RECUSADOS
                        END-IF
                END-READ
            END-IF.

       APLICAR-ENTRADA-RECUPERACAO.
            MOVE 'N' TO WS-EFEITO-OK
            ADD WS-QTD-EFEITO TO ESTOQUE-PRODUTO
            REWRITE REG-PRODUTO
            IF WS-FS NOT EQUAL ZEROS
                DISPLAY 'ERRO AO ATUALIZAR O PRODUTO: ' COD-PRODUTO
                DISPLAY 'FILE STATUS: ' WS-FS
            ELSE
                MOVE 'S' TO WS-EFEITO-OK
                IF WS-DATA-EFEITO > WS-CTL-DATA
                    ADD WS-QTD-EFEITO TO WS-AJUSTE-ENTRADAS
                END-IF
            END-IF.

       APLICAR-SAIDA-RECUPERACAO.
            MOVE 'N' TO WS-EFEITO-OK
            IF ESTOQUE-PRODUTO NOT < WS-QTD-EFEITO
                SUBTRACT WS-QTD-EFEITO FROM ESTOQUE-PRODUTO
                REWRITE REG-PRODUTO
                IF WS-FS NOT EQUAL ZEROS
                    DISPLAY 'ERRO AO ATUALIZAR O PRODUTO: '
                        COD-PRODUTO
                    DISPLAY 'FILE STATUS: ' WS-FS
                ELSE
                    MOVE 'S' TO WS-EFEITO-OK
                    IF WS-DATA-EFEITO > WS-CTL-DATA
                        ADD WS-QTD-EFEITO TO WS-AJUSTE-SAIDAS
                    END-IF
                END-IF
            END-IF.

      * Pendencias atendidas no periodo: a baixa do estoque foi feita
      * pelo processamento na data de atendimento.
       REAPLICAR-PENDENCIAS.
            SET WS-FS-PEN TO 0
            OPEN INPUT PENDENCIAS
            IF WS-FS-PEN EQUAL ZEROS
                PERFORM UNTIL WS-FS-PEN NOT EQUAL ZEROS
                    READ PENDENCIAS
                        AT END
                            MOVE 10 TO WS-FS-PEN
                        NOT AT END
                            IF PEN-SITUACAO EQUAL 'A' AND
                               PEN-DATA-ATENDIMENTO > WS-BKP-MOV-ATE
                               AND PEN-DATA-ATENDIMENTO
                                   NOT > WS-DATA-LIMITE
                                PERFORM REAPLICAR-PENDENCIA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PENDENCIAS
            END-IF
            SET WS-FS-PEN TO 0.

       REAPLICAR-PENDENCIA.
            MOVE PEN-COD-PRODUTO TO COD-PRODUTO
            READ PRODUTOS
                INVALID KEY
                    ADD 1 TO WS-QTD-PEN-RECUSADAS
                NOT INVALID KEY
                    MOVE PEN-QUANTIDADE TO WS-QTD-EFEITO
                    MOVE PEN-DATA-ATENDIMENTO TO WS-DATA-EFEITO
                    PERFORM APLICAR-SAIDA-RECUPERACAO
                    IF WS-EFEITO-OK EQUAL 'S'
                        ADD 1 TO WS-QTD-PEN-APLICADAS
                    ELSE
                        ADD 1 TO WS-QTD-PEN-RECUSADAS
                    END-IF
            END-READ.

      * Control total: o total da ultima reconciliacao mais as
      * entradas e menos as saidas reaplicadas com data posterior a
      * ela deve bater com a soma do estoque recuperado. Controle
      * anterior ao backup nao serve de base. O arquivo de controle
      * continua sendo gravado so pela reconciliacao.
       CONFERIR-TOTAL-CONTROLE.
            MOVE 0 TO WS-EOF
            MOVE ZEROS TO WS-TOTAL-ATUAL
            MOVE ZEROS TO WS-QTD-PRODUTOS
            OPEN INPUT PRODUTOS
            IF WS-FS EQUAL ZEROS
                PERFORM UNTIL WS-EOF EQUAL 1
                    READ PRODUTOS NEXT RECORD
                        AT END
                            MOVE 1 TO WS-EOF
                        NOT AT END
                            ADD 1 TO WS-QTD-PRODUTOS
                            ADD ESTOQUE-PRODUTO TO WS-TOTAL-ATUAL
                    END-READ
                END-PERFORM
                CLOSE PRODUTOS
            END-IF
            IF WS-EXISTE-CONTROLE NOT EQUAL 'S' OR
               WS-CTL-DATA < WS-BKP-MOV-ATE
                MOVE ZEROS TO WS-TOTAL-ESPERADO
                MOVE ZEROS TO WS-DIFERENCA
                MOVE 'SEM CONTROLE' TO WS-JOB-RESULTADO
            ELSE
                COMPUTE WS-TOTAL-ESPERADO = WS-CTL-TOTAL
                    + WS-AJUSTE-ENTRADAS - WS-AJUSTE-SAIDAS
                COMPUTE WS-DIFERENCA =
                    WS-TOTAL-ATUAL - WS-TOTAL-ESPERADO
                IF WS-DIFERENCA EQUAL ZEROS
                    MOVE 'RECUPERADO' TO WS-JOB-RESULTADO
                ELSE
                    MOVE 'DIVERGENTE' TO WS-JOB-RESULTADO
                END-IF
            END-IF
            IF WS-RESULTADO-RESTAURACAO EQUAL 'DIVERGENTE'
                MOVE 'DIVERGENTE' TO WS-JOB-RESULTADO
            END-IF.

       IMPRIMIR-RELATORIO-RECUPERACAO.
            OPEN OUTPUT RELATORIO
            MOVE WS-LINHA-TITULO TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE WS-DATA-HOJE TO WS-LDT-DATA
            MOVE LK-OPERADOR TO WS-LDT-OPERADOR
            MOVE WS-LINHA-DATA TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE WS-BKP-DATA TO WS-LBK-DATA
            MOVE WS-BKP-HORA TO WS-LBK-HORA
            MOVE WS-BKP-MOV-ATE TO WS-LBK-MOV-ATE
            MOVE WS-LINHA-BACKUP TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE WS-BKP-MOV-ATE TO WS-LJN-INICIO
            MOVE WS-DATA-LIMITE TO WS-LJN-FIM
            MOVE WS-LINHA-JANELA TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO

            MOVE 'RESTAURACAO DO BACKUP' TO WS-LS-TEXTO
            PERFORM IMPRIMIR-SECAO
            MOVE 'PRODUTOS RESTAURADOS' TO WS-LRS-TITULO
            MOVE WS-QTD-REGISTROS TO WS-LRS-QTD
            PERFORM IMPRIMIR-LINHA-RESUMO
            MOVE 'REGISTROS COM ERRO' TO WS-LRS-TITULO
            MOVE WS-QTD-ERROS TO WS-LRS-QTD
            PERFORM IMPRIMIR-LINHA-RESUMO
            MOVE SPACES TO WS-LS-TEXTO
            STRING '  CONFERENCIA COM O REGISTRO T: '
                WS-RESULTADO-RESTAURACAO
                DELIMITED BY SIZE
                INTO WS-LS-TEXTO
            MOVE WS-LINHA-SECAO TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO

            MOVE 'LOG DE PRODUTOS (APOS A HORA DO BACKUP)'
                TO WS-LS-TEXTO
            PERFORM IMPRIMIR-SECAO
            MOVE 'REGISTROS LIDOS' TO WS-LRS-TITULO
            MOVE WS-QTD-LOG-LIDOS TO WS-LRS-QTD
            PERFORM IMPRIMIR-LINHA-RESUMO
            MOVE 'ALTERACOES APLICADAS' TO WS-LRS-TITULO
            MOVE WS-QTD-LOG-APLICADOS TO WS-LRS-QTD
            PERFORM IMPRIMIR-LINHA-RESUMO
            MOVE '  PRODUTOS INCLUIDOS' TO WS-LRS-TITULO
            MOVE WS-QTD-LOG-INCLUSOES TO WS-LRS-QTD
            PERFORM IMPRIMIR-LINHA-RESUMO
            MOVE '  PRODUTOS EXCLUIDOS' TO WS-LRS-TITULO
            MOVE WS-QTD-LOG-EXCLUSOES TO WS-LRS-QTD
            PERFORM IMPRIMIR-LINHA-RESUMO
            MOVE 'ESTOQUE DO PROCESSAMENTO (VIA MOVIMENTOS)'
                TO WS-LRS-TITULO
            MOVE WS-QTD-LOG-MOVIMENTO TO WS-LRS-QTD
            PERFORM IMPRIMIR-LINHA-RESUMO
            MOVE 'OUTROS CAMPOS (FORA DO CADASTRO)' TO WS-LRS-TITULO
            MOVE WS-QTD-LOG-IGNORADOS TO WS-LRS-QTD
            PERFORM IMPRIMIR-LINHA-RESUMO
            MOVE 'PRODUTO INEXISTENTE' TO WS-LRS-TITULO
            MOVE WS-QTD-LOG-SEM-PRODUTO TO WS-LRS-QTD
            PERFORM IMPRIMIR-LINHA-RESUMO
            MOVE 'ERROS DE GRAVACAO' TO WS-LRS-TITULO
            MOVE WS-QTD-LOG-ERROS TO WS-LRS-QTD
            PERFORM IMPRIMIR-LINHA-RESUMO

            MOVE 'MOVIMENTOS (ORDEM DE SEQUENCIA)' TO WS-LS-TEXTO
            PERFORM IMPRIMIR-SECAO
            MOVE 'ARQUIVOS MENSAIS LIDOS' TO WS-LRS-TITULO
            MOVE WS-QTD-ARQUIVOS TO WS-LRS-QTD
            PERFORM IMPRIMIR-LINHA-RESUMO
            MOVE 'LIDOS DO ARQUIVO MENSAL' TO WS-LRS-TITULO
            MOVE WS-QTD-MOV-MENSAL TO WS-LRS-QTD
            PERFORM IMPRIMIR-LINHA-RESUMO
            MOVE 'LIDOS DO ARQUIVO CORRENTE' TO WS-LRS-TITULO
            MOVE WS-QTD-MOV-CORRENTE TO WS-LRS-QTD
            PERFORM IMPRIMIR-LINHA-RESUMO
            MOVE 'REAPLICADOS' TO WS-LRS-TITULO
            MOVE WS-QTD-MOV-APLICADOS TO WS-LRS-QTD
            PERFORM IMPRIMIR-LINHA-RESUMO
            MOVE 'TRANSFERENCIAS (NEUTRAS NO CONSOLIDADO)'
                TO WS-LRS-TITULO
            MOVE WS-QTD-MOV-NEUTROS TO WS-LRS-QTD
            PERFORM IMPRIMIR-LINHA-RESUMO
            MOVE 'SUSPENSOS OU PENDENTES NA ORIGEM' TO WS-LRS-TITULO
            MOVE WS-QTD-MOV-NAO-APLICADOS TO WS-LRS-QTD
            PERFORM IMPRIMIR-LINHA-RESUMO
            MOVE 'RECUSADOS POR ESTOQUE INSUFICIENTE'
                TO WS-LRS-TITULO
            MOVE WS-QTD-MOV-RECUSADOS TO WS-LRS-QTD
            PERFORM IMPRIMIR-LINHA-RESUMO
            MOVE 'PRODUTO INEXISTENTE' TO WS-LRS-TITULO
            MOVE WS-QTD-MOV-SEM-PRODUTO TO WS-LRS-QTD
            PERFORM IMPRIMIR-LINHA-RESUMO
            MOVE 'SEQUENCIA REPETIDA (IGNORADOS)' TO WS-LRS-TITULO
            MOVE WS-QTD-MOV-DUPLICADOS TO WS-LRS-QTD
            PERFORM IMPRIMIR-LINHA-RESUMO
            MOVE 'PENDENCIAS ATENDIDAS BAIXADAS' TO WS-LRS-TITULO
            MOVE WS-QTD-PEN-APLICADAS TO WS-LRS-QTD
            PERFORM IMPRIMIR-LINHA-RESUMO
            MOVE 'PENDENCIAS ATENDIDAS RECUSADAS' TO WS-LRS-TITULO
            MOVE WS-QTD-PEN-RECUSADAS TO WS-LRS-QTD
            PERFORM IMPRIMIR-LINHA-RESUMO

            MOVE 'TOTAIS' TO WS-LS-TEXTO
            PERFORM IMPRIMIR-SECAO
            MOVE 'PRODUTOS NO ARQUIVO RECUPERADO' TO WS-LRS-TITULO
            MOVE WS-QTD-PRODUTOS TO WS-LRS-QTD
            PERFORM IMPRIMIR-LINHA-RESUMO
            MOVE 'TOTAL DE ESTOQUE RECUPERADO' TO WS-LRS-TITULO
            MOVE WS-TOTAL-ATUAL TO WS-LRS-QTD
            PERFORM IMPRIMIR-LINHA-RESUMO
            IF WS-EXISTE-CONTROLE EQUAL 'S'
                MOVE SPACES TO WS-LS-TEXTO
                STRING '  CONTROLE DE ESTOQUE DE ' WS-CTL-DATA
                    DELIMITED BY SIZE
                    INTO WS-LS-TEXTO
                MOVE WS-LINHA-SECAO TO LINHA-RELATORIO
                WRITE LINHA-RELATORIO
                MOVE 'TOTAL DO CONTROLE' TO WS-LRS-TITULO
                MOVE WS-CTL-TOTAL TO WS-LRS-QTD
                PERFORM IMPRIMIR-LINHA-RESUMO
            END-IF
            IF WS-JOB-RESULTADO EQUAL 'SEM CONTROLE'
                MOVE '  CONTROLE AUSENTE OU ANTERIOR AO BACKUP'
                    TO WS-LS-TEXTO
                MOVE WS-LINHA-SECAO TO LINHA-RELATORIO
                WRITE LINHA-RELATORIO
            ELSE
                MOVE 'ENTRADAS POSTERIORES AO CONTROLE'
                    TO WS-LRS-TITULO
                MOVE WS-AJUSTE-ENTRADAS TO WS-LRS-QTD
                PERFORM IMPRIMIR-LINHA-RESUMO
                MOVE 'SAIDAS POSTERIORES AO CONTROLE' TO WS-LRS-TITULO
                MOVE WS-AJUSTE-SAIDAS TO WS-LRS-QTD
                PERFORM IMPRIMIR-LINHA-RESUMO
                MOVE 'TOTAL ESPERADO' TO WS-LRS-TITULO
                MOVE WS-TOTAL-ESPERADO TO WS-LRS-QTD
                PERFORM IMPRIMIR-LINHA-RESUMO
                MOVE 'DIFERENCA' TO WS-LRS-TITULO
                MOVE WS-DIFERENCA TO WS-LRS-QTD
                PERFORM IMPRIMIR-LINHA-RESUMO
            END-IF
            MOVE SPACES TO WS-LS-TEXTO
            STRING '  RESULTADO: ' WS-JOB-RESULTADO
                DELIMITED BY SIZE
                INTO WS-LS-TEXTO
            MOVE WS-LINHA-SECAO TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            CLOSE RELATORIO.

       IMPRIMIR-SECAO.
            MOVE SPACES TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE WS-LINHA-SECAO TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO.

       IMPRIMIR-LINHA-RESUMO.
            MOVE WS-LINHA-RESUMO TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO.

      * Controle de execucao dos jobs batch: registro de partida e de
      * encerramento no arquivo lido pelo painel de jobs.
       INICIAR-CONTROLE-JOB.
