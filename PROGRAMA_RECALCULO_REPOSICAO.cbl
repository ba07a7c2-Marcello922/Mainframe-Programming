      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA_RECALCULO_REPOSICAO IS INITIAL PROGRAM.
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
           ALTERNATE RECORD KEY IS CODIGO-BARRAS
               WITH DUPLICATES
           FILE STATUS IS WS-FS.
           SELECT FORNECEDORES ASSIGN TO
               WS-FORNECEDORES-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS FORN-CODIGO
           FILE STATUS IS WS-FS-FORN.
           SELECT SITUACAO-PRODUTOS ASSIGN TO
               WS-SITUACAO-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS SIT-COD-PRODUTO
           FILE STATUS IS WS-FS-SIT.
           SELECT MOVIMENTOS ASSIGN TO
               WS-MOVIMENTOS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MOV.
           SELECT ARQUIVO-MENSAL ASSIGN TO
               WS-ARQUIVO-MENSAL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ARQ.
           SELECT PROPOSTAS ASSIGN TO
               WS-PROPOSTAS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PRP.
           SELECT PRODUTOS-LOG ASSIGN TO
               'C:\programas\ARQUIVOS\produtos_log.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LOG.
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
       FD PRODUTOS.
           COPY REGPROD.
       FD FORNECEDORES.
           COPY REGFORN.
       FD MOVIMENTOS.
       01 REG-MOVIMENTO.
           COPY REGMOV.
       FD ARQUIVO-MENSAL.
       01 LINHA-ARQUIVO-MENSAL      PIC X(120).
      * Proposta de ponto e quantidade de reposicao aguardando a
      * decisao do supervisor: 'P' pendente, 'A' aprovada (gravada no
      * cadastro), 'R' recusada. Os valores atuais sao os do cadastro
      * no momento do calculo.
       FD PROPOSTAS.
       01 REG-PROPOSTA.
          03 PRP-COD-PRODUTO       PIC 9(06).
          03 PRP-PONTO-ATUAL       PIC 9(09).
          03 PRP-QTDE-ATUAL        PIC 9(09).
          03 PRP-PONTO-PROPOSTO    PIC 9(09).
          03 PRP-QTDE-PROPOSTA     PIC 9(09).
          03 PRP-DEMANDA-DIA       PIC 9(07)V9(04).
          03 PRP-PRAZO             PIC 9(03).
          03 PRP-DATA-CALCULO      PIC X(08).
          03 PRP-SITUACAO          PIC X(01).
          03 PRP-OPERADOR          PIC X(10).
          03 PRP-DATA-DECISAO      PIC X(08).
       FD PRODUTOS-LOG.
       01 REG-LOG.
          03 LOG-COD-PRODUTO       PIC 9(06).
          03 LOG-CAMPO             PIC X(15).
          03 LOG-VALOR-ANTIGO      PIC X(20).
          03 LOG-VALOR-NOVO        PIC X(20).
          03 LOG-DATA-HORA         PIC X(14).
          03 LOG-OPERADOR          PIC X(10).
       FD RELATORIO.
       01 LINHA-RELATORIO           PIC X(110).
       FD TRAVA-ESTOQUE.
           COPY REGTRAVA.
       FD SITUACAO-PRODUTOS.
           COPY REGSITP.
       FD CONTROLE-JOBS.
           COPY REGJOB.
       WORKING-STORAGE SECTION.
       77 WS-TRAVA-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\trava_estoque.txt'.
       77 WS-FS-TRV        PIC 99.
       77 WS-TRAVA-LIVRE   PIC X(01).
       77 WS-JOBCTL-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\controle_jobs.txt'.
       77 WS-FS-JOB        PIC 99.
       77 WS-JOB-NOME      PIC X(20).
       77 WS-JOB-PROCESSADOS PIC 9(07).
       77 WS-JOB-ERROS     PIC 9(07).
       77 WS-JOB-RESULTADO PIC X(12).
       77 WS-PRODUTOS-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\produtos.txt'.
       77 WS-FORNECEDORES-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\fornecedores.txt'.
       77 WS-SITUACAO-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\situacao_produtos.txt'.
       77 WS-MOVIMENTOS-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\movimentos.txt'.
       77 WS-ARQUIVO-MENSAL-PATH PIC X(100).
       77 WS-VALOR-DIGITOS PIC 9(09).
       77 WS-PROPOSTAS-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\propostas_reposicao.txt'.
       77 WS-RELATORIO-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\relatorio_reposicao.txt'.
       77 WS-ENV-PATH      PIC X(100).
       77 WS-FS            PIC 99.
       77 WS-FS-FORN       PIC 99.
       77 WS-FS-SIT        PIC 99.
       77 WS-FS-MOV        PIC 99.
       77 WS-FS-ARQ        PIC 99.
       77 WS-FS-PRP        PIC 99.
       77 WS-FS-LOG        PIC 99.
       77 WS-FS-RPT        PIC 99.
       77 WS-EOF           PIC 99.
       77 WS-SN            PIC X(01).
       77 WS-ACAO          PIC X(01).
       77 WS-DECISAO       PIC X(01).
       77 WS-APROVAR-TODAS PIC X(01).
       77 WS-OPERADOR      PIC X(10).
       77 WS-FORN-ABERTO   PIC X(01) VALUE 'N'.
       77 WS-SIT-ABERTO    PIC X(01) VALUE 'N'.
       77 WS-TIPO-REGISTRO PIC X(01).
       77 WS-DATA-HOJE     PIC X(08).
       77 WS-DATA-NUM      PIC 9(08).
       77 WS-DATA-INICIO   PIC 9(08).
       77 WS-DATA-INICIO-X REDEFINES WS-DATA-INICIO PIC X(08).
       77 WS-DIAS-HOJE     PIC 9(07).
       77 WS-DIAS-JANELA   PIC 9(03).
       77 WS-FATOR-SEGURANCA PIC 9(03).
       77 WS-DIAS-COBERTURA PIC 9(03).
       77 WS-PRAZO-PADRAO  PIC 9(03).
       77 WS-PRAZO         PIC 9(03).
       77 WS-QTD-DEM       PIC 9(04) VALUE 0.
       77 WS-MAX-DEM       PIC 9(04) VALUE 1000.
       77 WS-QTD-PRP       PIC 9(04) VALUE 0.
       77 WS-MAX-PRP       PIC 9(04) VALUE 1000.
       77 WS-IND           PIC 9(04).
       77 WS-IND-ACHADO    PIC 9(04).
       77 WS-QTD-LIDOS     PIC 9(07) VALUE 0.
       77 WS-QTD-PRODUTOS  PIC 9(05) VALUE 0.
       77 WS-QTD-PROPOSTAS PIC 9(05) VALUE 0.
       77 WS-QTD-SEM-DEMANDA PIC 9(05) VALUE 0.
       77 WS-QTD-DESCONTINUADOS PIC 9(05) VALUE 0.
       77 WS-QTD-APROVADAS PIC 9(05) VALUE 0.
       77 WS-QTD-RECUSADAS PIC 9(05) VALUE 0.
       77 WS-QTD-ERROS     PIC 9(05) VALUE 0.
       77 WS-DEMANDA-LIQUIDA PIC S9(11).
       77 WS-DEMANDA-DIA   PIC 9(07)V9(04).
       77 WS-VALOR-CALC    PIC 9(11)V9(04).
       77 WS-PONTO-NOVO    PIC 9(09).
       77 WS-QTDE-NOVA     PIC 9(09).
       77 WS-NUMERO-EDIT   PIC ZZZ.ZZZ.ZZ9.

       01 WS-TIMESTAMP.
          03 WS-TS-DATA     PIC X(08).
          03 WS-TS-HORA     PIC X(06).

       01 WS-MES-LEITURA.
          03 WS-ML-ANO           PIC 9(04).
          03 WS-ML-MES           PIC 9(02).
       01 WS-MES-LEITURA-X REDEFINES WS-MES-LEITURA PIC X(06).

       01 WS-MOVIMENTO.
           COPY REGMOV REPLACING LEADING ==MOV== BY ==WS-MOV==.

      * Demanda por produto na janela: saidas de venda e devolucoes
      * de cliente, em quantidade.
       01 WS-TAB-DEMANDA.
          03 WS-DEM OCCURS 1000 TIMES.
             05 WS-DM-COD          PIC 9(06).
             05 WS-DM-SAIDAS       PIC 9(11).
             05 WS-DM-DEVOLUCOES   PIC 9(11).

       01 WS-TAB-PROPOSTAS.
          03 WS-PRP OCCURS 1000 TIMES PIC X(83).

       01 WS-LINHA-TITULO.
          03 FILLER              PIC X(45)
                 VALUE 'REVISAO DO PONTO E QUANTIDADE DE REPOSICAO - '.
          03 WS-LT-DATA          PIC X(08).

       01 WS-LINHA-PARAMETROS.
          03 FILLER              PIC X(08) VALUE 'JANELA: '.
          03 WS-LPR-INICIO       PIC X(08).
          03 FILLER              PIC X(03) VALUE ' A '.
          03 WS-LPR-FIM          PIC X(08).
          03 FILLER              PIC X(02) VALUE ' ('.
          03 WS-LPR-DIAS         PIC ZZ9.
          03 FILLER              PIC X(19)
                 VALUE ' DIAS)  SEGURANCA: '.
          03 WS-LPR-FATOR        PIC ZZ9.
          03 FILLER              PIC X(15) VALUE '%  COBERTURA: '.
          03 WS-LPR-COBERTURA    PIC ZZ9.
          03 FILLER              PIC X(05) VALUE ' DIAS'.

       01 WS-LINHA-CABECALHO.
          03 FILLER              PIC X(08) VALUE 'COD.'.
          03 FILLER              PIC X(21) VALUE 'NOME DO PRODUTO'.
          03 FILLER              PIC X(12) VALUE '  DEM./DIA'.
          03 FILLER              PIC X(05) VALUE 'PRAZO'.
          03 FILLER              PIC X(12) VALUE 'PONTO ATUAL'.
          03 FILLER              PIC X(12) VALUE '   PROPOSTO'.
          03 FILLER              PIC X(12) VALUE ' QTDE ATUAL'.
          03 FILLER              PIC X(12) VALUE '   PROPOSTA'.

       01 WS-LINHA-DETALHE.
          03 WS-LD-COD           PIC ZZZZZ9.
          03 FILLER              PIC X(02) VALUE SPACES.
          03 WS-LD-NOME          PIC X(20).
          03 FILLER              PIC X(01) VALUE SPACES.
          03 WS-LD-DEMANDA       PIC ZZZ.ZZ9,99.
          03 FILLER              PIC X(02) VALUE SPACES.
          03 WS-LD-PRAZO         PIC ZZ9.
          03 FILLER              PIC X(02) VALUE SPACES.
          03 WS-LD-PONTO-ATUAL   PIC ZZZ.ZZZ.ZZ9.
          03 FILLER              PIC X(01) VALUE SPACES.
          03 WS-LD-PONTO-NOVO    PIC ZZZ.ZZZ.ZZ9.
          03 FILLER              PIC X(01) VALUE SPACES.
          03 WS-LD-QTDE-ATUAL    PIC ZZZ.ZZZ.ZZ9.
          03 FILLER              PIC X(01) VALUE SPACES.
          03 WS-LD-QTDE-NOVA     PIC ZZZ.ZZZ.ZZ9.
          03 FILLER              PIC X(01) VALUE SPACES.
          03 WS-LD-OBSERVACAO    PIC X(12).

       01 WS-LINHA-TOTAL.
          03 WS-LTT-DESCRICAO    PIC X(40).
          03 WS-LTT-QTDE         PIC ZZ.ZZ9.

       LINKAGE SECTION.
       01 LK-OPERADOR PIC X(10).
       01 LK-NIVEL    PIC 9(01).
       PROCEDURE DIVISION USING LK-OPERADOR LK-NIVEL.
       MAIN-PROCEDURE.
            DISPLAY '------- RECALCULO DO PONTO DE REPOSICAO ---------'
            PERFORM RESOLVER-CAMINHOS
            SET WS-FS      TO 0
            SET WS-FS-PRP  TO 0
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            MOVE LK-OPERADOR TO WS-OPERADOR
            MOVE 'S' TO WS-SN
            PERFORM UNTIL WS-SN = 'N' OR WS-SN = 'n'
                DISPLAY 'ESCOLHA A ACAO: (C)ALCULAR PROPOSTAS OU '
                    '(A)PROVAR PROPOSTAS'
                ACCEPT WS-ACAO
                EVALUATE WS-ACAO
                    WHEN 'C'
                    WHEN 'c'
                        PERFORM CALCULAR-PROPOSTAS
                    WHEN 'A'
                    WHEN 'a'
                        IF LK-NIVEL < 3
                            DISPLAY 'ACESSO NEGADO - APROVACAO EXIGE '
                                'NIVEL SUPERVISOR'
                        ELSE
                            PERFORM APROVAR-PROPOSTAS
                        END-IF
                    WHEN OTHER
                        DISPLAY 'OPCAO INVALIDA'
                END-EVALUATE
                DISPLAY 'REALIZAR OUTRA OPERACAO? (S/N)'
                ACCEPT WS-SN
            END-PERFORM
            GOBACK.

       RESOLVER-CAMINHOS.
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'PRODUTOS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-PRODUTOS-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'FORNECEDORES_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-FORNECEDORES-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT
                'SITUACAO_PRODUTOS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-SITUACAO-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'MOVIMENTOS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-MOVIMENTOS-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH
                FROM ENVIRONMENT 'PROPOSTAS_REPOSICAO_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-PROPOSTAS-PATH
            END-IF.

      * Calculo mensal das propostas. A demanda diaria media e a
      * soma das saidas de venda 'S' menos as devolucoes de cliente
      * 'D' da janela, dividida pelos dias da janela. O ponto de
      * reposicao cobre o prazo de entrega do fornecedor mais o
      * estoque de seguranca (percentual sobre a demanda no prazo);
      * a quantidade de reposicao cobre os dias de cobertura pedidos.
      * Arredondamento sempre para cima. O cadastro nao e alterado:
      * as propostas ficam no arquivo ate a aprovacao do supervisor,
      * e um novo calculo substitui as propostas anteriores. Produto
      * descontinuado nao e mais comprado e fica fora do calculo.
       CALCULAR-PROPOSTAS.
            PERFORM OBTER-PARAMETROS
            MOVE 'RECALCULO-REPOSICAO' TO WS-JOB-NOME
            PERFORM INICIAR-CONTROLE-JOB
            MOVE 'ABORTADO' TO WS-JOB-RESULTADO
            SET WS-QTD-DEM TO 0
            SET WS-QTD-LIDOS TO 0
            SET WS-QTD-PRODUTOS TO 0
            SET WS-QTD-PROPOSTAS TO 0
            SET WS-QTD-SEM-DEMANDA TO 0
            SET WS-QTD-DESCONTINUADOS TO 0
            SET WS-QTD-ERROS TO 0
            OPEN INPUT PRODUTOS
            IF WS-FS NOT EQUAL ZEROS
                DISPLAY 'ERRO - ARQUIVO DE PRODUTOS NAO ENCONTRADO'
                DISPLAY 'FILE STATUS: ' WS-FS
            ELSE
                MOVE 'N' TO WS-FORN-ABERTO
                OPEN INPUT FORNECEDORES
                IF WS-FS-FORN EQUAL ZEROS
                    MOVE 'S' TO WS-FORN-ABERTO
                ELSE
                    DISPLAY 'AVISO - ARQUIVO DE FORNECEDORES NAO '
                        'ENCONTRADO. VALE O PRAZO PADRAO'
                END-IF
                MOVE 'N' TO WS-SIT-ABERTO
                OPEN INPUT SITUACAO-PRODUTOS
                IF WS-FS-SIT EQUAL ZEROS
                    MOVE 'S' TO WS-SIT-ABERTO
                END-IF
                PERFORM COLETAR-ARQUIVOS-MENSAIS
                PERFORM COLETAR-MOVIMENTOS
                OPEN OUTPUT PROPOSTAS
                OPEN OUTPUT RELATORIO
                PERFORM IMPRIMIR-CABECALHO
                SET WS-EOF TO 0
                PERFORM UNTIL WS-EOF EQUAL 1
                    READ PRODUTOS NEXT RECORD
                        AT END
                            MOVE 1 TO WS-EOF
                        NOT AT END
                            PERFORM OBTER-SITUACAO-PRODUTO
                            IF SIT-SITUACAO EQUAL 'D'
                                ADD 1 TO WS-QTD-DESCONTINUADOS
                            ELSE
                                PERFORM CALCULAR-PRODUTO
                            END-IF
                    END-READ
                END-PERFORM
                PERFORM IMPRIMIR-TOTAIS
                CLOSE RELATORIO
                CLOSE PROPOSTAS
                IF WS-FORN-ABERTO EQUAL 'S'
                    CLOSE FORNECEDORES
                END-IF
                IF WS-SIT-ABERTO EQUAL 'S'
                    CLOSE SITUACAO-PRODUTOS
                END-IF
                CLOSE PRODUTOS
                DISPLAY 'MOVIMENTOS LIDOS NA JANELA: ' WS-QTD-LIDOS
                DISPLAY 'PRODUTOS AVALIADOS: ' WS-QTD-PRODUTOS
                DISPLAY 'PRODUTOS DESCONTINUADOS (IGNORADOS): '
                    WS-QTD-DESCONTINUADOS
                DISPLAY 'PROPOSTAS DE ALTERACAO: ' WS-QTD-PROPOSTAS
                DISPLAY 'RELATORIO GRAVADO EM: ' WS-RELATORIO-PATH
                DISPLAY 'AS PROPOSTAS SO VALEM APOS APROVACAO DO '
                    'SUPERVISOR'
                MOVE 'CONCLUIDO' TO WS-JOB-RESULTADO
            END-IF
            MOVE WS-QTD-PROPOSTAS TO WS-JOB-PROCESSADOS
            MOVE WS-QTD-ERROS TO WS-JOB-ERROS
            PERFORM ENCERRAR-CONTROLE-JOB
            SET WS-FS TO 0.

       OBTER-PARAMETROS.
            DISPLAY 'JANELA DE DEMANDA EM DIAS (BRANCO = 090)'
            MOVE ZEROS TO WS-DIAS-JANELA
            ACCEPT WS-DIAS-JANELA
            IF WS-DIAS-JANELA EQUAL ZEROS
                MOVE 90 TO WS-DIAS-JANELA
            END-IF
            DISPLAY 'ESTOQUE DE SEGURANCA EM % DA DEMANDA NO PRAZO '
                '(BRANCO = 050)'
            MOVE ZEROS TO WS-FATOR-SEGURANCA
            ACCEPT WS-FATOR-SEGURANCA
            IF WS-FATOR-SEGURANCA EQUAL ZEROS
                MOVE 50 TO WS-FATOR-SEGURANCA
            END-IF
            DISPLAY 'DIAS DE DEMANDA COBERTOS PELA QUANTIDADE DE '
                'REPOSICAO (BRANCO = 030)'
            MOVE ZEROS TO WS-DIAS-COBERTURA
            ACCEPT WS-DIAS-COBERTURA
            IF WS-DIAS-COBERTURA EQUAL ZEROS
                MOVE 30 TO WS-DIAS-COBERTURA
            END-IF
            DISPLAY 'PRAZO PADRAO PARA FORNECEDOR SEM PRAZO DE '
                'ENTREGA (BRANCO = 007)'
            MOVE ZEROS TO WS-PRAZO-PADRAO
            ACCEPT WS-PRAZO-PADRAO
            IF WS-PRAZO-PADRAO EQUAL ZEROS
                MOVE 7 TO WS-PRAZO-PADRAO
            END-IF
            MOVE WS-DATA-HOJE TO WS-DATA-NUM
            COMPUTE WS-DIAS-HOJE =
                FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
            COMPUTE WS-DATA-INICIO = FUNCTION DATE-OF-INTEGER
                (WS-DIAS-HOJE - WS-DIAS-JANELA + 1).

      * Arquivo mensal: registros H/D/T separados por ';' gravados
      * pelo fechamento; so o detalhe 'D' e movimento. Le do mes do
      * inicio da janela ate o mes corrente.
       COLETAR-ARQUIVOS-MENSAIS.
            MOVE WS-DATA-INICIO-X(1:6) TO WS-MES-LEITURA-X
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
            PERFORM ACUMULAR-DEMANDA.

       COLETAR-MOVIMENTOS.
            SET WS-EOF TO 0
            SET WS-FS-MOV TO 0
            OPEN INPUT MOVIMENTOS
            IF WS-FS-MOV NOT EQUAL ZEROS
                DISPLAY 'AVISO - ARQUIVO DE MOVIMENTOS NAO ENCONTRADO'
            ELSE
                PERFORM UNTIL WS-EOF EQUAL 1
                    READ MOVIMENTOS
                        AT END
                            MOVE 1 TO WS-EOF
                        NOT AT END
                            MOVE REG-MOVIMENTO TO WS-MOVIMENTO
                            PERFORM ACUMULAR-DEMANDA
                    END-READ
                END-PERFORM
                CLOSE MOVIMENTOS
            END-IF
            SET WS-FS-MOV TO 0.

       ACUMULAR-DEMANDA.
            IF (WS-MOV-TIPO EQUAL 'S' OR WS-MOV-TIPO EQUAL 'D') AND
               WS-MOV-DATA NOT < WS-DATA-INICIO-X AND
               WS-MOV-DATA NOT > WS-DATA-HOJE AND
               WS-MOV-QUANTIDADE NUMERIC
                ADD 1 TO WS-QTD-LIDOS
                SET WS-IND-ACHADO TO 0
                PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > WS-QTD-DEM
                          OR WS-IND-ACHADO > 0
                    IF WS-DM-COD(WS-IND) EQUAL WS-MOV-COD-PRODUTO
                        MOVE WS-IND TO WS-IND-ACHADO
                    END-IF
                END-PERFORM
                IF WS-IND-ACHADO EQUAL ZEROS
                    IF WS-QTD-DEM >= WS-MAX-DEM
                        DISPLAY 'AVISO - TABELA DE DEMANDA CHEIA - '
                            'PRODUTO ' WS-MOV-COD-PRODUTO
                            ' IGNORADO'
                        ADD 1 TO WS-QTD-ERROS
                    ELSE
                        ADD 1 TO WS-QTD-DEM
                        MOVE WS-QTD-DEM TO WS-IND-ACHADO
                        MOVE WS-MOV-COD-PRODUTO
                            TO WS-DM-COD(WS-IND-ACHADO)
                        MOVE ZEROS TO WS-DM-SAIDAS(WS-IND-ACHADO)
                        MOVE ZEROS TO WS-DM-DEVOLUCOES(WS-IND-ACHADO)
                    END-IF
                END-IF
                IF WS-IND-ACHADO > ZEROS
                    IF WS-MOV-TIPO EQUAL 'S'
                        ADD WS-MOV-QUANTIDADE
                            TO WS-DM-SAIDAS(WS-IND-ACHADO)
                    ELSE
                        ADD WS-MOV-QUANTIDADE
                            TO WS-DM-DEVOLUCOES(WS-IND-ACHADO)
                    END-IF
                END-IF
            END-IF.

      * Situacao do produto em COD-PRODUTO: sem registro (ou sem o
      * arquivo de situacao) o produto esta ativo.
       OBTER-SITUACAO-PRODUTO.
            MOVE 'A' TO SIT-SITUACAO
            IF WS-SIT-ABERTO EQUAL 'S'
                MOVE COD-PRODUTO TO SIT-COD-PRODUTO
                READ SITUACAO-PRODUTOS
                    INVALID KEY
                        MOVE 'A' TO SIT-SITUACAO
                END-READ
            END-IF.

      * Produto sem demanda na janela recebe proposta zerada (sai da
      * sugestao de compras) se ainda tiver ponto ou quantidade.
       CALCULAR-PRODUTO.
            ADD 1 TO WS-QTD-PRODUTOS
            MOVE ZEROS TO WS-DEMANDA-LIQUIDA
            PERFORM VARYING WS-IND FROM 1 BY 1
                UNTIL WS-IND > WS-QTD-DEM
                IF WS-DM-COD(WS-IND) EQUAL COD-PRODUTO
                    COMPUTE WS-DEMANDA-LIQUIDA =
                        WS-DM-SAIDAS(WS-IND) - WS-DM-DEVOLUCOES(WS-IND)
                END-IF
            END-PERFORM
            IF WS-DEMANDA-LIQUIDA < ZEROS
                MOVE ZEROS TO WS-DEMANDA-LIQUIDA
            END-IF
            COMPUTE WS-DEMANDA-DIA =
                WS-DEMANDA-LIQUIDA / WS-DIAS-JANELA
            PERFORM BUSCAR-PRAZO-FORNECEDOR
            COMPUTE WS-VALOR-CALC = WS-DEMANDA-DIA * WS-PRAZO *
                (100 + WS-FATOR-SEGURANCA) / 100
            MOVE WS-VALOR-CALC TO WS-PONTO-NOVO
            IF WS-VALOR-CALC > WS-PONTO-NOVO
                ADD 1 TO WS-PONTO-NOVO
            END-IF
            COMPUTE WS-VALOR-CALC = WS-DEMANDA-DIA * WS-DIAS-COBERTURA
            MOVE WS-VALOR-CALC TO WS-QTDE-NOVA
            IF WS-VALOR-CALC > WS-QTDE-NOVA
                ADD 1 TO WS-QTDE-NOVA
            END-IF
            IF WS-PONTO-NOVO NOT EQUAL PONTO-REPOSICAO OR
               WS-QTDE-NOVA NOT EQUAL QTDE-REPOSICAO
                PERFORM GRAVAR-PROPOSTA
            END-IF.

       BUSCAR-PRAZO-FORNECEDOR.
            MOVE WS-PRAZO-PADRAO TO WS-PRAZO
            IF WS-FORN-ABERTO EQUAL 'S'
                MOVE FORNECEDOR-PRODUTO TO FORN-CODIGO
                READ FORNECEDORES
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF FORN-PRAZO-ENTREGA > ZEROS
                            MOVE FORN-PRAZO-ENTREGA TO WS-PRAZO
                        END-IF
                END-READ
            END-IF.

       GRAVAR-PROPOSTA.
            MOVE COD-PRODUTO TO PRP-COD-PRODUTO
            MOVE PONTO-REPOSICAO TO PRP-PONTO-ATUAL
            MOVE QTDE-REPOSICAO TO PRP-QTDE-ATUAL
            MOVE WS-PONTO-NOVO TO PRP-PONTO-PROPOSTO
            MOVE WS-QTDE-NOVA TO PRP-QTDE-PROPOSTA
            MOVE WS-DEMANDA-DIA TO PRP-DEMANDA-DIA
            MOVE WS-PRAZO TO PRP-PRAZO
            MOVE WS-DATA-HOJE TO PRP-DATA-CALCULO
            MOVE 'P' TO PRP-SITUACAO
            MOVE SPACES TO PRP-OPERADOR
            MOVE SPACES TO PRP-DATA-DECISAO
            WRITE REG-PROPOSTA
            IF WS-FS-PRP NOT EQUAL ZEROS
                DISPLAY 'ERRO AO GRAVAR A PROPOSTA DO PRODUTO: '
                    COD-PRODUTO
                DISPLAY 'FILE STATUS: ' WS-FS-PRP
                ADD 1 TO WS-QTD-ERROS
            ELSE
                ADD 1 TO WS-QTD-PROPOSTAS
                IF WS-DEMANDA-LIQUIDA EQUAL ZEROS
                    ADD 1 TO WS-QTD-SEM-DEMANDA
                END-IF
                PERFORM IMPRIMIR-DETALHE
            END-IF.

       IMPRIMIR-CABECALHO.
            MOVE WS-DATA-HOJE TO WS-LT-DATA
            MOVE WS-LINHA-TITULO TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE WS-DATA-INICIO-X TO WS-LPR-INICIO
            MOVE WS-DATA-HOJE TO WS-LPR-FIM
            MOVE WS-DIAS-JANELA TO WS-LPR-DIAS
            MOVE WS-FATOR-SEGURANCA TO WS-LPR-FATOR
            MOVE WS-DIAS-COBERTURA TO WS-LPR-COBERTURA
            MOVE WS-LINHA-PARAMETROS TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE SPACES TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE WS-LINHA-CABECALHO TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO.

       IMPRIMIR-DETALHE.
            MOVE COD-PRODUTO TO WS-LD-COD
            MOVE NOME-PRODUTO TO WS-LD-NOME
            MOVE WS-DEMANDA-DIA TO WS-LD-DEMANDA
            MOVE WS-PRAZO TO WS-LD-PRAZO
            MOVE PONTO-REPOSICAO TO WS-LD-PONTO-ATUAL
            MOVE WS-PONTO-NOVO TO WS-LD-PONTO-NOVO
            MOVE QTDE-REPOSICAO TO WS-LD-QTDE-ATUAL
            MOVE WS-QTDE-NOVA TO WS-LD-QTDE-NOVA
            IF WS-DEMANDA-LIQUIDA EQUAL ZEROS
                MOVE 'SEM DEMANDA' TO WS-LD-OBSERVACAO
            ELSE
                MOVE SPACES TO WS-LD-OBSERVACAO
            END-IF
            MOVE WS-LINHA-DETALHE TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO.

       IMPRIMIR-TOTAIS.
            MOVE SPACES TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            IF WS-QTD-PROPOSTAS EQUAL ZEROS
                MOVE 'NENHUMA ALTERACAO PROPOSTA' TO LINHA-RELATORIO
                WRITE LINHA-RELATORIO
            END-IF
            MOVE 'PRODUTOS AVALIADOS' TO WS-LTT-DESCRICAO
            MOVE WS-QTD-PRODUTOS TO WS-LTT-QTDE
            MOVE WS-LINHA-TOTAL TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE 'PROPOSTAS DE ALTERACAO' TO WS-LTT-DESCRICAO
            MOVE WS-QTD-PROPOSTAS TO WS-LTT-QTDE
            MOVE WS-LINHA-TOTAL TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE 'PROPOSTAS DE PRODUTO SEM DEMANDA' TO WS-LTT-DESCRICAO
            MOVE WS-QTD-SEM-DEMANDA TO WS-LTT-QTDE
            MOVE WS-LINHA-TOTAL TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE 'PRODUTOS DESCONTINUADOS (IGNORADOS)'
                TO WS-LTT-DESCRICAO
            MOVE WS-QTD-DESCONTINUADOS TO WS-LTT-QTDE
            MOVE WS-LINHA-TOTAL TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE SPACES TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE 'CADASTRO SO MUDA APOS APROVACAO DO SUPERVISOR'
                TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO.

      * Aprovacao pelo supervisor: todas as propostas pendentes de uma
      * vez ou uma a uma. A proposta aprovada so e gravada se o
      * cadastro ainda tiver os valores da epoca do calculo; cada
      * campo alterado vai para o log de produtos. O arquivo de
      * propostas e regravado com a decisao de cada uma.
       APROVAR-PROPOSTAS.
            PERFORM CARREGAR-PROPOSTAS
            IF WS-QTD-PRP EQUAL ZEROS
                DISPLAY 'NENHUMA PROPOSTA EM ARQUIVO - USE A ACAO '
                    '(C)ALCULAR'
            ELSE
                PERFORM OBTER-TRAVA-BATCH
                IF WS-TRAVA-LIVRE NOT EQUAL 'S'
                    DISPLAY 'APROVACAO CANCELADA - ARQUIVO DE '
                        'PRODUTOS EM USO'
                ELSE
                    PERFORM APLICAR-PROPOSTAS
                    PERFORM LIBERAR-TRAVA-BATCH
                END-IF
            END-IF.

       CARREGAR-PROPOSTAS.
            SET WS-QTD-PRP TO 0
            SET WS-EOF TO 0
            SET WS-FS-PRP TO 0
            OPEN INPUT PROPOSTAS
            IF WS-FS-PRP EQUAL ZEROS
                PERFORM UNTIL WS-EOF EQUAL 1
                    READ PROPOSTAS
                        AT END
                            MOVE 1 TO WS-EOF
                        NOT AT END
                            IF WS-QTD-PRP < WS-MAX-PRP
                                ADD 1 TO WS-QTD-PRP
                                MOVE REG-PROPOSTA
                                    TO WS-PRP(WS-QTD-PRP)
                            ELSE
                                DISPLAY 'AVISO - TABELA DE PROPOSTAS '
                                    'CHEIA'
                                MOVE 1 TO WS-EOF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PROPOSTAS
            END-IF
            SET WS-FS-PRP TO 0.

       APLICAR-PROPOSTAS.
            OPEN I-O PRODUTOS
            IF WS-FS NOT EQUAL ZEROS
                DISPLAY 'ERRO - ARQUIVO DE PRODUTOS NAO ENCONTRADO'
                DISPLAY 'FILE STATUS: ' WS-FS
            ELSE
                OPEN EXTEND PRODUTOS-LOG
                IF WS-FS-LOG EQUAL 35 THEN
                    OPEN OUTPUT PRODUTOS-LOG
                END-IF
                SET WS-QTD-APROVADAS TO 0
                SET WS-QTD-RECUSADAS TO 0
                SET WS-QTD-ERROS TO 0
                DISPLAY 'APROVAR TODAS AS PROPOSTAS PENDENTES? (S/N)'
                ACCEPT WS-APROVAR-TODAS
                PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > WS-QTD-PRP
                    MOVE WS-PRP(WS-IND) TO REG-PROPOSTA
                    IF PRP-SITUACAO EQUAL 'P'
                        PERFORM DECIDIR-PROPOSTA
                        MOVE REG-PROPOSTA TO WS-PRP(WS-IND)
                    END-IF
                END-PERFORM
                CLOSE PRODUTOS-LOG
                CLOSE PRODUTOS
                OPEN OUTPUT PROPOSTAS
                PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > WS-QTD-PRP
                    MOVE WS-PRP(WS-IND) TO REG-PROPOSTA
                    WRITE REG-PROPOSTA
                END-PERFORM
                CLOSE PROPOSTAS
                DISPLAY 'PROPOSTAS APROVADAS: ' WS-QTD-APROVADAS
                DISPLAY 'PROPOSTAS RECUSADAS: ' WS-QTD-RECUSADAS
                DISPLAY 'PROPOSTAS COM ERRO: ' WS-QTD-ERROS
            END-IF
            SET WS-FS TO 0.

       DECIDIR-PROPOSTA.
            IF WS-APROVAR-TODAS EQUAL 'S' OR
               WS-APROVAR-TODAS EQUAL 's'
                MOVE 'S' TO WS-DECISAO
            ELSE
                MOVE PRP-PONTO-ATUAL TO WS-NUMERO-EDIT
                DISPLAY 'PRODUTO ' PRP-COD-PRODUTO
                    ' PONTO: ' WS-NUMERO-EDIT
                MOVE PRP-PONTO-PROPOSTO TO WS-NUMERO-EDIT
                DISPLAY '    PROPOSTO: ' WS-NUMERO-EDIT
                MOVE PRP-QTDE-ATUAL TO WS-NUMERO-EDIT
                DISPLAY '    QTDE: ' WS-NUMERO-EDIT
                MOVE PRP-QTDE-PROPOSTA TO WS-NUMERO-EDIT
                DISPLAY '    PROPOSTA: ' WS-NUMERO-EDIT
                DISPLAY 'APROVAR? (S/N, BRANCO = DEIXAR PENDENTE)'
                MOVE SPACES TO WS-DECISAO
                ACCEPT WS-DECISAO
            END-IF
            EVALUATE WS-DECISAO
                WHEN 'S'
                WHEN 's'
                    PERFORM GRAVAR-APROVACAO
                WHEN 'N'
                WHEN 'n'
                    MOVE 'R' TO PRP-SITUACAO
                    MOVE WS-OPERADOR TO PRP-OPERADOR
                    MOVE WS-DATA-HOJE TO PRP-DATA-DECISAO
                    ADD 1 TO WS-QTD-RECUSADAS
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       GRAVAR-APROVACAO.
            MOVE PRP-COD-PRODUTO TO COD-PRODUTO
            READ PRODUTOS
                INVALID KEY
                    DISPLAY 'PRODUTO ' PRP-COD-PRODUTO
                        ' NAO CADASTRADO - PROPOSTA IGNORADA'
                    ADD 1 TO WS-QTD-ERROS
                NOT INVALID KEY
                    IF PONTO-REPOSICAO NOT EQUAL PRP-PONTO-ATUAL OR
                       QTDE-REPOSICAO NOT EQUAL PRP-QTDE-ATUAL
                        DISPLAY 'PRODUTO ' PRP-COD-PRODUTO
                            ' ALTERADO DESDE O CALCULO - PROPOSTA '
                            'IGNORADA'
                        ADD 1 TO WS-QTD-ERROS
                    ELSE
                        MOVE PRP-PONTO-PROPOSTO TO PONTO-REPOSICAO
                        MOVE PRP-QTDE-PROPOSTA TO QTDE-REPOSICAO
                        REWRITE REG-PRODUTO
                        IF WS-FS NOT EQUAL ZEROS
                            DISPLAY 'ERRO AO GRAVAR O PRODUTO: '
                                COD-PRODUTO
                            DISPLAY 'FILE STATUS: ' WS-FS
                            ADD 1 TO WS-QTD-ERROS
                        ELSE
                            MOVE 'A' TO PRP-SITUACAO
                            MOVE WS-OPERADOR TO PRP-OPERADOR
                            MOVE WS-DATA-HOJE TO PRP-DATA-DECISAO
                            ADD 1 TO WS-QTD-APROVADAS
                            PERFORM GRAVAR-LOG-APROVACAO
                        END-IF
                    END-IF
            END-READ.

       GRAVAR-LOG-APROVACAO.
            ACCEPT WS-TS-DATA FROM DATE YYYYMMDD
            ACCEPT WS-TS-HORA FROM TIME
            IF PRP-PONTO-PROPOSTO NOT EQUAL PRP-PONTO-ATUAL
                MOVE 'PONTO-REPOSICAO' TO LOG-CAMPO
                MOVE PRP-PONTO-ATUAL TO WS-NUMERO-EDIT
                MOVE WS-NUMERO-EDIT TO LOG-VALOR-ANTIGO
                MOVE PRP-PONTO-PROPOSTO TO WS-NUMERO-EDIT
                MOVE WS-NUMERO-EDIT TO LOG-VALOR-NOVO
                PERFORM ESCREVER-LOG
            END-IF
            IF PRP-QTDE-PROPOSTA NOT EQUAL PRP-QTDE-ATUAL
                MOVE 'QTDE-REPOSICAO' TO LOG-CAMPO
                MOVE PRP-QTDE-ATUAL TO WS-NUMERO-EDIT
                MOVE WS-NUMERO-EDIT TO LOG-VALOR-ANTIGO
                MOVE PRP-QTDE-PROPOSTA TO WS-NUMERO-EDIT
                MOVE WS-NUMERO-EDIT TO LOG-VALOR-NOVO
                PERFORM ESCREVER-LOG
            END-IF.

       ESCREVER-LOG.
            MOVE PRP-COD-PRODUTO TO LOG-COD-PRODUTO
            MOVE WS-TIMESTAMP TO LOG-DATA-HORA
            MOVE WS-OPERADOR TO LOG-OPERADOR
            WRITE REG-LOG
            IF WS-FS-LOG NOT EQUAL ZEROS
                DISPLAY 'ERRO - NAO FOI POSSIVEL GRAVAR O LOG'
                DISPLAY 'FILE STATUS: ' WS-FS-LOG
            END-IF.

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

      * Interlock com a manutencao online e os demais jobs de estoque:
      * recusa iniciar sob qualquer trava existente e segura a propria
      * trava durante a execucao.
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
       END PROGRAM PROGRAMA_RECALCULO_REPOSICAO.
