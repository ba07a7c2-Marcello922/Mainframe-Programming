      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA_REPOSICAO_LOJA IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIMITES-ESTOQUE ASSIGN TO
               WS-LIMITES-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LIM-CHAVE
           FILE STATUS IS WS-FS-LIM.
           SELECT ESTOQUE-LOCAIS ASSIGN TO
               WS-ESTLOC-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ESL-CHAVE
           FILE STATUS IS WS-FS-ESL.
           SELECT PRODUTOS ASSIGN TO
               WS-PRODUTOS-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-PRODUTO
           ALTERNATE RECORD KEY IS NOME-PRODUTO
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS CODIGO-BARRAS
               WITH DUPLICATES
           FILE STATUS IS WS-FS.
           SELECT CATEGORIAS ASSIGN TO
               WS-CATEGORIAS-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CAT-CODIGO
           FILE STATUS IS WS-FS-CAT.
           SELECT LOCAIS ASSIGN TO
               WS-LOCAIS-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS LOC-CODIGO
           FILE STATUS IS WS-FS-LOC.
           SELECT MOVIMENTOS ASSIGN TO
               WS-MOVIMENTOS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MOV.
           SELECT CONTROLE-SEQUENCIA ASSIGN TO
               'C:\programas\ARQUIVOS\controle_sequencia.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-SEQ.
           SELECT TRAVA-ESTOQUE ASSIGN TO
               WS-TRAVA-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TRV.
           SELECT RELATORIO ASSIGN TO
               WS-RELATORIO-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RPT.
           SELECT CONTROLE-JOBS ASSIGN TO
               WS-JOBCTL-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS JOB-NOME
           FILE STATUS IS WS-FS-JOB.
       DATA DIVISION.
       FILE SECTION.
       FD LIMITES-ESTOQUE.
           COPY REGLIMT.
       FD ESTOQUE-LOCAIS.
           COPY REGESTL.
       FD PRODUTOS.
           COPY REGPROD.
       FD CATEGORIAS.
           COPY REGCAT.
       FD LOCAIS.
           COPY REGLOCAL.
       FD MOVIMENTOS.
       01 REG-MOVIMENTO.
           COPY REGMOV.
       FD CONTROLE-SEQUENCIA.
           COPY REGSEQ.
       FD TRAVA-ESTOQUE.
           COPY REGTRAVA.
       FD RELATORIO.
       01 LINHA-RELATORIO           PIC X(100).
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
       77 WS-LIMITES-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\estoque_limites.txt'.
       77 WS-ESTLOC-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\estoque_locais.txt'.
       77 WS-PRODUTOS-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\produtos.txt'.
       77 WS-CATEGORIAS-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\categorias.txt'.
       77 WS-LOCAIS-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\locais.txt'.
       77 WS-MOVIMENTOS-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\movimentos.txt'.
       77 WS-TRAVA-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\trava_estoque.txt'.
       77 WS-RELATORIO-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\separacao_reposicao.txt'.
       77 WS-ENV-PATH      PIC X(100).
       77 WS-FS            PIC 99.
       77 WS-FS-LIM        PIC 99.
       77 WS-FS-ESL        PIC 99.
       77 WS-FS-CAT        PIC 99.
       77 WS-FS-LOC        PIC 99.
       77 WS-FS-MOV        PIC 99.
       77 WS-FS-SEQ        PIC 99.
       77 WS-FS-TRV        PIC 99.
       77 WS-FS-RPT        PIC 99.
       77 WS-EOF           PIC 99.
       77 WS-MODO          PIC X(01).
       77 WS-SN            PIC X(01).
       77 WS-OPERADOR      PIC X(10).
       77 WS-TRAVA-LIVRE   PIC X(01).
       77 WS-PRODUTOS-ABERTO PIC X(01) VALUE 'N'.
       77 WS-CATEGORIAS-ABERTO PIC X(01) VALUE 'N'.
       77 WS-ORIGEM-REPOSICAO PIC X(10) VALUE 'REPOSICAO'.
       77 WS-LOCAL-DEPOSITO PIC 9(02) VALUE 01.
       77 WS-LOCAL-LOJA    PIC 9(02) VALUE 02.
       77 WS-DATA-HOJE     PIC X(08).
       77 WS-DATA-NUM      PIC 9(08).
       77 WS-DIAS-CALC     PIC 9(08).
       77 WS-DATA-TRANSF   PIC X(08).
       77 WS-DATA-DIGITADA PIC X(08).
       77 WS-SEQUENCIA     PIC 9(09).
       77 WS-COD-DIGITADO  PIC 9(06).
       77 WS-LOCAL-DIGITADO PIC 9(02).
       77 WS-MINIMO-DIGITADO PIC 9(09).
       77 WS-MAXIMO-DIGITADO PIC 9(09).
       77 WS-LIMITE-OK     PIC X(01).
       77 WS-SALDO-LOJA    PIC 9(09).
       77 WS-SALDO-DEPOSITO PIC 9(09).
       77 WS-NECESSARIO    PIC 9(09).
       77 WS-QTD-LIN       PIC 9(04) VALUE 0.
       77 WS-MAX-LIN       PIC 9(04) VALUE 2000.
       77 WS-QTD-PEND      PIC 9(04) VALUE 0.
       77 WS-MAX-PEND      PIC 9(04) VALUE 2000.
       77 WS-IND           PIC 9(04).
       77 WS-IND2          PIC 9(04).
       77 WS-IND-ACHADO    PIC 9(04).
       77 WS-TROCOU        PIC X(01).
       77 WS-CATEGORIA-ATUAL PIC 9(03).
       77 WS-PRIMEIRA-CATEGORIA PIC X(01).
       77 WS-QTD-LIMITES-LOJA PIC 9(05) VALUE 0.
       77 WS-QTD-TRANSFERENCIAS PIC 9(05) VALUE 0.
       77 WS-QTD-SEM-DEPOSITO PIC 9(05) VALUE 0.
       77 WS-QTD-JA-PENDENTES PIC 9(05) VALUE 0.
       77 WS-QTD-ERROS     PIC 9(05) VALUE 0.
       77 WS-TOTAL-SEPARAR PIC 9(11) VALUE 0.
       77 WS-ITENS-CATEGORIA PIC 9(05) VALUE 0.
       77 WS-QTDE-CATEGORIA PIC 9(11) VALUE 0.

      * Produtos da loja abaixo do minimo: 'T' = transferencia
      * gravada, 'F' = falta (sem saldo no deposito).
       01 WS-TAB-REPOSICAO.
          03 WS-REP OCCURS 2000 TIMES.
             05 WS-RP-CATEGORIA    PIC 9(03).
             05 WS-RP-COD          PIC 9(06).
             05 WS-RP-NOME         PIC X(20).
             05 WS-RP-SALDO-DEP    PIC 9(09).
             05 WS-RP-SALDO-LOJA   PIC 9(09).
             05 WS-RP-MINIMO       PIC 9(09).
             05 WS-RP-MAXIMO       PIC 9(09).
             05 WS-RP-QTDE         PIC 9(09).
             05 WS-RP-SITUACAO     PIC X(01).

       01 WS-REPOSICAO-TROCA.
          03 FILLER                PIC 9(03).
          03 FILLER                PIC 9(06).
          03 FILLER                PIC X(20).
          03 FILLER                PIC 9(09).
          03 FILLER                PIC 9(09).
          03 FILLER                PIC 9(09).
          03 FILLER                PIC 9(09).
          03 FILLER                PIC 9(09).
          03 FILLER                PIC X(01).

      * Transferencias de reposicao da mesma data ainda nao
      * processadas: o produto nao recebe uma segunda.
       01 WS-TAB-PENDENTES.
          03 WS-PND-COD OCCURS 2000 TIMES PIC 9(06).

       01 WS-LINHA-TITULO.
          03 FILLER              PIC X(20) VALUE SPACES.
          03 FILLER              PIC X(50)
                 VALUE 'LISTA DE SEPARACAO - REPOSICAO DA LOJA'.

       01 WS-LINHA-PARAMETROS.
          03 FILLER              PIC X(24)
                 VALUE 'DATA DA TRANSFERENCIA: '.
          03 WS-LP-DATA          PIC X(08).
          03 FILLER              PIC X(15) VALUE '   EMITIDO EM: '.
          03 WS-LP-HOJE          PIC X(08).
          03 FILLER              PIC X(28)
                 VALUE '   DE 01-DEPOSITO P/ 02-LOJA'.

       01 WS-LINHA-CATEGORIA.
          03 FILLER              PIC X(10) VALUE 'CATEGORIA '.
          03 WS-LCT-CODIGO       PIC 999.
          03 FILLER              PIC X(03) VALUE ' - '.
          03 WS-LCT-DESCRICAO    PIC X(30).

       01 WS-LINHA-CABECALHO.
          03 FILLER              PIC X(04) VALUE SPACES.
          03 FILLER              PIC X(08) VALUE 'COD.'.
          03 FILLER              PIC X(21) VALUE 'NOME DO PRODUTO'.
          03 FILLER              PIC X(12) VALUE ' SALDO DEP.'.
          03 FILLER              PIC X(12) VALUE ' SALDO LOJA'.
          03 FILLER              PIC X(12) VALUE '     MINIMO'.
          03 FILLER              PIC X(12) VALUE '     MAXIMO'.
          03 FILLER              PIC X(12) VALUE '   SEPARAR'.

       01 WS-LINHA-DETALHE.
          03 WS-LD-MARCA         PIC X(04).
          03 WS-LD-COD           PIC ZZZZZ9.
          03 FILLER              PIC X(02) VALUE SPACES.
          03 WS-LD-NOME          PIC X(20).
          03 FILLER              PIC X(01) VALUE SPACES.
          03 WS-LD-SALDO-DEP     PIC ZZZ.ZZZ.ZZ9.
          03 FILLER              PIC X(01) VALUE SPACES.
          03 WS-LD-SALDO-LOJA    PIC ZZZ.ZZZ.ZZ9.
          03 FILLER              PIC X(01) VALUE SPACES.
          03 WS-LD-MINIMO        PIC ZZZ.ZZZ.ZZ9.
          03 FILLER              PIC X(01) VALUE SPACES.
          03 WS-LD-MAXIMO        PIC ZZZ.ZZZ.ZZ9.
          03 FILLER              PIC X(01) VALUE SPACES.
          03 WS-LD-QTDE          PIC ZZZ.ZZZ.ZZ9.

       01 WS-LINHA-TOTAL.
          03 WS-LT-ROTULO        PIC X(40).
          03 WS-LT-ITENS         PIC ZZ.ZZ9.
          03 FILLER              PIC X(09) VALUE ' ITENS - '.
          03 WS-LT-QTDE          PIC ZZ.ZZZ.ZZZ.ZZ9.
          03 FILLER              PIC X(09) VALUE ' UNIDADES'.

       01 WS-LINHA-SECAO.
          03 WS-LS-TEXTO         PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '---------- REPOSICAO DA LOJA ----------'
            PERFORM RESOLVER-CAMINHOS
            SET WS-FS     TO 0
            SET WS-FS-LIM TO 0
            SET WS-EOF    TO 0
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            DISPLAY 'ESCOLHA A ACAO: (L)IMITES MINIMO/MAXIMO '
                '(G)ERAR TRANSFERENCIAS DE REPOSICAO'
            ACCEPT WS-MODO
            EVALUATE WS-MODO
                WHEN 'L'
                WHEN 'l'
                    PERFORM MANTER-LIMITES
                WHEN 'G'
                WHEN 'g'
                    PERFORM GERAR-REPOSICAO
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA'
            END-EVALUATE
            GOBACK.

       RESOLVER-CAMINHOS.
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'PRODUTOS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-PRODUTOS-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'ESTOQUE_LOCAIS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-ESTLOC-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'LIMITES_ESTOQUE_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-LIMITES-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'CATEGORIAS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-CATEGORIAS-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'LOCAIS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-LOCAIS-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'MOVIMENTOS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-MOVIMENTOS-PATH
            END-IF.

      * Cadastro do minimo e do maximo por produto e local. Minimo e
      * maximo zerados excluem o limite.
       MANTER-LIMITES.
            OPEN I-O LIMITES-ESTOQUE
            IF WS-FS-LIM EQUAL 35
                OPEN OUTPUT LIMITES-ESTOQUE
                CLOSE LIMITES-ESTOQUE
                OPEN I-O LIMITES-ESTOQUE
            END-IF
            IF WS-FS-LIM NOT EQUAL ZEROS
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE LIMITES'
                DISPLAY 'FILE STATUS: ' WS-FS-LIM
            ELSE
                OPEN INPUT PRODUTOS
                IF WS-FS EQUAL ZEROS
                    MOVE 'S' TO WS-PRODUTOS-ABERTO
                END-IF
                MOVE 'S' TO WS-SN
                PERFORM UNTIL WS-SN = 'N' OR WS-SN = 'n'
                    PERFORM MANTER-LIMITE-PRODUTO
                    DISPLAY 'INFORMAR OUTRO LIMITE? (S/N)'
                    ACCEPT WS-SN
                END-PERFORM
                IF WS-PRODUTOS-ABERTO EQUAL 'S'
                    CLOSE PRODUTOS
                END-IF
                CLOSE LIMITES-ESTOQUE
            END-IF.

       MANTER-LIMITE-PRODUTO.
            DISPLAY 'INFORME O CODIGO DO PRODUTO'
            ACCEPT WS-COD-DIGITADO
            MOVE 'S' TO WS-LIMITE-OK
            IF WS-PRODUTOS-ABERTO EQUAL 'S'
                MOVE WS-COD-DIGITADO TO COD-PRODUTO
                READ PRODUTOS
                    INVALID KEY
                        DISPLAY 'PRODUTO NAO CADASTRADO: '
                            WS-COD-DIGITADO
                        MOVE 'N' TO WS-LIMITE-OK
                    NOT INVALID KEY
                        DISPLAY 'PRODUTO: ' NOME-PRODUTO
                END-READ
            END-IF
            IF WS-LIMITE-OK EQUAL 'S'
                DISPLAY 'INFORME O LOCAL (01 DEPOSITO, 02 LOJA)'
                ACCEPT WS-LOCAL-DIGITADO
                PERFORM VALIDAR-LOCAL
            END-IF
            IF WS-LIMITE-OK EQUAL 'S'
                MOVE WS-COD-DIGITADO TO LIM-COD-PRODUTO
                MOVE WS-LOCAL-DIGITADO TO LIM-LOCAL
                READ LIMITES-ESTOQUE
                    INVALID KEY
                        DISPLAY 'SEM LIMITE CADASTRADO NO LOCAL'
                        PERFORM OBTER-MINIMO-MAXIMO
                        IF WS-MINIMO-DIGITADO > ZEROS OR
                           WS-MAXIMO-DIGITADO > ZEROS
                            PERFORM INCLUIR-LIMITE
                        END-IF
                    NOT INVALID KEY
                        DISPLAY 'MINIMO ATUAL: ' LIM-MINIMO
                            '  MAXIMO ATUAL: ' LIM-MAXIMO
                        PERFORM OBTER-MINIMO-MAXIMO
                        IF WS-MINIMO-DIGITADO EQUAL ZEROS AND
                           WS-MAXIMO-DIGITADO EQUAL ZEROS
                            PERFORM EXCLUIR-LIMITE
                        ELSE
                            PERFORM ALTERAR-LIMITE
                        END-IF
                END-READ
            END-IF.

       VALIDAR-LOCAL.
            IF WS-LOCAL-DIGITADO EQUAL ZEROS
                DISPLAY 'LOCAL INVALIDO'
                MOVE 'N' TO WS-LIMITE-OK
            ELSE
                OPEN INPUT LOCAIS
                IF WS-FS-LOC EQUAL ZEROS
                    MOVE WS-LOCAL-DIGITADO TO LOC-CODIGO
                    READ LOCAIS
                        INVALID KEY
                            DISPLAY 'LOCAL NAO CADASTRADO: '
                                WS-LOCAL-DIGITADO
                            MOVE 'N' TO WS-LIMITE-OK
                        NOT INVALID KEY
                            DISPLAY 'LOCAL: ' LOC-DESCRICAO
                    END-READ
                    CLOSE LOCAIS
                END-IF
            END-IF.

       OBTER-MINIMO-MAXIMO.
            DISPLAY 'INFORME O MINIMO (0 E MAXIMO 0 = EXCLUIR)'
            ACCEPT WS-MINIMO-DIGITADO
            DISPLAY 'INFORME O MAXIMO'
            ACCEPT WS-MAXIMO-DIGITADO
            PERFORM UNTIL WS-MAXIMO-DIGITADO NOT < WS-MINIMO-DIGITADO
                DISPLAY 'MAXIMO NAO PODE SER MENOR QUE O MINIMO'
                DISPLAY 'INFORME O MAXIMO'
                ACCEPT WS-MAXIMO-DIGITADO
            END-PERFORM.

       INCLUIR-LIMITE.
            MOVE WS-COD-DIGITADO TO LIM-COD-PRODUTO
            MOVE WS-LOCAL-DIGITADO TO LIM-LOCAL
            MOVE WS-MINIMO-DIGITADO TO LIM-MINIMO
            MOVE WS-MAXIMO-DIGITADO TO LIM-MAXIMO
            WRITE REG-LIMITE-ESTOQUE
            IF WS-FS-LIM NOT EQUAL ZEROS
                DISPLAY 'ERRO - NAO FOI POSSIVEL GRAVAR O LIMITE'
                DISPLAY 'FILE STATUS: ' WS-FS-LIM
            ELSE
                DISPLAY 'LIMITE GRAVADO COM SUCESSO!'
            END-IF.

       ALTERAR-LIMITE.
            MOVE WS-MINIMO-DIGITADO TO LIM-MINIMO
            MOVE WS-MAXIMO-DIGITADO TO LIM-MAXIMO
            REWRITE REG-LIMITE-ESTOQUE
            IF WS-FS-LIM NOT EQUAL ZEROS
                DISPLAY 'ERRO - NAO FOI POSSIVEL ALTERAR O LIMITE'
                DISPLAY 'FILE STATUS: ' WS-FS-LIM
            ELSE
                DISPLAY 'LIMITE ALTERADO COM SUCESSO!'
            END-IF.

       EXCLUIR-LIMITE.
            DELETE LIMITES-ESTOQUE
            IF WS-FS-LIM NOT EQUAL ZEROS
                DISPLAY 'ERRO - NAO FOI POSSIVEL EXCLUIR O LIMITE'
                DISPLAY 'FILE STATUS: ' WS-FS-LIM
            ELSE
                DISPLAY 'LIMITE EXCLUIDO COM SUCESSO!'
            END-IF.

      * Passo batch: para cada produto com minimo na loja e saldo da
      * loja abaixo dele, grava uma transferencia 'T' do deposito
      * para a loja do necessario para voltar ao maximo (limitado ao
      * saldo do deposito), com origem REPOSICAO, e imprime a lista
      * de separacao por categoria. A transferencia leva a data em
      * que a mercadoria sera levada para a loja (padrao: o dia
      * seguinte) e e aplicada pelo processamento de movimentos
      * daquela data.
       GERAR-REPOSICAO.
            DISPLAY 'INFORME O ID DO OPERADOR'
            ACCEPT WS-OPERADOR
            MOVE WS-DATA-HOJE TO WS-DATA-NUM
            COMPUTE WS-DIAS-CALC =
                FUNCTION INTEGER-OF-DATE(WS-DATA-NUM) + 1
            COMPUTE WS-DATA-NUM =
                FUNCTION DATE-OF-INTEGER(WS-DIAS-CALC)
            MOVE WS-DATA-NUM TO WS-DATA-TRANSF
            DISPLAY 'DATA DAS TRANSFERENCIAS (AAAAMMDD, BRANCO = '
                WS-DATA-TRANSF ')'
            MOVE SPACES TO WS-DATA-DIGITADA
            ACCEPT WS-DATA-DIGITADA
            IF WS-DATA-DIGITADA NOT EQUAL SPACES
                IF WS-DATA-DIGITADA NUMERIC
                    MOVE WS-DATA-DIGITADA TO WS-DATA-TRANSF
                ELSE
                    DISPLAY 'AVISO - DATA INVALIDA, ASSUMIDA '
                        WS-DATA-TRANSF
                END-IF
            END-IF
            PERFORM OBTER-TRAVA-BATCH
            IF WS-TRAVA-LIVRE NOT EQUAL 'S'
                DISPLAY 'JOB ABORTADO - ARQUIVO DE PRODUTOS EM USO'
            ELSE
                MOVE 'REPOSICAO-LOJA' TO WS-JOB-NOME
                PERFORM INICIAR-CONTROLE-JOB
                MOVE 'ABORTADO' TO WS-JOB-RESULTADO
                PERFORM EXECUTAR-REPOSICAO
                MOVE WS-QTD-TRANSFERENCIAS TO WS-JOB-PROCESSADOS
                MOVE WS-QTD-ERROS TO WS-JOB-ERROS
                PERFORM ENCERRAR-CONTROLE-JOB
                PERFORM LIBERAR-TRAVA-BATCH
            END-IF.

       EXECUTAR-REPOSICAO.
            OPEN INPUT LIMITES-ESTOQUE
            IF WS-FS-LIM NOT EQUAL ZEROS
                DISPLAY 'NENHUM LIMITE DE ESTOQUE CADASTRADO - '
                    'NADA A REPOR'
                MOVE 'CONCLUIDO' TO WS-JOB-RESULTADO
            ELSE
                OPEN INPUT ESTOQUE-LOCAIS
                IF WS-FS-ESL NOT EQUAL ZEROS
                    DISPLAY 'ERRO - SALDOS POR LOCAL NAO ENCONTRADOS'
                    DISPLAY 'FILE STATUS: ' WS-FS-ESL
                    CLOSE LIMITES-ESTOQUE
                ELSE
                    OPEN INPUT PRODUTOS
                    IF WS-FS EQUAL ZEROS
                        MOVE 'S' TO WS-PRODUTOS-ABERTO
                    END-IF
                    PERFORM CARREGAR-REPOSICOES-PENDENTES
                    PERFORM AVALIAR-LIMITES
                    CLOSE LIMITES-ESTOQUE
                    CLOSE ESTOQUE-LOCAIS
                    IF WS-PRODUTOS-ABERTO EQUAL 'S'
                        CLOSE PRODUTOS
                    END-IF
                    PERFORM ORDENAR-POR-CATEGORIA
                    PERFORM GRAVAR-TRANSFERENCIAS
                    OPEN INPUT CATEGORIAS
                    IF WS-FS-CAT EQUAL ZEROS
                        MOVE 'S' TO WS-CATEGORIAS-ABERTO
                    END-IF
                    OPEN OUTPUT RELATORIO
                    PERFORM IMPRIMIR-LISTA-SEPARACAO
                    CLOSE RELATORIO
                    IF WS-CATEGORIAS-ABERTO EQUAL 'S'
                        CLOSE CATEGORIAS
                    END-IF
                    DISPLAY 'PRODUTOS COM LIMITE NA LOJA: '
                        WS-QTD-LIMITES-LOJA
                    DISPLAY 'TRANSFERENCIAS GRAVADAS: '
                        WS-QTD-TRANSFERENCIAS
                    DISPLAY 'ABAIXO DO MINIMO SEM SALDO NO DEPOSITO: '
                        WS-QTD-SEM-DEPOSITO
                    IF WS-QTD-JA-PENDENTES > ZEROS
                        DISPLAY 'JA COM REPOSICAO PENDENTE NA DATA: '
                            WS-QTD-JA-PENDENTES
                    END-IF
                    DISPLAY 'LISTA DE SEPARACAO GRAVADA EM: '
                        WS-RELATORIO-PATH
                    MOVE 'CONCLUIDO' TO WS-JOB-RESULTADO
                END-IF
            END-IF.

       CARREGAR-REPOSICOES-PENDENTES.
            SET WS-QTD-PEND TO 0
            SET WS-EOF TO 0
            OPEN INPUT MOVIMENTOS
            IF WS-FS-MOV EQUAL ZEROS
                PERFORM UNTIL WS-EOF EQUAL 1
                    READ MOVIMENTOS
                        AT END
                            MOVE 1 TO WS-EOF
                        NOT AT END
                            IF MOV-TIPO EQUAL 'T' AND
                               MOV-ORIGEM EQUAL WS-ORIGEM-REPOSICAO AND
                               MOV-DATA EQUAL WS-DATA-TRANSF AND
                               WS-QTD-PEND < WS-MAX-PEND
                                ADD 1 TO WS-QTD-PEND
                                MOVE MOV-COD-PRODUTO
                                    TO WS-PND-COD(WS-QTD-PEND)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE MOVIMENTOS
            END-IF.

       AVALIAR-LIMITES.
            SET WS-EOF TO 0
            PERFORM UNTIL WS-EOF EQUAL 1
                READ LIMITES-ESTOQUE NEXT RECORD
                    AT END
                        MOVE 1 TO WS-EOF
                    NOT AT END
                        IF LIM-LOCAL EQUAL WS-LOCAL-LOJA AND
                           LIM-MINIMO > ZEROS
                            ADD 1 TO WS-QTD-LIMITES-LOJA
                            PERFORM AVALIAR-PRODUTO-LOJA
                        END-IF
                END-READ
            END-PERFORM.

       AVALIAR-PRODUTO-LOJA.
            MOVE LIM-COD-PRODUTO TO ESL-COD-PRODUTO
            MOVE WS-LOCAL-LOJA TO ESL-LOCAL
            READ ESTOQUE-LOCAIS
                INVALID KEY
                    MOVE ZEROS TO WS-SALDO-LOJA
                NOT INVALID KEY
                    MOVE ESL-QUANTIDADE TO WS-SALDO-LOJA
            END-READ
            IF WS-SALDO-LOJA < LIM-MINIMO
                MOVE ZEROS TO WS-IND-ACHADO
                PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > WS-QTD-PEND
                    IF WS-PND-COD(WS-IND) EQUAL LIM-COD-PRODUTO
                        MOVE WS-IND TO WS-IND-ACHADO
                    END-IF
                END-PERFORM
                IF WS-IND-ACHADO NOT EQUAL ZEROS
                    ADD 1 TO WS-QTD-JA-PENDENTES
                ELSE
                    PERFORM GUARDAR-REPOSICAO
                END-IF
            END-IF.

       GUARDAR-REPOSICAO.
            MOVE LIM-COD-PRODUTO TO ESL-COD-PRODUTO
            MOVE WS-LOCAL-DEPOSITO TO ESL-LOCAL
            READ ESTOQUE-LOCAIS
                INVALID KEY
                    MOVE ZEROS TO WS-SALDO-DEPOSITO
                NOT INVALID KEY
                    MOVE ESL-QUANTIDADE TO WS-SALDO-DEPOSITO
            END-READ
            IF WS-QTD-LIN >= WS-MAX-LIN
                DISPLAY 'AVISO - LISTA DE REPOSICAO ACIMA DO LIMITE'
                ADD 1 TO WS-QTD-ERROS
            ELSE
                ADD 1 TO WS-QTD-LIN
                MOVE LIM-COD-PRODUTO TO WS-RP-COD(WS-QTD-LIN)
                MOVE ZEROS TO WS-RP-CATEGORIA(WS-QTD-LIN)
                MOVE SPACES TO WS-RP-NOME(WS-QTD-LIN)
                IF WS-PRODUTOS-ABERTO EQUAL 'S'
                    MOVE LIM-COD-PRODUTO TO COD-PRODUTO
                    READ PRODUTOS
                        INVALID KEY
                            MOVE 'PRODUTO NAO CADASTRADO'
                                TO WS-RP-NOME(WS-QTD-LIN)
                        NOT INVALID KEY
                            MOVE NOME-PRODUTO TO WS-RP-NOME(WS-QTD-LIN)
                            MOVE CATEGORIA-PRODUTO
                                TO WS-RP-CATEGORIA(WS-QTD-LIN)
                    END-READ
                END-IF
                MOVE WS-SALDO-DEPOSITO TO WS-RP-SALDO-DEP(WS-QTD-LIN)
                MOVE WS-SALDO-LOJA TO WS-RP-SALDO-LOJA(WS-QTD-LIN)
                MOVE LIM-MINIMO TO WS-RP-MINIMO(WS-QTD-LIN)
                MOVE LIM-MAXIMO TO WS-RP-MAXIMO(WS-QTD-LIN)
                COMPUTE WS-NECESSARIO = LIM-MAXIMO - WS-SALDO-LOJA
                IF WS-NECESSARIO > WS-SALDO-DEPOSITO
                    MOVE WS-SALDO-DEPOSITO TO WS-NECESSARIO
                END-IF
                MOVE WS-NECESSARIO TO WS-RP-QTDE(WS-QTD-LIN)
                IF WS-NECESSARIO EQUAL ZEROS
                    MOVE 'F' TO WS-RP-SITUACAO(WS-QTD-LIN)
                    ADD 1 TO WS-QTD-SEM-DEPOSITO
                ELSE
                    MOVE 'T' TO WS-RP-SITUACAO(WS-QTD-LIN)
                END-IF
            END-IF.

      * Ordenacao por troca simples: categoria e, dentro dela,
      * codigo do produto.
       ORDENAR-POR-CATEGORIA.
            MOVE 'S' TO WS-TROCOU
            PERFORM UNTIL WS-TROCOU EQUAL 'N'
                MOVE 'N' TO WS-TROCOU
                PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND >= WS-QTD-LIN
                    COMPUTE WS-IND2 = WS-IND + 1
                    IF WS-RP-CATEGORIA(WS-IND) >
                       WS-RP-CATEGORIA(WS-IND2) OR
                       (WS-RP-CATEGORIA(WS-IND) EQUAL
                        WS-RP-CATEGORIA(WS-IND2) AND
                        WS-RP-COD(WS-IND) > WS-RP-COD(WS-IND2))
                        MOVE WS-REP(WS-IND) TO WS-REPOSICAO-TROCA
                        MOVE WS-REP(WS-IND2) TO WS-REP(WS-IND)
                        MOVE WS-REPOSICAO-TROCA TO WS-REP(WS-IND2)
                        MOVE 'S' TO WS-TROCOU
                    END-IF
                END-PERFORM
            END-PERFORM.

       GRAVAR-TRANSFERENCIAS.
            OPEN EXTEND MOVIMENTOS
            IF WS-FS-MOV EQUAL 35 THEN
                OPEN OUTPUT MOVIMENTOS
            END-IF
            PERFORM VARYING WS-IND FROM 1 BY 1
                UNTIL WS-IND > WS-QTD-LIN
                IF WS-RP-SITUACAO(WS-IND) EQUAL 'T'
                    MOVE WS-RP-COD(WS-IND) TO MOV-COD-PRODUTO
                    MOVE 'T' TO MOV-TIPO
                    MOVE WS-RP-QTDE(WS-IND) TO MOV-QUANTIDADE
                    MOVE WS-DATA-TRANSF TO MOV-DATA
                    MOVE WS-LOCAL-DEPOSITO TO MOV-LOCAL-ORIGEM
                    MOVE WS-LOCAL-LOJA TO MOV-LOCAL-DESTINO
                    MOVE SPACES TO MOV-SINAL
                    PERFORM OBTER-SEQUENCIA-MOVIMENTO
                    MOVE WS-SEQUENCIA TO MOV-SEQUENCIA
                    MOVE WS-ORIGEM-REPOSICAO TO MOV-ORIGEM
                    MOVE ZEROS TO MOV-VALOR-UNITARIO
                    MOVE SPACES TO MOV-LOTE
                    MOVE SPACES TO MOV-VALIDADE
                    WRITE REG-MOVIMENTO
                    IF WS-FS-MOV NOT EQUAL ZEROS
                        DISPLAY 'ERRO AO GRAVAR A TRANSFERENCIA DO '
                            'PRODUTO: ' WS-RP-COD(WS-IND)
                        DISPLAY 'FILE STATUS: ' WS-FS-MOV
                        ADD 1 TO WS-QTD-ERROS
                    ELSE
                        ADD 1 TO WS-QTD-TRANSFERENCIAS
                        ADD WS-RP-QTDE(WS-IND) TO WS-TOTAL-SEPARAR
                    END-IF
                END-IF
            END-PERFORM
            CLOSE MOVIMENTOS.

      * Lista de separacao para o deposito, com quebra por categoria,
      * seguida dos produtos abaixo do minimo que o deposito nao tem
      * para repor (informacao para compras).
       IMPRIMIR-LISTA-SEPARACAO.
            MOVE WS-LINHA-TITULO TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE WS-DATA-TRANSF TO WS-LP-DATA
            MOVE WS-DATA-HOJE TO WS-LP-HOJE
            MOVE WS-LINHA-PARAMETROS TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE 'S' TO WS-PRIMEIRA-CATEGORIA
            PERFORM VARYING WS-IND FROM 1 BY 1
                UNTIL WS-IND > WS-QTD-LIN
                IF WS-RP-SITUACAO(WS-IND) EQUAL 'T'
                    IF WS-PRIMEIRA-CATEGORIA EQUAL 'S' OR
                       WS-RP-CATEGORIA(WS-IND) NOT EQUAL
                       WS-CATEGORIA-ATUAL
                        IF WS-PRIMEIRA-CATEGORIA NOT EQUAL 'S'
                            PERFORM IMPRIMIR-TOTAL-CATEGORIA
                        END-IF
                        MOVE 'N' TO WS-PRIMEIRA-CATEGORIA
                        MOVE WS-RP-CATEGORIA(WS-IND)
                            TO WS-CATEGORIA-ATUAL
                        PERFORM IMPRIMIR-CABECALHO-CATEGORIA
                    END-IF
                    MOVE '[ ] ' TO WS-LD-MARCA
                    PERFORM IMPRIMIR-LINHA-REPOSICAO
                    ADD 1 TO WS-ITENS-CATEGORIA
                    ADD WS-RP-QTDE(WS-IND) TO WS-QTDE-CATEGORIA
                END-IF
            END-PERFORM
            IF WS-PRIMEIRA-CATEGORIA NOT EQUAL 'S'
                PERFORM IMPRIMIR-TOTAL-CATEGORIA
            END-IF
            MOVE SPACES TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE 'TOTAL A SEPARAR:' TO WS-LT-ROTULO
            MOVE WS-QTD-TRANSFERENCIAS TO WS-LT-ITENS
            MOVE WS-TOTAL-SEPARAR TO WS-LT-QTDE
            MOVE WS-LINHA-TOTAL TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE SPACES TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE 'LOJA ABAIXO DO MINIMO SEM SALDO NO DEPOSITO'
                TO WS-LS-TEXTO
            MOVE WS-LINHA-SECAO TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE WS-LINHA-CABECALHO TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            PERFORM VARYING WS-IND FROM 1 BY 1
                UNTIL WS-IND > WS-QTD-LIN
                IF WS-RP-SITUACAO(WS-IND) EQUAL 'F'
                    MOVE SPACES TO WS-LD-MARCA
                    PERFORM IMPRIMIR-LINHA-REPOSICAO
                END-IF
            END-PERFORM.

       IMPRIMIR-CABECALHO-CATEGORIA.
            MOVE SPACES TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE WS-CATEGORIA-ATUAL TO WS-LCT-CODIGO
            MOVE SPACES TO WS-LCT-DESCRICAO
            IF WS-CATEGORIA-ATUAL EQUAL ZEROS
                MOVE 'SEM CATEGORIA' TO WS-LCT-DESCRICAO
            ELSE
                IF WS-CATEGORIAS-ABERTO EQUAL 'S'
                    MOVE WS-CATEGORIA-ATUAL TO CAT-CODIGO
                    READ CATEGORIAS
                        INVALID KEY
                            MOVE 'CATEGORIA NAO CADASTRADA'
                                TO WS-LCT-DESCRICAO
                        NOT INVALID KEY
                            MOVE CAT-DESCRICAO TO WS-LCT-DESCRICAO
                    END-READ
                END-IF
            END-IF
            MOVE WS-LINHA-CATEGORIA TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE WS-LINHA-CABECALHO TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE ZEROS TO WS-ITENS-CATEGORIA
            MOVE ZEROS TO WS-QTDE-CATEGORIA.

       IMPRIMIR-TOTAL-CATEGORIA.
            MOVE 'TOTAL DA CATEGORIA:' TO WS-LT-ROTULO
            MOVE WS-ITENS-CATEGORIA TO WS-LT-ITENS
            MOVE WS-QTDE-CATEGORIA TO WS-LT-QTDE
            MOVE WS-LINHA-TOTAL TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO.

       IMPRIMIR-LINHA-REPOSICAO.
            MOVE WS-RP-COD(WS-IND) TO WS-LD-COD
            MOVE WS-RP-NOME(WS-IND) TO WS-LD-NOME
            MOVE WS-RP-SALDO-DEP(WS-IND) TO WS-LD-SALDO-DEP
            MOVE WS-RP-SALDO-LOJA(WS-IND) TO WS-LD-SALDO-LOJA
            MOVE WS-RP-MINIMO(WS-IND) TO WS-LD-MINIMO
            MOVE WS-RP-MAXIMO(WS-IND) TO WS-LD-MAXIMO
            MOVE WS-RP-QTDE(WS-IND) TO WS-LD-QTDE
            MOVE WS-LINHA-DETALHE TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO.

      * Numero unico de movimento, tirado do arquivo de controle de
      * sequencia.
       OBTER-SEQUENCIA-MOVIMENTO.
            SET WS-SEQUENCIA TO 0
            OPEN INPUT CONTROLE-SEQUENCIA
            IF WS-FS-SEQ EQUAL ZEROS
                READ CONTROLE-SEQUENCIA
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE SEQ-ULTIMA TO WS-SEQUENCIA
                END-READ
                CLOSE CONTROLE-SEQUENCIA
            END-IF
            ADD 1 TO WS-SEQUENCIA
            OPEN OUTPUT CONTROLE-SEQUENCIA
            MOVE WS-SEQUENCIA TO SEQ-ULTIMA
            WRITE REG-CONTROLE-SEQUENCIA
            CLOSE CONTROLE-SEQUENCIA.

      * Interlock com a operacao online: o passo grava movimentos e
      * so roda com a trava livre, mantendo a trava 'B' ate o fim.
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
       END PROGRAM PROGRAMA_REPOSICAO_LOJA.
