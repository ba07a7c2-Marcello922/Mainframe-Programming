      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA_AUDITORIA_INTEGRIDADE IS INITIAL PROGRAM.
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
           SELECT CATEGORIAS ASSIGN TO
               WS-CATEGORIAS-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CAT-CODIGO
           FILE STATUS IS WS-FS-CAT.
           SELECT CLIENTES ASSIGN TO
               WS-CLIENTES-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CLI-CODIGO
           FILE STATUS IS WS-FS-CLI.
           SELECT ESTOQUE-LOCAIS ASSIGN TO
               WS-ESTLOC-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ESL-CHAVE
           FILE STATUS IS WS-FS-ESL.
           SELECT RESERVAS ASSIGN TO
               WS-RESERVAS-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS RES-CHAVE
           FILE STATUS IS WS-FS-RES.
           SELECT LOTES ASSIGN TO
               WS-LOTES-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS LOT-CHAVE
           FILE STATUS IS WS-FS-LOT.
           SELECT PENDENCIAS ASSIGN TO
               WS-PENDENCIAS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PEN.
           SELECT PEDIDOS-COMPRA ASSIGN TO
               WS-PEDIDOS-COMPRA-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PDC.
           SELECT PEDIDOS-INDICE ASSIGN TO
               WS-INDICE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-IDX.
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
       FD CATEGORIAS.
           COPY REGCAT.
       FD CLIENTES.
           COPY REGCLI.
       FD ESTOQUE-LOCAIS.
           COPY REGESTL.
       FD RESERVAS.
           COPY REGRESV.
       FD LOTES.
           COPY REGLOTE.
       FD PENDENCIAS.
       01 REG-PENDENCIA.
           COPY REGPEN.
       FD PEDIDOS-COMPRA.
           COPY REGPEDC.
       FD PEDIDOS-INDICE.
           COPY REGIDXP.
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
       77 WS-PRODUTOS-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\produtos.txt'.
       77 WS-FORNECEDORES-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\fornecedores.txt'.
       77 WS-CATEGORIAS-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\categorias.txt'.
       77 WS-CLIENTES-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\clientes.txt'.
       77 WS-ESTLOC-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\estoque_locais.txt'.
       77 WS-RESERVAS-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\reservas.txt'.
       77 WS-LOTES-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\lotes.txt'.
       77 WS-PENDENCIAS-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\pendencias.txt'.
       77 WS-PEDIDOS-COMPRA-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\pedidos_compra.txt'.
       77 WS-INDICE-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\pedidos_indice.txt'.
       77 WS-RELATORIO-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\auditoria_integridade.txt'.
       77 WS-TRAVA-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\trava_estoque.txt'.
       77 WS-ENV-PATH      PIC X(100).
       77 WS-FS            PIC 99.
       77 WS-FS-FORN       PIC 99.
       77 WS-FS-CAT        PIC 99.
       77 WS-FS-CLI        PIC 99.
       77 WS-FS-ESL        PIC 99.
       77 WS-FS-RES        PIC 99.
       77 WS-FS-LOT        PIC 99.
       77 WS-FS-PEN        PIC 99.
       77 WS-FS-PDC        PIC 99.
       77 WS-FS-IDX        PIC 99.
       77 WS-FS-RPT        PIC 99.
       77 WS-FS-TRV        PIC 99.
       77 WS-EOF           PIC 99.
       77 WS-EOF-ESL       PIC 99.
       77 WS-OPERADOR      PIC X(10).
       77 WS-TRAVA-LIVRE   PIC X(01).
       77 WS-DATA-HOJE     PIC X(08).
       77 WS-PRODUTO-EXISTE PIC X(01).
       77 WS-SOMA-LOCAIS   PIC 9(11).
       77 WS-LOCAL-OCORRENCIA PIC 9(02).
       77 WS-QTD-LOCAIS-PRODUTO PIC 9(03).
       77 WS-REGRA         PIC 9(02).
       77 WS-MAX-REGRAS    PIC 9(02) VALUE 8.
       77 WS-IND           PIC 9(02).
       77 WS-QTD-VERIFICADOS PIC 9(07) VALUE 0.
       77 WS-QTD-OCORRENCIAS PIC 9(07) VALUE 0.
       77 WS-QTD-NAO-VERIFICADAS PIC 9(02) VALUE 0.
       77 WS-MOTIVO-NAO-VERIFICADA PIC X(50).
       77 WS-QTDE-EDIT     PIC ZZZ.ZZZ.ZZ9.
       77 WS-SOMA-EDIT     PIC ZZ.ZZZ.ZZZ.ZZ9.

      * Uma entrada por regra de integridade, na ordem do relatorio.
       01 WS-TAB-REGRAS.
          03 WS-RG OCCURS 8 TIMES.
             05 WS-RG-TITULO       PIC X(50).
             05 WS-RG-QTD          PIC 9(07).
             05 WS-RG-VERIFICADA   PIC X(01).

       01 WS-LINHA-TITULO.
          03 FILLER              PIC X(20) VALUE SPACES.
          03 FILLER              PIC X(50)
                 VALUE 'AUDITORIA DE INTEGRIDADE ENTRE ARQUIVOS'.

       01 WS-LINHA-DATA.
          03 FILLER              PIC X(14) VALUE 'EMITIDO EM:   '.
          03 WS-LDT-DATA         PIC X(08).
          03 FILLER              PIC X(15) VALUE '   OPERADOR:   '.
          03 WS-LDT-OPERADOR     PIC X(10).

       01 WS-LINHA-REGRA.
          03 FILLER              PIC X(06) VALUE 'REGRA '.
          03 WS-LR-NUMERO        PIC 99.
          03 FILLER              PIC X(03) VALUE ' - '.
          03 WS-LR-TITULO        PIC X(50).

       01 WS-LINHA-CABECALHO.
          03 FILLER              PIC X(02) VALUE SPACES.
          03 FILLER              PIC X(16) VALUE 'ARQUIVO'.
          03 FILLER              PIC X(23) VALUE 'REGISTRO'.
          03 FILLER              PIC X(23) VALUE 'REFERENCIA'.
          03 FILLER              PIC X(30) VALUE 'DETALHE'.

       01 WS-LINHA-DETALHE.
          03 FILLER              PIC X(02) VALUE SPACES.
          03 WS-LD-ARQUIVO       PIC X(15).
          03 FILLER              PIC X(01) VALUE SPACES.
          03 WS-LD-REGISTRO      PIC X(22).
          03 FILLER              PIC X(01) VALUE SPACES.
          03 WS-LD-REFERENCIA    PIC X(22).
          03 FILLER              PIC X(01) VALUE SPACES.
          03 WS-LD-DETALHE       PIC X(36).

       01 WS-LINHA-TOTAL-REGRA.
          03 FILLER              PIC X(02) VALUE SPACES.
          03 FILLER              PIC X(24)
                 VALUE 'OCORRENCIAS NA REGRA:  '.
          03 WS-LTR-QTD          PIC ZZZ.ZZ9.

       01 WS-LINHA-RESUMO.
          03 FILLER              PIC X(02) VALUE SPACES.
          03 WS-LRS-NUMERO       PIC 99.
          03 FILLER              PIC X(03) VALUE ' - '.
          03 WS-LRS-TITULO       PIC X(50).
          03 WS-LRS-QTD          PIC ZZZ.ZZ9.
          03 FILLER              PIC X(02) VALUE SPACES.
          03 WS-LRS-SITUACAO     PIC X(14).

       01 WS-LINHA-SECAO.
          03 WS-LS-TEXTO         PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '------- AUDITORIA DE INTEGRIDADE ENTRE ARQUIVOS -'
            PERFORM RESOLVER-CAMINHOS
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            DISPLAY 'INFORME O ID DO OPERADOR'
            ACCEPT WS-OPERADOR

            PERFORM OBTER-TRAVA-BATCH
            IF WS-TRAVA-LIVRE NOT EQUAL 'S'
                DISPLAY 'JOB ABORTADO - ARQUIVO DE PRODUTOS EM USO'
                GOBACK
            END-IF

            MOVE 'AUDIT-INTEGRIDADE' TO WS-JOB-NOME
            PERFORM INICIAR-CONTROLE-JOB
            MOVE 'ABORTADO' TO WS-JOB-RESULTADO

            OPEN INPUT PRODUTOS
            IF WS-FS NOT EQUAL ZEROS
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PRODUTOS'
                DISPLAY 'FILE STATUS: ' WS-FS
            ELSE
                PERFORM EXECUTAR-AUDITORIA
                CLOSE PRODUTOS
                IF WS-QTD-OCORRENCIAS EQUAL ZEROS
                    MOVE 'CONCLUIDO' TO WS-JOB-RESULTADO
                ELSE
                    MOVE 'DIVERGENTE' TO WS-JOB-RESULTADO
                END-IF
                DISPLAY 'REGISTROS VERIFICADOS: ' WS-QTD-VERIFICADOS
                DISPLAY 'OCORRENCIAS: ' WS-QTD-OCORRENCIAS
                IF WS-QTD-NAO-VERIFICADAS > ZEROS
                    DISPLAY 'AVISO - REGRAS NAO VERIFICADAS: '
                        WS-QTD-NAO-VERIFICADAS
                END-IF
                DISPLAY 'RESULTADO: ' WS-JOB-RESULTADO
                DISPLAY 'RELATORIO GRAVADO EM: ' WS-RELATORIO-PATH
            END-IF

            MOVE WS-QTD-VERIFICADOS TO WS-JOB-PROCESSADOS
            MOVE WS-QTD-OCORRENCIAS TO WS-JOB-ERROS
            PERFORM ENCERRAR-CONTROLE-JOB
            PERFORM LIBERAR-TRAVA-BATCH
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
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'CATEGORIAS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-CATEGORIAS-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'CLIENTES_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-CLIENTES-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'ESTOQUE_LOCAIS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-ESTLOC-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'RESERVAS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-RESERVAS-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'LOTES_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-LOTES-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'PENDENCIAS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-PENDENCIAS-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'PEDIDOS_COMPRA_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-PEDIDOS-COMPRA-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'PEDIDOS_INDICE_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-INDICE-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'CONTROLE_JOBS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-JOBCTL-PATH
            END-IF.

      * Somente leitura: cada regra percorre um arquivo e confere as
      * referencias contra o cadastro correspondente. As ocorrencias
      * saem agrupadas por regra, seguidas do quadro-resumo.
       EXECUTAR-AUDITORIA.
            OPEN OUTPUT RELATORIO
            MOVE WS-LINHA-TITULO TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE WS-DATA-HOJE TO WS-LDT-DATA
            MOVE WS-OPERADOR TO WS-LDT-OPERADOR
            MOVE WS-LINHA-DATA TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            PERFORM AUDITAR-FORNECEDOR-PRODUTO
            PERFORM AUDITAR-CATEGORIA-PRODUTO
            PERFORM AUDITAR-SALDO-LOCAIS
            PERFORM AUDITAR-SALDOS-SEM-PRODUTO
            PERFORM AUDITAR-PENDENCIAS
            PERFORM AUDITAR-PRODUTO-COMPRAS
            PERFORM AUDITAR-FORNECEDOR-COMPRAS
            PERFORM AUDITAR-CLIENTE-PEDIDOS
            PERFORM IMPRIMIR-RESUMO-REGRAS
            CLOSE RELATORIO.

       INICIAR-REGRA.
            MOVE WS-LS-TEXTO TO WS-RG-TITULO(WS-REGRA)
            MOVE ZEROS TO WS-RG-QTD(WS-REGRA)
            MOVE 'S' TO WS-RG-VERIFICADA(WS-REGRA)
            MOVE SPACES TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE WS-REGRA TO WS-LR-NUMERO
            MOVE WS-RG-TITULO(WS-REGRA) TO WS-LR-TITULO
            MOVE WS-LINHA-REGRA TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE WS-LINHA-CABECALHO TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO.

      * Regra sem como ser conferida (arquivo de referencia ausente):
      * sai no relatorio e no resumo, mas nao conta como ocorrencia.
       REGRA-NAO-VERIFICADA.
            MOVE 'N' TO WS-RG-VERIFICADA(WS-REGRA)
            ADD 1 TO WS-QTD-NAO-VERIFICADAS
            MOVE SPACES TO WS-LS-TEXTO
            STRING '  REGRA NAO VERIFICADA - '
                WS-MOTIVO-NAO-VERIFICADA
                DELIMITED BY SIZE INTO WS-LS-TEXTO
            MOVE WS-LINHA-SECAO TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO.

       ENCERRAR-REGRA.
            IF WS-RG-VERIFICADA(WS-REGRA) EQUAL 'S' AND
               WS-RG-QTD(WS-REGRA) EQUAL ZEROS
                MOVE '  NENHUMA OCORRENCIA' TO WS-LS-TEXTO
                MOVE WS-LINHA-SECAO TO LINHA-RELATORIO
                WRITE LINHA-RELATORIO
            END-IF
            MOVE WS-RG-QTD(WS-REGRA) TO WS-LTR-QTD
            MOVE WS-LINHA-TOTAL-REGRA TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO.

       REGISTRAR-OCORRENCIA.
            ADD 1 TO WS-RG-QTD(WS-REGRA)
            ADD 1 TO WS-QTD-OCORRENCIAS
            MOVE WS-LINHA-DETALHE TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO.

      * Posiciona o cadastro de produtos no primeiro registro para
      * uma nova leitura sequencial.
       POSICIONAR-PRODUTOS.
            MOVE 0 TO WS-EOF
            MOVE ZEROS TO COD-PRODUTO
            START PRODUTOS KEY IS NOT LESS THAN COD-PRODUTO
                INVALID KEY
                    MOVE 1 TO WS-EOF
            END-START.

       VERIFICAR-PRODUTO.
            MOVE 'S' TO WS-PRODUTO-EXISTE
            READ PRODUTOS
                INVALID KEY
                    MOVE 'N' TO WS-PRODUTO-EXISTE
            END-READ.

      * Regra 01: fornecedor do produto fora do cadastro. Fornecedor
      * zero e produto sem fornecedor informado.
       AUDITAR-FORNECEDOR-PRODUTO.
            MOVE 01 TO WS-REGRA
            MOVE 'PRODUTO COM FORNECEDOR INEXISTENTE' TO WS-LS-TEXTO
            PERFORM INICIAR-REGRA
            OPEN INPUT FORNECEDORES
            IF WS-FS-FORN NOT EQUAL ZEROS
                MOVE 'CADASTRO DE FORNECEDORES INDISPONIVEL'
                    TO WS-MOTIVO-NAO-VERIFICADA
                PERFORM REGRA-NAO-VERIFICADA
            ELSE
                PERFORM POSICIONAR-PRODUTOS
                PERFORM UNTIL WS-EOF EQUAL 1
                    READ PRODUTOS NEXT RECORD
                        AT END
                            MOVE 1 TO WS-EOF
                        NOT AT END
                            ADD 1 TO WS-QTD-VERIFICADOS
                            IF FORNECEDOR-PRODUTO > ZEROS
                                MOVE FORNECEDOR-PRODUTO TO FORN-CODIGO
                                READ FORNECEDORES
                                    INVALID KEY
                                        PERFORM OCORRENCIA-FORNECEDOR
                                END-READ
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE FORNECEDORES
            END-IF
            PERFORM ENCERRAR-REGRA.

       OCORRENCIA-FORNECEDOR.
            MOVE 'PRODUTOS' TO WS-LD-ARQUIVO
            MOVE SPACES TO WS-LD-REGISTRO
            STRING 'PRODUTO ' COD-PRODUTO
                DELIMITED BY SIZE INTO WS-LD-REGISTRO
            MOVE SPACES TO WS-LD-REFERENCIA
            STRING 'FORNECEDOR ' FORNECEDOR-PRODUTO
                DELIMITED BY SIZE INTO WS-LD-REFERENCIA
            MOVE NOME-PRODUTO TO WS-LD-DETALHE
            PERFORM REGISTRAR-OCORRENCIA.

      * Regra 02: categoria do produto fora do cadastro. Categoria
      * zero e produto sem categoria.
       AUDITAR-CATEGORIA-PRODUTO.
            MOVE 02 TO WS-REGRA
            MOVE 'PRODUTO COM CATEGORIA INEXISTENTE' TO WS-LS-TEXTO
            PERFORM INICIAR-REGRA
            OPEN INPUT CATEGORIAS
            IF WS-FS-CAT NOT EQUAL ZEROS
                MOVE 'CADASTRO DE CATEGORIAS INDISPONIVEL'
                    TO WS-MOTIVO-NAO-VERIFICADA
                PERFORM REGRA-NAO-VERIFICADA
            ELSE
                PERFORM POSICIONAR-PRODUTOS
                PERFORM UNTIL WS-EOF EQUAL 1
                    READ PRODUTOS NEXT RECORD
                        AT END
                            MOVE 1 TO WS-EOF
                        NOT AT END
                            ADD 1 TO WS-QTD-VERIFICADOS
                            IF CATEGORIA-PRODUTO > ZEROS
                                MOVE CATEGORIA-PRODUTO TO CAT-CODIGO
                                READ CATEGORIAS
                                    INVALID KEY
                                        PERFORM OCORRENCIA-CATEGORIA
                                END-READ
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CATEGORIAS
            END-IF
            PERFORM ENCERRAR-REGRA.

       OCORRENCIA-CATEGORIA.
            MOVE 'PRODUTOS' TO WS-LD-ARQUIVO
            MOVE SPACES TO WS-LD-REGISTRO
            STRING 'PRODUTO ' COD-PRODUTO
                DELIMITED BY SIZE INTO WS-LD-REGISTRO
            MOVE SPACES TO WS-LD-REFERENCIA
            STRING 'CATEGORIA ' CATEGORIA-PRODUTO
                DELIMITED BY SIZE INTO WS-LD-REFERENCIA
            MOVE NOME-PRODUTO TO WS-LD-DETALHE
            PERFORM REGISTRAR-OCORRENCIA.

      * Regra 03: a soma dos saldos por local de cada produto tem de
      * bater com o estoque consolidado do cadastro. Produto com
      * estoque e sem nenhum saldo por local tambem e ocorrencia.
       AUDITAR-SALDO-LOCAIS.
            MOVE 03 TO WS-REGRA
            MOVE 'SALDO POR LOCAL DIFERENTE DO ESTOQUE CONSOLIDADO'
                TO WS-LS-TEXTO
            PERFORM INICIAR-REGRA
            OPEN INPUT ESTOQUE-LOCAIS
            IF WS-FS-ESL NOT EQUAL ZEROS
                MOVE 'ARQUIVO DE SALDOS POR LOCAL INDISPONIVEL'
                    TO WS-MOTIVO-NAO-VERIFICADA
                PERFORM REGRA-NAO-VERIFICADA
            ELSE
                PERFORM POSICIONAR-PRODUTOS
                PERFORM UNTIL WS-EOF EQUAL 1
                    READ PRODUTOS NEXT RECORD
                        AT END
                            MOVE 1 TO WS-EOF
                        NOT AT END
                            ADD 1 TO WS-QTD-VERIFICADOS
                            PERFORM SOMAR-SALDOS-PRODUTO
                            IF WS-SOMA-LOCAIS NOT EQUAL
                               ESTOQUE-PRODUTO
                                PERFORM OCORRENCIA-SALDO-LOCAIS
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ESTOQUE-LOCAIS
            END-IF
            PERFORM ENCERRAR-REGRA.

       SOMAR-SALDOS-PRODUTO.
            MOVE ZEROS TO WS-SOMA-LOCAIS
            MOVE ZEROS TO WS-QTD-LOCAIS-PRODUTO
            MOVE 0 TO WS-EOF-ESL
            MOVE COD-PRODUTO TO ESL-COD-PRODUTO
            MOVE ZEROS TO ESL-LOCAL
            START ESTOQUE-LOCAIS KEY IS NOT LESS THAN ESL-CHAVE
                INVALID KEY
                    MOVE 1 TO WS-EOF-ESL
            END-START
            PERFORM UNTIL WS-EOF-ESL EQUAL 1
                READ ESTOQUE-LOCAIS NEXT RECORD
                    AT END
                        MOVE 1 TO WS-EOF-ESL
                    NOT AT END
                        IF ESL-COD-PRODUTO NOT EQUAL COD-PRODUTO
                            MOVE 1 TO WS-EOF-ESL
                        ELSE
                            ADD ESL-QUANTIDADE TO WS-SOMA-LOCAIS
                            ADD 1 TO WS-QTD-LOCAIS-PRODUTO
                        END-IF
                END-READ
            END-PERFORM.

       OCORRENCIA-SALDO-LOCAIS.
            MOVE 'PRODUTOS' TO WS-LD-ARQUIVO
            MOVE SPACES TO WS-LD-REGISTRO
            STRING 'PRODUTO ' COD-PRODUTO
                DELIMITED BY SIZE INTO WS-LD-REGISTRO
            MOVE ESTOQUE-PRODUTO TO WS-QTDE-EDIT
            MOVE SPACES TO WS-LD-REFERENCIA
            STRING 'ESTOQUE ' WS-QTDE-EDIT
                DELIMITED BY SIZE INTO WS-LD-REFERENCIA
            MOVE WS-SOMA-LOCAIS TO WS-SOMA-EDIT
            MOVE SPACES TO WS-LD-DETALHE
            IF WS-QTD-LOCAIS-PRODUTO EQUAL ZEROS
                MOVE 'SEM SALDO POR LOCAL' TO WS-LD-DETALHE
            ELSE
                STRING 'SOMA DOS LOCAIS ' WS-SOMA-EDIT
                    DELIMITED BY SIZE INTO WS-LD-DETALHE
            END-IF
            PERFORM REGISTRAR-OCORRENCIA.

      * Regra 04: saldo por local, reserva ou lote de um produto que
      * nao existe mais no cadastro.
       AUDITAR-SALDOS-SEM-PRODUTO.
            MOVE 04 TO WS-REGRA
            MOVE 'SALDO, RESERVA OU LOTE DE PRODUTO INEXISTENTE'
                TO WS-LS-TEXTO
            PERFORM INICIAR-REGRA
            MOVE 0 TO WS-EOF
            OPEN INPUT ESTOQUE-LOCAIS
            IF WS-FS-ESL EQUAL ZEROS
                PERFORM UNTIL WS-EOF EQUAL 1
                    READ ESTOQUE-LOCAIS NEXT RECORD
                        AT END
                            MOVE 1 TO WS-EOF
                        NOT AT END
                            ADD 1 TO WS-QTD-VERIFICADOS
                            MOVE ESL-COD-PRODUTO TO COD-PRODUTO
                            PERFORM VERIFICAR-PRODUTO
                            IF WS-PRODUTO-EXISTE EQUAL 'N'
                                MOVE 'ESTOQUE-LOCAIS' TO WS-LD-ARQUIVO
                                MOVE ESL-LOCAL TO WS-LOCAL-OCORRENCIA
                                MOVE ESL-QUANTIDADE TO WS-QTDE-EDIT
                                PERFORM OCORRENCIA-SEM-PRODUTO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ESTOQUE-LOCAIS
            END-IF
            MOVE 0 TO WS-EOF
            OPEN INPUT RESERVAS
            IF WS-FS-RES EQUAL ZEROS
                PERFORM UNTIL WS-EOF EQUAL 1
                    READ RESERVAS NEXT RECORD
                        AT END
                            MOVE 1 TO WS-EOF
                        NOT AT END
                            ADD 1 TO WS-QTD-VERIFICADOS
                            MOVE RES-COD-PRODUTO TO COD-PRODUTO
                            PERFORM VERIFICAR-PRODUTO
                            IF WS-PRODUTO-EXISTE EQUAL 'N'
                                MOVE 'RESERVAS' TO WS-LD-ARQUIVO
                                MOVE RES-LOCAL TO WS-LOCAL-OCORRENCIA
                                MOVE RES-QUANTIDADE TO WS-QTDE-EDIT
                                PERFORM OCORRENCIA-SEM-PRODUTO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE RESERVAS
            END-IF
            MOVE 0 TO WS-EOF
            OPEN INPUT LOTES
            IF WS-FS-LOT EQUAL ZEROS
                PERFORM UNTIL WS-EOF EQUAL 1
                    READ LOTES NEXT RECORD
                        AT END
                            MOVE 1 TO WS-EOF
                        NOT AT END
                            ADD 1 TO WS-QTD-VERIFICADOS
                            MOVE LOT-COD-PRODUTO TO COD-PRODUTO
                            PERFORM VERIFICAR-PRODUTO
                            IF WS-PRODUTO-EXISTE EQUAL 'N'
                                MOVE 'LOTES' TO WS-LD-ARQUIVO
                                MOVE LOT-LOCAL TO WS-LOCAL-OCORRENCIA
                                MOVE LOT-QUANTIDADE TO WS-QTDE-EDIT
                                PERFORM OCORRENCIA-SEM-PRODUTO
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE LOTES
            END-IF
            PERFORM ENCERRAR-REGRA.

      * Monta a linha com o local ja movido para WS-LOCAL-OCORRENCIA
      * e a quantidade em WS-QTDE-EDIT.
       OCORRENCIA-SEM-PRODUTO.
            MOVE SPACES TO WS-LD-REGISTRO
            STRING 'PRODUTO ' COD-PRODUTO ' LOCAL '
                WS-LOCAL-OCORRENCIA
                DELIMITED BY SIZE INTO WS-LD-REGISTRO
            MOVE 'PRODUTO NAO CADASTRADO' TO WS-LD-REFERENCIA
            MOVE SPACES TO WS-LD-DETALHE
            STRING 'QUANTIDADE ' WS-QTDE-EDIT
                DELIMITED BY SIZE INTO WS-LD-DETALHE
            PERFORM REGISTRAR-OCORRENCIA.

      * Regra 05: pendencia (em qualquer situacao) de produto que nao
      * existe mais no cadastro.
       AUDITAR-PENDENCIAS.
            MOVE 05 TO WS-REGRA
            MOVE 'PENDENCIA DE PRODUTO INEXISTENTE' TO WS-LS-TEXTO
            PERFORM INICIAR-REGRA
            MOVE 0 TO WS-EOF
            OPEN INPUT PENDENCIAS
            IF WS-FS-PEN EQUAL ZEROS
                PERFORM UNTIL WS-EOF EQUAL 1
                    READ PENDENCIAS
                        AT END
                            MOVE 1 TO WS-EOF
                        NOT AT END
                            ADD 1 TO WS-QTD-VERIFICADOS
                            MOVE PEN-COD-PRODUTO TO COD-PRODUTO
                            PERFORM VERIFICAR-PRODUTO
                            IF WS-PRODUTO-EXISTE EQUAL 'N'
                                PERFORM OCORRENCIA-PENDENCIA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PENDENCIAS
            END-IF
            PERFORM ENCERRAR-REGRA.

       OCORRENCIA-PENDENCIA.
            MOVE 'PENDENCIAS' TO WS-LD-ARQUIVO
            MOVE SPACES TO WS-LD-REGISTRO
            STRING 'SEQ ' PEN-SEQUENCIA ' DE ' PEN-DATA
                DELIMITED BY SIZE INTO WS-LD-REGISTRO
            MOVE SPACES TO WS-LD-REFERENCIA
            STRING 'PRODUTO ' PEN-COD-PRODUTO
                DELIMITED BY SIZE INTO WS-LD-REFERENCIA
            MOVE PEN-QUANTIDADE TO WS-QTDE-EDIT
            MOVE SPACES TO WS-LD-DETALHE
            STRING 'SITUACAO ' PEN-SITUACAO ' QTDE ' WS-QTDE-EDIT
                DELIMITED BY SIZE INTO WS-LD-DETALHE
            PERFORM REGISTRAR-OCORRENCIA.

      * Regras 06 e 07: linha de pedido de compra com produto ou
      * fornecedor fora do cadastro.
       AUDITAR-PRODUTO-COMPRAS.
            MOVE 06 TO WS-REGRA
            MOVE 'PEDIDO DE COMPRA COM PRODUTO INEXISTENTE'
                TO WS-LS-TEXTO
            PERFORM INICIAR-REGRA
            MOVE 0 TO WS-EOF
            OPEN INPUT PEDIDOS-COMPRA
            IF WS-FS-PDC EQUAL ZEROS
                PERFORM UNTIL WS-EOF EQUAL 1
                    READ PEDIDOS-COMPRA
                        AT END
                            MOVE 1 TO WS-EOF
                        NOT AT END
                            ADD 1 TO WS-QTD-VERIFICADOS
                            MOVE PDC-COD-PRODUTO TO COD-PRODUTO
                            PERFORM VERIFICAR-PRODUTO
                            IF WS-PRODUTO-EXISTE EQUAL 'N'
                                MOVE SPACES TO WS-LD-REFERENCIA
                                STRING 'PRODUTO ' PDC-COD-PRODUTO
                                    DELIMITED BY SIZE
                                    INTO WS-LD-REFERENCIA
                                PERFORM OCORRENCIA-COMPRAS
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PEDIDOS-COMPRA
            END-IF
            PERFORM ENCERRAR-REGRA.

       AUDITAR-FORNECEDOR-COMPRAS.
            MOVE 07 TO WS-REGRA
            MOVE 'PEDIDO DE COMPRA COM FORNECEDOR INEXISTENTE'
                TO WS-LS-TEXTO
            PERFORM INICIAR-REGRA
            MOVE 0 TO WS-EOF
            OPEN INPUT FORNECEDORES
            IF WS-FS-FORN NOT EQUAL ZEROS
                MOVE 'CADASTRO DE FORNECEDORES INDISPONIVEL'
                    TO WS-MOTIVO-NAO-VERIFICADA
                PERFORM REGRA-NAO-VERIFICADA
            ELSE
                OPEN INPUT PEDIDOS-COMPRA
                IF WS-FS-PDC EQUAL ZEROS
                    PERFORM UNTIL WS-EOF EQUAL 1
                        READ PEDIDOS-COMPRA
                            AT END
                                MOVE 1 TO WS-EOF
                            NOT AT END
                                ADD 1 TO WS-QTD-VERIFICADOS
                                MOVE PDC-FORNECEDOR TO FORN-CODIGO
                                READ FORNECEDORES
                                    INVALID KEY
                                        MOVE SPACES
                                            TO WS-LD-REFERENCIA
                                        STRING 'FORNECEDOR '
                                            PDC-FORNECEDOR
                                            DELIMITED BY SIZE
                                            INTO WS-LD-REFERENCIA
                                        PERFORM OCORRENCIA-COMPRAS
                                END-READ
                        END-READ
                    END-PERFORM
                    CLOSE PEDIDOS-COMPRA
                END-IF
                CLOSE FORNECEDORES
            END-IF
            PERFORM ENCERRAR-REGRA.

       OCORRENCIA-COMPRAS.
            MOVE 'PEDIDOS-COMPRA' TO WS-LD-ARQUIVO
            MOVE SPACES TO WS-LD-REGISTRO
            STRING 'PDC ' PDC-NUMERO ' DE ' PDC-DATA-EMISSAO
                DELIMITED BY SIZE INTO WS-LD-REGISTRO
            MOVE PDC-QTD-PEDIDA TO WS-QTDE-EDIT
            MOVE SPACES TO WS-LD-DETALHE
            STRING 'SITUACAO ' PDC-SITUACAO ' QTDE ' WS-QTDE-EDIT
                DELIMITED BY SIZE INTO WS-LD-DETALHE
            PERFORM REGISTRAR-OCORRENCIA.

      * Regra 08: pedido de venda de cliente que nao existe mais no
      * cadastro (inclusive pedidos cancelados).
       AUDITAR-CLIENTE-PEDIDOS.
            MOVE 08 TO WS-REGRA
            MOVE 'PEDIDO DE VENDA DE CLIENTE INEXISTENTE'
                TO WS-LS-TEXTO
            PERFORM INICIAR-REGRA
            MOVE 0 TO WS-EOF
            OPEN INPUT CLIENTES
            IF WS-FS-CLI NOT EQUAL ZEROS
                MOVE 'CADASTRO DE CLIENTES INDISPONIVEL'
                    TO WS-MOTIVO-NAO-VERIFICADA
                PERFORM REGRA-NAO-VERIFICADA
            ELSE
                OPEN INPUT PEDIDOS-INDICE
                IF WS-FS-IDX EQUAL ZEROS
                    PERFORM UNTIL WS-EOF EQUAL 1
                        READ PEDIDOS-INDICE
                            AT END
                                MOVE 1 TO WS-EOF
                            NOT AT END
                                ADD 1 TO WS-QTD-VERIFICADOS
                                MOVE IDX-COD-CLIENTE TO CLI-CODIGO
                                READ CLIENTES
                                    INVALID KEY
                                        PERFORM OCORRENCIA-CLIENTE
                                END-READ
                        END-READ
                    END-PERFORM
                    CLOSE PEDIDOS-INDICE
                END-IF
                CLOSE CLIENTES
            END-IF
            PERFORM ENCERRAR-REGRA.

       OCORRENCIA-CLIENTE.
            MOVE 'PEDIDOS-INDICE' TO WS-LD-ARQUIVO
            MOVE SPACES TO WS-LD-REGISTRO
            STRING 'PEDIDO ' IDX-NUMERO ' DE ' IDX-DATA
                DELIMITED BY SIZE INTO WS-LD-REGISTRO
            MOVE SPACES TO WS-LD-REFERENCIA
            STRING 'CLIENTE ' IDX-COD-CLIENTE
                DELIMITED BY SIZE INTO WS-LD-REFERENCIA
            MOVE SPACES TO WS-LD-DETALHE
            IF IDX-SITUACAO EQUAL 'C'
                MOVE 'PEDIDO CANCELADO' TO WS-LD-DETALHE
            ELSE
                MOVE 'PEDIDO EMITIDO' TO WS-LD-DETALHE
            END-IF
            PERFORM REGISTRAR-OCORRENCIA.

       IMPRIMIR-RESUMO-REGRAS.
            MOVE SPACES TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE 'RESUMO POR REGRA' TO WS-LS-TEXTO
            MOVE WS-LINHA-SECAO TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            PERFORM VARYING WS-IND FROM 1 BY 1
                UNTIL WS-IND > WS-MAX-REGRAS
                MOVE WS-IND TO WS-LRS-NUMERO
                MOVE WS-RG-TITULO(WS-IND) TO WS-LRS-TITULO
                MOVE WS-RG-QTD(WS-IND) TO WS-LRS-QTD
                IF WS-RG-VERIFICADA(WS-IND) NOT EQUAL 'S'
                    MOVE 'NAO VERIFICADA' TO WS-LRS-SITUACAO
                ELSE
                    IF WS-RG-QTD(WS-IND) EQUAL ZEROS
                        MOVE 'OK' TO WS-LRS-SITUACAO
                    ELSE
                        MOVE 'DIVERGENTE' TO WS-LRS-SITUACAO
                    END-IF
                END-IF
                MOVE WS-LINHA-RESUMO TO LINHA-RELATORIO
                WRITE LINHA-RELATORIO
            END-PERFORM
            MOVE SPACES TO WS-LS-TEXTO
            MOVE WS-QTD-OCORRENCIAS TO WS-QTDE-EDIT
            STRING 'TOTAL DE OCORRENCIAS: ' WS-QTDE-EDIT
                DELIMITED BY SIZE INTO WS-LS-TEXTO
            MOVE WS-LINHA-SECAO TO LINHA-RELATORIO
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
       END PROGRAM PROGRAMA_AUDITORIA_INTEGRIDADE.
