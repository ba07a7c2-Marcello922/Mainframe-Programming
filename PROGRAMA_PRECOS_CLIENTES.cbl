      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMA_PRECOS_CLIENTES IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRECOS-CLIENTES ASSIGN TO
               WS-PRECOS-CLI-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PCL-CHAVE
           FILE STATUS IS WS-FS.
           SELECT CLIENTES ASSIGN TO
               WS-CLIENTES-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CLI-CODIGO
           FILE STATUS IS WS-FS-CLI.
           SELECT PRODUTOS ASSIGN TO
               WS-PRODUTOS-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-PRODUTO
           ALTERNATE RECORD KEY IS NOME-PRODUTO
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS CODIGO-BARRAS
               WITH DUPLICATES
           FILE STATUS IS WS-FS-PRD.
           SELECT CATEGORIAS ASSIGN TO
               WS-CATEGORIAS-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CAT-CODIGO
           FILE STATUS IS WS-FS-CAT.
       DATA DIVISION.
       FILE SECTION.
       FD PRECOS-CLIENTES.
           COPY REGPRCL.
       FD CLIENTES.
           COPY REGCLI.
       FD PRODUTOS.
           COPY REGPROD.
       FD CATEGORIAS.
           COPY REGCAT.
       WORKING-STORAGE SECTION.
       77 WS-PRECOS-CLI-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\precos_clientes.txt'.
       77 WS-CLIENTES-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\clientes.txt'.
       77 WS-PRODUTOS-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\produtos.txt'.
       77 WS-CATEGORIAS-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\categorias.txt'.
       77 WS-ENV-PATH      PIC X(100).
       77 WS-FS            PIC 99.
       77 WS-FS-CLI        PIC 99.
       77 WS-FS-PRD        PIC 99.
       77 WS-FS-CAT        PIC 99.
       77 WS-EOF           PIC 99.
       77 WS-SN            PIC A(9).
       77 WS-ACAO          PIC X(1).
       77 WS-CONFIRMA      PIC X(1).
       77 WS-CHAVE-OK      PIC X(01).
       77 WS-CADASTRO-OK   PIC X(01).
       77 WS-TIPO-DIGITADO PIC X(01).
       77 WS-MODO-DIGITADO PIC X(01).
       77 WS-DATA-DIGITADA PIC X(08).
       77 WS-DATA-OK       PIC X(01).
       77 WS-DATA-HOJE     PIC X(08).
       77 WS-CODIGO-FILTRO PIC 9(06).
       77 WS-QTD-LISTADOS  PIC 9(05).
       77 WS-PRECO-EDIT    PIC Z.ZZZ.ZZ9,99.
       77 WS-PERCENTUAL-EDIT PIC ZZ9,99.
       77 WS-QTDE-EDIT     PIC ZZZ.ZZZ.ZZ9.
       77 WS-TEXTO-REGRA   PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "---------- PRECOS POR CLIENTE E QUANTIDADE -----"
            SET WS-FS TO 0
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            PERFORM RESOLVER-CAMINHOS
            OPEN I-O PRECOS-CLIENTES
            IF WS-FS EQUAL 35 THEN
                OPEN OUTPUT PRECOS-CLIENTES
                CLOSE PRECOS-CLIENTES
                OPEN I-O PRECOS-CLIENTES
            END-IF
            PERFORM UNTIL WS-SN = 'N' OR WS-SN = 'n'
                IF WS-FS EQUAL ZEROS
                    DISPLAY 'ESCOLHA A ACAO: (I)NCLUIR (A)LTERAR '
                        '(E)XCLUIR (L)ISTAR'
                    ACCEPT WS-ACAO
                    EVALUATE WS-ACAO
                        WHEN 'I'
                        WHEN 'i'
                            PERFORM INCLUIR-PRECO
                        WHEN 'A'
                        WHEN 'a'
                            PERFORM ALTERAR-PRECO
                        WHEN 'E'
                        WHEN 'e'
                            PERFORM EXCLUIR-PRECO
                        WHEN 'L'
                        WHEN 'l'
                            PERFORM LISTAR-PRECOS
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
            CLOSE PRECOS-CLIENTES
            GOBACK.

       RESOLVER-CAMINHOS.
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'PRECOS_CLIENTES_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-PRECOS-CLI-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'CLIENTES_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-CLIENTES-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'PRODUTOS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-PRODUTOS-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'CATEGORIAS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-CATEGORIAS-PATH
            END-IF.

       INCLUIR-PRECO.
            PERFORM OBTER-CHAVE-PRECO
            IF WS-CHAVE-OK EQUAL 'S'
                READ PRECOS-CLIENTES
                    INVALID KEY
                        MOVE ZEROS TO WS-FS
                        PERFORM OBTER-DADOS-PRECO
                        WRITE REG-PRECO-CLIENTE
                        IF WS-FS NOT EQUAL ZEROS
                            DISPLAY 'ERRO - NAO FOI POSSIVEL GRAVAR O '
                                'REGISTRO'
                            DISPLAY 'FILE STATUS: ' WS-FS
                        ELSE
                            DISPLAY 'REGISTRO GRAVADO COM SUCESSO!'
                        END-IF
                    NOT INVALID KEY
                        DISPLAY 'REGRA JA CADASTRADA PARA A CHAVE'
                        DISPLAY 'DESEJA ALTERAR O REGISTRO? (S/N)'
                        ACCEPT WS-CONFIRMA
                        IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                            PERFORM ALTERAR-DADOS-PRECO
                        END-IF
                END-READ
            END-IF.

       ALTERAR-PRECO.
            PERFORM OBTER-CHAVE-PRECO
            IF WS-CHAVE-OK EQUAL 'S'
                READ PRECOS-CLIENTES
                    INVALID KEY
                        DISPLAY 'REGRA DE PRECO NAO ENCONTRADA'
                        MOVE ZEROS TO WS-FS
                    NOT INVALID KEY
                        PERFORM ALTERAR-DADOS-PRECO
                END-READ
            END-IF.

       ALTERAR-DADOS-PRECO.
            PERFORM EXIBIR-PRECO
            PERFORM OBTER-DADOS-PRECO
            REWRITE REG-PRECO-CLIENTE
            IF WS-FS NOT EQUAL ZEROS
                DISPLAY 'ERRO - NAO FOI POSSIVEL ALTERAR O REGISTRO'
                DISPLAY 'FILE STATUS: ' WS-FS
            ELSE
                DISPLAY 'REGISTRO ALTERADO COM SUCESSO!'
            END-IF.

       EXCLUIR-PRECO.
            PERFORM OBTER-CHAVE-PRECO
            IF WS-CHAVE-OK EQUAL 'S'
                READ PRECOS-CLIENTES
                    INVALID KEY
                        DISPLAY 'REGRA DE PRECO NAO ENCONTRADA'
                        MOVE ZEROS TO WS-FS
                    NOT INVALID KEY
                        PERFORM EXIBIR-PRECO
                        DISPLAY 'CONFIRMA A EXCLUSAO? (S/N)'
                        ACCEPT WS-CONFIRMA
                        IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                            DELETE PRECOS-CLIENTES
                            IF WS-FS NOT EQUAL ZEROS
                                DISPLAY 'ERRO - NAO FOI POSSIVEL '
                                    'EXCLUIR'
                                DISPLAY 'FILE STATUS: ' WS-FS
                            ELSE
                                DISPLAY 'REGISTRO EXCLUIDO COM SUCESSO!'
                            END-IF
                        END-IF
                END-READ
            END-IF.

      * Chave da regra: tipo, cliente (P/C), produto ou categoria,
      * quantidade minima (Q) e inicio da vigencia. Cliente, produto
      * e categoria precisam existir nos cadastros.
       OBTER-CHAVE-PRECO.
            MOVE 'N' TO WS-CHAVE-OK
            MOVE SPACES TO WS-TIPO-DIGITADO
            PERFORM UNTIL WS-TIPO-DIGITADO EQUAL 'P' OR
                          WS-TIPO-DIGITADO EQUAL 'C' OR
                          WS-TIPO-DIGITADO EQUAL 'Q'
                DISPLAY 'TIPO DA REGRA: (P) CLIENTE/PRODUTO, '
                    '(C) CLIENTE/CATEGORIA, (Q) QUANTIDADE'
                ACCEPT WS-TIPO-DIGITADO
                EVALUATE WS-TIPO-DIGITADO
                    WHEN 'p'
                        MOVE 'P' TO WS-TIPO-DIGITADO
                    WHEN 'c'
                        MOVE 'C' TO WS-TIPO-DIGITADO
                    WHEN 'q'
                        MOVE 'Q' TO WS-TIPO-DIGITADO
                END-EVALUATE
            END-PERFORM
            MOVE SPACES TO REG-PRECO-CLIENTE
            MOVE WS-TIPO-DIGITADO TO PCL-TIPO
            MOVE ZEROS TO PCL-COD-CLIENTE
            MOVE ZEROS TO PCL-CODIGO
            MOVE ZEROS TO PCL-QTD-MINIMA
            MOVE 'S' TO WS-CADASTRO-OK
            IF PCL-TIPO NOT EQUAL 'Q'
                DISPLAY 'INFORME O CODIGO DO CLIENTE'
                ACCEPT PCL-COD-CLIENTE
                PERFORM VALIDAR-CLIENTE
            END-IF
            IF WS-CADASTRO-OK EQUAL 'S'
                IF PCL-TIPO EQUAL 'C'
                    DISPLAY 'INFORME O CODIGO DA CATEGORIA (0 = SEM '
                        'CATEGORIA):'
                    ACCEPT PCL-CODIGO
                    PERFORM VALIDAR-CATEGORIA
                ELSE
                    DISPLAY 'INFORME O CODIGO DO PRODUTO'
                    ACCEPT PCL-CODIGO
                    PERFORM VALIDAR-PRODUTO
                END-IF
            END-IF
            IF WS-CADASTRO-OK EQUAL 'S' AND PCL-TIPO EQUAL 'Q'
                PERFORM UNTIL PCL-QTD-MINIMA NOT EQUAL ZEROS
                    DISPLAY 'INFORME A QUANTIDADE MINIMA DA FAIXA'
                    ACCEPT PCL-QTD-MINIMA
                    IF PCL-QTD-MINIMA EQUAL ZEROS
                        DISPLAY 'QUANTIDADE NAO PODE SER ZERO'
                    END-IF
                END-PERFORM
            END-IF
            IF WS-CADASTRO-OK EQUAL 'S'
                MOVE 'N' TO WS-DATA-OK
                PERFORM UNTIL WS-DATA-OK EQUAL 'S'
                    DISPLAY 'INICIO DA VIGENCIA (AAAAMMDD, BRANCO = '
                        'HOJE)'
                    MOVE SPACES TO WS-DATA-DIGITADA
                    ACCEPT WS-DATA-DIGITADA
                    IF WS-DATA-DIGITADA EQUAL SPACES
                        MOVE WS-DATA-HOJE TO WS-DATA-DIGITADA
                    END-IF
                    PERFORM VALIDAR-DATA
                END-PERFORM
                MOVE WS-DATA-DIGITADA TO PCL-VIGENCIA-INICIO
                MOVE 'S' TO WS-CHAVE-OK
            END-IF.

       VALIDAR-CLIENTE.
            MOVE 'N' TO WS-CADASTRO-OK
            OPEN INPUT CLIENTES
            IF WS-FS-CLI NOT EQUAL ZEROS
                DISPLAY 'ERRO - ARQUIVO DE CLIENTES NAO ENCONTRADO'
                DISPLAY 'FILE STATUS: ' WS-FS-CLI
            ELSE
                MOVE PCL-COD-CLIENTE TO CLI-CODIGO
                READ CLIENTES
                    INVALID KEY
                        DISPLAY 'CLIENTE NAO CADASTRADO: '
                            PCL-COD-CLIENTE
                    NOT INVALID KEY
                        DISPLAY 'CLIENTE: ' CLI-NOME
                        MOVE 'S' TO WS-CADASTRO-OK
                END-READ
                CLOSE CLIENTES
            END-IF.

       VALIDAR-PRODUTO.
            MOVE 'N' TO WS-CADASTRO-OK
            OPEN INPUT PRODUTOS
            IF WS-FS-PRD NOT EQUAL ZEROS
                DISPLAY 'ERRO - ARQUIVO DE PRODUTOS NAO ENCONTRADO'
                DISPLAY 'FILE STATUS: ' WS-FS-PRD
            ELSE
                MOVE PCL-CODIGO TO COD-PRODUTO
                READ PRODUTOS
                    INVALID KEY
                        DISPLAY 'PRODUTO NAO CADASTRADO: ' PCL-CODIGO
                    NOT INVALID KEY
                        MOVE PRECO-PRODUTO TO WS-PRECO-EDIT
                        DISPLAY 'PRODUTO: ' NOME-PRODUTO
                            '  PRECO DE LISTA: ' WS-PRECO-EDIT
                        MOVE 'S' TO WS-CADASTRO-OK
                END-READ
                CLOSE PRODUTOS
            END-IF.

       VALIDAR-CATEGORIA.
            IF PCL-CODIGO EQUAL ZEROS
                MOVE 'S' TO WS-CADASTRO-OK
            ELSE
                MOVE 'N' TO WS-CADASTRO-OK
                OPEN INPUT CATEGORIAS
                IF WS-FS-CAT NOT EQUAL ZEROS
                    DISPLAY 'AVISO - CADASTRO DE CATEGORIAS '
                        'INDISPONIVEL'
                    DISPLAY 'FILE STATUS: ' WS-FS-CAT
                    MOVE 'S' TO WS-CADASTRO-OK
                ELSE
                    MOVE PCL-CODIGO TO CAT-CODIGO
                    READ CATEGORIAS
                        INVALID KEY
                            DISPLAY 'CATEGORIA NAO CADASTRADA: '
                                PCL-CODIGO
                        NOT INVALID KEY
                            DISPLAY 'CATEGORIA: ' CAT-DESCRICAO
                            MOVE 'S' TO WS-CADASTRO-OK
                    END-READ
                    CLOSE CATEGORIAS
                END-IF
            END-IF.

       VALIDAR-DATA.
            IF WS-DATA-DIGITADA NOT NUMERIC OR
               WS-DATA-DIGITADA(5:2) < '01' OR
               WS-DATA-DIGITADA(5:2) > '12' OR
               WS-DATA-DIGITADA(7:2) < '01' OR
               WS-DATA-DIGITADA(7:2) > '31'
                DISPLAY 'DATA INVALIDA'
            ELSE
                MOVE 'S' TO WS-DATA-OK
            END-IF.

      * Preco fixo ou desconto percentual sobre o preco de lista; o
      * desconto fica abaixo de 100%. Fim da vigencia em branco vale
      * sem prazo.
       OBTER-DADOS-PRECO.
            MOVE SPACES TO WS-MODO-DIGITADO
            PERFORM UNTIL WS-MODO-DIGITADO EQUAL 'F' OR
                          WS-MODO-DIGITADO EQUAL 'D'
                DISPLAY 'MODO: (F) PRECO FIXO OU (D) DESCONTO %'
                ACCEPT WS-MODO-DIGITADO
                IF WS-MODO-DIGITADO EQUAL 'f'
                    MOVE 'F' TO WS-MODO-DIGITADO
                END-IF
                IF WS-MODO-DIGITADO EQUAL 'd'
                    MOVE 'D' TO WS-MODO-DIGITADO
                END-IF
            END-PERFORM
            MOVE WS-MODO-DIGITADO TO PCL-MODO
            MOVE ZEROS TO PCL-PRECO
            MOVE ZEROS TO PCL-PERCENTUAL
            IF PCL-MODO EQUAL 'F'
                PERFORM UNTIL PCL-PRECO NOT EQUAL ZEROS
                    DISPLAY 'INFORME O PRECO FIXO (EX: 0000010,50)'
                    ACCEPT PCL-PRECO
                    IF PCL-PRECO EQUAL ZEROS
                        DISPLAY 'PRECO NAO PODE SER ZERO'
                    END-IF
                END-PERFORM
            ELSE
                PERFORM UNTIL PCL-PERCENTUAL > ZEROS AND
                              PCL-PERCENTUAL < 100
                    DISPLAY 'INFORME O DESCONTO EM % (EX: 005,00)'
                    ACCEPT PCL-PERCENTUAL
                    IF PCL-PERCENTUAL EQUAL ZEROS OR
                       PCL-PERCENTUAL NOT < 100
                        DISPLAY 'DESCONTO DEVE FICAR ENTRE 0,01 E '
                            '99,99'
                    END-IF
                END-PERFORM
            END-IF
            MOVE 'N' TO WS-DATA-OK
            PERFORM UNTIL WS-DATA-OK EQUAL 'S'
                DISPLAY 'FIM DA VIGENCIA (AAAAMMDD, BRANCO = SEM '
                    'PRAZO)'
                MOVE SPACES TO WS-DATA-DIGITADA
                ACCEPT WS-DATA-DIGITADA
                IF WS-DATA-DIGITADA EQUAL SPACES
                    MOVE 'S' TO WS-DATA-OK
                ELSE
                    PERFORM VALIDAR-DATA
                    IF WS-DATA-OK EQUAL 'S' AND
                       WS-DATA-DIGITADA < PCL-VIGENCIA-INICIO
                        DISPLAY 'FIM ANTERIOR AO INICIO DA VIGENCIA'
                        MOVE 'N' TO WS-DATA-OK
                    END-IF
                END-IF
            END-PERFORM
            MOVE WS-DATA-DIGITADA TO PCL-VIGENCIA-FIM.

       EXIBIR-PRECO.
            EVALUATE PCL-TIPO
                WHEN 'P'
                    MOVE 'CLIENTE/PRODUTO' TO WS-TEXTO-REGRA
                WHEN 'C'
                    MOVE 'CLIENTE/CATEGORIA' TO WS-TEXTO-REGRA
                WHEN OTHER
                    MOVE 'QUANTIDADE' TO WS-TEXTO-REGRA
            END-EVALUATE
            IF PCL-MODO EQUAL 'F'
                MOVE PCL-PRECO TO WS-PRECO-EDIT
                DISPLAY 'REGRA ATUAL (' WS-TEXTO-REGRA '): PRECO '
                    'FIXO ' WS-PRECO-EDIT
            ELSE
                MOVE PCL-PERCENTUAL TO WS-PERCENTUAL-EDIT
                DISPLAY 'REGRA ATUAL (' WS-TEXTO-REGRA '): DESCONTO '
                    WS-PERCENTUAL-EDIT '%'
            END-IF
            IF PCL-VIGENCIA-FIM EQUAL SPACES
                DISPLAY 'VIGENCIA: ' PCL-VIGENCIA-INICIO ' SEM PRAZO'
            ELSE
                DISPLAY 'VIGENCIA: ' PCL-VIGENCIA-INICIO ' A '
                    PCL-VIGENCIA-FIM
            END-IF.

      * Lista as regras de um tipo: por cliente (P/C) ou por produto
      * (Q); codigo zero lista todas as regras do tipo.
       LISTAR-PRECOS.
            MOVE SPACES TO WS-TIPO-DIGITADO
            PERFORM UNTIL WS-TIPO-DIGITADO EQUAL 'P' OR
                          WS-TIPO-DIGITADO EQUAL 'C' OR
                          WS-TIPO-DIGITADO EQUAL 'Q'
                DISPLAY 'LISTAR: (P) CLIENTE/PRODUTO, '
                    '(C) CLIENTE/CATEGORIA, (Q) QUANTIDADE'
                ACCEPT WS-TIPO-DIGITADO
                EVALUATE WS-TIPO-DIGITADO
                    WHEN 'p'
                        MOVE 'P' TO WS-TIPO-DIGITADO
                    WHEN 'c'
                        MOVE 'C' TO WS-TIPO-DIGITADO
                    WHEN 'q'
                        MOVE 'Q' TO WS-TIPO-DIGITADO
                END-EVALUATE
            END-PERFORM
            MOVE ZEROS TO WS-CODIGO-FILTRO
            IF WS-TIPO-DIGITADO EQUAL 'Q'
                DISPLAY 'INFORME O CODIGO DO PRODUTO (0 = TODOS)'
            ELSE
                DISPLAY 'INFORME O CODIGO DO CLIENTE (0 = TODOS)'
            END-IF
            ACCEPT WS-CODIGO-FILTRO
            DISPLAY 'TIPO CLIE. CODIGO   QTDE MINIMA MODO  PRECO/DESC.'
                '  INICIO   FIM'
            SET WS-QTD-LISTADOS TO 0
            SET WS-EOF TO 0
            MOVE LOW-VALUES TO PCL-CHAVE
            MOVE WS-TIPO-DIGITADO TO PCL-TIPO
            IF WS-TIPO-DIGITADO EQUAL 'Q'
                MOVE ZEROS TO PCL-COD-CLIENTE
                MOVE WS-CODIGO-FILTRO TO PCL-CODIGO
            ELSE
                MOVE WS-CODIGO-FILTRO TO PCL-COD-CLIENTE
            END-IF
            START PRECOS-CLIENTES KEY IS NOT LESS THAN PCL-CHAVE
                INVALID KEY
                    MOVE 1 TO WS-EOF
            END-START
            PERFORM UNTIL WS-EOF EQUAL 1
                READ PRECOS-CLIENTES NEXT RECORD
                    AT END
                        MOVE 1 TO WS-EOF
                    NOT AT END
                        IF PCL-TIPO NOT EQUAL WS-TIPO-DIGITADO
                            MOVE 1 TO WS-EOF
                        ELSE
                            PERFORM LISTAR-LINHA-PRECO
                        END-IF
                END-READ
            END-PERFORM
            MOVE ZEROS TO WS-FS
            DISPLAY 'REGRAS LISTADAS: ' WS-QTD-LISTADOS.

       LISTAR-LINHA-PRECO.
            IF WS-CODIGO-FILTRO NOT EQUAL ZEROS
                IF WS-TIPO-DIGITADO EQUAL 'Q'
                    IF PCL-CODIGO NOT EQUAL WS-CODIGO-FILTRO
                        MOVE 1 TO WS-EOF
                    END-IF
                ELSE
                    IF PCL-COD-CLIENTE NOT EQUAL WS-CODIGO-FILTRO
                        MOVE 1 TO WS-EOF
                    END-IF
                END-IF
            END-IF
            IF WS-EOF NOT EQUAL 1
                ADD 1 TO WS-QTD-LISTADOS
                MOVE PCL-QTD-MINIMA TO WS-QTDE-EDIT
                IF PCL-MODO EQUAL 'F'
                    MOVE PCL-PRECO TO WS-PRECO-EDIT
                    DISPLAY PCL-TIPO '    ' PCL-COD-CLIENTE ' '
                        PCL-CODIGO ' ' WS-QTDE-EDIT ' FIXO '
                        WS-PRECO-EDIT ' ' PCL-VIGENCIA-INICIO ' '
                        PCL-VIGENCIA-FIM
                ELSE
                    MOVE PCL-PERCENTUAL TO WS-PERCENTUAL-EDIT
                    DISPLAY PCL-TIPO '    ' PCL-COD-CLIENTE ' '
                        PCL-CODIGO ' ' WS-QTDE-EDIT ' DESC.       '
                        WS-PERCENTUAL-EDIT '% ' PCL-VIGENCIA-INICIO
                        ' ' PCL-VIGENCIA-FIM
                END-IF
            END-IF.
       END PROGRAM PROGRAMA_PRECOS_CLIENTES.
