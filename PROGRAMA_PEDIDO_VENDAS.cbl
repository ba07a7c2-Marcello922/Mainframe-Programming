               WS-INDICE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-IDX.
           SELECT PEDIDOS-ITENS ASSIGN TO
               WS-ITENS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ITP.
           SELECT CONTROLE-SEQUENCIA ASSIGN TO
               'C:\programas\ARQUIVOS\controle_sequencia.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-SEQ.
           SELECT ESTOQUE-LOCAIS ASSIGN TO
               WS-ESTLOC-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ESL-CHAVE
           FILE STATUS IS WS-FS-ESL.
           SELECT RESERVAS ASSIGN TO
               WS-RESERVAS-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS RES-CHAVE
           FILE STATUS IS WS-FS-RES.
           SELECT PENDENCIAS ASSIGN TO
               WS-PENDENCIAS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PEN.
           SELECT PRECOS-CLIENTES ASSIGN TO
               WS-PRECOS-CLI-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PCL-CHAVE
           FILE STATUS IS WS-FS-PCL.
           SELECT SITUACAO-PRODUTOS ASSIGN TO
               WS-SITUACAO-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS SIT-COD-PRODUTO
           FILE STATUS IS WS-FS-SIT.
           SELECT ESTRUTURA-KITS ASSIGN TO
               WS-KITS-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS KIT-CHAVE
           FILE STATUS IS WS-FS-KIT.
       DATA DIVISION.
       FILE SECTION.
       FD PRODUTOS.
       01 REG-CONTROLE-PEDIDOS.
          03 CTL-ULTIMO-PEDIDO     PIC 9(06).
       FD PEDIDO.
       01 LINHA-PEDIDO              PIC X(100).
       FD CLIENTES.
           COPY REGCLI.
       FD PEDIDOS-INDICE.
           COPY REGIDXP.
       FD PEDIDOS-ITENS.
           COPY REGITEP.
       FD CONTROLE-SEQUENCIA.
           COPY REGSEQ.
       FD ESTOQUE-LOCAIS.
           COPY REGESTL.
       FD RESERVAS.
           COPY REGRESV.
       FD PENDENCIAS.
       01 REG-PENDENCIA.
           COPY REGPEN.
       FD PRECOS-CLIENTES.
           COPY REGPRCL.
       FD SITUACAO-PRODUTOS.
           COPY REGSITP.
       FD ESTRUTURA-KITS.
           COPY REGKIT.
       WORKING-STORAGE SECTION.
       77 WS-TRAVA-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\trava_estoque.txt'.
       77 WS-INDICE-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\pedidos_indice.txt'.
       77 WS-FS-IDX        PIC 99.
       77 WS-ITENS-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\pedidos_itens.txt'.
       77 WS-FS-ITP        PIC 99.
       77 WS-FS-SEQ        PIC 99.
       77 WS-SEQUENCIA     PIC 9(09).
       77 WS-ORIGEM-DOC    PIC X(10).
       77 WS-IND           PIC 9(02).
       77 WS-TOTAL-LINHA   PIC 9(14)V99 VALUE 0.
       77 WS-TOTAL-PEDIDO  PIC 9(14)V99 VALUE 0.
       77 WS-ESTLOC-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\estoque_locais.txt'.
       77 WS-RESERVAS-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\reservas.txt'.
       77 WS-PENDENCIAS-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\pendencias.txt'.
       77 WS-FS-ESL        PIC 99.
       77 WS-FS-RES        PIC 99.
       77 WS-FS-PEN        PIC 99.
       77 WS-EOF           PIC 99.
       77 WS-SALDO-LOJA    PIC 9(09).
       77 WS-QTD-RESERVADA PIC 9(09).
       77 WS-QTD-PENDENTE  PIC 9(09).
       77 WS-QTD-NO-PEDIDO PIC 9(09).
       77 WS-DISPONIVEL    PIC S9(10).
       77 WS-QTDE-EDIT     PIC -.---.---.--9.
       77 WS-CONFIRMA      PIC X(01).
       77 WS-PRECOS-CLI-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\precos_clientes.txt'.
       77 WS-FS-PCL        PIC 99.
       77 WS-SITUACAO-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\situacao_produtos.txt'.
       77 WS-FS-SIT        PIC 99.
       77 WS-KITS-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\estrutura_kits.txt'.
       77 WS-FS-KIT        PIC 99.
       77 WS-ITEM-KIT      PIC X(01).
       77 WS-COD-KIT       PIC 9(06).
       77 WS-PRODUTO-KIT   PIC X(81).
       77 WS-IND-KC        PIC 9(02).
       77 WS-KIT-COMP-OK   PIC X(01).
       77 WS-COD-COMP-RECUSADO PIC 9(06).
       77 WS-IND-CP        PIC 9(02).
       77 WS-QTD-COMPONENTES PIC 9(02) VALUE 0.
       77 WS-QTD-SAIDAS    PIC 9(02) VALUE 0.
       77 WS-SAIDAS-ITEM   PIC 9(02).
       77 WS-MAX-SAIDAS    PIC 9(02) VALUE 40.
       77 WS-MAX-COMP-KIT  PIC 9(02) VALUE 10.
       77 WS-DISPONIVEL-KIT PIC S9(10).
       77 WS-DISPONIVEL-COMP PIC S9(10).
       77 WS-SOMA-COMPONENTES PIC 9(14)V99.
       77 WS-COD-RESERVA   PIC 9(06).
       77 WS-QTD-RESERVA   PIC 9(09).
       77 WS-PRECO-LISTA   PIC 9(07)V99.
       77 WS-PRECO-MELHOR  PIC 9(07)V99.
       77 WS-PRECO-REGRA   PIC 9(07)V99.
       77 WS-REGRA-MELHOR  PIC X(01).
       77 WS-PERC-DESCONTO PIC 9(03)V99.
       77 WS-PCL-TIPO      PIC X(01).
       77 WS-PCL-CLIENTE   PIC 9(04).
       77 WS-PCL-CODIGO    PIC 9(06).
       77 WS-PRECO-EDIT    PIC Z.ZZZ.ZZ9,99.
       77 WS-PERCENTUAL-EDIT PIC ZZ9,99.

       01 WS-TABELA-ITENS.
          03 WS-ITEM OCCURS 20 TIMES.
             05 WS-IT-COD          PIC 9(06).
             05 WS-IT-NOME         PIC X(20).
             05 WS-IT-CATEGORIA    PIC 9(03).
             05 WS-IT-QTDE         PIC 9(09).
             05 WS-IT-PRECO        PIC 9(07)V99.
             05 WS-IT-TOTAL        PIC 9(14)V99.
             05 WS-IT-PRECO-LISTA  PIC 9(07)V99.
             05 WS-IT-DESCONTO     PIC 9(03)V99.
             05 WS-IT-REGRA        PIC X(01).
             05 WS-IT-KIT          PIC X(01).

      * Componentes dos kits vendidos: cada um vira uma saida 'S' no
      * lugar do kit. O total de saidas do pedido fica limitado ao
      * que o cancelamento do pedido consegue estornar.
       01 WS-TABELA-COMPONENTES.
          03 WS-COMPONENTE OCCURS 40 TIMES.
             05 WS-CP-LINHA        PIC 9(02).
             05 WS-CP-COD          PIC 9(06).
             05 WS-CP-QTDE         PIC 9(09).
             05 WS-CP-VALOR        PIC 9(07)V99.

       01 WS-ESTRUTURA-ITEM.
          03 WS-KC-QTD             PIC 9(02).
          03 WS-KC-COMPONENTE OCCURS 10 TIMES.
             05 WS-KC-COD          PIC 9(06).
             05 WS-KC-QTD-KIT      PIC 9(05).
             05 WS-KC-PRECO        PIC 9(07)V99.

       01 WS-LINHA-TITULO.
          03 FILLER              PIC X(24)
          03 FILLER              PIC X(05) VALUE 'COD.'.
          03 FILLER              PIC X(21) VALUE 'NOME DO PRODUTO'.
          03 FILLER              PIC X(12) VALUE 'QTDE'.
          03 FILLER              PIC X(13) VALUE 'PRECO LISTA'.
          03 FILLER              PIC X(07) VALUE 'DESC.%'.
          03 FILLER              PIC X(13) VALUE 'PRECO LIQ.'.
          03 FILLER              PIC X(18) VALUE 'TOTAL DA LINHA'.
          03 FILLER              PIC X(08) VALUE 'REGRA'.

       01 WS-LINHA-DETALHE.
          03 WS-LD-COD           PIC ZZZZZ9.
          03 FILLER              PIC X(01) VALUE SPACES.
          03 WS-LD-QTDE          PIC ZZZ.ZZZ.ZZ9.
          03 FILLER              PIC X(01) VALUE SPACES.
          03 WS-LD-PRECO-LISTA   PIC Z.ZZZ.ZZ9,99.
          03 FILLER              PIC X(01) VALUE SPACES.
          03 WS-LD-DESCONTO      PIC ZZ9,99.
          03 FILLER              PIC X(01) VALUE SPACES.
          03 WS-LD-PRECO         PIC Z.ZZZ.ZZ9,99.
          03 FILLER              PIC X(01) VALUE SPACES.
          03 WS-LD-TOTAL         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER              PIC X(01) VALUE SPACES.
          03 WS-LD-REGRA         PIC X(08).

       01 WS-LINHA-TOTAL.
          03 FILLER              PIC X(73)
                 VALUE 'TOTAL DO PEDIDO R$'.
          03 FILLER              PIC X(01) VALUE SPACES.
          03 WS-LTOT-VALOR       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
                            PERFORM OBTER-NUMERO-PEDIDO
                            PERFORM IMPRIMIR-PEDIDO
                            PERFORM GRAVAR-INDICE-PEDIDO
                            PERFORM GRAVAR-ITENS-PEDIDO
                            PERFORM GRAVAR-MOVIMENTOS-PEDIDO
                            PERFORM GRAVAR-RESERVAS-PEDIDO
                            PERFORM ATUALIZAR-SALDO-CLIENTE
                            DISPLAY 'PEDIDO ' WS-NUMERO-PEDIDO
                                ' GRAVADO COM ' WS-QTD-LINHAS
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'MOVIMENTOS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-MOVIMENTOS-PATH
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
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'PENDENCIAS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-PENDENCIAS-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'PEDIDOS_ITENS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-ITENS-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'PRECOS_CLIENTES_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-PRECOS-CLI-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT
                'SITUACAO_PRODUTOS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-SITUACAO-PATH
            END-IF
            MOVE SPACES TO WS-ENV-PATH
            ACCEPT WS-ENV-PATH FROM ENVIRONMENT 'ESTRUTURA_KITS_PATH'
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-KITS-PATH
            END-IF.

       CAPTURAR-PEDIDO.
                INVALID KEY
                    DISPLAY 'PRODUTO NAO CADASTRADO: ' WS-COD-ITEM
                NOT INVALID KEY
                    PERFORM VERIFICAR-SITUACAO-ITEM
                    IF SIT-SITUACAO EQUAL 'B'
                        DISPLAY 'PRODUTO BLOQUEADO PARA VENDA: '
                            WS-COD-ITEM
                    ELSE
                        IF SIT-SITUACAO EQUAL 'D'
                            DISPLAY 'PRODUTO DESCONTINUADO - VENDA DO '
                                'ESTOQUE EM LIQUIDACAO'
                        END-IF
                        PERFORM CARREGAR-ESTRUTURA-KIT
                        MOVE 'S' TO WS-KIT-COMP-OK
                        IF WS-ITEM-KIT EQUAL 'S'
                            PERFORM VERIFICAR-COMPONENTES-KIT
                            MOVE WS-KC-QTD TO WS-SAIDAS-ITEM
                        ELSE
                            MOVE 1 TO WS-SAIDAS-ITEM
                        END-IF
                        EVALUATE TRUE
                            WHEN WS-KIT-COMP-OK NOT EQUAL 'S'
                                DISPLAY 'KIT COM COMPONENTE BLOQUEADO/'
                                    'NAO CADASTRADO: '
                                    WS-COD-COMP-RECUSADO
                            WHEN WS-QTD-SAIDAS + WS-SAIDAS-ITEM >
                                 WS-MAX-SAIDAS
                                DISPLAY 'ITEM NAO INCLUIDO - O PEDIDO '
                                    'CHEGOU AO LIMITE DE ' WS-MAX-SAIDAS
                                    ' SAIDAS DE ESTOQUE'
                            WHEN OTHER
                                PERFORM CAPTURAR-QUANTIDADE
                        END-EVALUATE
                    END-IF
            END-READ.

      * Produto com estrutura cadastrada e kit: nao tem estoque
      * proprio e sai do estoque pelos seus componentes.
       CARREGAR-ESTRUTURA-KIT.
            MOVE 'N' TO WS-ITEM-KIT
            MOVE ZEROS TO WS-KC-QTD
            SET WS-FS-KIT TO 0
            OPEN INPUT ESTRUTURA-KITS
            IF WS-FS-KIT EQUAL ZEROS
                SET WS-EOF TO 0
                MOVE WS-COD-ITEM TO KIT-COD-KIT
                MOVE ZEROS TO KIT-COD-COMPONENTE
                START ESTRUTURA-KITS KEY IS NOT LESS THAN KIT-CHAVE
                    INVALID KEY
                        MOVE 1 TO WS-EOF
                END-START
                PERFORM UNTIL WS-EOF EQUAL 1
                    READ ESTRUTURA-KITS NEXT RECORD
                        AT END
                            MOVE 1 TO WS-EOF
                        NOT AT END
                            IF KIT-COD-KIT NOT EQUAL WS-COD-ITEM OR
                               WS-KC-QTD NOT < WS-MAX-COMP-KIT
                                MOVE 1 TO WS-EOF
                            ELSE
                                ADD 1 TO WS-KC-QTD
                                MOVE KIT-COD-COMPONENTE TO
                                    WS-KC-COD(WS-KC-QTD)
                                MOVE KIT-QUANTIDADE TO
                                    WS-KC-QTD-KIT(WS-KC-QTD)
                                MOVE ZEROS TO WS-KC-PRECO(WS-KC-QTD)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ESTRUTURA-KITS
            END-IF
            SET WS-FS-KIT TO 0
            IF WS-KC-QTD > ZEROS
                MOVE 'S' TO WS-ITEM-KIT
                DISPLAY 'PRODUTO KIT COM ' WS-KC-QTD ' COMPONENTES - '
                    'A SAIDA SERA DOS COMPONENTES'
            END-IF.

      * Kit so e vendido se todos os componentes estiverem no cadastro
      * de produtos e nenhum estiver bloqueado - a venda do kit gera
      * as saidas dos componentes. O registro do kit e restaurado ao
      * final para a inclusao do item.
       VERIFICAR-COMPONENTES-KIT.
            MOVE REG-PRODUTO TO WS-PRODUTO-KIT
            MOVE WS-COD-ITEM TO WS-COD-KIT
            PERFORM VARYING WS-IND-KC FROM 1 BY 1
                UNTIL WS-IND-KC > WS-KC-QTD OR
                      WS-KIT-COMP-OK NOT EQUAL 'S'
                MOVE WS-KC-COD(WS-IND-KC) TO WS-COD-ITEM
                MOVE WS-COD-ITEM TO COD-PRODUTO
                READ PRODUTOS
                    INVALID KEY
                        MOVE 'N' TO WS-KIT-COMP-OK
                    NOT INVALID KEY
                        PERFORM VERIFICAR-SITUACAO-ITEM
                        IF SIT-SITUACAO EQUAL 'B'
                            MOVE 'N' TO WS-KIT-COMP-OK
                        END-IF
                END-READ
                IF WS-KIT-COMP-OK NOT EQUAL 'S'
                    MOVE WS-COD-ITEM TO WS-COD-COMP-RECUSADO
                END-IF
            END-PERFORM
            MOVE WS-COD-KIT TO WS-COD-ITEM
            MOVE WS-PRODUTO-KIT TO REG-PRODUTO
            SET WS-FS TO 0.

      * Situacao do produto no cadastro de situacoes; sem registro o
      * produto esta ativo.
       VERIFICAR-SITUACAO-ITEM.
            MOVE 'A' TO SIT-SITUACAO
            SET WS-FS-SIT TO 0
            OPEN INPUT SITUACAO-PRODUTOS
            IF WS-FS-SIT EQUAL ZEROS
                MOVE WS-COD-ITEM TO SIT-COD-PRODUTO
                READ SITUACAO-PRODUTOS
                    INVALID KEY
                        MOVE 'A' TO SIT-SITUACAO
                END-READ
                CLOSE SITUACAO-PRODUTOS
            END-IF
            SET WS-FS-SIT TO 0.

       CAPTURAR-QUANTIDADE.
            MOVE ZEROS TO WS-QTD-ITEM
            PERFORM UNTIL WS-QTD-ITEM NOT EQUAL ZEROS
                    DISPLAY 'QUANTIDADE NAO PODE SER ZERO'
                END-IF
            END-PERFORM
            IF WS-ITEM-KIT EQUAL 'S'
                PERFORM CALCULAR-DISPONIVEL-KIT
            ELSE
                PERFORM CALCULAR-DISPONIVEL-PROMESSA
            END-IF
            MOVE 'S' TO WS-CONFIRMA
            IF WS-QTD-ITEM > WS-DISPONIVEL
                MOVE WS-DISPONIVEL TO WS-QTDE-EDIT
                DISPLAY 'AVISO - QUANTIDADE ACIMA DO DISPONIVEL PARA '
                    'PROMESSA (' WS-QTDE-EDIT '). A SAIDA PODERA '
                    'ENTRAR NA FILA DE PENDENCIAS.'
                DISPLAY 'CONFIRMA O ITEM? (S/N)'
                ACCEPT WS-CONFIRMA
            END-IF
            IF WS-CONFIRMA EQUAL 'S' OR WS-CONFIRMA EQUAL 's'
                PERFORM INCLUIR-ITEM-PEDIDO
            ELSE
                DISPLAY 'ITEM NAO INCLUIDO'
            END-IF.

       INCLUIR-ITEM-PEDIDO.
            PERFORM DEFINIR-PRECO-ITEM
            ADD 1 TO WS-QTD-LINHAS
            MOVE WS-COD-ITEM TO WS-IT-COD(WS-QTD-LINHAS)
            MOVE NOME-PRODUTO TO WS-IT-NOME(WS-QTD-LINHAS)
            MOVE CATEGORIA-PRODUTO TO WS-IT-CATEGORIA(WS-QTD-LINHAS)
            MOVE WS-QTD-ITEM TO WS-IT-QTDE(WS-QTD-LINHAS)
            MOVE WS-PRECO-MELHOR TO WS-IT-PRECO(WS-QTD-LINHAS)
            MOVE WS-PRECO-LISTA TO WS-IT-PRECO-LISTA(WS-QTD-LINHAS)
            MOVE WS-PERC-DESCONTO TO WS-IT-DESCONTO(WS-QTD-LINHAS)
            MOVE WS-REGRA-MELHOR TO WS-IT-REGRA(WS-QTD-LINHAS)
            MOVE WS-ITEM-KIT TO WS-IT-KIT(WS-QTD-LINHAS)
            COMPUTE WS-TOTAL-LINHA = WS-QTD-ITEM * WS-PRECO-MELHOR
            MOVE WS-TOTAL-LINHA TO WS-IT-TOTAL(WS-QTD-LINHAS)
            ADD WS-TOTAL-LINHA TO WS-TOTAL-PEDIDO
            IF WS-ITEM-KIT EQUAL 'S'
                PERFORM EXPLODIR-KIT-PEDIDO
            ELSE
                ADD 1 TO WS-QTD-SAIDAS
            END-IF
            DISPLAY 'ITEM INCLUIDO - TOTAL DA LINHA: ' WS-TOTAL-LINHA.

      * A linha do kit fica no pedido pelo preco do kit; as saidas
      * sao dos componentes, na quantidade do kit vezes a do item. O
      * preco liquido do kit e repartido entre os componentes na
      * proporcao do preco de lista de cada um, para que o valor das
      * saidas some o valor vendido.
       EXPLODIR-KIT-PEDIDO.
            MOVE ZEROS TO WS-SOMA-COMPONENTES
            PERFORM VARYING WS-IND-KC FROM 1 BY 1
                UNTIL WS-IND-KC > WS-KC-QTD
                COMPUTE WS-SOMA-COMPONENTES = WS-SOMA-COMPONENTES +
                    WS-KC-PRECO(WS-IND-KC) * WS-KC-QTD-KIT(WS-IND-KC)
            END-PERFORM
            PERFORM VARYING WS-IND-KC FROM 1 BY 1
                UNTIL WS-IND-KC > WS-KC-QTD
                ADD 1 TO WS-QTD-COMPONENTES
                ADD 1 TO WS-QTD-SAIDAS
                MOVE WS-QTD-LINHAS TO WS-CP-LINHA(WS-QTD-COMPONENTES)
                MOVE WS-KC-COD(WS-IND-KC) TO
                    WS-CP-COD(WS-QTD-COMPONENTES)
                COMPUTE WS-CP-QTDE(WS-QTD-COMPONENTES) =
                    WS-QTD-ITEM * WS-KC-QTD-KIT(WS-IND-KC)
                IF WS-SOMA-COMPONENTES > ZEROS
                    COMPUTE WS-CP-VALOR(WS-QTD-COMPONENTES) ROUNDED =
                        WS-KC-PRECO(WS-IND-KC) * WS-PRECO-MELHOR
                        / WS-SOMA-COMPONENTES
                ELSE
                    MOVE ZEROS TO WS-CP-VALOR(WS-QTD-COMPONENTES)
                END-IF
            END-PERFORM.

      * Preco cobrado: o menor entre o preco de lista e as regras
      * validas hoje na tabela de precos - cliente/produto ('P'),
      * cliente/categoria ('C') e faixa de quantidade do produto
      * ('Q') ate a quantidade do item. Os descontos nao se somam;
      * vale a regra que der o menor preco e, no empate, a primeira
      * pesquisada. Sem a tabela vale o preco de lista ('L').
       DEFINIR-PRECO-ITEM.
            MOVE PRECO-PRODUTO TO WS-PRECO-LISTA
            MOVE PRECO-PRODUTO TO WS-PRECO-MELHOR
            MOVE 'L' TO WS-REGRA-MELHOR
            SET WS-FS-PCL TO 0
            OPEN INPUT PRECOS-CLIENTES
            IF WS-FS-PCL EQUAL ZEROS
                MOVE 'P' TO WS-PCL-TIPO
                MOVE WS-COD-CLIENTE TO WS-PCL-CLIENTE
                MOVE WS-COD-ITEM TO WS-PCL-CODIGO
                PERFORM PESQUISAR-REGRAS-PRECO
                MOVE 'C' TO WS-PCL-TIPO
                MOVE CATEGORIA-PRODUTO TO WS-PCL-CODIGO
                PERFORM PESQUISAR-REGRAS-PRECO
                MOVE 'Q' TO WS-PCL-TIPO
                MOVE ZEROS TO WS-PCL-CLIENTE
                MOVE WS-COD-ITEM TO WS-PCL-CODIGO
                PERFORM PESQUISAR-REGRAS-PRECO
                CLOSE PRECOS-CLIENTES
            END-IF
            MOVE ZEROS TO WS-PERC-DESCONTO
            IF WS-PRECO-LISTA > ZEROS AND
               WS-PRECO-MELHOR < WS-PRECO-LISTA
                COMPUTE WS-PERC-DESCONTO ROUNDED =
                    (WS-PRECO-LISTA - WS-PRECO-MELHOR) * 100
                    / WS-PRECO-LISTA
            END-IF
            MOVE WS-PRECO-LISTA TO WS-PRECO-EDIT
            DISPLAY 'PRECO DE LISTA: ' WS-PRECO-EDIT
            IF WS-REGRA-MELHOR NOT EQUAL 'L'
                MOVE WS-PERC-DESCONTO TO WS-PERCENTUAL-EDIT
                MOVE WS-PRECO-MELHOR TO WS-PRECO-EDIT
                DISPLAY 'PRECO LIQUIDO: ' WS-PRECO-EDIT
                    '  DESCONTO: ' WS-PERCENTUAL-EDIT '%  REGRA: '
                    WS-REGRA-MELHOR
            END-IF.

      * Regras de um tipo para o cliente e o produto/categoria:
      * todas as vigencias e faixas da chave, em ordem. A faixa de
      * quantidade so vale se a quantidade do item alcancar o minimo.
       PESQUISAR-REGRAS-PRECO.
            SET WS-EOF TO 0
            MOVE LOW-VALUES TO PCL-CHAVE
            MOVE WS-PCL-TIPO TO PCL-TIPO
            MOVE WS-PCL-CLIENTE TO PCL-COD-CLIENTE
            MOVE WS-PCL-CODIGO TO PCL-CODIGO
            START PRECOS-CLIENTES KEY IS NOT LESS THAN PCL-CHAVE
                INVALID KEY
                    MOVE 1 TO WS-EOF
            END-START
            PERFORM UNTIL WS-EOF EQUAL 1
                READ PRECOS-CLIENTES NEXT RECORD
                    AT END
                        MOVE 1 TO WS-EOF
                    NOT AT END
                        IF PCL-TIPO NOT EQUAL WS-PCL-TIPO OR
                           PCL-COD-CLIENTE NOT EQUAL WS-PCL-CLIENTE OR
                           PCL-CODIGO NOT EQUAL WS-PCL-CODIGO OR
                           PCL-QTD-MINIMA > WS-QTD-ITEM
                            MOVE 1 TO WS-EOF
                        ELSE
                            PERFORM AVALIAR-REGRA-PRECO
                        END-IF
                END-READ
            END-PERFORM
            SET WS-FS-PCL TO 0.

       AVALIAR-REGRA-PRECO.
            IF PCL-VIGENCIA-INICIO NOT > WS-DATA-HOJE AND
               (PCL-VIGENCIA-FIM EQUAL SPACES OR
                PCL-VIGENCIA-FIM NOT < WS-DATA-HOJE)
                IF PCL-MODO EQUAL 'F'
                    MOVE PCL-PRECO TO WS-PRECO-REGRA
                ELSE
                    COMPUTE WS-PRECO-REGRA ROUNDED =
                        WS-PRECO-LISTA * (100 - PCL-PERCENTUAL) / 100
                END-IF
                IF WS-PRECO-REGRA < WS-PRECO-MELHOR
                    MOVE WS-PRECO-REGRA TO WS-PRECO-MELHOR
                    MOVE PCL-TIPO TO WS-REGRA-MELHOR
                END-IF
            END-IF.

      * Disponivel para promessa na loja (local 02): saldo do local,
      * menos o ja vendido e ainda nao baixado (reservas), menos as
      * pendencias em aberto do produto, menos o que este mesmo
      * pedido ja tem do produto em linhas anteriores. Sem o arquivo
      * de saldos por local vale o estoque consolidado.
       CALCULAR-DISPONIVEL-PROMESSA.
            MOVE ESTOQUE-PRODUTO TO WS-SALDO-LOJA
            SET WS-FS-ESL TO 0
            OPEN INPUT ESTOQUE-LOCAIS
            IF WS-FS-ESL EQUAL ZEROS
                MOVE WS-COD-ITEM TO ESL-COD-PRODUTO
                MOVE 02 TO ESL-LOCAL
                READ ESTOQUE-LOCAIS
                    INVALID KEY
                        MOVE ZEROS TO WS-SALDO-LOJA
                    NOT INVALID KEY
                        MOVE ESL-QUANTIDADE TO WS-SALDO-LOJA
                END-READ
                CLOSE ESTOQUE-LOCAIS
            END-IF
            MOVE ZEROS TO WS-QTD-RESERVADA
            SET WS-FS-RES TO 0
            OPEN INPUT RESERVAS
            IF WS-FS-RES EQUAL ZEROS
                MOVE WS-COD-ITEM TO RES-COD-PRODUTO
                MOVE 02 TO RES-LOCAL
                READ RESERVAS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE RES-QUANTIDADE TO WS-QTD-RESERVADA
                END-READ
                CLOSE RESERVAS
            END-IF
            MOVE ZEROS TO WS-QTD-PENDENTE
            SET WS-EOF TO 0
            SET WS-FS-PEN TO 0
            OPEN INPUT PENDENCIAS
            IF WS-FS-PEN EQUAL ZEROS
                PERFORM UNTIL WS-EOF EQUAL 1
                    READ PENDENCIAS
                        AT END
                            MOVE 1 TO WS-EOF
                        NOT AT END
                            IF PEN-COD-PRODUTO EQUAL WS-COD-ITEM AND
                               PEN-SITUACAO EQUAL 'P'
                                ADD PEN-QUANTIDADE TO WS-QTD-PENDENTE
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PENDENCIAS
            END-IF
            MOVE ZEROS TO WS-QTD-NO-PEDIDO
            PERFORM VARYING WS-IND FROM 1 BY 1
                UNTIL WS-IND > WS-QTD-LINHAS
                IF WS-IT-COD(WS-IND) EQUAL WS-COD-ITEM AND
                   WS-IT-KIT(WS-IND) NOT EQUAL 'S'
                    ADD WS-IT-QTDE(WS-IND) TO WS-QTD-NO-PEDIDO
                END-IF
            END-PERFORM
            PERFORM VARYING WS-IND FROM 1 BY 1
                UNTIL WS-IND > WS-QTD-COMPONENTES
                IF WS-CP-COD(WS-IND) EQUAL WS-COD-ITEM
                    ADD WS-CP-QTDE(WS-IND) TO WS-QTD-NO-PEDIDO
                END-IF
            END-PERFORM
            COMPUTE WS-DISPONIVEL = WS-SALDO-LOJA - WS-QTD-RESERVADA
                - WS-QTD-PENDENTE - WS-QTD-NO-PEDIDO
            DISPLAY 'SALDO NA LOJA: ' WS-SALDO-LOJA
                '  RESERVADO: ' WS-QTD-RESERVADA
            DISPLAY 'PENDENCIAS ABERTAS: ' WS-QTD-PENDENTE
                '  JA NESTE PEDIDO: ' WS-QTD-NO-PEDIDO
            MOVE WS-DISPONIVEL TO WS-QTDE-EDIT
            DISPLAY 'DISPONIVEL PARA PROMESSA: ' WS-QTDE-EDIT.

      * Disponivel de um kit: o menor numero de kits completos que
      * o disponivel para promessa de cada componente permite. O
      * registro do kit e guardado e volta ao fim para o preco e a
      * linha do pedido.
       CALCULAR-DISPONIVEL-KIT.
            MOVE REG-PRODUTO TO WS-PRODUTO-KIT
            MOVE WS-COD-ITEM TO WS-COD-KIT
            MOVE 999999999 TO WS-DISPONIVEL-KIT
            PERFORM VARYING WS-IND-KC FROM 1 BY 1
                UNTIL WS-IND-KC > WS-KC-QTD
                MOVE WS-KC-COD(WS-IND-KC) TO WS-COD-ITEM
                MOVE WS-COD-ITEM TO COD-PRODUTO
                READ PRODUTOS
                    INVALID KEY
                        MOVE 'PRODUTO NAO CADASTRADO' TO NOME-PRODUTO
                        MOVE ZEROS TO ESTOQUE-PRODUTO
                        MOVE ZEROS TO PRECO-PRODUTO
                END-READ
                MOVE PRECO-PRODUTO TO WS-KC-PRECO(WS-IND-KC)
                DISPLAY 'COMPONENTE ' WS-COD-ITEM ' - ' NOME-PRODUTO
                    '  QTDE POR KIT: ' WS-KC-QTD-KIT(WS-IND-KC)
                PERFORM CALCULAR-DISPONIVEL-PROMESSA
                IF WS-DISPONIVEL > ZEROS
                    DIVIDE WS-DISPONIVEL BY WS-KC-QTD-KIT(WS-IND-KC)
                        GIVING WS-DISPONIVEL-COMP
                ELSE
                    MOVE ZEROS TO WS-DISPONIVEL-COMP
                END-IF
                IF WS-DISPONIVEL-COMP < WS-DISPONIVEL-KIT
                    MOVE WS-DISPONIVEL-COMP TO WS-DISPONIVEL-KIT
                END-IF
            END-PERFORM
            MOVE WS-DISPONIVEL-KIT TO WS-DISPONIVEL
            MOVE WS-COD-KIT TO WS-COD-ITEM
            MOVE WS-PRODUTO-KIT TO REG-PRODUTO
            SET WS-FS TO 0
            MOVE WS-DISPONIVEL TO WS-QTDE-EDIT
            DISPLAY 'KITS DISPONIVEIS PARA PROMESSA: ' WS-QTDE-EDIT.

      * O pedido so e emitido se o total couber no limite de credito
      * do cliente; o saldo devedor e atualizado apos a emissao.
       VALIDAR-CREDITO-CLIENTE.
                MOVE WS-IT-COD(WS-IND) TO WS-LD-COD
                MOVE WS-IT-NOME(WS-IND) TO WS-LD-NOME
                MOVE WS-IT-QTDE(WS-IND) TO WS-LD-QTDE
                MOVE WS-IT-PRECO-LISTA(WS-IND) TO WS-LD-PRECO-LISTA
                MOVE WS-IT-DESCONTO(WS-IND) TO WS-LD-DESCONTO
                MOVE WS-IT-PRECO(WS-IND) TO WS-LD-PRECO
                MOVE WS-IT-TOTAL(WS-IND) TO WS-LD-TOTAL
                EVALUATE WS-IT-REGRA(WS-IND)
                    WHEN 'P'
                        MOVE 'CLI/PROD' TO WS-LD-REGRA
                    WHEN 'C'
                        MOVE 'CLI/CAT' TO WS-LD-REGRA
                    WHEN 'Q'
                        MOVE 'QTDE' TO WS-LD-REGRA
                    WHEN OTHER
                        MOVE 'LISTA' TO WS-LD-REGRA
                END-EVALUATE
                MOVE WS-LINHA-DETALHE TO LINHA-PEDIDO
                WRITE LINHA-PEDIDO
            END-PERFORM
            MOVE WS-COD-CLIENTE TO IDX-COD-CLIENTE
            MOVE WS-QTD-LINHAS TO IDX-QTD-LINHAS
            MOVE WS-TOTAL-PEDIDO TO IDX-TOTAL
            MOVE 'E' TO IDX-SITUACAO
            MOVE SPACES TO IDX-DATA-CANCELAMENTO
            MOVE ZEROS TO IDX-NOTA-FISCAL
            WRITE REG-INDICE-PEDIDO
            IF WS-FS-IDX NOT EQUAL ZEROS
                DISPLAY 'ERRO AO GRAVAR O INDICE DO PEDIDO: '
            END-IF
            CLOSE PEDIDOS-INDICE.

      * Linhas do pedido para o faturamento: produto, categoria,
      * quantidade e valores exatamente como no documento emitido.
       GRAVAR-ITENS-PEDIDO.
            OPEN EXTEND PEDIDOS-ITENS
            IF WS-FS-ITP EQUAL 35 THEN
                OPEN OUTPUT PEDIDOS-ITENS
            END-IF
            PERFORM VARYING WS-IND FROM 1 BY 1
                UNTIL WS-IND > WS-QTD-LINHAS
                MOVE WS-NUMERO-PEDIDO TO ITP-NUMERO-PEDIDO
                MOVE WS-IND TO ITP-LINHA
                MOVE WS-IT-COD(WS-IND) TO ITP-COD-PRODUTO
                MOVE WS-IT-NOME(WS-IND) TO ITP-NOME-PRODUTO
                MOVE WS-IT-CATEGORIA(WS-IND) TO ITP-CATEGORIA
                MOVE WS-IT-QTDE(WS-IND) TO ITP-QUANTIDADE
                MOVE WS-IT-PRECO(WS-IND) TO ITP-PRECO-UNITARIO
                MOVE WS-IT-TOTAL(WS-IND) TO ITP-TOTAL
                MOVE WS-IT-PRECO-LISTA(WS-IND) TO ITP-PRECO-LISTA
                MOVE WS-IT-DESCONTO(WS-IND) TO ITP-PERC-DESCONTO
                MOVE WS-IT-REGRA(WS-IND) TO ITP-REGRA-PRECO
                WRITE REG-ITEM-PEDIDO
                IF WS-FS-ITP NOT EQUAL ZEROS
                    DISPLAY 'ERRO AO GRAVAR A LINHA DO PEDIDO: '
                        WS-IT-COD(WS-IND)
                    DISPLAY 'FILE STATUS: ' WS-FS-ITP
                END-IF
            END-PERFORM
            CLOSE PEDIDOS-ITENS.

      * As linhas do pedido viram saidas normais de estoque, datadas
      * de hoje, para o processamento noturno de movimentos. A venda
      * sai pela loja (local 02). A linha de kit sai pelos
      * componentes.
       GRAVAR-MOVIMENTOS-PEDIDO.
            OPEN EXTEND MOVIMENTOS
            IF WS-FS-MOV EQUAL 35 THEN
                DELIMITED BY SIZE INTO WS-ORIGEM-DOC
            PERFORM VARYING WS-IND FROM 1 BY 1
                UNTIL WS-IND > WS-QTD-LINHAS
                IF WS-IT-KIT(WS-IND) EQUAL 'S'
                    PERFORM VARYING WS-IND-CP FROM 1 BY 1
                        UNTIL WS-IND-CP > WS-QTD-COMPONENTES
                        IF WS-CP-LINHA(WS-IND-CP) EQUAL WS-IND
                            MOVE WS-CP-COD(WS-IND-CP) TO
                                MOV-COD-PRODUTO
                            MOVE WS-CP-QTDE(WS-IND-CP) TO
                                MOV-QUANTIDADE
                            MOVE WS-CP-VALOR(WS-IND-CP) TO
                                MOV-VALOR-UNITARIO
                            PERFORM GRAVAR-MOVIMENTO-SAIDA
                        END-IF
                    END-PERFORM
                ELSE
                    MOVE WS-IT-COD(WS-IND) TO MOV-COD-PRODUTO
                    MOVE WS-IT-QTDE(WS-IND) TO MOV-QUANTIDADE
                    MOVE WS-IT-PRECO(WS-IND) TO MOV-VALOR-UNITARIO
                    PERFORM GRAVAR-MOVIMENTO-SAIDA
                END-IF
            END-PERFORM
            CLOSE MOVIMENTOS.

       GRAVAR-MOVIMENTO-SAIDA.
            MOVE 'S' TO MOV-TIPO
            MOVE WS-DATA-HOJE TO MOV-DATA
            MOVE 02 TO MOV-LOCAL-ORIGEM
            MOVE ZEROS TO MOV-LOCAL-DESTINO
            MOVE SPACES TO MOV-SINAL
            PERFORM OBTER-SEQUENCIA-MOVIMENTO
            MOVE WS-SEQUENCIA TO MOV-SEQUENCIA
            MOVE WS-ORIGEM-DOC TO MOV-ORIGEM
            MOVE SPACES TO MOV-LOTE
            MOVE SPACES TO MOV-VALIDADE
            WRITE REG-MOVIMENTO
            IF WS-FS-MOV NOT EQUAL ZEROS
                DISPLAY 'ERRO AO GRAVAR O MOVIMENTO DO ITEM: '
                    MOV-COD-PRODUTO
                DISPLAY 'FILE STATUS: ' WS-FS-MOV
            END-IF.

      * Cada linha do pedido fica reservada na loja ate o
      * processamento noturno baixar a saida correspondente; a linha
      * de kit reserva os componentes.
       GRAVAR-RESERVAS-PEDIDO.
            SET WS-FS-RES TO 0
            OPEN I-O RESERVAS
            IF WS-FS-RES EQUAL 35
                OPEN OUTPUT RESERVAS
                CLOSE RESERVAS
                OPEN I-O RESERVAS
            END-IF
            IF WS-FS-RES NOT EQUAL ZEROS
                DISPLAY 'AVISO - ARQUIVO DE RESERVAS INDISPONIVEL'
                DISPLAY 'FILE STATUS: ' WS-FS-RES
            ELSE
                PERFORM VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > WS-QTD-LINHAS
                    IF WS-IT-KIT(WS-IND) EQUAL 'S'
                        PERFORM VARYING WS-IND-CP FROM 1 BY 1
                            UNTIL WS-IND-CP > WS-QTD-COMPONENTES
                            IF WS-CP-LINHA(WS-IND-CP) EQUAL WS-IND
                                MOVE WS-CP-COD(WS-IND-CP) TO
                                    WS-COD-RESERVA
                                MOVE WS-CP-QTDE(WS-IND-CP) TO
                                    WS-QTD-RESERVA
                                PERFORM GRAVAR-RESERVA-ITEM
                            END-IF
                        END-PERFORM
                    ELSE
                        MOVE WS-IT-COD(WS-IND) TO WS-COD-RESERVA
                        MOVE WS-IT-QTDE(WS-IND) TO WS-QTD-RESERVA
                        PERFORM GRAVAR-RESERVA-ITEM
                    END-IF
                END-PERFORM
                CLOSE RESERVAS
            END-IF.

       GRAVAR-RESERVA-ITEM.
            MOVE WS-COD-RESERVA TO RES-COD-PRODUTO
            MOVE 02 TO RES-LOCAL
            READ RESERVAS
                INVALID KEY
                    MOVE WS-COD-RESERVA TO RES-COD-PRODUTO
                    MOVE 02 TO RES-LOCAL
                    MOVE WS-QTD-RESERVA TO RES-QUANTIDADE
                    MOVE WS-DATA-HOJE TO RES-DATA-ATUALIZACAO
                    WRITE REG-RESERVA
                NOT INVALID KEY
                    ADD WS-QTD-RESERVA TO RES-QUANTIDADE
                    MOVE WS-DATA-HOJE TO RES-DATA-ATUALIZACAO
                    REWRITE REG-RESERVA
            END-READ
            IF WS-FS-RES NOT EQUAL ZEROS
                DISPLAY 'ERRO AO GRAVAR A RESERVA DO ITEM: '
                    WS-COD-RESERVA
                DISPLAY 'FILE STATUS: ' WS-FS-RES
                SET WS-FS-RES TO 0
            END-IF.

      * Numero unico de movimento, tirado do arquivo de controle de
      * sequencia como o numero de pedido e tirado do seu controle.
       OBTER-SEQUENCIA-MOVIMENTO.
