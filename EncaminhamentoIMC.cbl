      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMC-ENCAMINHAMENTO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMC-HISTORICO ASSIGN TO
               'C:\programas\ARQUIVOS\imc_historico.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-HIST.
           SELECT ENCAMINHAMENTOS ASSIGN TO
               'C:\programas\ARQUIVOS\encaminhamentos_imc.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ENC.
           SELECT ENCAMINHAMENTOS-ORD ASSIGN TO
               'C:\programas\ARQUIVOS\encaminhamentos_ord.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ORD.
           SELECT ORDENACAO ASSIGN TO
               'C:\programas\ARQUIVOS\encaminhamentos_sort.tmp'.
           SELECT RELATORIO-ENCAMINHAMENTOS ASSIGN TO
               'C:\programas\ARQUIVOS\relatorio_encaminhamentos.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD IMC-HISTORICO.
       01 REG-IMC-HISTORICO.
           05 HIST-IDENTIFICACAO PIC X(20).
           05 HIST-DATA          PIC X(08).
           05 HIST-PESO          PIC X(08).
           05 HIST-ALTURA        PIC X(08).
           05 HIST-TOTAL         PIC X(08).
           05 HIST-CLASSIFICACAO PIC X(20).
           05 HIST-DEPARTAMENTO  PIC X(20).
           05 HIST-CAMPANHA      PIC X(10).
       FD ENCAMINHAMENTOS.
       01 REG-ENCAMINHAMENTO     PIC X(154).
       FD ENCAMINHAMENTOS-ORD.
       01 REG-ENCAMINHAMENTO-ORD PIC X(154).
       SD ORDENACAO.
       01 REG-ORDENACAO.
           05 SRT-IDENTIFICACAO  PIC X(20).
           05 SRT-DEPARTAMENTO   PIC X(20).
           05 FILLER             PIC X(52).
           05 SRT-DATA-ABERTURA  PIC X(08).
           05 FILLER             PIC X(54).
       FD RELATORIO-ENCAMINHAMENTOS.
       01 LINHA-RELATORIO PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-FS-HIST         PIC 99.
       77 WS-FS-ENC          PIC 99.
       77 WS-FS-ORD          PIC 99.
       77 WS-FS-RPT          PIC 99.
       77 WS-EOF             PIC 9(01).
       77 WS-OPCAO           PIC 9(01).
       77 WS-ACAO            PIC X(01).
       77 WS-CAMPANHA        PIC X(10).
       77 WS-DATA-HOJE       PIC X(08).
       77 WS-DATA-INFORMADA  PIC X(08).
       77 WS-DATA-OK         PIC X(01).
       77 WS-DATA-NUM        PIC 9(08).
       77 WS-DIAS-HOJE       PIC 9(08).
       77 WS-DIAS-ABERTO     PIC 9(05).
       77 WS-LIMITE-AUMENTO  PIC 9(02)V99 VALUE 2.
       77 WS-LIMITE-INFORMADO PIC 9(02)V99.
       77 WS-AUMENTO-IMC     PIC S9(04)V99.
       77 WS-MOTIVO          PIC X(01).
       77 WS-IDENTIFICACAO   PIC X(20).
       77 WS-QTD-FUNC-CAMP   PIC 9(03) VALUE 0.
       77 WS-MAX-FUNC-CAMP   PIC 9(03) VALUE 200.
       77 WS-IND-F           PIC 9(03).
       77 WS-IND-ACHADO      PIC 9(03).
       77 WS-QTD-ENC         PIC 9(03) VALUE 0.
       77 WS-MAX-ENC         PIC 9(03) VALUE 500.
       77 WS-IND-E           PIC 9(03).
       77 WS-IND-ENC         PIC 9(03).
       77 WS-TABELA-CHEIA    PIC X(01) VALUE 'N'.
       77 WS-QTD-NOVOS       PIC 9(05) VALUE 0.
       77 WS-QTD-JA-ENCAMINHADOS PIC 9(05) VALUE 0.
       77 WS-DEPTO-GRUPO     PIC X(20).
       77 WS-TEM-GRUPO       PIC X(01) VALUE 'N'.
       77 WS-QTD-DEPTO       PIC 9(05).
       77 WS-SOMA-DIAS-DEPTO PIC 9(07).
       77 WS-MAIOR-DIAS-DEPTO PIC 9(05).
       77 WS-MEDIA-DIAS      PIC 9(05).
       77 WS-QTD-PENDENTES   PIC 9(05) VALUE 0.

      * Um encaminhamento por funcionario e campanha. Motivo: 'O'
      * obesidade grau 2 ou 3, 'A' aumento de IMC acima do limite
      * desde a campanha anterior, 'B' os dois. A data de abertura
      * conta os dias em aberto; as demais registram cada passo do
      * acompanhamento pela enfermagem.
       01 WS-ENCAMINHAMENTO.
           05 ENC-IDENTIFICACAO  PIC X(20).
           05 ENC-DEPARTAMENTO   PIC X(20).
           05 ENC-CAMPANHA       PIC X(10).
           05 ENC-DATA-MEDICAO   PIC X(08).
           05 ENC-IMC            PIC 9(04)V99.
           05 ENC-IMC-ANTERIOR   PIC 9(04)V99.
           05 ENC-CLASSIFICACAO  PIC X(20).
           05 ENC-MOTIVO         PIC X(01).
           05 ENC-SITUACAO       PIC X(01).
              88 ENC-ABERTO              VALUE 'A'.
              88 ENC-CONSULTA-MARCADA    VALUE 'M'.
              88 ENC-ATENDIDO            VALUE 'T'.
              88 ENC-ENCERRADO           VALUE 'F'.
           05 ENC-DATA-ABERTURA  PIC X(08).
           05 ENC-DATA-CONSULTA  PIC X(08).
           05 ENC-DATA-ATENDIMENTO PIC X(08).
           05 ENC-DATA-ENCERRAMENTO PIC X(08).
           05 ENC-OBSERVACAO     PIC X(30).

       01 WS-TAB-ENCAMINHAMENTOS.
           05 WS-EN-REG OCCURS 500 TIMES PIC X(154).

       01 WS-TAB-FUNC-CAMPANHA.
           05 WS-FC OCCURS 200 TIMES.
              10 WS-FC-ID        PIC X(20).
              10 WS-FC-DEPTO     PIC X(20).
              10 WS-FC-DATA      PIC X(08).
              10 WS-FC-IMC       PIC 9(04)V99.
              10 WS-FC-CLASSIF   PIC X(20).
              10 WS-FC-TEM-ANT   PIC X(01).
              10 WS-FC-DATA-ANT  PIC X(08).
              10 WS-FC-IMC-ANT   PIC 9(04)V99.

       01 WS-LINHA-TITULO.
           05 FILLER            PIC X(15) VALUE SPACES.
           05 FILLER            PIC X(45)
                  VALUE 'ENCAMINHAMENTOS PENDENTES - SAUDE OCUPACIONAL'.

       01 WS-LINHA-DATA.
           05 FILLER            PIC X(14) VALUE 'POSICAO EM:   '.
           05 WS-LDT-DATA       PIC X(08).

       01 WS-LINHA-DEPTO.
           05 FILLER            PIC X(14) VALUE 'DEPARTAMENTO: '.
           05 WS-LDP-DEPTO      PIC X(20).

       01 WS-LINHA-CAB-ENC.
           05 FILLER            PIC X(21) VALUE 'FUNCIONARIO'.
           05 FILLER            PIC X(11) VALUE 'CAMPANHA'.
           05 FILLER            PIC X(08) VALUE 'MOTIVO'.
           05 FILLER            PIC X(07) VALUE 'IMC'.
           05 FILLER            PIC X(11) VALUE 'SITUACAO'.
           05 FILLER            PIC X(09) VALUE 'ABERTURA'.
           05 FILLER            PIC X(09) VALUE 'CONSULTA'.
           05 FILLER            PIC X(04) VALUE 'DIAS'.

       01 WS-LINHA-DET-ENC.
           05 WS-LE-ID          PIC X(20).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-LE-CAMPANHA    PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-LE-MOTIVO      PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-LE-IMC         PIC ZZ9,99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-LE-SITUACAO    PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-LE-ABERTURA    PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-LE-CONSULTA    PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-LE-DIAS        PIC ZZZ9.

       01 WS-LINHA-TOTAL-DEPTO.
           05 FILLER            PIC X(11) VALUE 'PENDENTES: '.
           05 WS-LTD-QTDE       PIC ZZZZ9.
           05 FILLER            PIC X(27)
                  VALUE '   DIAS EM ABERTO - MEDIA: '.
           05 WS-LTD-MEDIA      PIC ZZZZ9.
           05 FILLER            PIC X(09) VALUE '  MAIOR: '.
           05 WS-LTD-MAIOR      PIC ZZZZ9.

       01 WS-LINHA-RESUMO.
           05 WS-LR-ROTULO      PIC X(30).
           05 WS-LR-QTDE        PIC ZZ.ZZ9.

       LINKAGE SECTION.
       01 LK-CAMPANHA PIC X(10).
       PROCEDURE DIVISION USING LK-CAMPANHA.
       MAIN-PROCEDURE.
            DISPLAY '------- ENCAMINHAMENTOS SAUDE OCUPACIONAL -------'
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            IF LK-CAMPANHA NOT EQUAL SPACES
                MOVE LK-CAMPANHA TO WS-CAMPANHA
                PERFORM GERAR-ENCAMINHAMENTOS
            ELSE
                DISPLAY '1 - Gerar encaminhamentos de uma campanha'
                DISPLAY '2 - Atualizar situacao de um encaminhamento'
                DISPLAY '3 - Relatorio de pendentes por departamento'
                DISPLAY 'INFORME A OPCAO DESEJADA:'
                ACCEPT WS-OPCAO
                EVALUATE WS-OPCAO
                    WHEN 1
                        MOVE SPACES TO WS-CAMPANHA
                        DISPLAY 'Identificador da campanha '
                            '(EX: CAMP2024A):'
                        ACCEPT WS-CAMPANHA
                        IF WS-CAMPANHA EQUAL SPACES
                            DISPLAY 'CAMPANHA NAO PODE SER EM BRANCO'
                        ELSE
                            PERFORM GERAR-ENCAMINHAMENTOS
                        END-IF
                    WHEN 2
                        PERFORM ATUALIZAR-SITUACAO
                    WHEN 3
                        PERFORM IMPRIMIR-PENDENTES
                    WHEN OTHER
                        DISPLAY 'OPCAO INVALIDA'
                END-EVALUATE
            END-IF
            GOBACK.

      ******************************************************************
      * Apos cada campanha: encaminha quem ficou em obesidade grau 2
      * ou 3 (IMC a partir de 35, mesmo corte do CLASSIFICAR-IMC) e
      * quem teve aumento de IMC acima do limite desde a medicao da
      * campanha anterior. Calculos avulsos nao contam como campanha.
      * Quem ja tem encaminhamento nao encerrado, ou ja foi
      * encaminhado nesta campanha, nao e encaminhado de novo.
      ******************************************************************
       GERAR-ENCAMINHAMENTOS.
            DISPLAY 'AUMENTO DE IMC PARA ENCAMINHAR (0 = 2,00):'
            MOVE ZEROS TO WS-LIMITE-INFORMADO
            ACCEPT WS-LIMITE-INFORMADO
            IF WS-LIMITE-INFORMADO NUMERIC AND
               WS-LIMITE-INFORMADO > ZEROS
                MOVE WS-LIMITE-INFORMADO TO WS-LIMITE-AUMENTO
            END-IF
            SET WS-FS-HIST TO 0
            OPEN INPUT IMC-HISTORICO
            IF WS-FS-HIST NOT EQUAL ZEROS
                DISPLAY 'ERRO - HISTORICO DE IMC NAO ENCONTRADO'
                DISPLAY 'FILE STATUS: ' WS-FS-HIST
            ELSE
                PERFORM CARREGAR-MEDICOES-CAMPANHA
                CLOSE IMC-HISTORICO
                IF WS-QTD-FUNC-CAMP EQUAL ZEROS
                    DISPLAY 'NENHUMA MEDICAO DA CAMPANHA ' WS-CAMPANHA
                ELSE
                    PERFORM BUSCAR-CAMPANHA-ANTERIOR
                    PERFORM CARREGAR-ENCAMINHAMENTOS
                    IF WS-TABELA-CHEIA EQUAL 'S'
                        DISPLAY 'ERRO - ARQUIVO DE ENCAMINHAMENTOS '
                            'ACIMA DE ' WS-MAX-ENC ' REGISTROS'
                    ELSE
                        PERFORM AVALIAR-FUNCIONARIO
                            VARYING WS-IND-F FROM 1 BY 1
                            UNTIL WS-IND-F > WS-QTD-FUNC-CAMP
                        PERFORM GRAVAR-ENCAMINHAMENTOS
                        DISPLAY 'CAMPANHA ' WS-CAMPANHA
                            ' - FUNCIONARIOS: ' WS-QTD-FUNC-CAMP
                        DISPLAY 'NOVOS ENCAMINHAMENTOS: '
                            WS-QTD-NOVOS
                            ' JA ENCAMINHADOS: '
                            WS-QTD-JA-ENCAMINHADOS
                    END-IF
                END-IF
            END-IF.

       CARREGAR-MEDICOES-CAMPANHA.
            MOVE 0 TO WS-EOF
            PERFORM UNTIL WS-EOF EQUAL 1
                READ IMC-HISTORICO
                    AT END
                        MOVE 1 TO WS-EOF
                    NOT AT END
                        IF HIST-CAMPANHA EQUAL WS-CAMPANHA
                            PERFORM CARREGAR-MEDICAO
                        END-IF
                END-READ
            END-PERFORM.

       CARREGAR-MEDICAO.
            PERFORM LOCALIZAR-FUNCIONARIO
            IF WS-IND-ACHADO EQUAL ZEROS
                IF WS-QTD-FUNC-CAMP >= WS-MAX-FUNC-CAMP
                    DISPLAY 'AVISO - TABELA DE FUNCIONARIOS CHEIA'
                ELSE
                    ADD 1 TO WS-QTD-FUNC-CAMP
                    MOVE WS-QTD-FUNC-CAMP TO WS-IND-ACHADO
                    MOVE HIST-IDENTIFICACAO
                        TO WS-FC-ID(WS-IND-ACHADO)
                    MOVE SPACES TO WS-FC-DATA(WS-IND-ACHADO)
                    MOVE 'N' TO WS-FC-TEM-ANT(WS-IND-ACHADO)
                END-IF
            END-IF
            IF WS-IND-ACHADO > ZEROS
                IF HIST-DATA NOT < WS-FC-DATA(WS-IND-ACHADO)
                    MOVE HIST-DEPARTAMENTO
                        TO WS-FC-DEPTO(WS-IND-ACHADO)
                    MOVE HIST-DATA TO WS-FC-DATA(WS-IND-ACHADO)
                    COMPUTE WS-FC-IMC(WS-IND-ACHADO) =
                        FUNCTION NUMVAL(HIST-TOTAL)
                    MOVE HIST-CLASSIFICACAO
                        TO WS-FC-CLASSIF(WS-IND-ACHADO)
                END-IF
            END-IF.

       LOCALIZAR-FUNCIONARIO.
            SET WS-IND-ACHADO TO 0
            PERFORM VARYING WS-IND-F FROM 1 BY 1
                UNTIL WS-IND-F > WS-QTD-FUNC-CAMP
                      OR WS-IND-ACHADO > 0
                IF WS-FC-ID(WS-IND-F) EQUAL HIST-IDENTIFICACAO
                    MOVE WS-IND-F TO WS-IND-ACHADO
                END-IF
            END-PERFORM.

      * Campanha anterior: a medicao de campanha mais recente de cada
      * funcionario com data ate a da medicao desta campanha.
       BUSCAR-CAMPANHA-ANTERIOR.
            MOVE 0 TO WS-EOF
            SET WS-FS-HIST TO 0
            OPEN INPUT IMC-HISTORICO
            PERFORM UNTIL WS-EOF EQUAL 1
                READ IMC-HISTORICO
                    AT END
                        MOVE 1 TO WS-EOF
                    NOT AT END
                        IF HIST-CAMPANHA NOT EQUAL WS-CAMPANHA AND
                           HIST-CAMPANHA NOT EQUAL 'AVULSO'
                            PERFORM CARREGAR-MEDICAO-ANTERIOR
                        END-IF
                END-READ
            END-PERFORM
            CLOSE IMC-HISTORICO.

       CARREGAR-MEDICAO-ANTERIOR.
            PERFORM LOCALIZAR-FUNCIONARIO
            IF WS-IND-ACHADO > ZEROS
                IF HIST-DATA NOT > WS-FC-DATA(WS-IND-ACHADO)
                    IF WS-FC-TEM-ANT(WS-IND-ACHADO) EQUAL 'N' OR
                       HIST-DATA NOT < WS-FC-DATA-ANT(WS-IND-ACHADO)
                        MOVE 'S' TO WS-FC-TEM-ANT(WS-IND-ACHADO)
                        MOVE HIST-DATA
                            TO WS-FC-DATA-ANT(WS-IND-ACHADO)
                        COMPUTE WS-FC-IMC-ANT(WS-IND-ACHADO) =
                            FUNCTION NUMVAL(HIST-TOTAL)
                    END-IF
                END-IF
            END-IF.

       AVALIAR-FUNCIONARIO.
            MOVE SPACES TO WS-MOTIVO
            IF WS-FC-IMC(WS-IND-F) NOT < 35
                MOVE 'O' TO WS-MOTIVO
            END-IF
            IF WS-FC-TEM-ANT(WS-IND-F) EQUAL 'S'
                COMPUTE WS-AUMENTO-IMC =
                    WS-FC-IMC(WS-IND-F) - WS-FC-IMC-ANT(WS-IND-F)
                IF WS-AUMENTO-IMC > WS-LIMITE-AUMENTO
                    IF WS-MOTIVO EQUAL 'O'
                        MOVE 'B' TO WS-MOTIVO
                    ELSE
                        MOVE 'A' TO WS-MOTIVO
                    END-IF
                END-IF
            END-IF
            IF WS-MOTIVO NOT EQUAL SPACES
                MOVE WS-FC-ID(WS-IND-F) TO WS-IDENTIFICACAO
                PERFORM LOCALIZAR-ENCAMINHAMENTO
                IF WS-IND-ENC > ZEROS
                    ADD 1 TO WS-QTD-JA-ENCAMINHADOS
                ELSE
                    PERFORM INCLUIR-ENCAMINHAMENTO
                END-IF
            END-IF.

      * Procura encaminhamento do funcionario ainda nao encerrado ou
      * ja aberto nesta mesma campanha; o mais recente fica em
      * WS-IND-ENC.
       LOCALIZAR-ENCAMINHAMENTO.
            MOVE 0 TO WS-IND-ENC
            PERFORM VARYING WS-IND-E FROM 1 BY 1
                UNTIL WS-IND-E > WS-QTD-ENC
                MOVE WS-EN-REG(WS-IND-E) TO WS-ENCAMINHAMENTO
                IF ENC-IDENTIFICACAO EQUAL WS-IDENTIFICACAO
                    IF NOT ENC-ENCERRADO OR
                       ENC-CAMPANHA EQUAL WS-CAMPANHA
                        MOVE WS-IND-E TO WS-IND-ENC
                    END-IF
                END-IF
            END-PERFORM.

       INCLUIR-ENCAMINHAMENTO.
            IF WS-QTD-ENC >= WS-MAX-ENC
                DISPLAY 'AVISO - TABELA DE ENCAMINHAMENTOS CHEIA - '
                    WS-FC-ID(WS-IND-F) ' NAO ENCAMINHADO'
            ELSE
                MOVE SPACES TO WS-ENCAMINHAMENTO
                MOVE WS-FC-ID(WS-IND-F) TO ENC-IDENTIFICACAO
                MOVE WS-FC-DEPTO(WS-IND-F) TO ENC-DEPARTAMENTO
                MOVE WS-CAMPANHA TO ENC-CAMPANHA
                MOVE WS-FC-DATA(WS-IND-F) TO ENC-DATA-MEDICAO
                MOVE WS-FC-IMC(WS-IND-F) TO ENC-IMC
                IF WS-FC-TEM-ANT(WS-IND-F) EQUAL 'S'
                    MOVE WS-FC-IMC-ANT(WS-IND-F) TO ENC-IMC-ANTERIOR
                ELSE
                    MOVE ZEROS TO ENC-IMC-ANTERIOR
                END-IF
                MOVE WS-FC-CLASSIF(WS-IND-F) TO ENC-CLASSIFICACAO
                MOVE WS-MOTIVO TO ENC-MOTIVO
                SET ENC-ABERTO TO TRUE
                MOVE WS-DATA-HOJE TO ENC-DATA-ABERTURA
                ADD 1 TO WS-QTD-ENC
                MOVE WS-ENCAMINHAMENTO TO WS-EN-REG(WS-QTD-ENC)
                ADD 1 TO WS-QTD-NOVOS
            END-IF.

      ******************************************************************
      * O arquivo de encaminhamentos e carregado inteiro na tabela e
      * regravado a partir dela. Se nao couber na tabela nada e
      * regravado, para nao perder os registros que ficaram de fora.
      ******************************************************************
       CARREGAR-ENCAMINHAMENTOS.
            MOVE 0 TO WS-QTD-ENC
            MOVE 'N' TO WS-TABELA-CHEIA
            MOVE 0 TO WS-EOF
            SET WS-FS-ENC TO 0
            OPEN INPUT ENCAMINHAMENTOS
            IF WS-FS-ENC EQUAL ZEROS
                PERFORM UNTIL WS-EOF EQUAL 1
                    READ ENCAMINHAMENTOS
                        AT END
                            MOVE 1 TO WS-EOF
                        NOT AT END
                            IF WS-QTD-ENC >= WS-MAX-ENC
                                MOVE 'S' TO WS-TABELA-CHEIA
                                MOVE 1 TO WS-EOF
                            ELSE
                                ADD 1 TO WS-QTD-ENC
                                MOVE REG-ENCAMINHAMENTO
                                    TO WS-EN-REG(WS-QTD-ENC)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ENCAMINHAMENTOS
            END-IF.

       GRAVAR-ENCAMINHAMENTOS.
            SET WS-FS-ENC TO 0
            OPEN OUTPUT ENCAMINHAMENTOS
            IF WS-FS-ENC NOT EQUAL ZEROS
                DISPLAY 'ERRO - NAO FOI POSSIVEL GRAVAR OS '
                    'ENCAMINHAMENTOS'
                DISPLAY 'FILE STATUS: ' WS-FS-ENC
            ELSE
                PERFORM VARYING WS-IND-E FROM 1 BY 1
                    UNTIL WS-IND-E > WS-QTD-ENC
                    WRITE REG-ENCAMINHAMENTO
                        FROM WS-EN-REG(WS-IND-E)
                END-PERFORM
                CLOSE ENCAMINHAMENTOS
            END-IF.

      ******************************************************************
      * Acompanhamento pela enfermagem: aberto -> consulta marcada ->
      * atendido -> encerrado. A consulta pode ser remarcada enquanto
      * o funcionario nao for atendido; encerrar vale em qualquer
      * situacao (ex.: desligamento, recusa) com observacao.
      ******************************************************************
       ATUALIZAR-SITUACAO.
            PERFORM CARREGAR-ENCAMINHAMENTOS
            IF WS-TABELA-CHEIA EQUAL 'S'
                DISPLAY 'ERRO - ARQUIVO DE ENCAMINHAMENTOS ACIMA DE '
                    WS-MAX-ENC ' REGISTROS'
            ELSE
                DISPLAY 'Digite o nome ou matricula do funcionario:'
                ACCEPT WS-IDENTIFICACAO
                MOVE SPACES TO WS-CAMPANHA
                PERFORM LOCALIZAR-ENCAMINHAMENTO
                IF WS-IND-ENC EQUAL ZEROS
                    DISPLAY 'NENHUM ENCAMINHAMENTO EM ABERTO PARA '
                        WS-IDENTIFICACAO
                ELSE
                    MOVE WS-EN-REG(WS-IND-ENC) TO WS-ENCAMINHAMENTO
                    PERFORM EXIBIR-ENCAMINHAMENTO
                    PERFORM ALTERAR-SITUACAO
                END-IF
            END-IF.

       EXIBIR-ENCAMINHAMENTO.
            PERFORM DESCREVER-ENCAMINHAMENTO
            DISPLAY 'FUNCIONARIO:  ' ENC-IDENTIFICACAO
            DISPLAY 'DEPARTAMENTO: ' ENC-DEPARTAMENTO
            DISPLAY 'CAMPANHA:     ' ENC-CAMPANHA
                ' MEDICAO: ' ENC-DATA-MEDICAO
            DISPLAY 'IMC:          ' WS-LE-IMC
                ' ' ENC-CLASSIFICACAO
            DISPLAY 'MOTIVO:       ' WS-LE-MOTIVO
            DISPLAY 'SITUACAO:     ' WS-LE-SITUACAO
            DISPLAY 'ABERTURA:     ' ENC-DATA-ABERTURA
            DISPLAY 'CONSULTA:     ' ENC-DATA-CONSULTA
            DISPLAY 'ATENDIMENTO:  ' ENC-DATA-ATENDIMENTO.

       ALTERAR-SITUACAO.
            DISPLAY '(M)ARCAR CONSULTA (A)TENDIDO (E)NCERRAR'
            ACCEPT WS-ACAO
            EVALUATE WS-ACAO
                WHEN 'M'
                WHEN 'm'
                    IF ENC-ATENDIDO
                        DISPLAY 'FUNCIONARIO JA ATENDIDO'
                    ELSE
                        DISPLAY 'Data da consulta (AAAAMMDD):'
                        PERFORM OBTER-DATA
                        IF WS-DATA-OK EQUAL 'S'
                            MOVE WS-DATA-INFORMADA
                                TO ENC-DATA-CONSULTA
                            SET ENC-CONSULTA-MARCADA TO TRUE
                            PERFORM REGRAVAR-ENCAMINHAMENTO
                        END-IF
                    END-IF
                WHEN 'A'
                WHEN 'a'
                    IF ENC-ATENDIDO
                        DISPLAY 'FUNCIONARIO JA ATENDIDO'
                    ELSE
                        DISPLAY 'Data do atendimento (AAAAMMDD, '
                            'BRANCO = HOJE):'
                        PERFORM OBTER-DATA
                        IF WS-DATA-OK EQUAL 'S'
                            MOVE WS-DATA-INFORMADA
                                TO ENC-DATA-ATENDIMENTO
                            SET ENC-ATENDIDO TO TRUE
                            PERFORM REGRAVAR-ENCAMINHAMENTO
                        END-IF
                    END-IF
                WHEN 'E'
                WHEN 'e'
                    DISPLAY 'Observacao do encerramento:'
                    ACCEPT ENC-OBSERVACAO
                    MOVE WS-DATA-HOJE TO ENC-DATA-ENCERRAMENTO
                    SET ENC-ENCERRADO TO TRUE
                    PERFORM REGRAVAR-ENCAMINHAMENTO
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA'
            END-EVALUATE.

       OBTER-DATA.
            MOVE SPACES TO WS-DATA-INFORMADA
            ACCEPT WS-DATA-INFORMADA
            MOVE 'S' TO WS-DATA-OK
            IF WS-DATA-INFORMADA EQUAL SPACES
                MOVE WS-DATA-HOJE TO WS-DATA-INFORMADA
            END-IF
            IF WS-DATA-INFORMADA NOT NUMERIC
                MOVE 'N' TO WS-DATA-OK
            ELSE
                IF WS-DATA-INFORMADA(5:2) < '01' OR
                   WS-DATA-INFORMADA(5:2) > '12' OR
                   WS-DATA-INFORMADA(7:2) < '01' OR
                   WS-DATA-INFORMADA(7:2) > '31'
                    MOVE 'N' TO WS-DATA-OK
                END-IF
            END-IF
            IF WS-DATA-OK EQUAL 'N'
                DISPLAY 'DATA INVALIDA - SITUACAO NAO ALTERADA'
            END-IF.

       REGRAVAR-ENCAMINHAMENTO.
            MOVE WS-ENCAMINHAMENTO TO WS-EN-REG(WS-IND-ENC)
            PERFORM GRAVAR-ENCAMINHAMENTOS
            IF WS-FS-ENC EQUAL ZEROS
                PERFORM DESCREVER-ENCAMINHAMENTO
                DISPLAY 'SITUACAO ATUALIZADA: ' WS-LE-SITUACAO
            END-IF.

       DESCREVER-ENCAMINHAMENTO.
            MOVE ENC-IMC TO WS-LE-IMC
            EVALUATE ENC-MOTIVO
                WHEN 'O'
                    MOVE 'OBES.' TO WS-LE-MOTIVO
                WHEN 'A'
                    MOVE 'AUMENTO' TO WS-LE-MOTIVO
                WHEN 'B'
                    MOVE 'AMBOS' TO WS-LE-MOTIVO
                WHEN OTHER
                    MOVE SPACES TO WS-LE-MOTIVO
            END-EVALUATE
            EVALUATE TRUE
                WHEN ENC-ABERTO
                    MOVE 'ABERTO' TO WS-LE-SITUACAO
                WHEN ENC-CONSULTA-MARCADA
                    MOVE 'MARCADO' TO WS-LE-SITUACAO
                WHEN ENC-ATENDIDO
                    MOVE 'ATENDIDO' TO WS-LE-SITUACAO
                WHEN ENC-ENCERRADO
                    MOVE 'ENCERRADO' TO WS-LE-SITUACAO
                WHEN OTHER
                    MOVE SPACES TO WS-LE-SITUACAO
            END-EVALUATE.

      ******************************************************************
      * Relatorio por departamento dos encaminhamentos nao encerrados,
      * do mais antigo para o mais novo, com os dias desde a abertura.
      ******************************************************************
       IMPRIMIR-PENDENTES.
            SET WS-FS-ENC TO 0
            OPEN INPUT ENCAMINHAMENTOS
            IF WS-FS-ENC NOT EQUAL ZEROS
                DISPLAY 'ERRO - ARQUIVO DE ENCAMINHAMENTOS NAO '
                    'ENCONTRADO'
                DISPLAY 'FILE STATUS: ' WS-FS-ENC
            ELSE
                CLOSE ENCAMINHAMENTOS
                SORT ORDENACAO
                    ON ASCENDING KEY SRT-DEPARTAMENTO
                    ON ASCENDING KEY SRT-DATA-ABERTURA
                    USING ENCAMINHAMENTOS
                    GIVING ENCAMINHAMENTOS-ORD
                MOVE WS-DATA-HOJE TO WS-DATA-NUM
                COMPUTE WS-DIAS-HOJE =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
                OPEN OUTPUT RELATORIO-ENCAMINHAMENTOS
                MOVE WS-LINHA-TITULO TO LINHA-RELATORIO
                WRITE LINHA-RELATORIO
                MOVE WS-DATA-HOJE TO WS-LDT-DATA
                MOVE WS-LINHA-DATA TO LINHA-RELATORIO
                WRITE LINHA-RELATORIO
                PERFORM PROCESSAR-PENDENTES
                MOVE SPACES TO LINHA-RELATORIO
                WRITE LINHA-RELATORIO
                MOVE 'TOTAL DE PENDENTES' TO WS-LR-ROTULO
                MOVE WS-QTD-PENDENTES TO WS-LR-QTDE
                MOVE WS-LINHA-RESUMO TO LINHA-RELATORIO
                WRITE LINHA-RELATORIO
                CLOSE RELATORIO-ENCAMINHAMENTOS
                DISPLAY 'ENCAMINHAMENTOS PENDENTES: ' WS-QTD-PENDENTES
                DISPLAY 'RELATORIO GRAVADO EM: '
                 'C:\programas\ARQUIVOS\relatorio_encaminhamentos.txt'
            END-IF.

       PROCESSAR-PENDENTES.
            MOVE 0 TO WS-EOF
            OPEN INPUT ENCAMINHAMENTOS-ORD
            PERFORM UNTIL WS-EOF EQUAL 1
                READ ENCAMINHAMENTOS-ORD INTO WS-ENCAMINHAMENTO
                    AT END
                        MOVE 1 TO WS-EOF
                        IF WS-TEM-GRUPO EQUAL 'S'
                            PERFORM FECHAR-GRUPO-DEPTO
                        END-IF
                    NOT AT END
                        IF NOT ENC-ENCERRADO
                            IF WS-TEM-GRUPO EQUAL 'N' OR
                               ENC-DEPARTAMENTO NOT EQUAL
                               WS-DEPTO-GRUPO
                                IF WS-TEM-GRUPO EQUAL 'S'
                                    PERFORM FECHAR-GRUPO-DEPTO
                                END-IF
                                PERFORM ABRIR-GRUPO-DEPTO
                            END-IF
                            PERFORM IMPRIMIR-PENDENTE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ENCAMINHAMENTOS-ORD.

       ABRIR-GRUPO-DEPTO.
            MOVE ENC-DEPARTAMENTO TO WS-DEPTO-GRUPO
            MOVE 'S' TO WS-TEM-GRUPO
            MOVE 0 TO WS-QTD-DEPTO
            MOVE 0 TO WS-SOMA-DIAS-DEPTO
            MOVE 0 TO WS-MAIOR-DIAS-DEPTO
            MOVE SPACES TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE WS-DEPTO-GRUPO TO WS-LDP-DEPTO
            MOVE WS-LINHA-DEPTO TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE WS-LINHA-CAB-ENC TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO.

       IMPRIMIR-PENDENTE.
            MOVE 0 TO WS-DIAS-ABERTO
            IF ENC-DATA-ABERTURA NUMERIC
                MOVE ENC-DATA-ABERTURA TO WS-DATA-NUM
                IF FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
                   < WS-DIAS-HOJE
                    COMPUTE WS-DIAS-ABERTO = WS-DIAS-HOJE
                        - FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
                END-IF
            END-IF
            ADD 1 TO WS-QTD-DEPTO
            ADD 1 TO WS-QTD-PENDENTES
            ADD WS-DIAS-ABERTO TO WS-SOMA-DIAS-DEPTO
            IF WS-DIAS-ABERTO > WS-MAIOR-DIAS-DEPTO
                MOVE WS-DIAS-ABERTO TO WS-MAIOR-DIAS-DEPTO
            END-IF
            PERFORM DESCREVER-ENCAMINHAMENTO
            MOVE ENC-IDENTIFICACAO TO WS-LE-ID
            MOVE ENC-CAMPANHA TO WS-LE-CAMPANHA
            MOVE ENC-DATA-ABERTURA TO WS-LE-ABERTURA
            MOVE ENC-DATA-CONSULTA TO WS-LE-CONSULTA
            MOVE WS-DIAS-ABERTO TO WS-LE-DIAS
            MOVE WS-LINHA-DET-ENC TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO.

       FECHAR-GRUPO-DEPTO.
            COMPUTE WS-MEDIA-DIAS ROUNDED =
                WS-SOMA-DIAS-DEPTO / WS-QTD-DEPTO
            MOVE WS-QTD-DEPTO TO WS-LTD-QTDE
            MOVE WS-MEDIA-DIAS TO WS-LTD-MEDIA
            MOVE WS-MAIOR-DIAS-DEPTO TO WS-LTD-MAIOR
            MOVE WS-LINHA-TOTAL-DEPTO TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO.
       END PROGRAM IMC-ENCAMINHAMENTO.
