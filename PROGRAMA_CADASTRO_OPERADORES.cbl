           SELECT OPERADORES ASSIGN TO
               WS-OPERADORES-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OPER-ID
           FILE STATUS IS WS-FS.
           SELECT RELATORIO ASSIGN TO
               WS-RELATORIO-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RPT.
       DATA DIVISION.
       FILE SECTION.
       FD OPERADORES.
           COPY REGOPER.
       FD RELATORIO.
       01 LINHA-RELATORIO           PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-OPERADORES-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\operadores.txt'.
       77 WS-SN            PIC A(9).
       77 WS-ACAO          PIC X(1).
       77 WS-CONFIRMA      PIC X(1).
       77 WS-RELATORIO-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\operadores_situacao.txt'.
       77 WS-FS-RPT        PIC 99.
       77 WS-EOF           PIC 99.
       77 WS-SENHA-DIGITADA PIC X(10).
       77 WS-SENHA-CODIFICADA PIC X(10).
       77 WS-DIAS-VALIDADE-SENHA PIC 9(03) VALUE 90.
       77 WS-PARAMETRO     PIC X(03).
       77 WS-DATA-HOJE     PIC X(08).
       77 WS-DATA-NUM      PIC 9(08).
       77 WS-DIAS-HOJE     PIC 9(08).
       77 WS-DIAS-SENHA    PIC 9(08).
       77 WS-QTD-BLOQUEADOS PIC 9(05) VALUE 0.
       77 WS-QTD-EXPIRADOS PIC 9(05) VALUE 0.
       77 WS-QTD-NUNCA-USADOS PIC 9(05) VALUE 0.
       77 WS-QTD-TROCA-PENDENTE PIC 9(05) VALUE 0.
       77 WS-QTD-LISTADOS  PIC 9(05) VALUE 0.

       01 WS-LINHA-TITULO.
          03 FILLER              PIC X(20) VALUE SPACES.
          03 FILLER              PIC X(40)
                 VALUE 'SITUACAO DAS CONTAS DE OPERADOR'.

       01 WS-LINHA-PARAMETROS.
          03 FILLER              PIC X(14) VALUE 'EMITIDO EM: '.
          03 WS-LP-HOJE          PIC X(08).
          03 FILLER              PIC X(28)
                 VALUE '   VALIDADE DA SENHA (DIAS):'.
          03 WS-LP-DIAS          PIC ZZ9.

       01 WS-LINHA-CABECALHO.
          03 FILLER              PIC X(11) VALUE 'OPERADOR'.
          03 FILLER              PIC X(21) VALUE 'NOME'.
          03 FILLER              PIC X(04) VALUE 'NIV'.
          03 FILLER              PIC X(10) VALUE 'SENHA EM'.
          03 FILLER              PIC X(10) VALUE 'ULT.ACESSO'.
          03 FILLER              PIC X(24) VALUE 'SITUACAO'.

       01 WS-LINHA-DETALHE.
          03 WS-LD-ID            PIC X(10).
          03 FILLER              PIC X(01) VALUE SPACES.
          03 WS-LD-NOME          PIC X(20).
          03 FILLER              PIC X(01) VALUE SPACES.
          03 WS-LD-NIVEL         PIC 9(01).
          03 FILLER              PIC X(03) VALUE SPACES.
          03 WS-LD-DATA-SENHA    PIC X(08).
          03 FILLER              PIC X(02) VALUE SPACES.
          03 WS-LD-ULTIMO-ACESSO PIC X(08).
          03 FILLER              PIC X(02) VALUE SPACES.
          03 WS-LD-SITUACAO      PIC X(24).

       01 WS-LINHA-TOTAL.
          03 WS-LT-ROTULO        PIC X(30).
          03 WS-LT-QTD           PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                CLOSE OPERADORES
                OPEN I-O OPERADORES
            END-IF
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            PERFORM OBTER-POLITICA-SENHA
            PERFORM UNTIL WS-SN = 'N' OR WS-SN = 'n'
                IF WS-FS EQUAL ZEROS
                    DISPLAY 'ESCOLHA A ACAO: (I)NCLUIR (A)LTERAR '
                        '(E)XCLUIR (C)ONSULTAR'
                    DISPLAY '                (D)ESBLOQUEAR/REDEFINIR '
                        'SENHA (R)ELATORIO DE CONTAS'
                    ACCEPT WS-ACAO
                    EVALUATE WS-ACAO
                        WHEN 'I'
                        WHEN 'C'
                        WHEN 'c'
                            PERFORM CONSULTAR-OPERADOR
                        WHEN 'D'
                        WHEN 'd'
                            PERFORM DESBLOQUEAR-OPERADOR
                        WHEN 'R'
                        WHEN 'r'
                            PERFORM EMITIR-RELATORIO-CONTAS
                        WHEN OTHER
                            DISPLAY 'OPCAO INVALIDA'
                    END-EVALUATE
                    DISPLAY 'NOME DO OPERADOR NAO PODE SER EM BRANCO'
                END-IF
            END-PERFORM
            PERFORM OBTER-SENHA-INICIAL
            PERFORM OBTER-NIVEL
            MOVE 'A' TO OPER-SITUACAO
            MOVE ZEROS TO OPER-TENTATIVAS
            MOVE SPACES TO OPER-ULTIMO-ACESSO
            MOVE SPACES TO OPER-DATA-BLOQUEIO
            WRITE REG-OPERADOR
            IF WS-FS NOT EQUAL ZEROS
                DISPLAY 'ERRO - NAO FOI POSSIVEL GRAVAR O REGISTRO'
            DISPLAY 'NOME ATUAL: ' OPER-NOME
            DISPLAY 'INFORME O NOVO NOME'
            ACCEPT OPER-NOME
            DISPLAY 'REDEFINIR A SENHA? (S/N)'
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                PERFORM OBTER-SENHA-INICIAL
            END-IF
            PERFORM OBTER-NIVEL
            REWRITE REG-OPERADOR
            IF WS-FS NOT EQUAL ZEROS
                    DISPLAY 'ID: ' OPER-ID
                    DISPLAY 'NOME: ' OPER-NOME
                    DISPLAY 'NIVEL: ' OPER-NIVEL
                    PERFORM CLASSIFICAR-CONTA
                    DISPLAY 'SITUACAO: ' WS-LD-SITUACAO
                    IF OPER-TENTATIVAS IS NUMERIC
                        DISPLAY 'TENTATIVAS ERRADAS: ' OPER-TENTATIVAS
                    END-IF
                    DISPLAY 'SENHA DEFINIDA EM: ' OPER-DATA-SENHA
                    DISPLAY 'ULTIMO ACESSO: ' OPER-ULTIMO-ACESSO
            END-READ.

      * A senha informada pelo supervisor e provisoria: o operador e
      * obrigado a troca-la no primeiro acesso. O arquivo guarda so
      * a senha codificada.
       OBTER-SENHA-INICIAL.
            MOVE SPACES TO WS-SENHA-DIGITADA
            PERFORM UNTIL WS-SENHA-DIGITADA NOT EQUAL SPACES
                DISPLAY 'INFORME A SENHA PROVISORIA'
                ACCEPT WS-SENHA-DIGITADA
                IF WS-SENHA-DIGITADA EQUAL SPACES
                    DISPLAY 'SENHA NAO PODE SER EM BRANCO'
                END-IF
            END-PERFORM
            CALL 'PROGRAMA_CODIFICAR_SENHA' USING OPER-ID
                WS-SENHA-DIGITADA WS-SENHA-CODIFICADA
            MOVE WS-SENHA-CODIFICADA TO OPER-SENHA
            MOVE 'C' TO OPER-FORMATO-SENHA
            MOVE 'S' TO OPER-TROCAR-SENHA
            MOVE WS-DATA-HOJE TO OPER-DATA-SENHA.

      * Desbloqueio pelo supervisor de uma conta bloqueada por
      * excesso de tentativas, com opcao de redefinir a senha.
       DESBLOQUEAR-OPERADOR.
            DISPLAY 'INFORME O ID DO OPERADOR'
            ACCEPT OPER-ID
            READ OPERADORES
                INVALID KEY
                    DISPLAY 'OPERADOR NAO ENCONTRADO'
                    MOVE ZEROS TO WS-FS
                NOT INVALID KEY
                    IF OPER-SITUACAO EQUAL 'B'
                        DISPLAY 'CONTA BLOQUEADA EM: '
                            OPER-DATA-BLOQUEIO
                    ELSE
                        DISPLAY 'CONTA NAO ESTA BLOQUEADA'
                    END-IF
                    DISPLAY 'REDEFINIR A SENHA? (S/N)'
                    ACCEPT WS-CONFIRMA
                    IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                        PERFORM OBTER-SENHA-INICIAL
                    END-IF
                    MOVE 'A' TO OPER-SITUACAO
                    MOVE ZEROS TO OPER-TENTATIVAS
                    MOVE SPACES TO OPER-DATA-BLOQUEIO
                    REWRITE REG-OPERADOR
                    IF WS-FS NOT EQUAL ZEROS
                        DISPLAY 'ERRO - NAO FOI POSSIVEL DESBLOQUEAR'
                        DISPLAY 'FILE STATUS: ' WS-FS
                    ELSE
                        DISPLAY 'OPERADOR DESBLOQUEADO COM SUCESSO!'
                    END-IF
            END-READ.

      * Relatorio para a auditoria: contas bloqueadas, com senha
      * expirada, nunca usadas ou aguardando a troca obrigatoria.
       EMITIR-RELATORIO-CONTAS.
            MOVE ZEROS TO WS-QTD-BLOQUEADOS
            MOVE ZEROS TO WS-QTD-EXPIRADOS
            MOVE ZEROS TO WS-QTD-NUNCA-USADOS
            MOVE ZEROS TO WS-QTD-TROCA-PENDENTE
            MOVE ZEROS TO WS-QTD-LISTADOS
            MOVE WS-DATA-HOJE TO WS-DATA-NUM
            COMPUTE WS-DIAS-HOJE = FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
            OPEN OUTPUT RELATORIO
            MOVE WS-LINHA-TITULO TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE WS-DATA-HOJE TO WS-LP-HOJE
            MOVE WS-DIAS-VALIDADE-SENHA TO WS-LP-DIAS
            MOVE WS-LINHA-PARAMETROS TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE SPACES TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE WS-LINHA-CABECALHO TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            SET WS-EOF TO 0
            MOVE LOW-VALUES TO OPER-ID
            START OPERADORES KEY IS NOT LESS THAN OPER-ID
                INVALID KEY
                    MOVE 1 TO WS-EOF
            END-START
            PERFORM UNTIL WS-EOF EQUAL 1
                READ OPERADORES NEXT RECORD
                    AT END
                        MOVE 1 TO WS-EOF
                    NOT AT END
                        PERFORM CLASSIFICAR-CONTA
                        IF WS-LD-SITUACAO NOT EQUAL 'ATIVA'
                            PERFORM IMPRIMIR-CONTA
                        END-IF
                END-READ
            END-PERFORM
            SET WS-FS TO 0
            MOVE SPACES TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE 'CONTAS BLOQUEADAS:' TO WS-LT-ROTULO
            MOVE WS-QTD-BLOQUEADOS TO WS-LT-QTD
            MOVE WS-LINHA-TOTAL TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE 'SENHAS EXPIRADAS:' TO WS-LT-ROTULO
            MOVE WS-QTD-EXPIRADOS TO WS-LT-QTD
            MOVE WS-LINHA-TOTAL TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE 'CONTAS NUNCA USADAS:' TO WS-LT-ROTULO
            MOVE WS-QTD-NUNCA-USADOS TO WS-LT-QTD
            MOVE WS-LINHA-TOTAL TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            MOVE 'AGUARDANDO TROCA DE SENHA:' TO WS-LT-ROTULO
            MOVE WS-QTD-TROCA-PENDENTE TO WS-LT-QTD
            MOVE WS-LINHA-TOTAL TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO
            CLOSE RELATORIO
            DISPLAY 'CONTAS LISTADAS: ' WS-QTD-LISTADOS
            DISPLAY 'RELATORIO GRAVADO EM: ' WS-RELATORIO-PATH.

      * A situacao mais grave prevalece: bloqueada, senha expirada,
      * nunca usada, troca pendente.
       CLASSIFICAR-CONTA.
            MOVE 'ATIVA' TO WS-LD-SITUACAO
            MOVE WS-DATA-HOJE TO WS-DATA-NUM
            COMPUTE WS-DIAS-HOJE = FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
            MOVE ZEROS TO WS-DIAS-SENHA
            IF OPER-DATA-SENHA IS NUMERIC
                MOVE OPER-DATA-SENHA TO WS-DATA-NUM
                COMPUTE WS-DIAS-SENHA =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
                    + WS-DIAS-VALIDADE-SENHA
            END-IF
            EVALUATE TRUE
                WHEN OPER-SITUACAO EQUAL 'B'
                    MOVE 'BLOQUEADA' TO WS-LD-SITUACAO
                WHEN OPER-DATA-SENHA IS NOT NUMERIC
                    MOVE 'SENHA EXPIRADA (SEM DATA)' TO WS-LD-SITUACAO
                WHEN WS-DIAS-HOJE > WS-DIAS-SENHA
                    MOVE 'SENHA EXPIRADA' TO WS-LD-SITUACAO
                WHEN OPER-ULTIMO-ACESSO EQUAL SPACES
                    MOVE 'NUNCA USADA' TO WS-LD-SITUACAO
                WHEN OPER-TROCAR-SENHA EQUAL 'S'
                    MOVE 'TROCA DE SENHA PENDENTE' TO WS-LD-SITUACAO
            END-EVALUATE.

       IMPRIMIR-CONTA.
            EVALUATE WS-LD-SITUACAO(1:5)
                WHEN 'BLOQU'
                    ADD 1 TO WS-QTD-BLOQUEADOS
                WHEN 'SENHA'
                    ADD 1 TO WS-QTD-EXPIRADOS
                WHEN 'NUNCA'
                    ADD 1 TO WS-QTD-NUNCA-USADOS
                WHEN OTHER
                    ADD 1 TO WS-QTD-TROCA-PENDENTE
            END-EVALUATE
            ADD 1 TO WS-QTD-LISTADOS
            MOVE OPER-ID TO WS-LD-ID
            MOVE OPER-NOME TO WS-LD-NOME
            MOVE OPER-NIVEL TO WS-LD-NIVEL
            MOVE OPER-DATA-SENHA TO WS-LD-DATA-SENHA
            MOVE OPER-ULTIMO-ACESSO TO WS-LD-ULTIMO-ACESSO
            MOVE WS-LINHA-DETALHE TO LINHA-RELATORIO
            WRITE LINHA-RELATORIO.

       OBTER-POLITICA-SENHA.
            MOVE SPACES TO WS-PARAMETRO
            ACCEPT WS-PARAMETRO FROM ENVIRONMENT 'SENHA_VALIDADE_DIAS'
            IF WS-PARAMETRO IS NUMERIC AND
               WS-PARAMETRO NOT EQUAL '000'
                MOVE WS-PARAMETRO TO WS-DIAS-VALIDADE-SENHA
            END-IF.
       END PROGRAM PROGRAMA_CADASTRO_OPERADORES.
