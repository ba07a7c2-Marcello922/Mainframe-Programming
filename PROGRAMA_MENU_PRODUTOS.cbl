       77 WS-SENHA-DIGITADA PIC X(10).
       77 WS-NIVEL-AUT     PIC 9(01) VALUE 0.
       77 WS-TENTATIVAS    PIC 9(01) VALUE 0.
       77 WS-SENHA-CODIFICADA PIC X(10).
       77 WS-SENHA-NOVA    PIC X(10).
       77 WS-SENHA-CONFIRMA PIC X(10).
       77 WS-SENHA-OK      PIC X(01).
       77 WS-TROCA-OK      PIC X(01).
       77 WS-MAX-FALHAS    PIC 9(02) VALUE 5.
       77 WS-DIAS-VALIDADE-SENHA PIC 9(03) VALUE 90.
       77 WS-PARAMETRO     PIC X(03).
       77 WS-DATA-HOJE     PIC X(08).
       77 WS-DATA-NUM      PIC 9(08).
       77 WS-DIAS-SENHA    PIC 9(08).
       77 WS-NIVEL-MINIMO  PIC 9(01).
       77 WS-TRAVA-PATH PIC X(100)
              VALUE 'C:\programas\ARQUIVOS\trava_estoque.txt'.
            IF WS-ENV-PATH NOT EQUAL SPACES
                MOVE WS-ENV-PATH TO WS-OPERADORES-PATH
            END-IF
            PERFORM OBTER-POLITICA-SENHA
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            OPEN I-O OPERADORES
            IF WS-FS-OPER EQUAL 35
                DISPLAY 'AVISO - ARQUIVO DE OPERADORES INEXISTENTE'
                PERFORM LIBERAR-CARGA-INICIAL
            MOVE 'CARGA INICIAL' TO WS-JRN-DETALHE
            PERFORM GRAVAR-JORNAL.

      * Politica de senha: numero de tentativas erradas seguidas que
      * bloqueia a conta e validade da senha em dias. Os padroes
      * podem ser trocados pelas variaveis SENHA_MAX_FALHAS e
      * SENHA_VALIDADE_DIAS.
       OBTER-POLITICA-SENHA.
            MOVE SPACES TO WS-PARAMETRO
            ACCEPT WS-PARAMETRO FROM ENVIRONMENT 'SENHA_MAX_FALHAS'
            IF WS-PARAMETRO(1:2) IS NUMERIC AND
               WS-PARAMETRO(1:2) NOT EQUAL '00'
                MOVE WS-PARAMETRO(1:2) TO WS-MAX-FALHAS
            END-IF
            MOVE SPACES TO WS-PARAMETRO
            ACCEPT WS-PARAMETRO FROM ENVIRONMENT 'SENHA_VALIDADE_DIAS'
            IF WS-PARAMETRO IS NUMERIC AND
               WS-PARAMETRO NOT EQUAL '000'
                MOVE WS-PARAMETRO TO WS-DIAS-VALIDADE-SENHA
            END-IF.

      * As tentativas erradas ficam gravadas no registro do operador,
      * e nao so na sessao: ao atingir o limite a conta e bloqueada
      * ate o supervisor desbloquear no cadastro de operadores.
       VALIDAR-OPERADOR.
            PERFORM UNTIL WS-NIVEL-AUT > 0
                       OR WS-TENTATIVAS >= 3
                        MOVE 'OPERADOR INVALIDO' TO WS-JRN-DETALHE
                        PERFORM GRAVAR-JORNAL
                    NOT INVALID KEY
                        IF OPER-SITUACAO EQUAL 'B'
                            DISPLAY 'OPERADOR BLOQUEADO - PROCURE O '
                                'SUPERVISOR'
                            ADD 1 TO WS-TENTATIVAS
                            MOVE 'FALHA' TO WS-JRN-EVENTO
                            MOVE 'CONTA BLOQUEADA' TO WS-JRN-DETALHE
                            PERFORM GRAVAR-JORNAL
                        ELSE
                            PERFORM CONFERIR-SENHA
                        END-IF
                END-READ
            END-PERFORM.

       CONFERIR-SENHA.
            MOVE 'N' TO WS-SENHA-OK
            CALL 'PROGRAMA_CODIFICAR_SENHA' USING OPER-ID
                WS-SENHA-DIGITADA WS-SENHA-CODIFICADA
            IF OPER-FORMATO-SENHA EQUAL 'C' AND
               OPER-SENHA EQUAL WS-SENHA-CODIFICADA
                MOVE 'S' TO WS-SENHA-OK
            END-IF
            IF OPER-TENTATIVAS NOT NUMERIC
                MOVE ZEROS TO OPER-TENTATIVAS
            END-IF
            IF WS-SENHA-OK EQUAL 'S'
                PERFORM VERIFICAR-VALIDADE-SENHA
                MOVE 'S' TO WS-TROCA-OK
                IF OPER-TROCAR-SENHA EQUAL 'S'
                    PERFORM TROCAR-SENHA-OBRIGATORIA
                END-IF
                IF WS-TROCA-OK EQUAL 'S'
                    MOVE ZEROS TO OPER-TENTATIVAS
                    MOVE 'A' TO OPER-SITUACAO
                    MOVE WS-DATA-HOJE TO OPER-ULTIMO-ACESSO
                    REWRITE REG-OPERADOR
                    IF WS-FS-OPER NOT EQUAL ZEROS
                        DISPLAY 'ERRO - NAO FOI POSSIVEL GRAVAR O '
                            'ACESSO DO OPERADOR'
                        DISPLAY 'FILE STATUS: ' WS-FS-OPER
                        ADD 1 TO WS-TENTATIVAS
                        MOVE 'FALHA' TO WS-JRN-EVENTO
                        MOVE 'ERRO AO GRAVAR' TO WS-JRN-DETALHE
                        PERFORM GRAVAR-JORNAL
                    ELSE
                        MOVE OPER-NIVEL TO WS-NIVEL-AUT
                        DISPLAY 'BEM-VINDO, ' OPER-NOME
                        MOVE 'LOGIN' TO WS-JRN-EVENTO
                        MOVE SPACES TO WS-JRN-DETALHE
                        PERFORM GRAVAR-JORNAL
                    END-IF
                ELSE
                    ADD 1 TO WS-TENTATIVAS
                    MOVE 'FALHA' TO WS-JRN-EVENTO
                    MOVE 'TROCA DE SENHA' TO WS-JRN-DETALHE
                    PERFORM GRAVAR-JORNAL
                END-IF
            ELSE
                DISPLAY 'OPERADOR OU SENHA INVALIDOS'
                ADD 1 TO WS-TENTATIVAS
                ADD 1 TO OPER-TENTATIVAS
                MOVE 'FALHA' TO WS-JRN-EVENTO
                MOVE 'SENHA INVALIDA' TO WS-JRN-DETALHE
                IF OPER-TENTATIVAS >= WS-MAX-FALHAS
                    MOVE 'B' TO OPER-SITUACAO
                    MOVE WS-DATA-HOJE TO OPER-DATA-BLOQUEIO
                    MOVE 'CONTA BLOQUEADA' TO WS-JRN-DETALHE
                    DISPLAY 'LIMITE DE TENTATIVAS ATINGIDO - '
                        'OPERADOR BLOQUEADO'
                END-IF
                REWRITE REG-OPERADOR
                IF WS-FS-OPER NOT EQUAL ZEROS
                    DISPLAY 'AVISO - NAO FOI POSSIVEL GRAVAR A '
                        'TENTATIVA'
                    DISPLAY 'FILE STATUS: ' WS-FS-OPER
                END-IF
                PERFORM GRAVAR-JORNAL
            END-IF.

      * Senha sem data de troca, ou trocada ha mais dias do que a
      * validade, precisa ser trocada antes de liberar o menu.
       VERIFICAR-VALIDADE-SENHA.
            IF OPER-DATA-SENHA IS NOT NUMERIC
                MOVE 'S' TO OPER-TROCAR-SENHA
            ELSE
                MOVE OPER-DATA-SENHA TO WS-DATA-NUM
                COMPUTE WS-DIAS-SENHA =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
                    + WS-DIAS-VALIDADE-SENHA
                MOVE WS-DATA-HOJE TO WS-DATA-NUM
                IF FUNCTION INTEGER-OF-DATE(WS-DATA-NUM) >
                   WS-DIAS-SENHA
                    DISPLAY 'SENHA EXPIRADA'
                    MOVE 'S' TO OPER-TROCAR-SENHA
                END-IF
            END-IF.

       TROCAR-SENHA-OBRIGATORIA.
            MOVE 'N' TO WS-TROCA-OK
            DISPLAY 'E OBRIGATORIO TROCAR A SENHA NESTE ACESSO'
            DISPLAY 'INFORME A NOVA SENHA'
            ACCEPT WS-SENHA-NOVA
            DISPLAY 'CONFIRME A NOVA SENHA'
            ACCEPT WS-SENHA-CONFIRMA
            EVALUATE TRUE
                WHEN WS-SENHA-NOVA EQUAL SPACES
                    DISPLAY 'SENHA NAO PODE SER EM BRANCO'
                WHEN WS-SENHA-NOVA NOT EQUAL WS-SENHA-CONFIRMA
                    DISPLAY 'AS SENHAS NAO CONFEREM'
                WHEN WS-SENHA-NOVA EQUAL WS-SENHA-DIGITADA
                    DISPLAY 'A NOVA SENHA DEVE SER DIFERENTE DA ATUAL'
                WHEN OTHER
                    CALL 'PROGRAMA_CODIFICAR_SENHA' USING OPER-ID
                        WS-SENHA-NOVA WS-SENHA-CODIFICADA
                    MOVE WS-SENHA-CODIFICADA TO OPER-SENHA
                    MOVE 'C' TO OPER-FORMATO-SENHA
                    MOVE 'N' TO OPER-TROCAR-SENHA
                    MOVE WS-DATA-HOJE TO OPER-DATA-SENHA
                    MOVE 'S' TO WS-TROCA-OK
                    MOVE 'SENHA' TO WS-JRN-EVENTO
                    MOVE 'TROCA NO ACESSO' TO WS-JRN-DETALHE
                    PERFORM GRAVAR-JORNAL
                    DISPLAY 'SENHA ALTERADA COM SUCESSO'
            END-EVALUATE.

       EXIBIR-MENU.
            PERFORM UNTIL WS-OPCAO EQUAL 99
                DISPLAY "---------- MENU DE PRODUTOS ----------"
                DISPLAY "31 - Resumo da operacao noturna"
                DISPLAY "32 - Contagem ciclica de estoque"
                DISPLAY "33 - Consulta/reimpressao de pedidos"
                DISPLAY "34 - Contas a receber (baixa/idade/extrato)"
                DISPLAY "35 - Margem bruta mensal (custo medio)"
                DISPLAY "36 - Avaliacao de fornecedores (entregas)"
                DISPLAY "37 - Validade de lotes (relatorio/baixa)"
                DISPLAY "38 - Faturamento (notas fiscais/impostos)"
                DISPLAY "39 - Aliquotas de imposto por categoria"
                DISPLAY "40 - Reposicao da loja (limites/separacao)"
                DISPLAY "41 - Auditoria de integridade entre arquivos"
                DISPLAY "42 - Auditoria de sequencia de movimentos"
                DISPLAY "43 - Calendario batch (dias/regras)"
                DISPLAY "44 - Recalculo do ponto de reposicao"
                DISPLAY "45 - Precos por cliente e por quantidade"
                DISPLAY "46 - Situacao dos produtos (ciclo de vida)"
                DISPLAY "47 - Estrutura de kits (componentes)"
                DISPLAY "0 - Sair"
                DISPLAY "INFORME A OPCAO DESEJADA:"
                ACCEPT WS-OPCAO
                WHEN 24
                WHEN 26
                WHEN 33
                WHEN 34
                WHEN 39
                WHEN 43
                WHEN 45
                WHEN 46
                WHEN 47
                WHEN 0
                WHEN 99
                    CONTINUE
                WHEN 28
                WHEN 30
                WHEN 32
                WHEN 34
                WHEN 37
                WHEN 38
                WHEN 39
                WHEN 40
                WHEN 41
                WHEN 42
                WHEN 44
                WHEN 45
                WHEN 46
                WHEN 47
                    MOVE 2 TO WS-NIVEL-MINIMO
                WHEN 14
                WHEN 17
                WHEN 20
                WHEN 25
                WHEN 43
                    MOVE 3 TO WS-NIVEL-MINIMO
                WHEN OTHER
                    MOVE 1 TO WS-NIVEL-MINIMO
                    CALL 'PROGRAMA_CONTAGEM_CICLICA'
                WHEN 33
                    CALL 'PROGRAMA_CONSULTA_PEDIDOS'
                        USING WS-OPERADOR-AUT WS-NIVEL-AUT
                WHEN 34
                    CALL 'PROGRAMA_CONTAS_RECEBER'
                        USING WS-OPERADOR-AUT
                WHEN 35
                    CALL 'PROGRAMA_MARGEM_BRUTA'
                WHEN 36
                    CALL 'PROGRAMA_AVALIACAO_FORNECEDORES'
                WHEN 37
                    CALL 'PROGRAMA_VALIDADE_LOTES'
                WHEN 38
                    CALL 'PROGRAMA_FATURAMENTO'
                        USING WS-OPERADOR-AUT
                WHEN 39
                    CALL 'PROGRAMA_CADASTRO_ALIQUOTAS'
                WHEN 40
                    CALL 'PROGRAMA_REPOSICAO_LOJA'
                WHEN 41
                    CALL 'PROGRAMA_AUDITORIA_INTEGRIDADE'
                WHEN 42
                    CALL 'PROGRAMA_AUDITORIA_SEQUENCIA'
                WHEN 43
                    CALL 'PROGRAMA_CALENDARIO_BATCH'
                WHEN 44
                    CALL 'PROGRAMA_RECALCULO_REPOSICAO'
                        USING WS-OPERADOR-AUT WS-NIVEL-AUT
                WHEN 45
                    CALL 'PROGRAMA_PRECOS_CLIENTES'
                WHEN 46
                    CALL 'PROGRAMA_SITUACAO_PRODUTOS'
                        USING WS-OPERADOR-AUT
                WHEN 47
                    CALL 'PROGRAMA_ESTRUTURA_KITS'
                WHEN 0
                    MOVE 99 TO WS-OPCAO
                WHEN OTHER
