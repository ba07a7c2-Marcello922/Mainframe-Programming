      ******************************************************************
      * Shared step catalog for the nightly batch chain
      * (CADEIA_NOTURNA), na ordem de execucao. COPY'd pela cadeia e
      * pela manutencao do calendario batch, que so aceita regra para
      * job do catalogo. Por passo:
      *   PASSO-JOB          - nome do job no controle de jobs
      *   PASSO-DEPENDE      - job que precisa estar CONCLUIDO antes
      *   PASSO-DESCRICAO    - titulo exibido no plano da noite
      *   PASSO-REGRA-PADRAO - regra sem registro no calendario:
      *                        'D' diario, 'N' nao executa
      ******************************************************************
       01 TABELA-PASSOS-INICIAL.
           05 FILLER PIC X(20) VALUE 'CRITICA-MOVIMENTOS'.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(30) VALUE 'CRITICA DO LOTE'.
           05 FILLER PIC X(01) VALUE 'D'.
           05 FILLER PIC X(20) VALUE 'MOVIMENTO-ESTOQUE'.
           05 FILLER PIC X(20) VALUE 'CRITICA-MOVIMENTOS'.
           05 FILLER PIC X(30) VALUE 'MOVIMENTO DE ESTOQUE'.
           05 FILLER PIC X(01) VALUE 'D'.
           05 FILLER PIC X(20) VALUE 'RECONCILIACAO'.
           05 FILLER PIC X(20) VALUE 'MOVIMENTO-ESTOQUE'.
           05 FILLER PIC X(30) VALUE 'RECONCILIACAO'.
           05 FILLER PIC X(01) VALUE 'D'.
           05 FILLER PIC X(20) VALUE 'APLICACAO-PRECOS'.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(30) VALUE 'PRECOS PROGRAMADOS'.
           05 FILLER PIC X(01) VALUE 'N'.
           05 FILLER PIC X(20) VALUE 'REPOSICAO-LOJA'.
           05 FILLER PIC X(20) VALUE 'RECONCILIACAO'.
           05 FILLER PIC X(30) VALUE 'REPOSICAO DA LOJA'.
           05 FILLER PIC X(01) VALUE 'D'.
           05 FILLER PIC X(20) VALUE 'POSICAO-ESTOQUE'.
           05 FILLER PIC X(20) VALUE 'RECONCILIACAO'.
           05 FILLER PIC X(30) VALUE 'POSICAO DE ESTOQUE (SNAPSHOT)'.
           05 FILLER PIC X(01) VALUE 'N'.
           05 FILLER PIC X(20) VALUE 'CONTAGEM-CICLICA'.
           05 FILLER PIC X(20) VALUE 'MOVIMENTO-ESTOQUE'.
           05 FILLER PIC X(30) VALUE 'LISTA DE CONTAGEM CICLICA'.
           05 FILLER PIC X(01) VALUE 'N'.
           05 FILLER PIC X(20) VALUE 'ANALISE-VENDAS'.
           05 FILLER PIC X(20) VALUE 'MOVIMENTO-ESTOQUE'.
           05 FILLER PIC X(30) VALUE 'ANALISE DE VENDAS (ABC)'.
           05 FILLER PIC X(01) VALUE 'N'.
           05 FILLER PIC X(20) VALUE 'EXPORTACAO-ERP'.
           05 FILLER PIC X(20) VALUE 'MOVIMENTO-ESTOQUE'.
           05 FILLER PIC X(30) VALUE 'EXPORTACAO PARA O ERP'.
           05 FILLER PIC X(01) VALUE 'D'.
           05 FILLER PIC X(20) VALUE 'FECHAMENTO-MES'.
           05 FILLER PIC X(20) VALUE 'EXPORTACAO-ERP'.
           05 FILLER PIC X(30) VALUE 'FECHAMENTO DE MES'.
           05 FILLER PIC X(01) VALUE 'N'.
           05 FILLER PIC X(20) VALUE 'BACKUP-PRODUTOS'.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(30) VALUE 'BACKUP DE PRODUTOS'.
           05 FILLER PIC X(01) VALUE 'D'.
           05 FILLER PIC X(20) VALUE 'RESUMO-OPERACAO'.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(30) VALUE 'RESUMO DA OPERACAO'.
           05 FILLER PIC X(01) VALUE 'D'.
       01 TABELA-PASSOS REDEFINES TABELA-PASSOS-INICIAL.
           05 PASSO-CATALOGO OCCURS 12 TIMES.
              07 PASSO-JOB          PIC X(20).
              07 PASSO-DEPENDE      PIC X(20).
              07 PASSO-DESCRICAO    PIC X(30).
              07 PASSO-REGRA-PADRAO PIC X(01).
