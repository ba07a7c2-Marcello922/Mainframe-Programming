      ******************************************************************
      * Shared record layout for the batch calendar file
      * (CALENDARIO-BATCH). Dois tipos de registro na mesma chave:
      *   'D' + AAAAMMDD  - excecao ao dia util padrao (segunda a
      *                     sexta): CAL-SITUACAO-DIA 'F' feriado ou
      *                     'U' dia util extra (ex.: sabado de
      *                     balanco)
      *   'J' + nome job  - regra do job na cadeia noturna:
      *                     CAL-REGRA 'D' diario, 'S' semanal no
      *                     CAL-DIA-SEMANA (1 = segunda ... 7 =
      *                     domingo), 'M' ultimo dia util do mes,
      *                     'N' nao executa. CAL-PULA-FERIADO 'S' nao
      *                     roda em dia que nao e util.
      ******************************************************************
       01 REG-CALENDARIO.
          03 CAL-CHAVE.
             05 CAL-TIPO-REGISTRO  PIC X(01).
             05 CAL-IDENTIFICACAO  PIC X(20).
             05 CAL-ID-DIA REDEFINES CAL-IDENTIFICACAO.
                07 CAL-DATA        PIC X(08).
                07 FILLER          PIC X(12).
          03 CAL-DADOS             PIC X(40).
          03 CAL-DADOS-DIA REDEFINES CAL-DADOS.
             05 CAL-SITUACAO-DIA   PIC X(01).
             05 CAL-DESCRICAO      PIC X(30).
             05 FILLER             PIC X(09).
          03 CAL-DADOS-JOB REDEFINES CAL-DADOS.
             05 CAL-REGRA          PIC X(01).
             05 CAL-DIA-SEMANA     PIC 9(01).
             05 CAL-PULA-FERIADO   PIC X(01).
             05 FILLER             PIC X(37).
