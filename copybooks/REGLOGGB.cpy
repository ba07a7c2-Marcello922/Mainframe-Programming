      ******************************************************************
      * Shared record layout for the answer key audit log
      * (LOG-GABARITOS, log_gabaritos.txt), gravado em modo EXTEND.
      * ProvaGabarito registra cada inclusao, alteracao e exclusao de
      * gabarito com as respostas antes e depois; ProvaRecorrecao
      * registra cada aluno cuja nota mudou na recorrecao e o resumo
      * da execucao. Tipos:
      *   'I' / 'A' / 'E' - gabarito incluido, alterado, excluido
      *   'C'             - aluno recorrigido (acertos e aprovacao
      *                     antes e depois)
      *   'R'             - resumo da recorrecao da prova
      ******************************************************************
       01 REG-LOG-GABARITO.
          03 LGB-DATA              PIC X(08).
          03 LGB-HORA              PIC X(06).
          03 LGB-TIPO              PIC X(01).
          03 LGB-ID-PROVA          PIC X(02).
          03 LGB-DETALHE           PIC X(40).
          03 LGB-DET-GABARITO REDEFINES LGB-DETALHE.
             05 LGB-RESP-ANTES     PIC 9(02) OCCURS 10 TIMES.
             05 LGB-RESP-DEPOIS    PIC 9(02) OCCURS 10 TIMES.
          03 LGB-DET-ALUNO REDEFINES LGB-DETALHE.
             05 LGB-MATRICULA      PIC X(10).
             05 LGB-ACERTOS-ANTES  PIC 9(02).
             05 LGB-ACERTOS-DEPOIS PIC 9(02).
             05 LGB-APROV-ANTES    PIC X(01).
             05 LGB-APROV-DEPOIS   PIC X(01).
             05 FILLER             PIC X(24).
          03 LGB-DET-RESUMO REDEFINES LGB-DETALHE.
             05 LGB-QTD-LIDAS      PIC 9(05).
             05 LGB-QTD-ALTERADAS  PIC 9(05).
             05 LGB-QTD-MUDOU-APROV PIC 9(05).
             05 FILLER             PIC X(25).
