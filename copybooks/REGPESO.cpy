      ******************************************************************
      * Shared record layout for the exam weight file (PESOS),
      * chaveado pelo identificador da prova como o arquivo de
      * gabaritos e mantido junto com ele pelo ProvaGabarito. O peso
      * entra na media final ponderada do historico do aluno; prova
      * sem registro de peso vale peso 1.
      ******************************************************************
       01 REG-PESO-PROVA.
          03 PES-ID-PROVA          PIC X(02).
          03 PES-PESO              PIC 9(02).
