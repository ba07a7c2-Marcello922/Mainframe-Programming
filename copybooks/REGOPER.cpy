      *   1 - CONSULTA (relatorios e consultas)
      *   2 - OPERACAO (cadastros e movimentos)
      *   3 - SUPERVISOR (exclusoes e operacoes em massa)
      * OPER-SENHA guarda a senha codificada (OPER-FORMATO-SENHA 'C',
      * ver PROGRAMA_CODIFICAR_SENHA). Arquivos no layout antigo,
      * com a senha legivel, passam por PROGRAMA_CONVERSAO_OPERADORES
      * antes do uso; registro sem o formato 'C' nao tem acesso.
      * OPER-SITUACAO: 'A' ativo (ou branco), 'B' bloqueado por
      * excesso de tentativas - so o supervisor desbloqueia.
      * OPER-TROCAR-SENHA 'S' forca a troca no proximo acesso
      * (operador novo ou senha redefinida pelo supervisor).
      * OPER-ULTIMO-ACESSO em branco = conta nunca usada.
      ******************************************************************
       01 REG-OPERADOR.
          03 OPER-ID               PIC X(10).
          03 OPER-NOME             PIC X(30).
          03 OPER-SENHA            PIC X(10).
          03 OPER-NIVEL            PIC 9(01).
          03 OPER-FORMATO-SENHA    PIC X(01).
          03 OPER-SITUACAO         PIC X(01).
          03 OPER-TENTATIVAS       PIC 9(02).
          03 OPER-TROCAR-SENHA     PIC X(01).
          03 OPER-DATA-SENHA       PIC X(08).
          03 OPER-ULTIMO-ACESSO    PIC X(08).
          03 OPER-DATA-BLOQUEIO    PIC X(08).
