      ******************************************************************
      * Shared record layout for the sales order cancellation log
      * (CANCELAMENTOS-PEDIDO). Um registro por pedido cancelado,
      * com o motivo informado pelo supervisor e o tratamento dado
      * as saidas do pedido:
      *   'D' - descartadas (ainda nao processadas pelo batch;
      *         copiadas em movimentos_descartados.txt)
      *   'E' - estornadas (devolucao 'D' com a mesma origem, ou
      *         pendencia/suspenso retirado da fila)
      ******************************************************************
       01 REG-CANCELAMENTO.
          03 CAN-NUMERO-PEDIDO     PIC 9(06).
          03 CAN-COD-CLIENTE       PIC 9(04).
          03 CAN-DATA              PIC X(08).
          03 CAN-HORA              PIC X(06).
          03 CAN-OPERADOR          PIC X(10).
          03 CAN-TRATAMENTO        PIC X(01).
          03 CAN-QTD-LINHAS        PIC 9(02).
          03 CAN-VALOR-LIBERADO    PIC 9(14)V99.
          03 CAN-MOTIVO            PIC X(40).
