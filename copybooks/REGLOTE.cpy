      ******************************************************************
      * Shared record layout for the per-lot stock balance file
      * (LOTES). Um registro por produto, local e lote, ao lado do
      * saldo por local (REGESTL). Criado pela entrada de compra com
      * lote e consumido pelas saidas na ordem de validade; o
      * registro e excluido quando o saldo do lote chega a zero.
      * Produtos recebidos sem lote nao tem registro aqui.
      ******************************************************************
       01 REG-LOTE.
          03 LOT-CHAVE.
             05 LOT-COD-PRODUTO    PIC 9(06).
             05 LOT-LOCAL          PIC 9(02).
             05 LOT-NUMERO         PIC X(12).
          03 LOT-VALIDADE          PIC X(08).
          03 LOT-QUANTIDADE        PIC 9(09).
          03 LOT-DATA-ENTRADA      PIC X(08).
