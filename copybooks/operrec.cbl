               88  OPR-CONTA-BLOQUEADA VALUE 'S'.
           05  OPR-TROCA-OBRIG     PIC X(01).
               88  OPR-DEVE-TROCAR     VALUE 'S'.
      *    alcada para aprovar baixa de fatura por perda: o
      *    supervisor ou administrador so aprova baixa de
      *    saldo ate este valor; zeros = sem alcada
           05  OPR-LIMITE-BAIXA    PIC 9(08)V99.
