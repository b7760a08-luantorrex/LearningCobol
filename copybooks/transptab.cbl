           05  TRP-CERT-PERIGO     PIC X(01).
               88  TRP-CERTIFICADA     VALUE 'S'.
               88  TRP-NAO-CERTIFICADA VALUE 'N' ' '.
      *    multa por entrega atrasada, em percentual do custo
      *    da transportadora por dia de atraso, glosada no
      *    fechamento a pagar (zeros = sem multa)
           05  TRP-MULTA-ATRASO    PIC 9(02)V99.
