      *    peso unitario de catalogo (kg), usado para apontar
      *    um peso digitado fora da tolerancia antes da cotacao
           05  PRD-PESO-PADRAO     PIC 9(05)V99.
      *    N = nacional, I = importado (ICMS interestadual de
      *    4%); espaco em registro antigo vale nacional
           05  PRD-ORIGEM          PIC X(01).
               88  PRD-IMPORTADO       VALUE 'I'.
