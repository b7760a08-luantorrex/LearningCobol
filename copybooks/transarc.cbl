               10  ATR-ANO         PIC 9(04).
               10  ATR-ID          PIC 9(06).
           05  ATR-DECISAO         PIC X(10).
               88  ATR-PROMOVIDO       VALUE 'PROMOVIDO '
                                             'PROMOVIDOC'.
               88  ATR-RETIDO          VALUE 'RETIDO    '
                                             'RETIDO   C'.
      *    historico encerrado por transferencia de saida
      *    (transfer), nao pelo fechamento do ano
               88  ATR-TRANSFERIDO     VALUE 'TRANSFERID'.
      *    ultima posicao da decisao: C quando veio da
      *    deliberacao do conselho de classe (CONSELHO.DAT) e
      *    nao da regra de media e frequencia
           05  FILLER REDEFINES ATR-DECISAO.
               10  FILLER          PIC X(09).
               10  ATR-ORIGEM-DECISAO PIC X(01).
                   88  ATR-DECISAO-CONSELHO VALUE 'C'.
           05  ATR-REGISTRO        PIC X(160).
