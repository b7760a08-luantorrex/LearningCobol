      *****************************************************
      *    PARTICAO-CONTROLE - fechamento de uma particao do
      *    frete em lote (FRETECTL.Pnn), gravado so quando a
      *    particao termina completa. A juncao (fretemrg) so
      *    junta com todas as particoes fechadas na data do
      *    lote; os totais conferem a soma das linhas T e a
      *    contagem de cotacoes vai para o FRETECTL.DAT.
      *****************************************************
       01  PARTICAO-CONTROLE-LINE.
           05  PCT-DATA            PIC 9(08).
           05  PCT-PARTICAO        PIC 9(02).
      *    cotacoes gravadas no FRETE-LOG pela particao
           05  PCT-QTD             PIC 9(06).
           05  PCT-TOTAL-GERAL     PIC 9(08)V99.
           05  PCT-TOTAL-ICMS      PIC 9(08)V99.
      *    resumo da consolidacao de embarques da particao
           05  PCT-GRUPOS-CONS     PIC 9(04).
           05  PCT-PEDIDOS-CONS    PIC 9(04).
           05  PCT-ECONOMIA-CONS   PIC 9(08)V99.
