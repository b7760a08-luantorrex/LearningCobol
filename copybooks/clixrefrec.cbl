      *****************************************************
      *    CLIXREFREC - um registro de CLIENTE-XREF, a
      *    referencia cruzada das contas de cliente retiradas
      *    na fusao de cadastros duplicados (climerge),
      *    chaveada pela conta retirada. Aponta a conta
      *    sobrevivente que herdou pedidos, cotacoes, faturas
      *    e saldos, para as consultas resolverem o numero
      *    antigo (clixref).
      *****************************************************
       01  CLIENTE-XREF-RECORD.
           05  XRF-ANTIGO          PIC 9(06).
           05  XRF-SOBREVIVENTE    PIC 9(06).
           05  XRF-NOME-ANTIGO     PIC X(20).
           05  XRF-DATA            PIC 9(08).
           05  XRF-OPERADOR        PIC X(10).
