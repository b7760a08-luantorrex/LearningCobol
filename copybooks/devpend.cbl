      *****************************************************
      *    DEVPEND - um registro do DEVPEND.DAT, a fila de
      *    devolucoes a cotar, chaveada pelo numero da
      *    cotacao original (LOG-SEQ-ID). O podcarga inclui a
      *    entrega recusada pelo destinatario; o fretedev
      *    lista a fila ao abrir e baixa o registro quando a
      *    devolucao da cotacao e gravada.
      *****************************************************
       01  DEVPEND-RECORD.
           05  DVP-SEQ-ORIGINAL    PIC 9(08).
      *    data da recusa no comprovante e quem recusou
           05  DVP-DATA-RECUSA     PIC 9(08).
           05  DVP-RECEBEDOR       PIC X(20).
           05  DVP-STATUS          PIC X(01).
               88  DVP-PENDENTE        VALUE 'P'.
               88  DVP-COTADA          VALUE 'C'.
      *    cotacao de devolucao gravada pelo fretedev
           05  DVP-SEQ-DEVOLUCAO   PIC 9(08).
