      *****************************************************
      *    DUPSREC - um registro do DUPSUSP.DAT, a trilha de
      *    pedidos retidos como suspeita de duplicidade. Uma
      *    linha por retencao, acrescentada pelo lote
      *    (learning9) ou pela inclusao no console (ordman);
      *    lida pelo dupsrel, que lista as suspeitas ainda
      *    aguardando a confirmacao do operador.
      *****************************************************
       01  DUPSUSP-RECORD.
      *    quando e por qual programa o pedido foi retido
           05  DUP-DATA-HORA       PIC X(14).
           05  DUP-PROGRAMA        PIC X(10).
      *    pedido retido e o pedido anterior que ele repete
           05  DUP-PEDIDO          PIC 9(08).
           05  DUP-ORIGINAL        PIC 9(08).
      *    distancia em dias entre as duas entradas
           05  DUP-DIAS            PIC 9(03).
      *    os campos comparados, como estavam no pedido
           05  DUP-CLIENTE         PIC 9(06).
           05  DUP-PDUTO           PIC X(20).
           05  DUP-STADO           PIC X(02).
           05  DUP-ENDERECO        PIC 9(03).
           05  DUP-VALOR           PIC 9(06)V99.
