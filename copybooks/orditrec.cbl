      *****************************************************
      *    ORDITREC - uma linha de item do ORDITEM.DAT. O
      *    pedido com varios produtos no mesmo embarque guarda
      *    aqui um registro por produto, chaveado pelo numero
      *    do pedido (ORD-NUMERO) e pela sequencia da linha; o
      *    cabecalho no ORDMAST.DAT leva o produto da primeira
      *    linha e o valor e o peso somados das linhas. Pedido
      *    sem linhas aqui e o pedido de um produto so.
      *****************************************************
       01  ORDITEM-RECORD.
           05  OIT-CHAVE.
               10  OIT-PEDIDO      PIC 9(08).
               10  OIT-SEQ         PIC 9(03).
           05  OIT-PDUTO           PIC X(20).
           05  OIT-QUANTIDADE      PIC 9(05).
      *    valor e peso da linha inteira (todas as unidades),
      *    na moeda do pedido e em kg
           05  OIT-VALOR           PIC 9(06)V99.
           05  OIT-PESO            PIC 9(05)V99.
