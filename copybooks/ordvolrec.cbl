      *****************************************************
      *    ORDVOLREC - um volume (caixa, palete) do pedido em
      *    ORDVOL.DAT, chaveado pelo numero do pedido
      *    (ORD-NUMERO) e pelo numero do volume. Pedido de mais
      *    de um volume tem um registro por volume, de 1 ate o
      *    total; pedido sem registros aqui e de um volume so.
      *    A etiqueta sai uma por volume (1/N ate N/N), o
      *    manifesto lista a contagem e o comprovante de
      *    entrega e conferido contra ela.
      *****************************************************
       01  ORDVOL-RECORD.
           05  OVL-CHAVE.
               10  OVL-PEDIDO      PIC 9(08).
               10  OVL-VOLUME      PIC 9(03).
           05  OVL-TOTAL           PIC 9(03).
      *    peso do volume em kg; zeros = nao informado
           05  OVL-PESO            PIC 9(05)V99.
