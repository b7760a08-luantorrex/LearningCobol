      *****************************************************
      *    ORDREEREC - a cobranca na entrega (entrega contra
      *    reembolso) de um pedido em ORDREEMB.DAT, chaveada
      *    pelo numero do pedido (ORD-NUMERO). O cliente que
      *    pede a transportadora cobrar do destinatario o
      *    valor da mercadoria tem aqui o valor a cobrar, em
      *    reais; pedido sem registro aqui e entrega comum. A
      *    cotacao leva o valor e a taxa da cobranca para o
      *    FRETE-LOG e o manifesto avisa a transportadora.
      *****************************************************
       01  ORDREEMB-RECORD.
           05  ORE-PEDIDO          PIC 9(08).
           05  ORE-COBRAR          PIC X(01).
               88  ORE-COM-REEMBOLSO   VALUE 'S'.
           05  ORE-VALOR           PIC 9(06)V99.
