      *****************************************************
      *    FRETITREC - uma linha do FRETEITM.DAT, a abertura
      *    por produto de uma cotacao de pedido com varios
      *    itens. Gravado pelo learning9 junto com o registro
      *    do FRETE.LOG, chaveado pelo LOG-SEQ-ID da cotacao e
      *    pela sequencia da linha; etiqueta e fatura leem
      *    daqui os itens do embarque.
      *****************************************************
       01  FRETE-ITEM-RECORD.
           05  FIT-CHAVE.
               10  FIT-SEQ-ID      PIC 9(08).
               10  FIT-SEQ         PIC 9(03).
           05  FIT-PEDIDO          PIC 9(08).
           05  FIT-PDUTO           PIC X(20).
           05  FIT-CATEGORIA       PIC X(10).
           05  FIT-QUANTIDADE      PIC 9(05).
      *    parte da linha no valor do embarque ja em reais,
      *    peso da linha e adicional de categoria dela
           05  FIT-VALOR           PIC 9(06)V99.
           05  FIT-PESO            PIC 9(05)V99.
           05  FIT-ADICIONAL       PIC 9(04)V99.
