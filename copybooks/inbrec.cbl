      *****************************************************
      *    INBREC - uma linha do PEDINB.DAT, o arquivo de
      *    pedidos enviado pelos clientes de grande volume no
      *    lugar da planilha por e-mail. Layout fixo de 100
      *    posicoes, uma linha por embarque pedido, mesmos
      *    campos e mesmas regras que o ordman pede na
      *    digitacao. Lido pelo pedinb, que devolve a cada
      *    cliente o PEDACKnnnnnn.DAT com o numero do pedido
      *    ou o motivo da recusa de cada linha.
      *****************************************************
       01  INBOUND-RECORD.
      *    conta do cliente e o digito verificador dela
           05  INB-CLIENTE         PIC 9(06).
           05  INB-CLIENTE-DV      PIC 9(01).
      *    referencia propria do cliente para a linha,
      *    devolvida na confirmacao
           05  INB-REFERENCIA      PIC X(15).
           05  INB-PDUTO           PIC X(20).
           05  INB-STADO           PIC X(02).
           05  INB-VALOR           PIC 9(06)V99.
           05  INB-PESO            PIC 9(05)V99.
           05  INB-SEGURO          PIC X(01).
           05  INB-MOEDA           PIC X(03).
      *    dimensoes em centimetros (zeros = so peso real)
           05  INB-COMPRIMENTO     PIC 9(03).
           05  INB-LARGURA         PIC 9(03).
           05  INB-ALTURA          PIC 9(03).
      *    UF do deposito de origem (espacos = por destino),
      *    endereco do caderno (zeros = padrao), filial
      *    (espacos = 01) e data de envio (zeros = proximo
      *    lote)
           05  INB-UF-ORIGEM       PIC X(02).
           05  INB-ENDERECO        PIC 9(03).
           05  INB-FILIAL          PIC X(02).
           05  INB-DATA-ENVIO      PIC 9(08).
           05  FILLER              PIC X(13).
