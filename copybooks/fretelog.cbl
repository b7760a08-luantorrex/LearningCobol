      *    ORDMAST.DAT), para rastrear a cotacao de volta ao
      *    pedido; zeros nas cotacoes sem pedido numerado
           05  LOG-PEDIDO          PIC 9(08).
      *    zona de entrega do CEP do endereco (C capital, I
      *    interior, R area remota; espacos = CEP fora do
      *    cadastro de faixas) e o adicional da zona, em linha
      *    propria como o seguro
           05  LOG-ZONA            PIC X(01).
           05  LOG-ADIC-ZONA       PIC 9(04)V99.
      *    adicional de alta temporada pela data de envio do
      *    pedido (calendario SAZONAL.DAT), em linha propria
           05  LOG-SAZONAL         PIC 9(04)V99.
      *    cobranca na entrega: valor que a transportadora
      *    cobra do destinatario (zeros = entrega comum) e a
      *    taxa do servico cobrada do cliente, em linha propria
           05  LOG-REEMBOLSO       PIC 9(06)V99.
           05  LOG-TAXA-REEMB      PIC 9(04)V99.
