      *****************************************************
      *    REEMBREC - um registro do REEMBOLSO.DAT, o controle
      *    das cobrancas na entrega por cotacao (LOG-SEQ-ID).
      *    O reembcon abre o registro com o valor esperado da
      *    cotacao e baixa nele o valor que a transportadora
      *    informa ter cobrado do destinatario; o fechamento a
      *    pagar (transpfech) compensa o cobrado contra o
      *    frete devido a transportadora e marca o repasse.
      *****************************************************
       01  REEMBOLSO-RECORD.
           05  RMB-SEQ-ID          PIC 9(08).
           05  RMB-PEDIDO          PIC 9(08).
           05  RMB-CLIENTE         PIC 9(06).
           05  RMB-TRANSP          PIC X(03).
      *    data da cotacao e valor a cobrar do destinatario
           05  RMB-DATA-COTACAO    PIC 9(08).
           05  RMB-ESPERADO        PIC 9(06)V99.
      *    valor e data da cobranca informados pela
      *    transportadora (zeros = ainda nao informada)
           05  RMB-COBRADO         PIC 9(06)V99.
           05  RMB-DATA-COBRANCA   PIC 9(08).
      *    mes do fechamento a pagar que compensou o cobrado
      *    (zeros = ainda nao repassado)
           05  RMB-COMPET-REPASSE  PIC 9(06).
      *    A = aguardando a cobranca, C = cobrada e ainda nao
      *    repassada, R = repassada no fechamento a pagar
           05  RMB-SITUACAO        PIC X(01).
               88  RMB-ABERTO          VALUE 'A'.
               88  RMB-COBRADO-TRANSP  VALUE 'C'.
               88  RMB-REPASSADO       VALUE 'R'.
      *    S = o cobrado diverge do esperado
           05  RMB-DIVERGENTE      PIC X(01).
               88  RMB-COM-DIVERGENCIA VALUE 'S'.
