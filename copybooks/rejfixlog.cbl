      *****************************************************
      *    REJFIXLOG - um registro do REJFIX.LOG, uma linha
      *    por rejeito que o operador resolveu no rejfix
      *    (corrigido e reapresentado, ou descartado). Leva
      *    quem resolveu e quem digitou o pedido, para a
      *    produtividade por operador (oprprod).
      *****************************************************
       01  REJFIX-LOG-RECORD.
           05  RFL-DATA-HORA       PIC X(14).
           05  RFL-OPERADOR        PIC X(10).
           05  RFL-ACAO            PIC X(01).
               88 RFL-CORRIGIDO        VALUE 'C'.
               88 RFL-DESCARTADO       VALUE 'D'.
           05  RFL-MOTIVO          PIC X(12).
           05  RFL-PEDIDO          PIC 9(08).
           05  RFL-OPER-PEDIDO     PIC X(10).
           05  RFL-ENTRADA         PIC 9(12).
           05  FILLER              PIC X(13).
