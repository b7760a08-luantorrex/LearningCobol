      *****************************************************
      *    PERDAREC - uma baixa de fatura por perda em
      *    PERDAS.DAT, chaveada pelo numero da fatura. O
      *    operador propoe a baixa com o motivo; supervisor ou
      *    administrador aprova dentro da alcada dele no
      *    OPERMAST.DAT (OPR-LIMITE-BAIXA) ou recusa. O
      *    fretepag acumula aqui o que o cliente ainda pagar
      *    da fatura baixada (recuperacao).
      *****************************************************
       01  PERDA-RECORD.
           05  PER-FATURA          PIC 9(08).
           05  PER-CLIENTE         PIC 9(06).
      *    saldo da fatura baixado (total mais encargos menos
      *    o ja recebido), refeito na aprovacao
           05  PER-VALOR           PIC 9(08)V99.
      *    FAL falencia ou recuperacao judicial, INS cobranca
      *    esgotada sem bens, NLC devedor nao localizado, PRE
      *    prescricao, ANT cobranca antieconomica
           05  PER-MOTIVO          PIC X(03).
           05  PER-OBSERVACAO      PIC X(30).
           05  PER-PROPONENTE      PIC X(10).
           05  PER-DATA-PROPOSTA   PIC 9(08).
           05  PER-SITUACAO        PIC X(01).
               88  PER-PROPOSTA        VALUE 'P'.
               88  PER-APROVADA        VALUE 'A'.
               88  PER-RECUSADA        VALUE 'R'.
           05  PER-APROVADOR       PIC X(10).
           05  PER-DATA-DECISAO    PIC 9(08).
      *    recebido depois da baixa, lancado pelo fretepag
           05  PER-RECUPERADO      PIC 9(08)V99.
           05  PER-DATA-RECUPERACAO PIC 9(08).
