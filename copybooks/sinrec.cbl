      *    chaveado por um numero proprio (SINSEQ.DAT).
      *    Cada sinistro referencia a cotacao original pelo
      *    LOG-SEQ-ID e carrega a UF dela, para o relatorio
      *    de premios x sinistros por estado. A
      *    transportadora responsavel pela avaria sai da
      *    cotacao; sinistro pago com transportadora
      *    atribuida vira glosa no fechamento a pagar dela.
      *****************************************************
       01  SINISTRO-RECORD.
           05  SIN-ID              PIC 9(08).
               88  SIN-ABERTO          VALUE 'A'.
               88  SIN-PAGO            VALUE 'P'.
               88  SIN-NEGADO          VALUE 'N'.
      *    transportadora a quem a avaria e atribuida (espacos
      *    = nenhuma: sinistro fica so com a seguradora)
           05  SIN-TRANSP          PIC X(03).
