      *****************************************************
      *    ACORDOREC - um acordo de pagamento em ACORDO.DAT,
      *    chaveado pelo numero do acordo. Agrupa faturas
      *    vencidas de um cliente (as originais, que ficam
      *    renegociadas) e as parcelas emitidas no FATURAS.DAT
      *    para quitar o saldo com os juros negociados. O
      *    acordchk rompe o acordo com parcela vencida alem da
      *    tolerancia e da o acordo por quitado quando todas
      *    as parcelas forem pagas.
      *****************************************************
       01  ACORDO-RECORD.
           05  ACO-NUMERO          PIC 9(06).
           05  ACO-CLIENTE         PIC 9(06).
           05  ACO-DATA            PIC 9(08).
      *    juros negociados, percentual ao mes sobre o saldo
      *    devedor, e dias de atraso tolerados por parcela
           05  ACO-TAXA-JUROS      PIC 9(02)V99.
           05  ACO-TOLERANCIA      PIC 9(03).
      *    saldo renegociado das originais, juros do acordo e
      *    total a pagar nas parcelas
           05  ACO-SALDO           PIC 9(08)V99.
           05  ACO-JUROS           PIC 9(08)V99.
           05  ACO-TOTAL           PIC 9(08)V99.
           05  ACO-SITUACAO        PIC X(01).
               88  ACO-ATIVO           VALUE 'A'.
               88  ACO-QUITADO         VALUE 'Q'.
               88  ACO-ROMPIDO         VALUE 'R'.
           05  ACO-DATA-SITUACAO   PIC 9(08).
      *    faturas originais e o saldo de cada uma que entrou
      *    no acordo
           05  ACO-QTD-ORIGINAIS   PIC 9(02).
           05  ACO-ORIGINAL OCCURS 10 TIMES.
               10  ACO-ORI-FATURA  PIC 9(08).
               10  ACO-ORI-SALDO   PIC 9(08)V99.
      *    parcelas emitidas, uma fatura tipo P cada
           05  ACO-QTD-PARCELAS    PIC 9(02).
           05  ACO-PARCELA OCCURS 12 TIMES.
               10  ACO-PAR-FATURA  PIC 9(08).
               10  ACO-PAR-VENCIMENTO PIC 9(08).
               10  ACO-PAR-VALOR   PIC 9(08)V99.
