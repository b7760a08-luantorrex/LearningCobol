               88  FAT-PARCIAL         VALUE 'R'.
               88  FAT-QUITADA         VALUE 'P'.
               88  FAT-CANCELADA       VALUE 'C'.
      *        fatura vencida agrupada num acordo de pagamento
      *        (acordo): sai do aging, da cobranca e da
      *        remessa; o saldo passa para as parcelas
               88  FAT-RENEGOCIADA     VALUE 'N'.
      *        fatura baixada como perda (perdas): sai do aging,
      *        da cobranca e do saldo de credito; pagamento que
      *        ainda chegar entra como recuperacao
               88  FAT-BAIXADA-PERDA   VALUE 'B'.
      *    tipo do documento: fatura normal, nota de credito
      *    emitida contra outra fatura (fretecred) ou parcela
      *    de acordo de pagamento (acordo); espacos nas
      *    faturas anteriores ao campo valem fatura normal
           05  FAT-TIPO            PIC X(01).
               88  FAT-DOC-FATURA      VALUE 'F' ' '.
               88  FAT-DOC-CREDITO     VALUE 'C'.
               88  FAT-DOC-PARCELA     VALUE 'P'.
      *    referencia cruzada: na nota de credito, o numero da
      *    fatura creditada; na fatura creditada, o numero da
      *    ultima nota de credito emitida contra ela
           05  FAT-REF-NUMERO      PIC 9(08).
      *    motivo do credito (COR correcao de cotacao, SIN
      *    sinistro liquidado, DIS disputa acatada, GAR garantia
      *    de prazo, BON bonificacao anual por volume)
           05  FAT-MOTIVO-CREDITO  PIC X(03).
      *    numero do lote de remessa bancaria em que a fatura
      *    foi enviada para cobranca (fretebrem); zeros = a
           05  FAT-TOTAL-MOEDA     PIC 9(08)V99.
      *    filial emissora da fatura; espacos valem 01
           05  FAT-FILIAL          PIC X(02).
      *    taxas de reentrega cobradas na fatura (tentativas
      *    de entrega frustradas por culpa do cliente); somam
      *    ao FAT-TOTAL como cobranca propria
           05  FAT-REENTREGA       PIC 9(08)V99.
      *    estadias de armazenagem no deposito cobradas na
      *    fatura (armazcob); somam ao FAT-TOTAL como cobranca
      *    propria
           05  FAT-ARMAZENAGEM     PIC 9(08)V99.
      *    numero do acordo de pagamento (ACORDO.DAT): na
      *    parcela, o acordo que a emitiu; na fatura
      *    renegociada, o acordo em que entrou; zeros = fora
      *    de acordo
           05  FAT-ACORDO          PIC 9(06).
