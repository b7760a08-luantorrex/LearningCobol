      *****************************************************
      *    RAZLOTEREC - um lote da interface FRETEGL.DAT ja
      *    lancado no razao (RAZLOTE.DAT), identificado pelo
      *    header (data/hora da geracao e programa gerador) e
      *    pelo trailer do lote. O razpost consulta aqui para
      *    a mesma interface lida de novo nao lancar em dobro.
      *****************************************************
       01  RAZLOTE-RECORD.
           05  RZL-CHAVE.
               10  RZL-DATA-GERACAO PIC 9(08).
               10  RZL-HORA-GERACAO PIC 9(06).
               10  RZL-PROGRAMA    PIC X(08).
               10  RZL-QTD         PIC 9(04).
               10  RZL-DEBITOS     PIC 9(10)V99.
           05  RZL-CREDITOS        PIC 9(10)V99.
           05  RZL-DATA-POSTAGEM   PIC 9(08).
