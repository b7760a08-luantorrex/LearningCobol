       FD  FATURAS-ARCHIVE.
       01  FATURA-ARC-RECORD.
           05  AFA-NUMERO      PIC 9(08).
           05  AFA-REGISTRO    PIC X(200).

       WORKING-STORAGE SECTION.
       77  WRK-FATURAS-STATUS   PIC X(02) VALUE '00'.

       77  WRK-FAT-BUSCA        PIC 9(08) VALUE ZEROS.
       77  WRK-CLI-BUSCA        PIC 9(06) VALUE ZEROS.

      * contrato com a referencia cruzada das fusoes de
      * cadastro (clixref): conta retirada vira a sobrevivente
       01  WRK-CLIXREF.
           05  WRK-XRF-CLIENTE     PIC 9(06).
           05  WRK-XRF-SUBSTITUIDO PIC X(01).
       77  WRK-STATUS-BUSCA     PIC X(01) VALUE SPACES.
       77  WRK-QTD-LISTADAS     PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-APLICACOES   PIC 9(03) VALUE ZEROS.
       3000-POR-CLIENTE.
           DISPLAY 'CONTA DO CLIENTE: '
           ACCEPT WRK-CLI-BUSCA FROM CONSOLE
           MOVE WRK-CLI-BUSCA TO WRK-XRF-CLIENTE
           CALL 'clixref' USING WRK-CLIXREF
           IF WRK-XRF-SUBSTITUIDO = 'S'
               DISPLAY 'CONTA ' WRK-CLI-BUSCA ' INCORPORADA A '
                   WRK-XRF-CLIENTE
               MOVE WRK-XRF-CLIENTE TO WRK-CLI-BUSCA
           END-IF
           MOVE 'N' TO WRK-EOF
           MOVE ZEROS TO WRK-QTD-LISTADAS
           MOVE LOW-VALUES TO FAT-NUMERO
           IF FAT-REMESSA > ZEROS
               DISPLAY 'REMESSA BANCARIA: ' FAT-REMESSA
           END-IF
      * fatura anterior ao campo traz a taxa de reentrega vazia
           IF FAT-REENTREGA IS NUMERIC AND FAT-REENTREGA > ZEROS
               MOVE FAT-REENTREGA TO WRK-ED-TOTAL
               DISPLAY 'TAXAS DE REENTREGA: ' WRK-ED-TOTAL
           END-IF
           IF FAT-ARMAZENAGEM IS NUMERIC AND FAT-ARMAZENAGEM > ZEROS
               MOVE FAT-ARMAZENAGEM TO WRK-ED-TOTAL
               DISPLAY 'ARMAZENAGEM: ' WRK-ED-TOTAL
           END-IF
           IF FAT-REF-NUMERO > ZEROS
               DISPLAY 'REFERENCIA CRUZADA: ' FAT-REF-NUMERO
                   ' MOTIVO: ' FAT-MOTIVO-CREDITO
           END-IF
      * fatura anterior ao campo traz o acordo vazio
           IF FAT-ACORDO IS NUMERIC AND FAT-ACORDO > ZEROS
               DISPLAY 'ACORDO DE PAGAMENTO: ' FAT-ACORDO
           END-IF.

      * as aplicacoes da baixa (banco e creditos) saem do
