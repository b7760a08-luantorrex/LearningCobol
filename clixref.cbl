       IDENTIFICATION DIVISION.
       PROGRAM-ID. clixref.
      ********************************************************
      *    Resolucao de conta de cliente retirada
      *    Subrotina CALLed pelas consultas que aceitam conta
      *    de cliente (fatqry, clicred, extcli, clirast):
      *    recebe a conta digitada e, se ela foi retirada numa
      *    fusao de cadastros (CLIXREF.DAT, gravado pelo
      *    climerge), devolve a conta sobrevivente - seguindo
      *    a cadeia quando a sobrevivente tambem foi fundida
      *    depois. Conta nao retirada (ou sem o arquivo) volta
      *    como veio.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-XREF ASSIGN TO 'CLIXREF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-ANTIGO
               FILE STATUS IS WRK-CLIXREF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-XREF.
           COPY 'clixrefrec.cbl'.

       WORKING-STORAGE SECTION.
       77  WRK-CLIXREF-STATUS   PIC X(02) VALUE '00'.
      * teto de saltos na cadeia, contra referencia circular
       77  WRK-QTD-SALTOS       PIC 9(02) VALUE ZEROS.
       77  WRK-FIM-CADEIA       PIC X(01) VALUE 'N'.
           88 FIM-DA-CADEIA         VALUE 'S'.

       LINKAGE SECTION.
      * contrato com as consultas: a conta entra como foi
      * digitada e sai resolvida; S = era conta retirada
       01  LNK-CLIXREF.
           05  LNK-CLIENTE     PIC 9(06).
           05  LNK-SUBSTITUIDO PIC X(01).

       PROCEDURE DIVISION USING LNK-CLIXREF.
       0000-MAIN-PROCESS.
           MOVE 'N' TO LNK-SUBSTITUIDO
           OPEN INPUT CLIENTE-XREF
           IF WRK-CLIXREF-STATUS NOT = '00'
               GOBACK
           END-IF
           MOVE ZEROS TO WRK-QTD-SALTOS
           MOVE 'N' TO WRK-FIM-CADEIA
           PERFORM 1000-SEGUE-CADEIA UNTIL FIM-DA-CADEIA
           CLOSE CLIENTE-XREF
           GOBACK.

       1000-SEGUE-CADEIA.
           MOVE LNK-CLIENTE TO XRF-ANTIGO
           READ CLIENTE-XREF
               KEY IS XRF-ANTIGO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-CADEIA
               NOT INVALID KEY
                   MOVE XRF-SOBREVIVENTE TO LNK-CLIENTE
                   MOVE 'S' TO LNK-SUBSTITUIDO
                   ADD 1 TO WRK-QTD-SALTOS
                   IF WRK-QTD-SALTOS > 20
                       MOVE 'S' TO WRK-FIM-CADEIA
                   END-IF
           END-READ.
