       IDENTIFICATION DIVISION.
       PROGRAM-ID. ctbregra.
      ********************************************************
      *    Regra de contabilizacao por evento
      *    Subrotina CALLed pelos programas que lancam na
      *    interface FRETEGL.DAT (fretegl, fretefat, fretepag,
      *    fretecred, freteacc, perdas, revalfx): recebe o
      *    tipo de evento e a filial do documento e devolve as
      *    contas de debito e credito da regra cadastrada no
      *    REGRACTB.DAT - primeiro a regra propria da filial,
      *    depois a regra geral (filial em espacos). Sem regra
      *    cadastrada (ou sem o arquivo) as contas recebidas
      *    voltam como estao e o chamador segue com o padrao
      *    dele, que e o comportamento de antes das regras.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGRA-CONTABIL ASSIGN TO 'REGRACTB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RGC-CHAVE
               FILE STATUS IS WRK-REGRACTB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGRA-CONTABIL.
           COPY 'regctbrec.cbl'.

       WORKING-STORAGE SECTION.
       77  WRK-REGRACTB-STATUS  PIC X(02) VALUE '00'.

       LINKAGE SECTION.
      * contrato com os programas contabeis: evento e filial
      * na entrada; as contas entram com o padrao do chamador
      * e saem com as da regra quando ela existe
       01  LNK-CTBREGRA.
           05  LNK-EVENTO      PIC X(12).
           05  LNK-FILIAL      PIC X(02).
           05  LNK-DEBITO      PIC 9(05).
           05  LNK-CREDITO     PIC 9(05).
           05  LNK-ACHADA      PIC X(01).

       PROCEDURE DIVISION USING LNK-CTBREGRA.
       0000-MAIN-PROCESS.
           MOVE 'N' TO LNK-ACHADA
           OPEN INPUT REGRA-CONTABIL
           IF WRK-REGRACTB-STATUS NOT = '00'
               GOBACK
           END-IF
           IF LNK-FILIAL NOT = SPACES
               MOVE LNK-EVENTO TO RGC-EVENTO
               MOVE LNK-FILIAL TO RGC-FILIAL
               PERFORM 1000-LE-REGRA
           END-IF
           IF LNK-ACHADA = 'N'
               MOVE LNK-EVENTO TO RGC-EVENTO
               MOVE SPACES TO RGC-FILIAL
               PERFORM 1000-LE-REGRA
           END-IF
           CLOSE REGRA-CONTABIL
           GOBACK.

       1000-LE-REGRA.
           READ REGRA-CONTABIL
               KEY IS RGC-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RGC-CONTA-DEBITO TO LNK-DEBITO
                   MOVE RGC-CONTA-CREDITO TO LNK-CREDITO
                   MOVE 'S' TO LNK-ACHADA
           END-READ.
