       IDENTIFICATION DIVISION.
       PROGRAM-ID. cargaicm.
      ********************************************************
      *    Carga da matriz de aliquotas de ICMS
      *    Le o ICMSMAT.SEED (uma aliquota por linha: UF de
      *    origem, UF de destino, data de vigencia, aliquota e
      *    aliquota de importado) e aplica no mestre indexado
      *    ICMSMAT.DAT. Como o cargacam, a carga e
      *    incremental: vigencia nova entra com WRITE e uma
      *    vigencia ja cadastrada e atualizada com REWRITE,
      *    para a mudanca de aliquota nao apagar a historia
      *    que as cotacoes antigas usaram.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ICMSMAT-SEED ASSIGN TO 'ICMSMAT.SEED'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ICMSMAT-FILE ASSIGN TO 'ICMSMAT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALQ-CHAVE
               FILE STATUS IS WRK-ICMSMAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * layout lido direto dos bytes do seed, mesma tecnica do
      * CAMBIO-SEED do cargacam
       FD  ICMSMAT-SEED
           RECORD CONTAINS 80 CHARACTERS.
       01  ICMSMAT-SEED-LINE.
           05  ICS-UF-ORIGEM   PIC X(02).
           05  ICS-UF-DESTINO  PIC X(02).
           05  ICS-DATA        PIC 9(08).
           05  ICS-ALIQUOTA    PIC 9(01)V9(04).
           05  ICS-ALIQ-IMPORT PIC 9(01)V9(04).
           05  FILLER          PIC X(58).

       FD  ICMSMAT-FILE.
           COPY 'icmsrec.cbl'.

       WORKING-STORAGE SECTION.
       77  WRK-ICMSMAT-STATUS    PIC X(02) VALUE '00'.
       77  WRK-EOF               PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO         VALUE 'S'.
       77  WRK-QTD-INCLUIDAS     PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-ATUALIZADAS   PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-REJEITADAS    PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESSA-SEED UNTIL FIM-DE-ARQUIVO
           PERFORM 3000-FINALIZA
           STOP RUN.

       1000-INICIALIZA.
           OPEN INPUT ICMSMAT-SEED
           OPEN I-O ICMSMAT-FILE
      * primeira carga do ambiente: o mestre ainda nao existe
           IF WRK-ICMSMAT-STATUS = '35'
               OPEN OUTPUT ICMSMAT-FILE
           END-IF.

       2000-PROCESSA-SEED.
           READ ICMSMAT-SEED
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   PERFORM 2100-APLICA-ALIQUOTA
           END-READ.

      * linha sem data ou aliquota numerica nao entra: uma
      * aliquota zerada por engano isentaria o par inteiro
       2100-APLICA-ALIQUOTA.
           IF ICS-DATA IS NOT NUMERIC
                   OR ICS-ALIQUOTA IS NOT NUMERIC
                   OR ICS-ALIQ-IMPORT IS NOT NUMERIC
                   OR ICS-ALIQUOTA = ZEROS
               ADD 1 TO WRK-QTD-REJEITADAS
               DISPLAY 'LINHA INVALIDA NO SEED ICMSMAT: '
                   ICS-UF-ORIGEM ICS-UF-DESTINO ICS-DATA
           ELSE
               MOVE ICS-UF-ORIGEM TO ALQ-UF-ORIGEM
               MOVE ICS-UF-DESTINO TO ALQ-UF-DESTINO
               MOVE ICS-DATA TO ALQ-DATA-VIGENCIA
               MOVE ICS-ALIQUOTA TO ALQ-ALIQUOTA
               MOVE ICS-ALIQ-IMPORT TO ALQ-ALIQ-IMPORTADO
               WRITE ICMSMAT-RECORD
                   INVALID KEY
                       REWRITE ICMSMAT-RECORD
                           INVALID KEY
                               DISPLAY 'ERRO CARGA ICMSMAT: '
                                   ALQ-CHAVE
                           NOT INVALID KEY
                               ADD 1 TO WRK-QTD-ATUALIZADAS
                       END-REWRITE
                   NOT INVALID KEY
                       ADD 1 TO WRK-QTD-INCLUIDAS
               END-WRITE
           END-IF.

       3000-FINALIZA.
           DISPLAY 'ALIQUOTAS INCLUIDAS: ' WRK-QTD-INCLUIDAS
           DISPLAY 'ALIQUOTAS ATUALIZADAS: ' WRK-QTD-ATUALIZADAS
           DISPLAY 'ALIQUOTAS REJEITADAS: ' WRK-QTD-REJEITADAS
           CLOSE ICMSMAT-SEED
           CLOSE ICMSMAT-FILE.
