      *    (UF de destino): embarques, entregas confirmadas,
      *    percentual no prazo e media de dias de atraso - a
      *    evidencia para renegociar as taxas da TRANSP-TABLE.
      *    As recusas de manifesto do mes (RETENDER.DAT,
      *    gravado pelo manifack) contam contra a
      *    transportadora que recusou, na coluna RECUSAS.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS POD-SEQ-COTACAO
               FILE STATUS IS WRK-POD-STATUS.

      * historico de reoferta, opcional: sem ele ninguem
      * tem recusa no mes
           SELECT RETENDER-FILE ASSIGN TO 'RETENDER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RETENDER-STATUS.

           SELECT SCORE-REPORT ASSIGN TO 'PODSCORE.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  POD-FILE.
           COPY 'podrec.cbl'.

       FD  RETENDER-FILE.
           COPY 'retenrec.cbl'.

       FD  SCORE-REPORT
           RECORD CONTAINS 100 CHARACTERS.
       01  REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       77  WRK-FRETELOG-STATUS  PIC X(02) VALUE '00'.
           88 POD-DISPONIVEL        VALUE 'S'.
       77  WRK-EOF              PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO        VALUE 'S'.
       77  WRK-RETENDER-STATUS  PIC X(02) VALUE '00'.
       77  WRK-EOF-RET          PIC X(01) VALUE 'N'.
           88 FIM-RETENDER          VALUE 'S'.

       01  DATA-SYS.
           02  ANO-SYS PIC 9(04) VALUE ZEROS.
               10  WRK-SCO-ENTREGUES PIC 9(05).
               10  WRK-SCO-NO-PRAZO  PIC 9(05).
               10  WRK-SCO-DIAS-ATR  PIC 9(07).
               10  WRK-SCO-RECUSAS   PIC 9(05).
       77  WRK-QTD-SCORE        PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-SCORE        PIC 9(03) VALUE ZEROS.
       77  WRK-SCORE-ACHADO     PIC X(01) VALUE 'N'.
           88 SCORE-NA-TABELA       VALUE 'S'.
      * transportadora e UF procuradas na tabela: a do log
      * para os embarques, a que recusou para as recusas
       77  WRK-BUSCA-TRANSP     PIC X(03) VALUE SPACES.
       77  WRK-BUSCA-UF         PIC X(02) VALUE SPACES.

       77  WRK-PCT-PRAZO        PIC 9(03)V99 VALUE ZEROS.
       77  WRK-MEDIA-ATRASO     PIC 9(04)V99 VALUE ZEROS.
           05  FILLER          PIC X(16) VALUE ' PCT MED ATRASO:'.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  SCO-MEDIA       PIC ZZZ9,99.
           05  FILLER          PIC X(10) VALUE ' RECUSAS: '.
           05  SCO-RECUSAS     PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-AVALIA-COTACAO UNTIL FIM-DE-ARQUIVO
           PERFORM 2500-CONTA-RECUSAS
           PERFORM 3000-IMPRIME-SCORECARD
           PERFORM 4000-FINALIZA
           STOP RUN.
           END-IF.

       2100-ACUMULA-EMBARQUE.
           MOVE LOG-TRANSP TO WRK-BUSCA-TRANSP
           MOVE LOG-STADO TO WRK-BUSCA-UF
           PERFORM 2200-LOCALIZA-SCORE
           ADD 1 TO WRK-SCO-EMBARQUES (WRK-IDX-SCORE)
           IF POD-DISPONIVEL
           PERFORM VARYING WRK-IDX-SCORE FROM 1 BY 1
                   UNTIL WRK-IDX-SCORE > WRK-QTD-SCORE
                       OR SCORE-NA-TABELA
               IF WRK-SCO-TRANSP (WRK-IDX-SCORE) = WRK-BUSCA-TRANSP
                       AND WRK-SCO-UF (WRK-IDX-SCORE) = WRK-BUSCA-UF
                   MOVE 'S' TO WRK-SCORE-ACHADO
               END-IF
           END-PERFORM
               ELSE
                   ADD 1 TO WRK-QTD-SCORE
                   MOVE WRK-QTD-SCORE TO WRK-IDX-SCORE
                   MOVE WRK-BUSCA-TRANSP
                       TO WRK-SCO-TRANSP (WRK-IDX-SCORE)
                   MOVE WRK-BUSCA-UF TO WRK-SCO-UF (WRK-IDX-SCORE)
                   MOVE ZEROS TO WRK-SCO-EMBARQUES (WRK-IDX-SCORE)
                       WRK-SCO-ENTREGUES (WRK-IDX-SCORE)
                       WRK-SCO-NO-PRAZO (WRK-IDX-SCORE)
                       WRK-SCO-DIAS-ATR (WRK-IDX-SCORE)
                       WRK-SCO-RECUSAS (WRK-IDX-SCORE)
               END-IF
           END-IF.

               END-IF
           END-IF.

      * recusa de manifesto do mes fechado pesa contra a
      * transportadora que recusou, na UF do embarque - o
      * embarque em si ja conta para quem ficou com ele
       2500-CONTA-RECUSAS.
           MOVE 'N' TO WRK-EOF-RET
           OPEN INPUT RETENDER-FILE
           IF WRK-RETENDER-STATUS NOT = '00'
               MOVE 'S' TO WRK-EOF-RET
           END-IF
           PERFORM 2510-LE-RECUSA UNTIL FIM-RETENDER
           IF WRK-RETENDER-STATUS = '00' OR '10'
               CLOSE RETENDER-FILE
           END-IF.

       2510-LE-RECUSA.
           READ RETENDER-FILE
               AT END MOVE 'S' TO WRK-EOF-RET
           END-READ
           IF NOT FIM-RETENDER
               IF RET-DATA-MANIF (1:6) = WRK-ANO-MES-FECHADO
                   MOVE RET-TRANSP-ANT TO WRK-BUSCA-TRANSP
                   MOVE RET-UF TO WRK-BUSCA-UF
                   PERFORM 2200-LOCALIZA-SCORE
                   ADD 1 TO WRK-SCO-RECUSAS (WRK-IDX-SCORE)
               END-IF
           END-IF.

       3000-IMPRIME-SCORECARD.
           PERFORM 3100-IMPRIME-LINHA
               VARYING WRK-IDX-SCORE FROM 1 BY 1
           END-IF
           MOVE WRK-PCT-PRAZO TO SCO-PCT
           MOVE WRK-MEDIA-ATRASO TO SCO-MEDIA
           MOVE WRK-SCO-RECUSAS (WRK-IDX-SCORE) TO SCO-RECUSAS
           WRITE REPORT-LINE FROM WRK-LINHA-SCORE.

       4000-FINALIZA.
