           02  DIA-SYS PIC 9(02) VALUE ZEROS.
       01  DATA-SYS-NUM REDEFINES DATA-SYS PIC 9(08).

      * a competencia emitida e o mes corrente - na cadeia do
      * fechamento do mes, a liberada pela guarda (runctl)
       01  WRK-COMPETENCIA.
           05  WRK-CMP-ANO      PIC 9(04).
           05  WRK-CMP-MES      PIC 9(02).
       01  WRK-VENCIMENTO-NUM REDEFINES WRK-VENCIMENTO PIC 9(08).

      * contrato com o controle de execucao compartilhado
      * (runctl): emitir duas vezes cobraria o mes em dobro;
      * partida mensal (M)
       01  WRK-RUNCTL.
           05  WRK-RC-OPERACAO PIC X(01).
           05  WRK-RC-PROGRAMA PIC X(12) VALUE 'MENSFAT'.
           05  WRK-RC-QTD      PIC 9(06).
           05  WRK-RC-RUN-ID   PIC 9(06).
           05  WRK-RC-PERMITIDO PIC X(01).
           05  WRK-RC-PERIODO  PIC 9(06).

       77  WRK-VALOR-BASE       PIC 9(06)V99 VALUE ZEROS.
       77  WRK-DIA-VENC         PIC 9(02) VALUE 10.
           STOP RUN.

       1000-INICIALIZA.
           ACCEPT DATA-SYS FROM DATE YYYYMMDD
           MOVE ANO-SYS TO WRK-CMP-ANO
           MOVE MES-SYS TO WRK-CMP-MES
           COMPUTE WRK-RC-PERIODO = WRK-CMP-ANO * 100
               + WRK-CMP-MES
           MOVE 'M' TO WRK-RC-OPERACAO
           MOVE ZEROS TO WRK-RC-QTD
           CALL 'runctl' USING WRK-RUNCTL
           IF WRK-RC-PERMITIDO = 'N'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DIVIDE WRK-RC-PERIODO BY 100 GIVING WRK-CMP-ANO
               REMAINDER WRK-CMP-MES
           PERFORM 1100-VERIFICA-COMPETENCIA
           IF COMPETENCIA-JA-EMITIDA
               DISPLAY 'COMPETENCIA ' WRK-CMP-MES '/' WRK-CMP-ANO
               STOP RUN
           END-IF
           PERFORM 1200-LE-CONFIG
           MOVE WRK-CMP-ANO TO WRK-VEN-ANO
           MOVE WRK-CMP-MES TO WRK-VEN-MES
           MOVE WRK-DIA-VENC TO WRK-VEN-DIA
           OPEN INPUT ALUNO-MASTER
           IF WRK-ALUMAST-STATUS NOT = '00'
