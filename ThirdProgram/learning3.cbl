       77 WRK-DATACALC-OK        PIC X(01) VALUE 'N'.
           88 DATACALC-OK            VALUE 'S'.

      * contrato com o controle de execucao compartilhado
      * (runctl): inicio, fim e contagem do passo na cadeia
      * noturna, base da estatistica de passos do steprel
       01 WRK-RUNCTL.
           02 WRK-RC-OPERACAO  PIC X(01).
           02 WRK-RC-PROGRAMA  PIC X(12) VALUE 'LEARNING3'.
           02 WRK-RC-QTD       PIC 9(06).
           02 WRK-RC-RUN-ID    PIC 9(06).
           02 WRK-RC-PERMITIDO PIC X(01).

       PROCEDURE DIVISION.
           MOVE 'I' TO WRK-RC-OPERACAO
           MOVE ZEROS TO WRK-RC-QTD
           CALL 'runctl' USING WRK-RUNCTL
           IF WRK-RC-PERMITIDO = 'N'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND ERROR-LOG
           ACCEPT WRK-DATE FROM DATE YYYYMMDD.
           PERFORM VALIDA-DATA-CALENDARIO
               END-IF
           END-IF
           CLOSE ERROR-LOG
           MOVE 'F' TO WRK-RC-OPERACAO
           MOVE ZEROS TO WRK-RC-QTD
           CALL 'runctl' USING WRK-RUNCTL
           STOP RUN.

      * registra a excecao na trilha comum a todos os programas
