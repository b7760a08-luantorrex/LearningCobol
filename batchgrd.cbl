      *    O arquivo GUARDOVR.CFG com 'S' na primeira
      *    posicao e o override do operador para rodada
      *    forcada. Toda decisao vira linha no ERROR.LOG.
      *    Inicio, fim e contagem do passo vao para o
      *    RUNCTL.DAT (runctl), base da estatistica de passos
      *    da cadeia noturna (steprel).
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WRK-DC-CONTROLADA PIC X(01).
           05  WRK-DC-OK       PIC X(01).

      * contrato com o controle de execucao compartilhado
      * (runctl): inicio, fim e contagem do passo na cadeia
      * noturna, base da estatistica de passos do steprel
       01  WRK-RUNCTL.
           05  WRK-RC-OPERACAO PIC X(01).
           05  WRK-RC-PROGRAMA PIC X(12) VALUE 'BATCHGRD'.
           05  WRK-RC-QTD      PIC 9(06).
           05  WRK-RC-RUN-ID   PIC 9(06).
           05  WRK-RC-PERMITIDO PIC X(01).

      * return code da decisao, guardado durante o registro
      * do fim do passo
       77  WRK-RETORNO          PIC 9(02) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           MOVE 'I' TO WRK-RC-OPERACAO
           MOVE ZEROS TO WRK-RC-QTD
           CALL 'runctl' USING WRK-RUNCTL
           IF WRK-RC-PERMITIDO = 'N'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'L' TO WRK-DC-OPERACAO
           CALL 'datasrv' USING WRK-DATACTL
           MOVE WRK-DC-DATA TO DATA-SYS-NUM
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           MOVE RETURN-CODE TO WRK-RETORNO
           MOVE 'F' TO WRK-RC-OPERACAO
           MOVE WRK-QTD-CRITICAS TO WRK-RC-QTD
           CALL 'runctl' USING WRK-RUNCTL
           MOVE WRK-RETORNO TO RETURN-CODE
           STOP RUN.

       1000-LE-OVERRIDE.
