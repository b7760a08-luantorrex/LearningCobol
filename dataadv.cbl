      *    Numa noite perdida o passo nao roda, a data fica
      *    parada e a rodada de recuperacao do dia seguinte
      *    sai datada do dia certo.
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
           05  WRK-RC-PROGRAMA PIC X(12) VALUE 'DATAADV'.
           05  WRK-RC-QTD      PIC 9(06).
           05  WRK-RC-RUN-ID   PIC 9(06).
           05  WRK-RC-PERMITIDO PIC X(01).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           MOVE 'I' TO WRK-RC-OPERACAO
           MOVE ZEROS TO WRK-RC-QTD
           CALL 'runctl' USING WRK-RUNCTL
           IF WRK-RC-PERMITIDO = 'N'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'A' TO WRK-DC-OPERACAO
           CALL 'datasrv' USING WRK-DATACTL
           IF WRK-DC-CONTROLADA = 'S'
           ELSE
               DISPLAY 'SEM CONTROLE DE DATA - NADA A AVANCAR'
           END-IF
           MOVE 'F' TO WRK-RC-OPERACAO
           MOVE ZEROS TO WRK-RC-QTD
           CALL 'runctl' USING WRK-RUNCTL
           STOP RUN.
