       IDENTIFICATION DIVISION.
       PROGRAM-ID. acordchk.
      ********************************************************
      *    Acompanhamento dos acordos de pagamento
      *    Percorre os acordos ativos do ACORDO.DAT contra as
      *    parcelas no FATURAS.DAT. Parcela em aberto vencida
      *    ha mais dias que a tolerancia do acordo rompe o
      *    acordo: as parcelas ainda em aberto sao canceladas
      *    (o saldo delas sai do extrato com origem ACORDO-ROM)
      *    e o que foi pago nas parcelas abate as originais da
      *    mais antiga para a mais nova; o restante volta a
      *    dever na original (origem ACORDO-EST), que sai de
      *    renegociada e retorna ao aging e a cobranca com o
      *    vencimento de origem. Acordo com todas as parcelas
      *    quitadas fica quitado e as originais tambem. Os
      *    rompimentos vao ao ERROR.LOG como aviso para a
      *    cobranca.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FATURAS-FILE ASSIGN TO 'FATURAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               FILE STATUS IS WRK-FATURAS-STATUS.

           SELECT ACORDO-FILE ASSIGN TO 'ACORDO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACO-NUMERO
               FILE STATUS IS WRK-ACORDO-STATUS.

      * detalhe de aplicacao, o mesmo da baixa de pagamentos
           SELECT PAGTO-DETALHE ASSIGN TO 'PAGDET.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERROR-LOG ASSIGN TO 'ERROR.LOG'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FATURAS-FILE.
           COPY 'faturec.cbl'.

       FD  ACORDO-FILE.
           COPY 'acordorec.cbl'.

       FD  PAGTO-DETALHE.
           COPY 'pagdetrec.cbl'.

       FD  ERROR-LOG.
           COPY 'errorlog.cbl'.

       WORKING-STORAGE SECTION.
       77  WRK-FATURAS-STATUS   PIC X(02) VALUE '00'.
       77  WRK-ACORDO-STATUS    PIC X(02) VALUE '00'.
       77  WRK-EOF              PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO        VALUE 'S'.

       01  DATA-SYS.
           02  ANO-SYS PIC 9(04) VALUE ZEROS.
           02  MES-SYS PIC 9(02) VALUE ZEROS.
           02  DIA-SYS PIC 9(02) VALUE ZEROS.
       01  DATA-SYS-NUM REDEFINES DATA-SYS PIC 9(08).

      * contrato com o controle central de data (datasrv): o
      * atraso das parcelas conta ate a data de negocio
       01  WRK-DATACTL.
           05  WRK-DC-OPERACAO PIC X(01).
           05  WRK-DC-DATA     PIC 9(08).
           05  WRK-DC-CONTROLADA PIC X(01).
           05  WRK-DC-OK       PIC X(01).

      * contrato com o controle de execucao compartilhado
      * (runctl)
       01  WRK-RUNCTL.
           05  WRK-RC-OPERACAO PIC X(01).
           05  WRK-RC-PROGRAMA PIC X(12) VALUE 'ACORDCHK'.
           05  WRK-RC-QTD      PIC 9(06).
           05  WRK-RC-RUN-ID   PIC 9(06).
           05  WRK-RC-PERMITIDO PIC X(01).

       01  WRK-DATA-HORA-SYS.
           05  WRK-DHS-DATA     PIC 9(08).
           05  WRK-DHS-HORA     PIC 9(06).

      * atraso na base comercial 30/360, mesmo calculo do
      * aging do fretepag
       77  WRK-DIAS-HOJE        PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-VENC        PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-ATRASO      PIC S9(05) VALUE ZEROS.
       01  WRK-DATA-QUEBRA.
           05  WRK-QBR-ANO      PIC 9(04).
           05  WRK-QBR-MES      PIC 9(02).
           05  WRK-QBR-DIA      PIC 9(02).

       77  WRK-IDX-PAR          PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-ORI          PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-QUITADAS     PIC 9(02) VALUE ZEROS.
       77  WRK-ROMPE            PIC X(01) VALUE 'N'.
           88 ACORDO-A-ROMPER       VALUE 'S'.
      * pago nas parcelas, abatido das originais no rompimento
       77  WRK-PAGO-PARCELAS    PIC 9(09)V99 VALUE ZEROS.
       77  WRK-ABATIDO          PIC 9(08)V99 VALUE ZEROS.
       77  WRK-RESTABELECIDO    PIC 9(08)V99 VALUE ZEROS.
       77  WRK-SALDO-PARCELA    PIC 9(08)V99 VALUE ZEROS.
       77  WRK-COD-MOTIVO       PIC X(12) VALUE SPACES.

       77  WRK-QTD-ATIVOS       PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-ROMPIDOS     PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-QUITADOS     PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-LE-ACORDO UNTIL FIM-DE-ARQUIVO
           PERFORM 9000-FINALIZA
           STOP RUN.

       1000-INICIALIZA.
           MOVE 'I' TO WRK-RC-OPERACAO
           MOVE ZEROS TO WRK-RC-QTD
           CALL 'runctl' USING WRK-RUNCTL
           IF WRK-RC-PERMITIDO = 'N'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'L' TO WRK-DC-OPERACAO
           CALL 'datasrv' USING WRK-DATACTL
           MOVE WRK-DC-DATA TO DATA-SYS
           MOVE DATA-SYS-NUM TO WRK-DATA-QUEBRA
           COMPUTE WRK-DIAS-HOJE =
               (WRK-QBR-ANO * 360) + (WRK-QBR-MES * 30) +
               WRK-QBR-DIA
           OPEN I-O ACORDO-FILE
           IF WRK-ACORDO-STATUS NOT = '00'
               DISPLAY 'NENHUM ACORDO DE PAGAMENTO REGISTRADO'
               MOVE 'F' TO WRK-RC-OPERACAO
               CALL 'runctl' USING WRK-RUNCTL
               STOP RUN
           END-IF
           OPEN I-O FATURAS-FILE
           IF WRK-FATURAS-STATUS NOT = '00'
               DISPLAY 'MESTRE DE FATURAS INEXISTENTE'
               CLOSE ACORDO-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND PAGTO-DETALHE
           OPEN EXTEND ERROR-LOG
           MOVE 'N' TO WRK-EOF
           MOVE ZEROS TO ACO-NUMERO
           START ACORDO-FILE KEY IS NOT LESS THAN ACO-NUMERO
               INVALID KEY
                   MOVE 'S' TO WRK-EOF
           END-START.

       2000-LE-ACORDO.
           READ ACORDO-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO AND ACO-ATIVO
               ADD 1 TO WRK-QTD-ATIVOS
               PERFORM 2100-VERIFICA-PARCELAS
               IF ACORDO-A-ROMPER
                   PERFORM 3000-ROMPE-ACORDO
               ELSE
                   IF WRK-QTD-QUITADAS = ACO-QTD-PARCELAS
                       PERFORM 4000-QUITA-ACORDO
                   END-IF
               END-IF
           END-IF.

      * conta as parcelas quitadas, soma o que ja foi pago e
      * marca o rompimento na primeira parcela em aberto com
      * atraso acima da tolerancia
       2100-VERIFICA-PARCELAS.
           MOVE 'N' TO WRK-ROMPE
           MOVE ZEROS TO WRK-QTD-QUITADAS WRK-PAGO-PARCELAS
           PERFORM 2200-VERIFICA-PARCELA
               VARYING WRK-IDX-PAR FROM 1 BY 1
               UNTIL WRK-IDX-PAR > ACO-QTD-PARCELAS.

       2200-VERIFICA-PARCELA.
           MOVE ACO-PAR-FATURA (WRK-IDX-PAR) TO FAT-NUMERO
           READ FATURAS-FILE
               KEY IS FAT-NUMERO
               INVALID KEY
                   DISPLAY 'ACORDO ' ACO-NUMERO
                       ' - PARCELA NAO ENCONTRADA: ' FAT-NUMERO
               NOT INVALID KEY
                   ADD FAT-PAGO TO WRK-PAGO-PARCELAS
                   IF FAT-QUITADA
                       ADD 1 TO WRK-QTD-QUITADAS
                   END-IF
                   IF FAT-ABERTA OR FAT-PARCIAL
                       MOVE FAT-VENCIMENTO TO WRK-DATA-QUEBRA
                       COMPUTE WRK-DIAS-VENC =
                           (WRK-QBR-ANO * 360) + (WRK-QBR-MES * 30)
                           + WRK-QBR-DIA
                       COMPUTE WRK-DIAS-ATRASO =
                           WRK-DIAS-HOJE - WRK-DIAS-VENC
                       IF WRK-DIAS-ATRASO > ACO-TOLERANCIA
                           MOVE 'S' TO WRK-ROMPE
                       END-IF
                   END-IF
           END-READ.

      *****************************************************
      *    rompimento: cancela o que falta das parcelas e
      *    devolve as originais a cobranca pelo saldo nao pago
      *****************************************************
       3000-ROMPE-ACORDO.
           PERFORM 3100-CANCELA-PARCELA
               VARYING WRK-IDX-PAR FROM 1 BY 1
               UNTIL WRK-IDX-PAR > ACO-QTD-PARCELAS
           PERFORM 3200-RESTABELECE-ORIGINAL
               VARYING WRK-IDX-ORI FROM 1 BY 1
               UNTIL WRK-IDX-ORI > ACO-QTD-ORIGINAIS
           MOVE 'R' TO ACO-SITUACAO
           MOVE DATA-SYS-NUM TO ACO-DATA-SITUACAO
           REWRITE ACORDO-RECORD
               INVALID KEY
                   DISPLAY 'ERRO REGRAVANDO ACORDO: ' ACO-NUMERO
           END-REWRITE
           ADD 1 TO WRK-QTD-ROMPIDOS
           MOVE 'ACORDO-ROMP' TO WRK-COD-MOTIVO
           MOVE 'A' TO ERR-SEVERIDADE
           PERFORM 7000-GRAVA-LOG
           DISPLAY 'ACORDO ' ACO-NUMERO ' ROMPIDO - CLIENTE '
               ACO-CLIENTE.

      * a parcela em aberto e cancelada; o saldo dela sai do
      * extrato pelo detalhe com origem ACORDO-ROM
       3100-CANCELA-PARCELA.
           MOVE ACO-PAR-FATURA (WRK-IDX-PAR) TO FAT-NUMERO
           READ FATURAS-FILE
               KEY IS FAT-NUMERO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FAT-ABERTA OR FAT-PARCIAL
                       COMPUTE WRK-SALDO-PARCELA =
                           FAT-TOTAL + FAT-JUROS - FAT-PAGO
                       IF WRK-SALDO-PARCELA > ZEROS
                           MOVE WRK-SALDO-PARCELA TO PGD-VALOR
                           MOVE 'ACORDO-ROM' TO PGD-ORIGEM
                           PERFORM 3300-GRAVA-DETALHE
                       END-IF
                       MOVE 'C' TO FAT-STATUS
                       REWRITE FATURA-RECORD
                           INVALID KEY
                               DISPLAY 'ERRO REGRAVANDO PARCELA: '
                                   FAT-NUMERO
                       END-REWRITE
                   END-IF
           END-READ.

      * o pago nas parcelas abate as originais na ordem do
      * acordo; o que nao foi coberto volta a dever na
      * original (origem ACORDO-EST no detalhe) e o status
      * sai do que ela tem pago contra total mais encargos
       3200-RESTABELECE-ORIGINAL.
           IF WRK-PAGO-PARCELAS > ACO-ORI-SALDO (WRK-IDX-ORI)
               MOVE ACO-ORI-SALDO (WRK-IDX-ORI) TO WRK-ABATIDO
           ELSE
               MOVE WRK-PAGO-PARCELAS TO WRK-ABATIDO
           END-IF
           SUBTRACT WRK-ABATIDO FROM WRK-PAGO-PARCELAS
           COMPUTE WRK-RESTABELECIDO =
               ACO-ORI-SALDO (WRK-IDX-ORI) - WRK-ABATIDO
           MOVE ACO-ORI-FATURA (WRK-IDX-ORI) TO FAT-NUMERO
           READ FATURAS-FILE
               KEY IS FAT-NUMERO
               INVALID KEY
                   DISPLAY 'ACORDO ' ACO-NUMERO
                       ' - ORIGINAL NAO ENCONTRADA: ' FAT-NUMERO
               NOT INVALID KEY
                   SUBTRACT WRK-RESTABELECIDO FROM FAT-PAGO
                   IF WRK-RESTABELECIDO > ZEROS
                       MOVE WRK-RESTABELECIDO TO PGD-VALOR
                       MOVE 'ACORDO-EST' TO PGD-ORIGEM
                       PERFORM 3300-GRAVA-DETALHE
                   END-IF
                   EVALUATE TRUE
                       WHEN FAT-PAGO >= FAT-TOTAL + FAT-JUROS
                           MOVE 'P' TO FAT-STATUS
                       WHEN FAT-PAGO > ZEROS
                           MOVE 'R' TO FAT-STATUS
                       WHEN OTHER
                           MOVE 'A' TO FAT-STATUS
                   END-EVALUATE
                   REWRITE FATURA-RECORD
                       INVALID KEY
                           DISPLAY 'ERRO REGRAVANDO FATURA: '
                               FAT-NUMERO
                   END-REWRITE
           END-READ.

       3300-GRAVA-DETALHE.
           MOVE FAT-NUMERO TO PGD-FATURA
           MOVE FAT-CLIENTE TO PGD-CLIENTE
           MOVE DATA-SYS-NUM TO PGD-DATA
           WRITE PAGTO-DETALHE-RECORD.

      * todas as parcelas pagas: o saldo das originais ja
      * esta aplicado desde o acordo, elas passam a quitadas
       4000-QUITA-ACORDO.
           PERFORM 4100-QUITA-ORIGINAL
               VARYING WRK-IDX-ORI FROM 1 BY 1
               UNTIL WRK-IDX-ORI > ACO-QTD-ORIGINAIS
           MOVE 'Q' TO ACO-SITUACAO
           MOVE DATA-SYS-NUM TO ACO-DATA-SITUACAO
           REWRITE ACORDO-RECORD
               INVALID KEY
                   DISPLAY 'ERRO REGRAVANDO ACORDO: ' ACO-NUMERO
           END-REWRITE
           ADD 1 TO WRK-QTD-QUITADOS
           MOVE 'ACORDO-QUIT' TO WRK-COD-MOTIVO
           MOVE 'I' TO ERR-SEVERIDADE
           PERFORM 7000-GRAVA-LOG.

       4100-QUITA-ORIGINAL.
           MOVE ACO-ORI-FATURA (WRK-IDX-ORI) TO FAT-NUMERO
           READ FATURAS-FILE
               KEY IS FAT-NUMERO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FAT-RENEGOCIADA
                       MOVE 'P' TO FAT-STATUS
                       REWRITE FATURA-RECORD
                           INVALID KEY
                               DISPLAY 'ERRO REGRAVANDO FATURA: '
                                   FAT-NUMERO
                       END-REWRITE
                   END-IF
           END-READ.

      * rompimento e quitacao na trilha comum; a severidade
      * vem de quem chama
       7000-GRAVA-LOG.
           ACCEPT WRK-DHS-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-DHS-HORA FROM TIME
           MOVE 'ACORDCHK' TO ERR-PROGRAMA
           MOVE WRK-DHS-DATA TO ERR-DATA-HORA (1:8)
           MOVE WRK-DHS-HORA TO ERR-DATA-HORA (9:6)
           MOVE WRK-COD-MOTIVO TO ERR-MOTIVO
           MOVE SPACES TO ERR-ENTRADA
           STRING 'ACO=' DELIMITED BY SIZE
               ACO-NUMERO DELIMITED BY SIZE
               ' CLI=' DELIMITED BY SIZE
               ACO-CLIENTE DELIMITED BY SIZE
               INTO ERR-ENTRADA
           MOVE SPACES TO ERR-TRATADA ERR-TRATADA-POR
           WRITE ERROR-LOG-RECORD.

       9000-FINALIZA.
           DISPLAY 'ACORDOS ATIVOS VERIFICADOS: ' WRK-QTD-ATIVOS
           DISPLAY 'ACORDOS ROMPIDOS: ' WRK-QTD-ROMPIDOS
           DISPLAY 'ACORDOS QUITADOS: ' WRK-QTD-QUITADOS
           CLOSE ACORDO-FILE
           CLOSE FATURAS-FILE
           CLOSE PAGTO-DETALHE
           CLOSE ERROR-LOG
           COMPUTE WRK-RC-QTD = WRK-QTD-ROMPIDOS + WRK-QTD-QUITADOS
           MOVE 'F' TO WRK-RC-OPERACAO
           CALL 'runctl' USING WRK-RUNCTL.
