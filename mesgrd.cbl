       IDENTIFICATION DIVISION.
       PROGRAM-ID. mesgrd.
      ********************************************************
      *    Guarda do fechamento do mes
      *    Primeiro passo da cadeia FECHAMES: pela data de
      *    negocio (BUSDATE.DAT, via datasrv) decide se a noite
      *    e a do ultimo dia util do mes - a data de negocio e
      *    dia util e o proximo dia util, pulando sabado,
      *    domingo (Zeller, como no batchgrd) e feriado
      *    nacional do HOLIDAY.DAT, ja cai no mes seguinte.
      *    Sendo, abre a competencia (AAAAMM da data de
      *    negocio) no runctl pela partida mensal M - e essa
      *    competencia que os passos seguintes da cadeia fecham,
      *    cada um recusado se o anterior nao concluiu nela -
      *    e devolve RC 0. Nao sendo, ou com a competencia ja
      *    liberada antes, devolve RC 8 e a cadeia inteira
      *    pula. Toda decisao vira linha no ERROR.LOG.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLIDAY-FILE ASSIGN TO 'HOLIDAY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOL-CHAVE
               FILE STATUS IS WRK-HOLIDAY-STATUS.

           SELECT ERROR-LOG ASSIGN TO 'ERROR.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ERRLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-FILE.
           COPY 'holidayrec.cbl'.

       FD  ERROR-LOG.
           COPY 'errorlog.cbl'.

       WORKING-STORAGE SECTION.
       77  WRK-HOLIDAY-STATUS   PIC X(02) VALUE '00'.
       77  WRK-ERRLOG-STATUS    PIC X(02) VALUE '00'.
       77  WRK-HOLIDAY-DISP     PIC X(01) VALUE 'N'.
           88 HOLIDAY-DISPONIVEL    VALUE 'S'.
       77  WRK-DIA-UTIL         PIC X(01) VALUE 'S'.
           88 E-DIA-UTIL            VALUE 'S'.
       77  WRK-MOTIVO-DECISAO   PIC X(12) VALUE SPACES.
       77  WRK-QTD-DIAS         PIC 9(02) VALUE ZEROS.

      * data de negocio da noite
       01  DATA-SYS.
           02  ANO-SYS PIC 9(04) VALUE ZEROS.
           02  MES-SYS PIC 9(02) VALUE ZEROS.
           02  DIA-SYS PIC 9(02) VALUE ZEROS.
       01  DATA-SYS-NUM REDEFINES DATA-SYS PIC 9(08).

      * dia avaliado: a propria data de negocio e depois cada
      * dia seguinte ate o proximo dia util
       01  WRK-DATA-CAND.
           05  WRK-CAND-ANO     PIC 9(04).
           05  WRK-CAND-MES     PIC 9(02).
           05  WRK-CAND-DIA     PIC 9(02).
       01  WRK-DATA-CAND-NUM REDEFINES WRK-DATA-CAND PIC 9(08).
       77  WRK-DATA-VALIDA-FLAG PIC X(01) VALUE 'N'.
       77  WRK-DIAS-NO-MES      PIC 9(02) VALUE ZEROS.

      * variaveis auxiliares da congruencia de Zeller, mesma
      * formula do learning10 (indice 1 = sabado)
       77 WRK-ANO-CALC     PIC 9(04) VALUE ZEROS.
       77 WRK-MES-CALC     PIC 9(02) VALUE ZEROS.
       77 WRK-SECULO       PIC 9(02) VALUE ZEROS.
       77 WRK-ANO-SECULO   PIC 9(02) VALUE ZEROS.
       77 WRK-ZELLER       PIC S9(04) VALUE ZEROS.
       77 WRK-IDX-SEMANA   PIC 9(01) VALUE ZEROS.

       01  WRK-DATA-HORA-SYS.
           05  WRK-DHS-DATA     PIC 9(08).
           05  WRK-DHS-HORA     PIC 9(06).

      * entrada da decisao no ERROR.LOG: a data de negocio e o
      * proximo dia util que a decidiu
       01  WRK-ENTRADA-DECISAO.
           05  ENT-DATA-NEGOCIO PIC 9(08).
           05  FILLER          PIC X(11) VALUE ' PROX UTIL '.
           05  ENT-PROX-UTIL   PIC 9(08).

      * contrato com o controle central de data (datasrv)
       01  WRK-DATACTL.
           05  WRK-DC-OPERACAO PIC X(01).
           05  WRK-DC-DATA     PIC 9(08).
           05  WRK-DC-CONTROLADA PIC X(01).
           05  WRK-DC-OK       PIC X(01).

      * contrato com o controle de execucao compartilhado
      * (runctl): a partida mensal (M) da guarda e a liberacao
      * da competencia para a cadeia do fechamento do mes
       01  WRK-RUNCTL.
           05  WRK-RC-OPERACAO PIC X(01).
           05  WRK-RC-PROGRAMA PIC X(12) VALUE 'MESGRD'.
           05  WRK-RC-QTD      PIC 9(06).
           05  WRK-RC-RUN-ID   PIC 9(06).
           05  WRK-RC-PERMITIDO PIC X(01).
           05  WRK-RC-PERIODO  PIC 9(06).

      * return code da decisao, guardado durante o registro
      * do fim do passo
       77  WRK-RETORNO          PIC 9(02) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-AVALIA-FIM-DE-MES
           IF E-DIA-UTIL AND WRK-CAND-MES NOT = MES-SYS
               PERFORM 3000-LIBERA-COMPETENCIA
           ELSE
               IF E-DIA-UTIL
                   MOVE 'MESGRD-PULA ' TO WRK-MOTIVO-DECISAO
               END-IF
               DISPLAY 'GUARDA DO MES: ' DATA-SYS-NUM
                   ' NAO E O ULTIMO DIA UTIL DO MES - CADEIA '
                   'PULADA'
               MOVE 8 TO WRK-RETORNO
           END-IF
           PERFORM 4000-GRAVA-DECISAO
           IF HOLIDAY-DISPONIVEL
               CLOSE HOLIDAY-FILE
           END-IF
           MOVE WRK-RETORNO TO RETURN-CODE
           STOP RUN.

       1000-INICIALIZA.
           MOVE 'L' TO WRK-DC-OPERACAO
           CALL 'datasrv' USING WRK-DATACTL
           MOVE WRK-DC-DATA TO DATA-SYS-NUM
           OPEN INPUT HOLIDAY-FILE
           IF WRK-HOLIDAY-STATUS = '00'
               MOVE 'S' TO WRK-HOLIDAY-DISP
           END-IF.

      * a data de negocio tem de ser dia util; sendo, anda dia
      * a dia ate o proximo dia util - o mes dele diz se esta
      * e a ultima noite util do mes
       2000-AVALIA-FIM-DE-MES.
           MOVE DATA-SYS-NUM TO WRK-DATA-CAND-NUM
           PERFORM 2100-AVALIA-DIA
           IF NOT E-DIA-UTIL
               MOVE 'MESGRD-NUTIL' TO WRK-MOTIVO-DECISAO
               MOVE ZEROS TO WRK-DATA-CAND-NUM
           ELSE
               MOVE 'N' TO WRK-DIA-UTIL
               MOVE ZEROS TO WRK-QTD-DIAS
               PERFORM 2300-PROXIMO-DIA
                   UNTIL E-DIA-UTIL OR WRK-QTD-DIAS > 31
           END-IF.

       2100-AVALIA-DIA.
           MOVE 'S' TO WRK-DIA-UTIL
           PERFORM 2110-CALCULA-DIA-SEMANA
           IF WRK-IDX-SEMANA = 1 OR WRK-IDX-SEMANA = 2
               MOVE 'N' TO WRK-DIA-UTIL
           END-IF
           IF E-DIA-UTIL
               PERFORM 2120-VERIFICA-FERIADO
           END-IF.

      * congruencia de Zeller adaptada para calendario
      * gregoriano, mesma formula do learning10
       2110-CALCULA-DIA-SEMANA.
           MOVE WRK-CAND-ANO TO WRK-ANO-CALC
           MOVE WRK-CAND-MES TO WRK-MES-CALC
           IF WRK-MES-CALC < 3
               ADD 12 TO WRK-MES-CALC
               SUBTRACT 1 FROM WRK-ANO-CALC
           END-IF

           DIVIDE WRK-ANO-CALC BY 100 GIVING WRK-SECULO
               REMAINDER WRK-ANO-SECULO

           COMPUTE WRK-ZELLER =
               (WRK-CAND-DIA + ((13 * (WRK-MES-CALC + 1)) / 5) +
               WRK-ANO-SECULO + (WRK-ANO-SECULO / 4) +
               (WRK-SECULO / 4) + (5 * WRK-SECULO))

           DIVIDE WRK-ZELLER BY 7 GIVING WRK-ZELLER
               REMAINDER WRK-IDX-SEMANA
           ADD 1 TO WRK-IDX-SEMANA.

      * so o feriado nacional (UF em branco) conta, como na
      * guarda da noite - feriado estadual nao para o
      * fechamento central
       2120-VERIFICA-FERIADO.
           IF HOLIDAY-DISPONIVEL
               MOVE WRK-DATA-CAND-NUM TO HOL-DATA
               MOVE SPACES TO HOL-UF
               READ HOLIDAY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WRK-DIA-UTIL
               END-READ
           END-IF.

      * um dia no calendario, virando mes e ano pelo ultimo dia
      * do mes (dateval comum), como o avanco do datasrv
       2300-PROXIMO-DIA.
           ADD 1 TO WRK-QTD-DIAS
           ADD 1 TO WRK-CAND-DIA
           PERFORM VALIDA-DATA-CANDIDATA
           IF WRK-CAND-DIA > WRK-DIAS-NO-MES
               MOVE 1 TO WRK-CAND-DIA
               ADD 1 TO WRK-CAND-MES
               IF WRK-CAND-MES > 12
                   MOVE 1 TO WRK-CAND-MES
                   ADD 1 TO WRK-CAND-ANO
               END-IF
           END-IF
           PERFORM 2100-AVALIA-DIA.

      * ultimo dia util: a competencia da data de negocio abre
      * no runctl; ja liberada (cadeia rodada ou em curso para
      * ela) e recusa - o restart de passo que falhou e pelo
      * proprio passo, nao pela guarda
       3000-LIBERA-COMPETENCIA.
           COMPUTE WRK-RC-PERIODO = ANO-SYS * 100 + MES-SYS
           MOVE 'M' TO WRK-RC-OPERACAO
           MOVE ZEROS TO WRK-RC-QTD
           CALL 'runctl' USING WRK-RUNCTL
           IF WRK-RC-PERMITIDO = 'N'
               DISPLAY 'GUARDA DO MES: COMPETENCIA ' WRK-RC-PERIODO
                   ' JA LIBERADA - CADEIA PULADA'
               MOVE 'MESGRD-RECUS' TO WRK-MOTIVO-DECISAO
               MOVE 8 TO WRK-RETORNO
           ELSE
               DISPLAY 'GUARDA DO MES: ULTIMO DIA UTIL - '
                   'COMPETENCIA ' WRK-RC-PERIODO ' LIBERADA'
               MOVE 'MESGRD-LIBER' TO WRK-MOTIVO-DECISAO
               MOVE 'F' TO WRK-RC-OPERACAO
               MOVE ZEROS TO WRK-RC-QTD
               CALL 'runctl' USING WRK-RUNCTL
               MOVE ZEROS TO WRK-RETORNO
           END-IF.

      * a decisao fica na trilha comum, liberada ou nao, para
      * a operacao saber por que o fechamento rodou ou nao
       4000-GRAVA-DECISAO.
           OPEN EXTEND ERROR-LOG
           MOVE 'MESGRD' TO ERR-PROGRAMA
           ACCEPT WRK-DHS-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-DHS-HORA FROM TIME
           MOVE WRK-DHS-DATA TO ERR-DATA-HORA (1:8)
           MOVE WRK-DHS-HORA TO ERR-DATA-HORA (9:6)
           MOVE WRK-MOTIVO-DECISAO TO ERR-MOTIVO
           MOVE DATA-SYS-NUM TO ENT-DATA-NEGOCIO
           MOVE WRK-DATA-CAND-NUM TO ENT-PROX-UTIL
           MOVE WRK-ENTRADA-DECISAO TO ERR-ENTRADA
           MOVE 'I' TO ERR-SEVERIDADE
           MOVE SPACES TO ERR-TRATADA ERR-TRATADA-POR
           WRITE ERROR-LOG-RECORD
           CLOSE ERROR-LOG.

           COPY 'dateval.cbl'
               REPLACING VALIDA-DATA-CALENDARIO
                             BY VALIDA-DATA-CANDIDATA
                         WRK-ANO BY WRK-CAND-ANO
                         WRK-MES BY WRK-CAND-MES
                         WRK-DIA BY WRK-CAND-DIA.
