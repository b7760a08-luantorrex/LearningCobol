       IDENTIFICATION DIVISION.
       PROGRAM-ID. balancete.
      ********************************************************
      *    Balancete mensal de verificacao do razao geral
      *    Le o RAZAO.DAT acumulado pelo razpost e lista, para
      *    o mes da data de negocio, cada conta do plano
      *    (PLANOCTA.DAT) com saldo anterior (todo o movimento
      *    das competencias anteriores), debitos e creditos do
      *    mes e saldo final, o saldo com D (devedor) ou C
      *    (credor). Conta com movimento no razao e fora do
      *    plano sai no fim da lista, marcada. O rodape prova
      *    o fechamento: total de debitos igual ao de creditos
      *    do mes e saldos devedores iguais aos credores; se
      *    nao fechar o balancete avisa e termina com codigo 4.
      *    Sai em BALANCETE.RPT.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANO-CONTAS ASSIGN TO 'PLANOCTA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLC-CONTA
               FILE STATUS IS WRK-PLANOCTA-STATUS.

           SELECT RAZAO-FILE ASSIGN TO 'RAZAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAZ-CHAVE
               FILE STATUS IS WRK-RAZAO-STATUS.

           SELECT BALANCETE-REPORT ASSIGN TO 'BALANCETE.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PLANO-CONTAS.
           COPY 'planorec.cbl'.

       FD  RAZAO-FILE.
           COPY 'razaorec.cbl'.

       FD  BALANCETE-REPORT.
       01  REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       77  WRK-PLANOCTA-STATUS  PIC X(02) VALUE '00'.
       77  WRK-RAZAO-STATUS     PIC X(02) VALUE '00'.
       77  WRK-EOF              PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO        VALUE 'S'.
       77  WRK-COMPETENCIA      PIC 9(06) VALUE ZEROS.
       77  WRK-IDX              PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-CONTAS       PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-FORA-PLANO   PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-DESPREZADAS  PIC 9(04) VALUE ZEROS.
       77  WRK-SALDO            PIC S9(12)V99 VALUE ZEROS.

       77  WRK-TOT-DEBITOS      PIC 9(12)V99 VALUE ZEROS.
       77  WRK-TOT-CREDITOS     PIC 9(12)V99 VALUE ZEROS.
       77  WRK-TOT-DEVEDOR      PIC 9(12)V99 VALUE ZEROS.
       77  WRK-TOT-CREDOR       PIC 9(12)V99 VALUE ZEROS.
       77  WRK-FECHADO          PIC X(01) VALUE 'S'.
           88 BALANCETE-FECHADO     VALUE 'S'.

       01  DATA-SYS.
           02  ANO-SYS PIC 9(04) VALUE ZEROS.
           02  MES-SYS PIC 9(02) VALUE ZEROS.
           02  DIA-SYS PIC 9(02) VALUE ZEROS.
       01  DATA-SYS-NUM REDEFINES DATA-SYS PIC 9(08).

      * contrato com o controle central de data (datasrv)
       01  WRK-DATACTL.
           05  WRK-DC-OPERACAO PIC X(01).
           05  WRK-DC-DATA     PIC 9(08).
           05  WRK-DC-CONTROLADA PIC X(01).
           05  WRK-DC-OK       PIC X(01).

      * uma linha por conta: saldo das competencias anteriores
      * e movimento do mes; contas fora do plano vao entrando
      * no fim da tabela
       01  WRK-TAB-CONTAS.
           05  WRK-TC-CONTA-ENT OCCURS 500 TIMES.
               10  WRK-TC-CONTA     PIC 9(05).
               10  WRK-TC-TIPO      PIC X(01).
               10  WRK-TC-DESCRICAO PIC X(30).
               10  WRK-TC-NO-PLANO  PIC X(01).
               10  WRK-TC-SALDO-ANT PIC S9(12)V99.
               10  WRK-TC-DEBITOS   PIC 9(12)V99.
               10  WRK-TC-CREDITOS  PIC 9(12)V99.

       01  WRK-LINHA-SEPARADOR  PIC X(100) VALUE ALL '-'.

       01  WRK-LINHA-TITULO.
           05  FILLER          PIC X(40) VALUE
               'BALANCETE DE VERIFICACAO - COMPETENCIA '.
           05  TIT-MES         PIC 9(02).
           05  FILLER          PIC X(01) VALUE '/'.
           05  TIT-ANO         PIC 9(04).

       01  WRK-LINHA-COLUNAS.
           05  FILLER          PIC X(50) VALUE
               'CONTA T DESCRICAO                       SALDO ANTE'.
           05  FILLER          PIC X(50) VALUE
               'RIOR        DEBITOS       CREDITOS     SALDO FINAL'.

       01  WRK-LINHA-DETALHE.
           05  DET-CONTA       PIC 9(05).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-TIPO        PIC X(01).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-DESCRICAO   PIC X(30).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-SALDO-ANT   PIC ZZZ.ZZZ.ZZ9,99.
           05  DET-DC-ANT      PIC X(01).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-DEBITOS     PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-CREDITOS    PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-SALDO-FIM   PIC ZZZ.ZZZ.ZZ9,99.
           05  DET-DC-FIM      PIC X(01).

       01  WRK-LINHA-TOT-MOVIMENTO.
           05  FILLER          PIC X(55) VALUE
               'TOTAL DO MOVIMENTO DO MES'.
           05  TOT-DEBITOS     PIC Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  TOT-CREDITOS    PIC Z.ZZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-TOT-SALDOS.
           05  FILLER          PIC X(40) VALUE
               'SALDOS FINAIS - DEVEDORES: '.
           05  TOT-DEVEDOR     PIC Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER          PIC X(13) VALUE '  CREDORES: '.
           05  TOT-CREDOR      PIC Z.ZZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-FECHAMENTO.
           05  FIM-MENSAGEM    PIC X(60).

       01  WRK-LINHA-FORA-PLANO.
           05  FILLER          PIC X(40) VALUE
               'CONTAS COM MOVIMENTO FORA DO PLANO: '.
           05  FPL-QTD         PIC ZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-CARREGA-PLANO UNTIL FIM-DE-ARQUIVO
           MOVE 'N' TO WRK-EOF
           PERFORM 3000-ACUMULA-RAZAO UNTIL FIM-DE-ARQUIVO
           PERFORM 4000-IMPRIME-CONTA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-CONTAS
           PERFORM 5000-FINALIZA
           STOP RUN.

       1000-INICIALIZA.
           MOVE 'L' TO WRK-DC-OPERACAO
           CALL 'datasrv' USING WRK-DATACTL
           MOVE WRK-DC-DATA TO DATA-SYS
           MOVE DATA-SYS-NUM (1:6) TO WRK-COMPETENCIA
           OPEN INPUT RAZAO-FILE
           IF WRK-RAZAO-STATUS NOT = '00'
               DISPLAY 'RAZAO.DAT INEXISTENTE - SEM BALANCETE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      * sem o plano a lista sai so com as contas do razao,
      * todas marcadas como fora do plano
           OPEN INPUT PLANO-CONTAS
           IF WRK-PLANOCTA-STATUS NOT = '00'
               DISPLAY 'PLANOCTA.DAT INDISPONIVEL'
               MOVE 'S' TO WRK-EOF
           END-IF
           OPEN OUTPUT BALANCETE-REPORT
           MOVE MES-SYS TO TIT-MES
           MOVE ANO-SYS TO TIT-ANO
           WRITE REPORT-LINE FROM WRK-LINHA-TITULO
           WRITE REPORT-LINE FROM WRK-LINHA-SEPARADOR
           WRITE REPORT-LINE FROM WRK-LINHA-COLUNAS
           WRITE REPORT-LINE FROM WRK-LINHA-SEPARADOR.

       2000-CARREGA-PLANO.
           READ PLANO-CONTAS NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF WRK-QTD-CONTAS < 500
                   ADD 1 TO WRK-QTD-CONTAS
                   MOVE WRK-QTD-CONTAS TO WRK-IDX
                   MOVE PLC-CONTA TO WRK-TC-CONTA (WRK-IDX)
                   MOVE PLC-TIPO TO WRK-TC-TIPO (WRK-IDX)
                   MOVE PLC-DESCRICAO TO WRK-TC-DESCRICAO (WRK-IDX)
                   MOVE 'S' TO WRK-TC-NO-PLANO (WRK-IDX)
                   MOVE ZEROS TO WRK-TC-SALDO-ANT (WRK-IDX)
                       WRK-TC-DEBITOS (WRK-IDX)
                       WRK-TC-CREDITOS (WRK-IDX)
               ELSE
                   DISPLAY 'PLANO MAIOR QUE A TABELA - CONTA '
                       PLC-CONTA ' IGNORADA'
               END-IF
           END-IF.

      * competencias anteriores viram saldo anterior, a do
      * mes vira movimento; competencia futura fica de fora
       3000-ACUMULA-RAZAO.
           READ RAZAO-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
                   AND RAZ-COMPETENCIA NOT > WRK-COMPETENCIA
               PERFORM 3100-LOCALIZA-CONTA
               IF WRK-IDX > ZEROS
                   IF RAZ-COMPETENCIA < WRK-COMPETENCIA
                       ADD RAZ-DEBITOS TO WRK-TC-SALDO-ANT (WRK-IDX)
                       SUBTRACT RAZ-CREDITOS
                           FROM WRK-TC-SALDO-ANT (WRK-IDX)
                   ELSE
                       ADD RAZ-DEBITOS TO WRK-TC-DEBITOS (WRK-IDX)
                       ADD RAZ-CREDITOS TO WRK-TC-CREDITOS (WRK-IDX)
                   END-IF
               END-IF
           END-IF.

       3100-LOCALIZA-CONTA.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-CONTAS
                      OR WRK-TC-CONTA (WRK-IDX) = RAZ-CONTA
               CONTINUE
           END-PERFORM
           IF WRK-IDX > WRK-QTD-CONTAS
               IF WRK-QTD-CONTAS < 500
                   ADD 1 TO WRK-QTD-CONTAS WRK-QTD-FORA-PLANO
                   MOVE WRK-QTD-CONTAS TO WRK-IDX
                   MOVE RAZ-CONTA TO WRK-TC-CONTA (WRK-IDX)
                   MOVE '?' TO WRK-TC-TIPO (WRK-IDX)
                   MOVE '*** CONTA FORA DO PLANO ***'
                       TO WRK-TC-DESCRICAO (WRK-IDX)
                   MOVE 'N' TO WRK-TC-NO-PLANO (WRK-IDX)
                   MOVE ZEROS TO WRK-TC-SALDO-ANT (WRK-IDX)
                       WRK-TC-DEBITOS (WRK-IDX)
                       WRK-TC-CREDITOS (WRK-IDX)
               ELSE
                   ADD 1 TO WRK-QTD-DESPREZADAS
                   MOVE ZEROS TO WRK-IDX
               END-IF
           END-IF.

      * conta do plano sem saldo nem movimento nao polui a
      * lista
       4000-IMPRIME-CONTA.
           COMPUTE WRK-SALDO = WRK-TC-SALDO-ANT (WRK-IDX)
               + WRK-TC-DEBITOS (WRK-IDX)
               - WRK-TC-CREDITOS (WRK-IDX)
           IF WRK-TC-SALDO-ANT (WRK-IDX) NOT = ZEROS
                   OR WRK-TC-DEBITOS (WRK-IDX) NOT = ZEROS
                   OR WRK-TC-CREDITOS (WRK-IDX) NOT = ZEROS
               MOVE WRK-TC-CONTA (WRK-IDX) TO DET-CONTA
               MOVE WRK-TC-TIPO (WRK-IDX) TO DET-TIPO
               MOVE WRK-TC-DESCRICAO (WRK-IDX) TO DET-DESCRICAO
               MOVE WRK-TC-SALDO-ANT (WRK-IDX) TO DET-SALDO-ANT
               IF WRK-TC-SALDO-ANT (WRK-IDX) < ZEROS
                   MOVE 'C' TO DET-DC-ANT
               ELSE
                   MOVE 'D' TO DET-DC-ANT
               END-IF
               MOVE WRK-TC-DEBITOS (WRK-IDX) TO DET-DEBITOS
               MOVE WRK-TC-CREDITOS (WRK-IDX) TO DET-CREDITOS
               MOVE WRK-SALDO TO DET-SALDO-FIM
               IF WRK-SALDO < ZEROS
                   MOVE 'C' TO DET-DC-FIM
                   SUBTRACT WRK-SALDO FROM WRK-TOT-CREDOR
               ELSE
                   MOVE 'D' TO DET-DC-FIM
                   ADD WRK-SALDO TO WRK-TOT-DEVEDOR
               END-IF
               WRITE REPORT-LINE FROM WRK-LINHA-DETALHE
               ADD WRK-TC-DEBITOS (WRK-IDX) TO WRK-TOT-DEBITOS
               ADD WRK-TC-CREDITOS (WRK-IDX) TO WRK-TOT-CREDITOS
           END-IF.

       5000-FINALIZA.
           WRITE REPORT-LINE FROM WRK-LINHA-SEPARADOR
           MOVE WRK-TOT-DEBITOS TO TOT-DEBITOS
           MOVE WRK-TOT-CREDITOS TO TOT-CREDITOS
           WRITE REPORT-LINE FROM WRK-LINHA-TOT-MOVIMENTO
           MOVE WRK-TOT-DEVEDOR TO TOT-DEVEDOR
           MOVE WRK-TOT-CREDOR TO TOT-CREDOR
           WRITE REPORT-LINE FROM WRK-LINHA-TOT-SALDOS
           IF WRK-TOT-DEBITOS NOT = WRK-TOT-CREDITOS
                   OR WRK-TOT-DEVEDOR NOT = WRK-TOT-CREDOR
               MOVE 'N' TO WRK-FECHADO
           END-IF
           IF BALANCETE-FECHADO
               MOVE 'BALANCETE FECHADO: DEBITOS = CREDITOS'
                   TO FIM-MENSAGEM
           ELSE
               MOVE '*** BALANCETE NAO FECHA: DEBITOS <> CREDITOS'
                   TO FIM-MENSAGEM
           END-IF
           WRITE REPORT-LINE FROM WRK-LINHA-FECHAMENTO
           IF WRK-QTD-FORA-PLANO > ZEROS
               MOVE WRK-QTD-FORA-PLANO TO FPL-QTD
               WRITE REPORT-LINE FROM WRK-LINHA-FORA-PLANO
           END-IF
           CLOSE BALANCETE-REPORT
           CLOSE RAZAO-FILE
           IF WRK-PLANOCTA-STATUS = '00' OR '10'
               CLOSE PLANO-CONTAS
           END-IF
           DISPLAY FIM-MENSAGEM
           IF WRK-QTD-DESPREZADAS > ZEROS
               DISPLAY 'CONTAS ALEM DA TABELA NAO LISTADAS: '
                   WRK-QTD-DESPREZADAS
           END-IF
           IF NOT BALANCETE-FECHADO
               MOVE 4 TO RETURN-CODE
           END-IF.
