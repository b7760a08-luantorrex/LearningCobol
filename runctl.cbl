      *    RUNREST.CFG. No encerramento (F = COMPLETE, E =
      *    FAILED) grava o evento de fim com a contagem de
      *    registros. O RUNCTL.DAT acumula o historico que a
      *    consulta runqry mostra para a operacao e de onde o
      *    steprel tira a duracao de cada passo da cadeia
      *    noturna. Na operacao M (partida mensal, programas
      *    do fechamento do mes) a recusa e por competencia:
      *    o programa que ja tem COMPLETE na competencia
      *    (AAAAMM, gravada em RUN-PERIODO) nao roda de novo,
      *    e o programa listado na cadeia de FECHAMES.CFG so
      *    parte com todos os passos anteriores a ele COMPLETE
      *    na mesma competencia - que e a liberada pela guarda
      *    do fim do mes (mesgrd), primeiro nome da cadeia.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUNSEQ-STATUS.

      * ordem da cadeia do fechamento do mes, um programa por
      * linha - o primeiro e a guarda que libera a competencia
           SELECT CADEIA-FILE ASSIGN TO 'FECHAMES.CFG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CADEIA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE
               88  RUN-RUNNING     VALUE 'RUNNING '.
               88  RUN-COMPLETE    VALUE 'COMPLETE'.
               88  RUN-FAILED      VALUE 'FAILED  '.
      * competencia AAAAMM da partida mensal (M); zeros nas
      * partidas diarias
           05  RUN-PERIODO     PIC 9(06).

       FD  RESTART-FILE
           RECORD CONTAINS 80 CHARACTERS.
           RECORD CONTAINS 6 CHARACTERS.
       01  RSEQ-LINE PIC 9(06).

       FD  CADEIA-FILE.
       01  CADEIA-RECORD.
           05  CAD-PROGRAMA    PIC X(12).

       WORKING-STORAGE SECTION.
       77  WRK-RUNCTL-STATUS    PIC X(02) VALUE '00'.
       77  WRK-RESTART-STATUS   PIC X(02) VALUE '00'.
       77  WRK-RUNSEQ-STATUS    PIC X(02) VALUE '00'.
       77  WRK-CADEIA-STATUS    PIC X(02) VALUE '00'.
       77  WRK-EOF              PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO        VALUE 'S'.
       77  WRK-JA-COMPLETO      PIC X(01) VALUE 'N'.
       77  WRK-RESTART-ARMADO   PIC X(01) VALUE 'N'.
           88 RESTART-LIBERADO      VALUE 'S'.
       77  WRK-PROX-RUN         PIC 9(06) VALUE ZEROS.
       77  WRK-PERIODO-GRAVA    PIC 9(06) VALUE ZEROS.

      * cadeia do fechamento do mes lida do FECHAMES.CFG, com a
      * marca de COMPLETE na competencia de cada passo
       01  WRK-CADEIA.
           05  WRK-QTD-CADEIA   PIC 9(02) VALUE ZEROS.
           05  WRK-POS-CADEIA   PIC 9(02) VALUE ZEROS.
           05  WRK-IDX-CADEIA   PIC 9(02) VALUE ZEROS.
           05  WRK-CADEIA-PASSO OCCURS 20 TIMES.
               10  WRK-CAD-PROGRAMA PIC X(12).
               10  WRK-CAD-COMPLETO PIC X(01).
       77  WRK-JA-FECHADO       PIC X(01) VALUE 'N'.
           88 JA-FECHOU-COMPETENCIA VALUE 'S'.
       77  WRK-FALTA-PASSO      PIC X(01) VALUE 'N'.
           88 PASSO-ANTERIOR-FALTA  VALUE 'S'.

       01  WRK-DATA-HORA-SYS.
           05  WRK-DHS-DATA     PIC 9(08).
      *    ACCEPT FROM TIME devolve HHMMSScc; so HHMMSS vai
      *    para os registros
           05  WRK-DHS-HORA     PIC 9(08).

       LINKAGE SECTION.
      * contrato com os lotes: operacao I/F/E, nome do
      * programa, contagem de registros do encerramento; o
      * run id volta no inicio e o flag diz se pode rodar.
      * So os programas do fechamento do mes (operacao M)
      * passam a competencia: vai a calculada pelo programa e
      * volta a que a cadeia liberou
       01  LNK-RUNCTL.
           05  LNK-OPERACAO    PIC X(01).
               88  LNK-OP-INICIO   VALUE 'I'.
               88  LNK-OP-MENSAL   VALUE 'M'.
               88  LNK-OP-FIM-OK   VALUE 'F'.
               88  LNK-OP-FIM-ERRO VALUE 'E'.
           05  LNK-PROGRAMA    PIC X(12).
           05  LNK-QTD         PIC 9(06).
           05  LNK-RUN-ID      PIC 9(06).
           05  LNK-PERMITIDO   PIC X(01).
           05  LNK-PERIODO     PIC 9(06).

       PROCEDURE DIVISION USING LNK-RUNCTL.
       0000-MAIN-PROCESS.
           EVALUATE TRUE
               WHEN LNK-OP-INICIO
                   PERFORM 1000-ABRE-EXECUCAO
               WHEN LNK-OP-MENSAL
                   PERFORM 1500-ABRE-EXECUCAO-MENSAL
               WHEN LNK-OP-FIM-OK
                   PERFORM 2000-FECHA-EXECUCAO
               WHEN LNK-OP-FIM-ERRO
               END-IF
           END-IF
           IF LNK-PERMITIDO = 'S'
               MOVE ZEROS TO WRK-PERIODO-GRAVA
               PERFORM 1400-GRAVA-PARTIDA
           END-IF.

       1100-PROCURA-COMPLETE-HOJE.
           WRITE RSEQ-LINE
           CLOSE RUNCTL-SEQ.

      * evento RUNNING da partida liberada, com run id novo
       1400-GRAVA-PARTIDA.
           PERFORM 1300-PROXIMO-RUN-ID
           MOVE WRK-PROX-RUN TO LNK-RUN-ID
           OPEN EXTEND RUNCTL-FILE
           MOVE WRK-PROX-RUN TO RUN-ID
           MOVE LNK-PROGRAMA TO RUN-PROGRAMA
           MOVE WRK-DHS-DATA TO RUN-DATA
           MOVE WRK-DHS-HORA (1:6) TO RUN-HORA
           MOVE ZEROS TO RUN-QTD
           MOVE 'RUNNING ' TO RUN-STATUS
           MOVE WRK-PERIODO-GRAVA TO RUN-PERIODO
           WRITE RUNCTL-RECORD
           CLOSE RUNCTL-FILE.

      * partida mensal: o passo da cadeia fecha a competencia
      * que a guarda liberou (a mais recente COMPLETE do
      * primeiro nome do FECHAMES.CFG), nao a que o programa
      * calculou pelo relogio; fora da cadeia vale a
      * calculada. Competencia ja COMPLETE recusa como o dia
      * repetido (com o mesmo RUNREST.CFG para forcar); passo
      * anterior da cadeia sem COMPLETE recusa sempre - a
      * ordem do fechamento nao tem override
       1500-ABRE-EXECUCAO-MENSAL.
           MOVE 'S' TO LNK-PERMITIDO
           PERFORM 1510-LE-CADEIA
           IF WRK-POS-CADEIA > 1
               PERFORM 1520-COMPETENCIA-DA-CADEIA
           END-IF
           IF LNK-PERMITIDO = 'S'
               PERFORM 1530-VERIFICA-COMPETENCIA
               IF PASSO-ANTERIOR-FALTA
                   MOVE 'N' TO LNK-PERMITIDO
               END-IF
           END-IF
           IF LNK-PERMITIDO = 'S' AND JA-FECHOU-COMPETENCIA
               PERFORM 1200-LE-FLAG-RESTART
               IF RESTART-LIBERADO
                   DISPLAY 'RUNCTL: ' LNK-PROGRAMA
                       ' JA COMPLETO NA COMPETENCIA '
                       LNK-PERIODO ' - RESTART ARMADO, LIBERADO'
                   PERFORM 1250-DESARMA-RESTART
               ELSE
                   DISPLAY 'RUNCTL: ' LNK-PROGRAMA
                       ' JA COMPLETO NA COMPETENCIA '
                       LNK-PERIODO ' - PARTIDA RECUSADA '
                       '(ARME RUNREST.CFG PARA FORCAR)'
                   MOVE 'N' TO LNK-PERMITIDO
               END-IF
           END-IF
           IF LNK-PERMITIDO = 'S'
               MOVE LNK-PERIODO TO WRK-PERIODO-GRAVA
               PERFORM 1400-GRAVA-PARTIDA
           END-IF.

      * sem o FECHAMES.CFG nao ha cadeia: so a recusa por
      * competencia repetida vale
       1510-LE-CADEIA.
           MOVE ZEROS TO WRK-QTD-CADEIA WRK-POS-CADEIA
           MOVE 'N' TO WRK-EOF
           OPEN INPUT CADEIA-FILE
           IF WRK-CADEIA-STATUS NOT = '00'
               MOVE 'S' TO WRK-EOF
           END-IF
           PERFORM 1511-LE-PASSO UNTIL FIM-DE-ARQUIVO
           IF WRK-CADEIA-STATUS = '00' OR '10'
               CLOSE CADEIA-FILE
           END-IF.

       1511-LE-PASSO.
           READ CADEIA-FILE
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
                   AND CAD-PROGRAMA NOT = SPACES
                   AND WRK-QTD-CADEIA < 20
               ADD 1 TO WRK-QTD-CADEIA
               MOVE CAD-PROGRAMA
                   TO WRK-CAD-PROGRAMA (WRK-QTD-CADEIA)
               MOVE 'N' TO WRK-CAD-COMPLETO (WRK-QTD-CADEIA)
               IF CAD-PROGRAMA = LNK-PROGRAMA
                   MOVE WRK-QTD-CADEIA TO WRK-POS-CADEIA
               END-IF
           END-IF.

       1520-COMPETENCIA-DA-CADEIA.
           MOVE ZEROS TO WRK-PERIODO-GRAVA
           MOVE 'N' TO WRK-EOF
           OPEN INPUT RUNCTL-FILE
           IF WRK-RUNCTL-STATUS NOT = '00'
               MOVE 'S' TO WRK-EOF
           END-IF
           PERFORM 1521-LE-LIBERACAO UNTIL FIM-DE-ARQUIVO
           IF WRK-RUNCTL-STATUS = '00' OR '10'
               CLOSE RUNCTL-FILE
           END-IF
           IF WRK-PERIODO-GRAVA = ZEROS
               DISPLAY 'RUNCTL: ' LNK-PROGRAMA
                   ' SEM COMPETENCIA LIBERADA PELA GUARDA '
                   WRK-CAD-PROGRAMA (1) ' - PARTIDA RECUSADA'
               MOVE 'N' TO LNK-PERMITIDO
           ELSE
               MOVE WRK-PERIODO-GRAVA TO LNK-PERIODO
           END-IF.

       1521-LE-LIBERACAO.
           READ RUNCTL-FILE
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF RUN-PROGRAMA = WRK-CAD-PROGRAMA (1)
                       AND RUN-COMPLETE
                   MOVE RUN-PERIODO TO WRK-PERIODO-GRAVA
               END-IF
           END-IF.

       1530-VERIFICA-COMPETENCIA.
           MOVE 'N' TO WRK-JA-FECHADO
           MOVE 'N' TO WRK-FALTA-PASSO
           MOVE 'N' TO WRK-EOF
           OPEN INPUT RUNCTL-FILE
           IF WRK-RUNCTL-STATUS NOT = '00'
               MOVE 'S' TO WRK-EOF
           END-IF
           PERFORM 1531-LE-COMPETENCIA UNTIL FIM-DE-ARQUIVO
           IF WRK-RUNCTL-STATUS = '00' OR '10'
               CLOSE RUNCTL-FILE
           END-IF
           PERFORM VARYING WRK-IDX-CADEIA FROM 1 BY 1
                   UNTIL WRK-IDX-CADEIA >= WRK-POS-CADEIA
               IF WRK-CAD-COMPLETO (WRK-IDX-CADEIA) = 'N'
                   DISPLAY 'RUNCTL: ' LNK-PROGRAMA
                       ' PASSO ANTERIOR '
                       WRK-CAD-PROGRAMA (WRK-IDX-CADEIA)
                       ' SEM COMPLETE NA COMPETENCIA '
                       LNK-PERIODO ' - PARTIDA RECUSADA'
                   MOVE 'S' TO WRK-FALTA-PASSO
               END-IF
           END-PERFORM.

       1531-LE-COMPETENCIA.
           READ RUNCTL-FILE
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF RUN-COMPLETE AND RUN-PERIODO = LNK-PERIODO
                   IF RUN-PROGRAMA = LNK-PROGRAMA
                       MOVE 'S' TO WRK-JA-FECHADO
                   END-IF
                   PERFORM VARYING WRK-IDX-CADEIA FROM 1 BY 1
                           UNTIL WRK-IDX-CADEIA > WRK-QTD-CADEIA
                       IF RUN-PROGRAMA =
                               WRK-CAD-PROGRAMA (WRK-IDX-CADEIA)
                           MOVE 'S'
                               TO WRK-CAD-COMPLETO (WRK-IDX-CADEIA)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      * evento de encerramento com a contagem informada pelo
      * lote - COMPLETE na operacao F, FAILED na E
       2000-FECHA-EXECUCAO.
           PERFORM 2100-PERIODO-DA-PARTIDA
           OPEN EXTEND RUNCTL-FILE
           MOVE LNK-RUN-ID TO RUN-ID
           MOVE LNK-PROGRAMA TO RUN-PROGRAMA
           MOVE WRK-DHS-DATA TO RUN-DATA
           MOVE WRK-DHS-HORA (1:6) TO RUN-HORA
           MOVE LNK-QTD TO RUN-QTD
           IF LNK-OP-FIM-OK
               MOVE 'COMPLETE' TO RUN-STATUS
           ELSE
               MOVE 'FAILED  ' TO RUN-STATUS
           END-IF
           MOVE WRK-PERIODO-GRAVA TO RUN-PERIODO
           WRITE RUNCTL-RECORD
           CLOSE RUNCTL-FILE.

      * a competencia do encerramento e a da partida do mesmo
      * run id - o lote so a informa na partida
       2100-PERIODO-DA-PARTIDA.
           MOVE ZEROS TO WRK-PERIODO-GRAVA
           MOVE 'N' TO WRK-EOF
           OPEN INPUT RUNCTL-FILE
           IF WRK-RUNCTL-STATUS NOT = '00'
               MOVE 'S' TO WRK-EOF
           END-IF
           PERFORM 2110-LE-PARTIDA UNTIL FIM-DE-ARQUIVO
           IF WRK-RUNCTL-STATUS = '00' OR '10'
               CLOSE RUNCTL-FILE
           END-IF.

       2110-LE-PARTIDA.
           READ RUNCTL-FILE
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF RUN-ID = LNK-RUN-ID AND RUN-RUNNING
                   MOVE RUN-PERIODO TO WRK-PERIODO-GRAVA
               END-IF
           END-IF.
