       IDENTIFICATION DIVISION.
       PROGRAM-ID. steprel.
      ********************************************************
      *    Estatistica de passos e janela do lote noturno
      *    Le no RUNCTL.DAT os eventos de inicio e fim (runctl)
      *    dos passos da cadeia listados em STEPREL.CFG e
      *    imprime em STEPREL.RPT a duracao de cada passo da
      *    noite contra a media das ultimas 20 noites, marcando
      *    o passo que passou do limite percentual acima do
      *    normal. A noite corrente comeca no ultimo inicio do
      *    primeiro passo configurado (a guarda). Com os passos
      *    que faltam pela media, projeta o fim da cadeia: se
      *    passar do inicio do dia online, grava excecao
      *    critica no ERROR.LOG - e a guarda da noite seguinte
      *    so libera depois de tratada no errrev.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * linha P = passo da cadeia, na ordem do JCL; linha J =
      * limite percentual acima da media e hora HHMM em que
      * comeca o dia online
           SELECT STEPREL-CONFIG ASSIGN TO 'STEPREL.CFG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONFIG-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO 'RUNCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUNCTL-STATUS.

           SELECT STEP-REPORT ASSIGN TO 'STEPREL.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERROR-LOG ASSIGN TO 'ERROR.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ERRLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STEPREL-CONFIG
           RECORD CONTAINS 80 CHARACTERS.
       01  STEPCFG-RECORD.
           05  STC-TIPO        PIC X(01).
               88  STC-PASSO       VALUE 'P'.
               88  STC-JANELA      VALUE 'J'.
           05  STC-PROGRAMA    PIC X(12).
           05  FILLER          PIC X(67).
       01  STEPCFG-JANELA.
           05  FILLER          PIC X(01).
           05  STC-LIMITE-PERC PIC 9(03).
           05  STC-INICIO-ONLINE PIC 9(04).
           05  FILLER          PIC X(72).

       FD  RUNCTL-FILE
           RECORD CONTAINS 52 CHARACTERS.
       01  RUNCTL-RECORD.
           05  RUN-ID          PIC 9(06).
           05  RUN-PROGRAMA    PIC X(12).
           05  RUN-DATA        PIC 9(08).
           05  RUN-HORA        PIC 9(06).
           05  RUN-QTD         PIC 9(06).
           05  RUN-STATUS      PIC X(08).
               88  RUN-RUNNING     VALUE 'RUNNING '.
               88  RUN-COMPLETE    VALUE 'COMPLETE'.
               88  RUN-FAILED      VALUE 'FAILED  '.
           05  FILLER          PIC X(06).

       FD  STEP-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE PIC X(80).

       FD  ERROR-LOG.
           COPY 'errorlog.cbl'.

       WORKING-STORAGE SECTION.
       77  WRK-CONFIG-STATUS    PIC X(02) VALUE '00'.
       77  WRK-RUNCTL-STATUS    PIC X(02) VALUE '00'.
       77  WRK-ERRLOG-STATUS    PIC X(02) VALUE '00'.
       77  WRK-EOF              PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO        VALUE 'S'.

      * parametros da janela; sem linha J valem 50% e 07:00
       77  WRK-LIMITE-PERC      PIC 9(03) VALUE 50.
       77  WRK-INICIO-ONLINE    PIC 9(04) VALUE 0700.

      * inicio da noite corrente: o ultimo RUNNING do primeiro
      * passo configurado
       77  WRK-RUN-ANCORA       PIC 9(06) VALUE ZEROS.
       77  WRK-DATA-ANCORA      PIC 9(08) VALUE ZEROS.
       77  WRK-HORA-ANCORA      PIC 9(06) VALUE ZEROS.

       77  WRK-QTD-PASSOS       PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-PASSO        PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-HIST         PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-ACIMA        PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-FALHAS       PIC 9(02) VALUE ZEROS.

      * passos da cadeia: execucao aberta, as ultimas 20
      * duracoes completas antes da noite e a execucao da noite
      * (situacao P = pendente, R = rodando, C = completo,
      * F = falhou)
       01  WRK-TAB-PASSOS.
           05  WRK-PASSO OCCURS 30 TIMES.
               10  WRK-PAS-PROGRAMA   PIC X(12).
               10  WRK-PAS-RUN-ABERTO PIC 9(06).
               10  WRK-PAS-DATA-INI   PIC 9(08).
               10  WRK-PAS-HORA-INI   PIC 9(06).
               10  WRK-PAS-QTD-HIST   PIC 9(02).
               10  WRK-PAS-HIST       PIC 9(06) OCCURS 20 TIMES.
               10  WRK-PAS-SITUACAO   PIC X(01).
               10  WRK-PAS-NOITE-INI  PIC 9(06).
               10  WRK-PAS-NOITE-FIM  PIC 9(06).
               10  WRK-PAS-SEGUNDOS   PIC 9(06).
               10  WRK-PAS-QTD        PIC 9(06).
               10  WRK-PAS-MEDIA      PIC 9(06).

      * conta de segundos: duracao pela diferenca de horario,
      * mais um dia quando o fim cai depois da meia-noite
       01  WRK-HORA-CALC.
           05  WRK-HC-HH        PIC 9(02).
           05  WRK-HC-MM        PIC 9(02).
           05  WRK-HC-SS        PIC 9(02).
       77  WRK-SEG-INICIO       PIC 9(06) VALUE ZEROS.
       77  WRK-SEG-FIM          PIC 9(06) VALUE ZEROS.
       77  WRK-DURACAO          PIC 9(06) VALUE ZEROS.
       77  WRK-SOMA-HIST        PIC 9(08) VALUE ZEROS.
       77  WRK-VARIACAO         PIC S9(05) VALUE ZEROS.

      * projecao do fim da cadeia, em segundos desde a
      * meia-noite do dia em que a noite comecou
       77  WRK-SEG-AGORA        PIC 9(06) VALUE ZEROS.
       77  WRK-SEG-RESTANTE     PIC 9(06) VALUE ZEROS.
       77  WRK-SEG-PREVISTO     PIC 9(06) VALUE ZEROS.
       77  WRK-SEG-ONLINE       PIC 9(06) VALUE ZEROS.
       77  WRK-SEG-ANCORA       PIC 9(06) VALUE ZEROS.
       77  WRK-SEG-DECORRIDO    PIC 9(06) VALUE ZEROS.
       77  WRK-DIAS-PREVISTO    PIC 9(02) VALUE ZEROS.
       77  WRK-SEG-DIA          PIC 9(06) VALUE ZEROS.
       77  WRK-ESTOURO          PIC X(01) VALUE 'N'.
           88 JANELA-ESTOURADA      VALUE 'S'.

       01  WRK-DATA-HORA-SYS.
           05  WRK-DHS-DATA     PIC 9(08).
      *    ACCEPT FROM TIME devolve HHMMSScc; so HHMMSS vai
      *    para os registros
           05  WRK-DHS-HORA     PIC 9(08).

       01  WRK-ONLINE-CALC.
           05  WRK-ON-HH        PIC 9(02).
           05  WRK-ON-MM        PIC 9(02).

       01  WRK-LINHA-SEPARADOR  PIC X(80) VALUE ALL '-'.

       01  WRK-LINHA-TITULO.
           05  FILLER          PIC X(38) VALUE
               'ESTATISTICA DOS PASSOS DO LOTE - NOITE'.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  TIT-DATA        PIC 9(08).
           05  FILLER          PIC X(09) VALUE ' INICIO: '.
           05  TIT-HORA        PIC 99.99.99.

       01  WRK-LINHA-PARAMETROS.
           05  FILLER          PIC X(16) VALUE 'LIMITE ACIMA DA '.
           05  FILLER          PIC X(07) VALUE 'MEDIA: '.
           05  PAR-LIMITE      PIC ZZ9.
           05  FILLER          PIC X(26) VALUE
               '%   INICIO DO DIA ONLINE: '.
           05  PAR-ONLINE-HH   PIC 99.
           05  FILLER          PIC X(01) VALUE ':'.
           05  PAR-ONLINE-MM   PIC 99.

       01  WRK-LINHA-UNIDADE.
           05  FILLER          PIC X(50) VALUE
               'DURACAO E MEDIA DAS ULTIMAS 20 NOITES EM SEGUNDOS'.

       01  WRK-LINHA-COLUNAS.
           05  FILLER          PIC X(37) VALUE
               'PASSO      INICIO   FIM      DURACAO '.
           05  FILLER          PIC X(29) VALUE
               ' MEDIA   VAR% REGIST SITUACAO'.

       01  WRK-LINHA-DETALHE.
           05  DET-PROGRAMA    PIC X(10).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-INICIO      PIC 99.99.99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-FIM         PIC 99.99.99.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DET-DURACAO     PIC ZZZZZ9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DET-MEDIA       PIC ZZZZZ9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-VARIACAO    PIC -ZZZ9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-QTD         PIC ZZZZZ9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-SITUACAO    PIC X(15).

       01  WRK-LINHA-PROJECAO.
           05  PRJ-DESCRICAO   PIC X(32).
           05  PRJ-HH          PIC 99.
           05  FILLER          PIC X(01) VALUE ':'.
           05  PRJ-MM          PIC 99.
           05  FILLER          PIC X(01) VALUE ':'.
           05  PRJ-SS          PIC 99.
           05  PRJ-DIA-SEGUINTE PIC X(10).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  PRJ-SITUACAO    PIC X(29).

       01  WRK-LINHA-SEM-PROJECAO PIC X(51) VALUE
           'CADEIA INTERROMPIDA POR FALHA - SEM PROJECAO DE FIM'.

       01  WRK-LINHA-TOTAL.
           05  TOT-DESCRICAO   PIC X(40).
           05  TOT-QTD         PIC ZZ9.

      * entrada do ERROR.LOG no estouro da janela
       01  WRK-ENTRADA-ESTOURO.
           05  FILLER          PIC X(09) VALUE 'PREVISTO '.
           05  EST-HH          PIC 99.
           05  FILLER          PIC X(01) VALUE ':'.
           05  EST-MM          PIC 99.
           05  FILLER          PIC X(08) VALUE ' ONLINE '.
           05  EST-ON-HH       PIC 99.
           05  FILLER          PIC X(01) VALUE ':'.
           05  EST-ON-MM       PIC 99.
           05  FILLER          PIC X(03) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INICIALIZA
           IF WRK-QTD-PASSOS = ZEROS
               DISPLAY 'STEPREL.CFG SEM PASSOS DA CADEIA - NADA A '
                   'APURAR'
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-LOCALIZA-NOITE
           IF WRK-RUN-ANCORA = ZEROS
               DISPLAY 'NENHUMA NOITE REGISTRADA NO RUNCTL.DAT PARA '
                   WRK-PAS-PROGRAMA (1)
               STOP RUN
           END-IF
           PERFORM 3000-APURA-EXECUCOES
           OPEN OUTPUT STEP-REPORT
           PERFORM 4000-IMPRIME-PASSOS
           PERFORM 5000-PROJETA-FIM
           PERFORM 6000-FINALIZA
           STOP RUN.

       1000-INICIALIZA.
           MOVE ZEROS TO WRK-QTD-PASSOS
           MOVE 'N' TO WRK-EOF
           OPEN INPUT STEPREL-CONFIG
           IF WRK-CONFIG-STATUS NOT = '00'
               MOVE 'S' TO WRK-EOF
           END-IF
           PERFORM 1100-LE-CONFIG UNTIL FIM-DE-ARQUIVO
           IF WRK-CONFIG-STATUS = '00' OR '10'
               CLOSE STEPREL-CONFIG
           END-IF.

       1100-LE-CONFIG.
           READ STEPREL-CONFIG
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               EVALUATE TRUE
                   WHEN STC-JANELA
                       IF STC-LIMITE-PERC IS NUMERIC
                           MOVE STC-LIMITE-PERC TO WRK-LIMITE-PERC
                       END-IF
                       IF STC-INICIO-ONLINE IS NUMERIC
                           MOVE STC-INICIO-ONLINE
                               TO WRK-INICIO-ONLINE
                       END-IF
                   WHEN STC-PASSO
                       IF WRK-QTD-PASSOS < 30
                           ADD 1 TO WRK-QTD-PASSOS
                           PERFORM 1200-INICIA-PASSO
                       ELSE
                           DISPLAY 'STEPREL.CFG: PASSO IGNORADO, '
                               'TABELA CHEIA - ' STC-PROGRAMA
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       1200-INICIA-PASSO.
           MOVE WRK-QTD-PASSOS TO WRK-IDX-PASSO
           MOVE STC-PROGRAMA TO WRK-PAS-PROGRAMA (WRK-IDX-PASSO)
           MOVE ZEROS TO WRK-PAS-RUN-ABERTO (WRK-IDX-PASSO)
               WRK-PAS-DATA-INI (WRK-IDX-PASSO)
               WRK-PAS-HORA-INI (WRK-IDX-PASSO)
               WRK-PAS-QTD-HIST (WRK-IDX-PASSO)
               WRK-PAS-NOITE-INI (WRK-IDX-PASSO)
               WRK-PAS-NOITE-FIM (WRK-IDX-PASSO)
               WRK-PAS-SEGUNDOS (WRK-IDX-PASSO)
               WRK-PAS-QTD (WRK-IDX-PASSO)
               WRK-PAS-MEDIA (WRK-IDX-PASSO)
           MOVE 'P' TO WRK-PAS-SITUACAO (WRK-IDX-PASSO).

      * primeira passada: o ultimo inicio do primeiro passo da
      * cadeia marca onde a noite corrente comeca
       2000-LOCALIZA-NOITE.
           MOVE ZEROS TO WRK-RUN-ANCORA
           MOVE 'N' TO WRK-EOF
           OPEN INPUT RUNCTL-FILE
           IF WRK-RUNCTL-STATUS NOT = '00'
               MOVE 'S' TO WRK-EOF
           END-IF
           PERFORM 2100-LE-ANCORA UNTIL FIM-DE-ARQUIVO
           IF WRK-RUNCTL-STATUS = '00' OR '10'
               CLOSE RUNCTL-FILE
           END-IF.

       2100-LE-ANCORA.
           READ RUNCTL-FILE
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF RUN-PROGRAMA = WRK-PAS-PROGRAMA (1)
                   AND RUN-RUNNING
                   MOVE RUN-ID TO WRK-RUN-ANCORA
                   MOVE RUN-DATA TO WRK-DATA-ANCORA
                   MOVE RUN-HORA TO WRK-HORA-ANCORA
               END-IF
           END-IF.

      * segunda passada: casa inicio e fim de cada execucao
      * pelo run id; antes da noite vira historico, da noite
      * em diante e a execucao corrente do passo
       3000-APURA-EXECUCOES.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT RUNCTL-FILE
           PERFORM 3100-LE-EVENTO UNTIL FIM-DE-ARQUIVO
           CLOSE RUNCTL-FILE.

       3100-LE-EVENTO.
           READ RUNCTL-FILE
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               PERFORM 3150-LOCALIZA-PASSO
               IF WRK-IDX-PASSO > ZEROS
                   IF RUN-RUNNING
                       PERFORM 3200-ABRE-EXECUCAO
                   ELSE
                       IF RUN-ID = WRK-PAS-RUN-ABERTO (WRK-IDX-PASSO)
                           PERFORM 3300-FECHA-EXECUCAO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3150-LOCALIZA-PASSO.
           MOVE ZEROS TO WRK-IDX-PASSO
           PERFORM VARYING WRK-IDX-HIST FROM 1 BY 1
                   UNTIL WRK-IDX-HIST > WRK-QTD-PASSOS
                   OR WRK-IDX-PASSO > ZEROS
               IF WRK-PAS-PROGRAMA (WRK-IDX-HIST) = RUN-PROGRAMA
                   MOVE WRK-IDX-HIST TO WRK-IDX-PASSO
               END-IF
           END-PERFORM.

       3200-ABRE-EXECUCAO.
           MOVE RUN-ID TO WRK-PAS-RUN-ABERTO (WRK-IDX-PASSO)
           MOVE RUN-DATA TO WRK-PAS-DATA-INI (WRK-IDX-PASSO)
           MOVE RUN-HORA TO WRK-PAS-HORA-INI (WRK-IDX-PASSO)
           IF RUN-ID NOT < WRK-RUN-ANCORA
               MOVE 'R' TO WRK-PAS-SITUACAO (WRK-IDX-PASSO)
               MOVE RUN-HORA TO WRK-PAS-NOITE-INI (WRK-IDX-PASSO)
           END-IF.

       3300-FECHA-EXECUCAO.
           MOVE WRK-PAS-HORA-INI (WRK-IDX-PASSO) TO WRK-HORA-CALC
           PERFORM 3400-SEGUNDOS-DO-DIA
           MOVE WRK-SEG-FIM TO WRK-SEG-INICIO
           MOVE RUN-HORA TO WRK-HORA-CALC
           PERFORM 3400-SEGUNDOS-DO-DIA
           IF RUN-DATA > WRK-PAS-DATA-INI (WRK-IDX-PASSO)
               ADD 86400 TO WRK-SEG-FIM
           END-IF
           IF WRK-SEG-FIM > WRK-SEG-INICIO
               COMPUTE WRK-DURACAO = WRK-SEG-FIM - WRK-SEG-INICIO
           ELSE
               MOVE ZEROS TO WRK-DURACAO
           END-IF
           IF RUN-ID NOT < WRK-RUN-ANCORA
               IF RUN-COMPLETE
                   MOVE 'C' TO WRK-PAS-SITUACAO (WRK-IDX-PASSO)
               ELSE
                   MOVE 'F' TO WRK-PAS-SITUACAO (WRK-IDX-PASSO)
               END-IF
               MOVE RUN-HORA TO WRK-PAS-NOITE-FIM (WRK-IDX-PASSO)
               MOVE WRK-DURACAO TO WRK-PAS-SEGUNDOS (WRK-IDX-PASSO)
               MOVE RUN-QTD TO WRK-PAS-QTD (WRK-IDX-PASSO)
           ELSE
               IF RUN-COMPLETE
                   PERFORM 3500-ACUMULA-HISTORICO
               END-IF
           END-IF
           MOVE ZEROS TO WRK-PAS-RUN-ABERTO (WRK-IDX-PASSO).

       3400-SEGUNDOS-DO-DIA.
           COMPUTE WRK-SEG-FIM = (WRK-HC-HH * 3600)
               + (WRK-HC-MM * 60) + WRK-HC-SS.

      * guarda so as 20 noites mais recentes: cheia a lista, a
      * mais antiga sai pela esquerda
       3500-ACUMULA-HISTORICO.
           IF WRK-PAS-QTD-HIST (WRK-IDX-PASSO) < 20
               ADD 1 TO WRK-PAS-QTD-HIST (WRK-IDX-PASSO)
           ELSE
               PERFORM VARYING WRK-IDX-HIST FROM 1 BY 1
                       UNTIL WRK-IDX-HIST > 19
                   MOVE WRK-PAS-HIST (WRK-IDX-PASSO, WRK-IDX-HIST + 1)
                       TO WRK-PAS-HIST (WRK-IDX-PASSO, WRK-IDX-HIST)
               END-PERFORM
           END-IF
           MOVE WRK-PAS-QTD-HIST (WRK-IDX-PASSO) TO WRK-IDX-HIST
           MOVE WRK-DURACAO
               TO WRK-PAS-HIST (WRK-IDX-PASSO, WRK-IDX-HIST).

       4000-IMPRIME-PASSOS.
           MOVE ZEROS TO WRK-QTD-ACIMA WRK-QTD-FALHAS
           MOVE WRK-DATA-ANCORA TO TIT-DATA
           MOVE WRK-HORA-ANCORA TO TIT-HORA
           WRITE REPORT-LINE FROM WRK-LINHA-TITULO
           MOVE WRK-LIMITE-PERC TO PAR-LIMITE
           MOVE WRK-INICIO-ONLINE TO WRK-ONLINE-CALC
           MOVE WRK-ON-HH TO PAR-ONLINE-HH
           MOVE WRK-ON-MM TO PAR-ONLINE-MM
           WRITE REPORT-LINE FROM WRK-LINHA-PARAMETROS
           WRITE REPORT-LINE FROM WRK-LINHA-UNIDADE
           WRITE REPORT-LINE FROM WRK-LINHA-SEPARADOR
           WRITE REPORT-LINE FROM WRK-LINHA-COLUNAS
           WRITE REPORT-LINE FROM WRK-LINHA-SEPARADOR
           PERFORM 4100-IMPRIME-PASSO
               VARYING WRK-IDX-PASSO FROM 1 BY 1
               UNTIL WRK-IDX-PASSO > WRK-QTD-PASSOS
           WRITE REPORT-LINE FROM WRK-LINHA-SEPARADOR.

       4100-IMPRIME-PASSO.
           PERFORM 4200-CALCULA-MEDIA
           MOVE WRK-PAS-PROGRAMA (WRK-IDX-PASSO) TO DET-PROGRAMA
           MOVE WRK-PAS-NOITE-INI (WRK-IDX-PASSO) TO DET-INICIO
           MOVE WRK-PAS-NOITE-FIM (WRK-IDX-PASSO) TO DET-FIM
           MOVE WRK-PAS-SEGUNDOS (WRK-IDX-PASSO) TO DET-DURACAO
           MOVE WRK-PAS-MEDIA (WRK-IDX-PASSO) TO DET-MEDIA
           MOVE WRK-PAS-QTD (WRK-IDX-PASSO) TO DET-QTD
           MOVE ZEROS TO WRK-VARIACAO
           EVALUATE WRK-PAS-SITUACAO (WRK-IDX-PASSO)
               WHEN 'P'
                   MOVE 'PENDENTE' TO DET-SITUACAO
               WHEN 'R'
                   MOVE 'EM EXECUCAO' TO DET-SITUACAO
               WHEN 'F'
                   MOVE 'FALHOU' TO DET-SITUACAO
                   ADD 1 TO WRK-QTD-FALHAS
               WHEN OTHER
                   PERFORM 4300-AVALIA-DURACAO
           END-EVALUATE
           MOVE WRK-VARIACAO TO DET-VARIACAO
           WRITE REPORT-LINE FROM WRK-LINHA-DETALHE.

       4200-CALCULA-MEDIA.
           MOVE ZEROS TO WRK-SOMA-HIST
           PERFORM VARYING WRK-IDX-HIST FROM 1 BY 1
                   UNTIL WRK-IDX-HIST > WRK-PAS-QTD-HIST (WRK-IDX-PASSO)
               ADD WRK-PAS-HIST (WRK-IDX-PASSO, WRK-IDX-HIST)
                   TO WRK-SOMA-HIST
           END-PERFORM
           IF WRK-PAS-QTD-HIST (WRK-IDX-PASSO) > ZEROS
               COMPUTE WRK-PAS-MEDIA (WRK-IDX-PASSO) ROUNDED =
                   WRK-SOMA-HIST / WRK-PAS-QTD-HIST (WRK-IDX-PASSO)
           ELSE
               MOVE ZEROS TO WRK-PAS-MEDIA (WRK-IDX-PASSO)
           END-IF.

      * acima do normal: duracao maior que a media acrescida do
      * limite percentual da configuracao
       4300-AVALIA-DURACAO.
           IF WRK-PAS-QTD-HIST (WRK-IDX-PASSO) = ZEROS
               MOVE 'SEM HISTORICO' TO DET-SITUACAO
           ELSE
               IF WRK-PAS-MEDIA (WRK-IDX-PASSO) > ZEROS
                   COMPUTE WRK-VARIACAO ROUNDED =
                       (WRK-PAS-SEGUNDOS (WRK-IDX-PASSO)
                       - WRK-PAS-MEDIA (WRK-IDX-PASSO)) * 100
                       / WRK-PAS-MEDIA (WRK-IDX-PASSO)
                       ON SIZE ERROR MOVE 9999 TO WRK-VARIACAO
                   END-COMPUTE
               END-IF
               IF WRK-PAS-SEGUNDOS (WRK-IDX-PASSO) * 100 >
                   WRK-PAS-MEDIA (WRK-IDX-PASSO)
                   * (100 + WRK-LIMITE-PERC)
                   MOVE 'ACIMA DO NORMAL' TO DET-SITUACAO
                   ADD 1 TO WRK-QTD-ACIMA
               ELSE
                   MOVE 'NORMAL' TO DET-SITUACAO
               END-IF
           END-IF.

      * fim previsto = agora + media dos passos que ainda nao
      * rodaram + o que falta, pela media, do passo em curso;
      * tudo contado desde a meia-noite do dia da ancora
       5000-PROJETA-FIM.
           MOVE 'N' TO WRK-ESTOURO
           IF WRK-QTD-FALHAS > ZEROS
               WRITE REPORT-LINE FROM WRK-LINHA-SEM-PROJECAO
           ELSE
               ACCEPT WRK-DHS-DATA FROM DATE YYYYMMDD
               ACCEPT WRK-DHS-HORA FROM TIME
               MOVE WRK-DHS-HORA (1:6) TO WRK-HORA-CALC
               PERFORM 3400-SEGUNDOS-DO-DIA
               MOVE WRK-SEG-FIM TO WRK-SEG-AGORA
               IF WRK-DHS-DATA > WRK-DATA-ANCORA
                   ADD 86400 TO WRK-SEG-AGORA
               END-IF
               MOVE WRK-HORA-ANCORA TO WRK-HORA-CALC
               PERFORM 3400-SEGUNDOS-DO-DIA
               MOVE WRK-SEG-FIM TO WRK-SEG-ANCORA
               MOVE ZEROS TO WRK-SEG-RESTANTE
               PERFORM 5100-SOMA-RESTANTE
                   VARYING WRK-IDX-PASSO FROM 1 BY 1
                   UNTIL WRK-IDX-PASSO > WRK-QTD-PASSOS
               COMPUTE WRK-SEG-PREVISTO =
                   WRK-SEG-AGORA + WRK-SEG-RESTANTE
      * dia online que comeca antes da hora da ancora e o da
      * manha seguinte
               COMPUTE WRK-SEG-ONLINE = (WRK-ON-HH * 3600)
                   + (WRK-ON-MM * 60)
               IF WRK-SEG-ONLINE NOT > WRK-SEG-ANCORA
                   ADD 86400 TO WRK-SEG-ONLINE
               END-IF
               IF WRK-SEG-PREVISTO > WRK-SEG-ONLINE
                   MOVE 'S' TO WRK-ESTOURO
               END-IF
               PERFORM 5200-IMPRIME-PROJECAO
               IF JANELA-ESTOURADA
                   PERFORM 5300-GRAVA-ESTOURO
               END-IF
           END-IF.

       5100-SOMA-RESTANTE.
           EVALUATE WRK-PAS-SITUACAO (WRK-IDX-PASSO)
               WHEN 'P'
                   ADD WRK-PAS-MEDIA (WRK-IDX-PASSO)
                       TO WRK-SEG-RESTANTE
               WHEN 'R'
                   MOVE WRK-PAS-NOITE-INI (WRK-IDX-PASSO)
                       TO WRK-HORA-CALC
                   PERFORM 3400-SEGUNDOS-DO-DIA
                   IF WRK-SEG-FIM < WRK-SEG-ANCORA
                       ADD 86400 TO WRK-SEG-FIM
                   END-IF
                   IF WRK-SEG-AGORA > WRK-SEG-FIM
                       COMPUTE WRK-SEG-DECORRIDO =
                           WRK-SEG-AGORA - WRK-SEG-FIM
                   ELSE
                       MOVE ZEROS TO WRK-SEG-DECORRIDO
                   END-IF
                   IF WRK-PAS-MEDIA (WRK-IDX-PASSO) > WRK-SEG-DECORRIDO
                       COMPUTE WRK-SEG-RESTANTE = WRK-SEG-RESTANTE
                           + WRK-PAS-MEDIA (WRK-IDX-PASSO)
                           - WRK-SEG-DECORRIDO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       5200-IMPRIME-PROJECAO.
           MOVE 'FIM PREVISTO DA CADEIA:' TO PRJ-DESCRICAO
           MOVE SPACES TO PRJ-DIA-SEGUINTE
           DIVIDE WRK-SEG-PREVISTO BY 86400 GIVING WRK-DIAS-PREVISTO
               REMAINDER WRK-SEG-DIA
           DIVIDE WRK-SEG-DIA BY 3600 GIVING PRJ-HH
               REMAINDER WRK-SEG-DIA
           DIVIDE WRK-SEG-DIA BY 60 GIVING PRJ-MM
               REMAINDER PRJ-SS
           IF WRK-DIAS-PREVISTO > ZEROS
               MOVE ' (DIA +1)' TO PRJ-DIA-SEGUINTE
           END-IF
           IF JANELA-ESTOURADA
               MOVE 'ESTOURA O INICIO DO ONLINE' TO PRJ-SITUACAO
           ELSE
               MOVE 'DENTRO DA JANELA' TO PRJ-SITUACAO
           END-IF
           WRITE REPORT-LINE FROM WRK-LINHA-PROJECAO
           MOVE PRJ-HH TO EST-HH
           MOVE PRJ-MM TO EST-MM
           MOVE WRK-ON-HH TO EST-ON-HH
           MOVE WRK-ON-MM TO EST-ON-MM.

      * estouro previsto e critica: a operacao precisa agir
      * ainda esta noite, e a guarda segura a proxima ate a
      * excecao ser tratada
       5300-GRAVA-ESTOURO.
           OPEN EXTEND ERROR-LOG
           IF WRK-ERRLOG-STATUS = '35'
               OPEN OUTPUT ERROR-LOG
           END-IF
           MOVE 'STEPREL' TO ERR-PROGRAMA
           MOVE WRK-DHS-DATA TO ERR-DATA-HORA (1:8)
           MOVE WRK-DHS-HORA (1:6) TO ERR-DATA-HORA (9:6)
           MOVE 'LOTE-ESTOURO' TO ERR-MOTIVO
           MOVE WRK-ENTRADA-ESTOURO TO ERR-ENTRADA
           MOVE 'C' TO ERR-SEVERIDADE
           MOVE SPACES TO ERR-TRATADA ERR-TRATADA-POR
           WRITE ERROR-LOG-RECORD
           CLOSE ERROR-LOG
           MOVE 4 TO RETURN-CODE
           DISPLAY 'STEPREL: CADEIA PREVISTA PARA TERMINAR DEPOIS DO '
               'INICIO DO ONLINE - EXCECAO CRITICA NO ERROR.LOG'.

       6000-FINALIZA.
           MOVE 'PASSOS ACIMA DO NORMAL:' TO TOT-DESCRICAO
           MOVE WRK-QTD-ACIMA TO TOT-QTD
           WRITE REPORT-LINE FROM WRK-LINHA-TOTAL
           MOVE 'PASSOS QUE FALHARAM:' TO TOT-DESCRICAO
           MOVE WRK-QTD-FALHAS TO TOT-QTD
           WRITE REPORT-LINE FROM WRK-LINHA-TOTAL
           CLOSE STEP-REPORT
           DISPLAY 'ESTATISTICA DOS PASSOS GERADA EM STEPREL.RPT'.
