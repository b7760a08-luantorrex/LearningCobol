       IDENTIFICATION DIVISION.
       PROGRAM-ID. riscoalu.
      ********************************************************
      *    Alerta mensal de aluno em risco
      *    Cruza, para cada aluno ativo do historico
      *    STUTRANS.DAT, os sinais que hoje ficam espalhados
      *    em relatorios separados: queda de media entre os
      *    dois ultimos bimestres lancados, media baixa no
      *    ultimo bimestre, avisos de frequencia do ano
      *    (AVISOHIST.DAT do freqavisa), recursos contra nota
      *    sem decisao (RECURSO.DAT), provas perdidas ainda
      *    sem segunda chamada (marca 'P' do historico) e
      *    mensalidades vencidas em aberto (MENSAL.DAT). Cada
      *    sinal pesa conforme RISCO.CFG e a soma e a
      *    pontuacao de risco do mes. A pontuacao de todos os
      *    alunos fica no historico RISCOHIST.DAT (aluno +
      *    competencia AAAAMM; nova rodada no mesmo mes
      *    regrava). Em RISCO.RPT saem, por turma e da maior
      *    para a menor pontuacao, os alunos no limite ou
      *    acima, com os motivos e a comparacao com o mes
      *    anterior, e no fim os que estavam na lista no mes
      *    anterior e sairam dela - o retrato de que a
      *    intervencao da coordenacao surtiu efeito. Tabela
      *    estourada termina com RC 4. Roda na cadeia do
      *    fechamento do mes (FECHAMES), na competencia
      *    liberada pela guarda.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-TRANSCRIPT ASSIGN TO 'STUTRANS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRA-ID
               FILE STATUS IS WRK-TRANSCRIPT-STATUS.

           SELECT ALUNO-MASTER ASSIGN TO 'ALUMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-ID
               FILE STATUS IS WRK-ALUMAST-STATUS.

           SELECT STUDENT-FILE ASSIGN TO 'STUDENT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STUDENT-STATUS.

      * historico de avisos de frequencia do freqavisa
           SELECT AVISO-HIST ASSIGN TO 'AVISOHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVI-CHAVE
               FILE STATUS IS WRK-AVISO-STATUS.

           SELECT RECURSO-FILE ASSIGN TO 'RECURSO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-ID
               FILE STATUS IS WRK-RECURSO-STATUS.

           SELECT MENSALIDADE-FILE ASSIGN TO 'MENSAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEN-NUMERO
               FILE STATUS IS WRK-MENSAL-STATUS.

           SELECT RISCO-CONFIG ASSIGN TO 'RISCO.CFG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RISCOCFG-STATUS.

           SELECT RISCO-HIST ASSIGN TO 'RISCOHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RIH-CHAVE
               FILE STATUS IS WRK-RISCOHIST-STATUS.

      * alunos no limite ou acima, ordenados por turma e da
      * maior para a menor pontuacao para a quebra do
      * relatorio
           SELECT SORT-WORK ASSIGN TO 'SORTWK1'.

           SELECT SORTED-RISCO ASSIGN TO 'RISCOSRT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RISCO-REPORT ASSIGN TO 'RISCO.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-TRANSCRIPT.
           COPY 'transrec.cbl'.

       FD  ALUNO-MASTER.
           COPY 'alurec.cbl'.

       FD  STUDENT-FILE.
           COPY 'studrec.cbl'.

       FD  AVISO-HIST.
       01  AVISO-RECORD.
           05  AVI-CHAVE.
               10  AVI-ALUNO       PIC 9(06).
               10  AVI-BIMESTRE    PIC 9(01).
           05  AVI-NIVEL           PIC 9(01).
           05  AVI-DATA            PIC 9(08).

       FD  RECURSO-FILE.
           COPY 'recrec.cbl'.

       FD  MENSALIDADE-FILE.
           COPY 'mensrec.cbl'.

       FD  RISCO-CONFIG.
           COPY 'riscocfg.cbl'.

       FD  RISCO-HIST.
           COPY 'riscorec.cbl'.

       SD  SORT-WORK.
       01  SORT-RISCO-RECORD.
           05  SRT-TURMA           PIC X(03).
           05  SRT-PONTOS          PIC 9(03).
           05  SRT-ALUNO           PIC 9(06).
           05  SRT-NOME            PIC X(30).
           05  SRT-TEM-ANTERIOR    PIC X(01).
           05  SRT-PONTOS-ANTERIOR PIC 9(03).
           05  SRT-MOTIVOS         PIC X(60).

       FD  SORTED-RISCO.
       01  SORTED-RISCO-RECORD.
           05  SRI-TURMA           PIC X(03).
           05  SRI-PONTOS          PIC 9(03).
           05  SRI-ALUNO           PIC 9(06).
           05  SRI-NOME            PIC X(30).
      *    S = aluno ja pontuado no mes anterior
           05  SRI-TEM-ANTERIOR    PIC X(01).
               88  SRI-COM-ANTERIOR    VALUE 'S'.
           05  SRI-PONTOS-ANTERIOR PIC 9(03).
           05  SRI-MOTIVOS         PIC X(60).

       FD  RISCO-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       77  WRK-TRANSCRIPT-STATUS PIC X(02) VALUE '00'.
       77  WRK-ALUMAST-STATUS   PIC X(02) VALUE '00'.
       77  WRK-STUDENT-STATUS   PIC X(02) VALUE '00'.
       77  WRK-AVISO-STATUS     PIC X(02) VALUE '00'.
       77  WRK-RECURSO-STATUS   PIC X(02) VALUE '00'.
       77  WRK-MENSAL-STATUS    PIC X(02) VALUE '00'.
       77  WRK-RISCOCFG-STATUS  PIC X(02) VALUE '00'.
       77  WRK-RISCOHIST-STATUS PIC X(02) VALUE '00'.
       77  WRK-EOF              PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO        VALUE 'S'.
       77  WRK-FIM-LEITURA      PIC X(01) VALUE 'N'.
           88 FIM-LEITURA           VALUE 'S'.

       01  DATA-SYS.
           02  ANO-SYS PIC 9(04) VALUE ZEROS.
           02  MES-SYS PIC 9(02) VALUE ZEROS.
           02  DIA-SYS PIC 9(02) VALUE ZEROS.
       01  DATA-SYS-NUM REDEFINES DATA-SYS PIC 9(08).

      * pesos e limite padrao; RISCO.CFG sobrepoe
       77  WRK-PESO-QUEDA       PIC 9(03) VALUE 20.
       77  WRK-PESO-MEDIA-BAIXA PIC 9(03) VALUE 20.
       77  WRK-PESO-AVISO-FREQ  PIC 9(03) VALUE 15.
       77  WRK-PESO-RECURSO     PIC 9(03) VALUE 10.
       77  WRK-PESO-SEGUNDA     PIC 9(03) VALUE 10.
       77  WRK-PESO-MENSALIDADE PIC 9(03) VALUE 15.
       77  WRK-LIMITE           PIC 9(03) VALUE 40.
       77  WRK-QUEDA-MINIMA     PIC 9(01)V9 VALUE 1,0.
      * mesma media minima de aprovacao do boletim
       77  WRK-MEDIA-MINIMA     PIC 9(02)V9 VALUE 6,0.

      * data de negocio (datasrv), a mesma do restante da
      * cadeia do fechamento do mes
       01  WRK-DATACTL.
           05  WRK-DC-OPERACAO PIC X(01).
           05  WRK-DC-DATA     PIC 9(08).
           05  WRK-DC-CONTROLADA PIC X(01).
           05  WRK-DC-OK       PIC X(01).

      * contrato com o controle de execucao compartilhado
      * (runctl): partida mensal (M), depois da curva ABC de
      * clientes (cliabc) na cadeia do fechamento do mes
       01  WRK-RUNCTL.
           05  WRK-RC-OPERACAO PIC X(01).
           05  WRK-RC-PROGRAMA PIC X(12) VALUE 'RISCOALU'.
           05  WRK-RC-QTD      PIC 9(06).
           05  WRK-RC-RUN-ID   PIC 9(06).
           05  WRK-RC-PERMITIDO PIC X(01).
           05  WRK-RC-PERIODO  PIC 9(06).

       77  WRK-COMPETENCIA      PIC 9(06) VALUE ZEROS.
       77  WRK-COMP-ANTERIOR    PIC 9(06) VALUE ZEROS.
       77  WRK-ANO-AVISO        PIC 9(04) VALUE ZEROS.
       77  WRK-RETORNO          PIC 9(02) VALUE ZEROS.
       77  WRK-IDX              PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-ACHADO       PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-BIM          PIC 9(01) VALUE ZEROS.
       77  WRK-IDX-MAT          PIC 9(01) VALUE ZEROS.
       77  WRK-BIM-ULTIMO       PIC 9(01) VALUE ZEROS.
       77  WRK-BIM-PENULTIMO    PIC 9(01) VALUE ZEROS.
       77  WRK-SEGUE            PIC X(01) VALUE 'S'.
           88 SEGUE-ALUNO           VALUE 'S'.

      * sinais e pontuacao do aluno em avaliacao
       77  WRK-QUEDA            PIC X(01) VALUE 'N'.
           88 TEVE-QUEDA            VALUE 'S'.
       77  WRK-MEDIA-BAIXA      PIC X(01) VALUE 'N'.
           88 TEVE-MEDIA-BAIXA      VALUE 'S'.
       77  WRK-QTD-AVISOS       PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-RECURSOS     PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-SEGUNDA      PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-MENSALIDADES PIC 9(02) VALUE ZEROS.
       77  WRK-PONTOS-CALC      PIC 9(05) VALUE ZEROS.
       77  WRK-PONTOS           PIC 9(03) VALUE ZEROS.
       77  WRK-TURMA-ALUNO      PIC X(03) VALUE SPACES.
       77  WRK-TEM-ANTERIOR     PIC X(01) VALUE 'N'.
           88 COM-ANTERIOR          VALUE 'S'.
       77  WRK-PONTOS-ANTERIOR  PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-ANTERIOR  PIC 9(03) VALUE ZEROS.
       77  WRK-TEM-ATUAL        PIC X(01) VALUE 'N'.
           88 COM-ATUAL             VALUE 'S'.
       77  WRK-MOTIVOS          PIC X(60) VALUE SPACES.
       77  WRK-PTR              PIC 9(03) VALUE ZEROS.
       77  WRK-TURMA-QUEBRA     PIC X(03) VALUE SPACES.
       77  WRK-QTD-TURMA        PIC 9(05) VALUE ZEROS.

       77  WRK-QTD-AVALIADOS    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-EM-RISCO     PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-SUBIRAM      PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-CAIRAM       PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-NOVOS        PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-INATIVOS     PIC 9(05) VALUE ZEROS.

      * turma de cada aluno no roster
       77  WRK-QTD-ROSTER       PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-ROSTER.
           05  WRK-ROS-ITEM OCCURS 2000 TIMES.
               10  WRK-ROS-ALUNO    PIC 9(06).
               10  WRK-ROS-TURMA    PIC X(03).

      * recursos protocolados ou em analise, por aluno
       77  WRK-QTD-RECTAB       PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-RECURSO.
           05  WRK-REC-ITEM OCCURS 1000 TIMES.
               10  WRK-REC-ALUNO    PIC 9(06).
               10  WRK-REC-QTD      PIC 9(02).

      * mensalidades vencidas em aberto, por aluno
       77  WRK-QTD-ATRASO       PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-ATRASO.
           05  WRK-ATR-ITEM OCCURS 1000 TIMES.
               10  WRK-ATR-ALUNO    PIC 9(06).
               10  WRK-ATR-QTD      PIC 9(02).

      * alunos que estavam na lista no mes anterior e sairam
       77  WRK-QTD-SAIDAS       PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-SAIDAS.
           05  WRK-SAI-ITEM OCCURS 500 TIMES.
               10  WRK-SAI-ALUNO    PIC 9(06).
               10  WRK-SAI-NOME     PIC X(30).
               10  WRK-SAI-TURMA    PIC X(03).
               10  WRK-SAI-ANTES    PIC 9(03).
               10  WRK-SAI-AGORA    PIC 9(03).

       01  WRK-LINHA-CABECALHO.
           05  FILLER          PIC X(32) VALUE
               'ALUNOS EM RISCO - COMPETENCIA: '.
           05  CAB-COMPETENCIA PIC 9(06).
           05  FILLER          PIC X(09) VALUE ' - DATA: '.
           05  CAB-DATA        PIC 9(08).

       01  WRK-LINHA-PESOS.
           05  FILLER          PIC X(12) VALUE 'PESOS: QUEDA'.
           05  PES-QUEDA       PIC ZZ9.
           05  FILLER          PIC X(07) VALUE ' MEDIA'.
           05  PES-MEDIA       PIC ZZ9.
           05  FILLER          PIC X(06) VALUE ' FREQ'.
           05  PES-FREQ        PIC ZZ9.
           05  FILLER          PIC X(09) VALUE ' RECURSO'.
           05  PES-RECURSO     PIC ZZ9.
           05  FILLER          PIC X(08) VALUE ' 2ACHAM'.
           05  PES-SEGUNDA     PIC ZZ9.
           05  FILLER          PIC X(08) VALUE ' MENSAL'.
           05  PES-MENSAL      PIC ZZ9.
           05  FILLER          PIC X(08) VALUE ' LIMITE'.
           05  PES-LIMITE      PIC ZZ9.

       01  WRK-LINHA-TURMA.
           05  FILLER          PIC X(07) VALUE 'TURMA: '.
           05  TUR-CODIGO      PIC X(03).

       01  WRK-LINHA-COLUNAS.
           05  FILLER          PIC X(39) VALUE
               'ALUNO  NOME                            '.
           05  FILLER          PIC X(30) VALUE
               'PONTOS  MES ANTERIOR  TENDENC.'.

       01  WRK-LINHA-DETALHE.
           05  DET-ALUNO       PIC 9(06).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-NOME        PIC X(30).
           05  FILLER          PIC X(04) VALUE SPACES.
           05  DET-PONTOS      PIC ZZ9.
           05  FILLER          PIC X(07) VALUE SPACES.
           05  DET-ANTERIOR    PIC X(03).
           05  FILLER          PIC X(07) VALUE SPACES.
           05  DET-TENDENCIA   PIC X(08).
       01  WRK-ANTERIOR-EDIT    PIC ZZ9.

       01  WRK-LINHA-MOTIVOS.
           05  FILLER          PIC X(16) VALUE
               '       MOTIVOS: '.
           05  MOT-TEXTO       PIC X(60).

       01  WRK-LINHA-TOTAL-TURMA.
           05  FILLER          PIC X(26) VALUE
               '   ALUNOS EM RISCO TURMA: '.
           05  TOT-TURMA-QTD   PIC ZZZZ9.

       01  WRK-LINHA-TITULO-SAIDAS PIC X(80) VALUE
           'SAIRAM DA LISTA DESDE O MES ANTERIOR'.

       01  WRK-LINHA-SAIDA.
           05  SAI-ALUNO       PIC 9(06).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  SAI-NOME        PIC X(30).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  SAI-TURMA       PIC X(03).
           05  FILLER          PIC X(08) VALUE '  ANTES '.
           05  SAI-ANTES       PIC ZZ9.
           05  FILLER          PIC X(07) VALUE '  AGORA'.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  SAI-AGORA       PIC X(03).

       01  WRK-LINHA-RESUMO.
           05  RES-TEXTO       PIC X(40).
           05  RES-QTD         PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INICIALIZA
           SORT SORT-WORK ON ASCENDING KEY SRT-TURMA
                   DESCENDING KEY SRT-PONTOS
                   ASCENDING KEY SRT-ALUNO
               INPUT PROCEDURE IS 2000-PONTUA-ALUNOS
               GIVING SORTED-RISCO
           OPEN INPUT SORTED-RISCO
           MOVE 'N' TO WRK-EOF
           PERFORM 3000-IMPRIME-RISCO UNTIL FIM-DE-ARQUIVO
           IF WRK-QTD-TURMA > ZEROS
               PERFORM 3200-FECHA-TURMA
           END-IF
           CLOSE SORTED-RISCO
           PERFORM 4000-IMPRIME-SAIDAS
           PERFORM 9000-FINALIZA
           MOVE WRK-RETORNO TO RETURN-CODE
           STOP RUN.

       1000-INICIALIZA.
           MOVE 'L' TO WRK-DC-OPERACAO
           CALL 'datasrv' USING WRK-DATACTL
           MOVE WRK-DC-DATA TO DATA-SYS
           COMPUTE WRK-RC-PERIODO = ANO-SYS * 100 + MES-SYS
           MOVE 'M' TO WRK-RC-OPERACAO
           MOVE ZEROS TO WRK-RC-QTD
           CALL 'runctl' USING WRK-RUNCTL
           IF WRK-RC-PERMITIDO = 'N'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      * na cadeia do fechamento a competencia e a liberada
      * pela guarda; janeiro compara com dezembro do ano
      * anterior (AAAA01 - 89 = AAAA-1 12)
           MOVE WRK-RC-PERIODO TO WRK-COMPETENCIA
           IF WRK-COMPETENCIA (5:2) = '01'
               COMPUTE WRK-COMP-ANTERIOR = WRK-COMPETENCIA - 89
           ELSE
               COMPUTE WRK-COMP-ANTERIOR = WRK-COMPETENCIA - 1
           END-IF
           PERFORM 1100-LE-PESOS
           OPEN INPUT STUDENT-TRANSCRIPT
           IF WRK-TRANSCRIPT-STATUS NOT = '00'
               DISPLAY 'STUTRANS.DAT INEXISTENTE - NADA A PONTUAR'
               MOVE 'E' TO WRK-RC-OPERACAO
               MOVE ZEROS TO WRK-RC-QTD
               CALL 'runctl' USING WRK-RUNCTL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ALUNO-MASTER
           IF WRK-ALUMAST-STATUS NOT = '00'
               DISPLAY 'ALUMAST.DAT INEXISTENTE - PONTUACAO '
                   'RECUSADA'
               CLOSE STUDENT-TRANSCRIPT
               MOVE 'E' TO WRK-RC-OPERACAO
               MOVE ZEROS TO WRK-RC-QTD
               CALL 'runctl' USING WRK-RUNCTL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0500-CARREGA-ROSTER
           PERFORM 0600-CARREGA-RECURSOS
           PERFORM 0700-CARREGA-ATRASOS
           OPEN INPUT AVISO-HIST
           OPEN I-O RISCO-HIST
      * primeira apuracao do ambiente: o historico ainda nao
      * existe e precisa ser criado vazio
           IF WRK-RISCOHIST-STATUS = '35'
               OPEN OUTPUT RISCO-HIST
               CLOSE RISCO-HIST
               OPEN I-O RISCO-HIST
           END-IF
           OPEN OUTPUT RISCO-REPORT
           MOVE WRK-COMPETENCIA TO CAB-COMPETENCIA
           MOVE DATA-SYS-NUM TO CAB-DATA
           WRITE REPORT-LINE FROM WRK-LINHA-CABECALHO
           MOVE WRK-PESO-QUEDA TO PES-QUEDA
           MOVE WRK-PESO-MEDIA-BAIXA TO PES-MEDIA
           MOVE WRK-PESO-AVISO-FREQ TO PES-FREQ
           MOVE WRK-PESO-RECURSO TO PES-RECURSO
           MOVE WRK-PESO-SEGUNDA TO PES-SEGUNDA
           MOVE WRK-PESO-MENSALIDADE TO PES-MENSAL
           MOVE WRK-LIMITE TO PES-LIMITE
           WRITE REPORT-LINE FROM WRK-LINHA-PESOS.

      * pesos do RISCO.CFG; arquivo ausente ou campo nao
      * numerico fica com o padrao do programa. Peso zero
      * desliga o sinal; o limite precisa ser positivo
       1100-LE-PESOS.
           OPEN INPUT RISCO-CONFIG
           IF WRK-RISCOCFG-STATUS = '00'
               READ RISCO-CONFIG
                   NOT AT END
                       IF RCF-PESO-QUEDA IS NUMERIC
                           MOVE RCF-PESO-QUEDA TO WRK-PESO-QUEDA
                       END-IF
                       IF RCF-PESO-MEDIA-BAIXA IS NUMERIC
                           MOVE RCF-PESO-MEDIA-BAIXA
                               TO WRK-PESO-MEDIA-BAIXA
                       END-IF
                       IF RCF-PESO-AVISO-FREQ IS NUMERIC
                           MOVE RCF-PESO-AVISO-FREQ
                               TO WRK-PESO-AVISO-FREQ
                       END-IF
                       IF RCF-PESO-RECURSO IS NUMERIC
                           MOVE RCF-PESO-RECURSO TO WRK-PESO-RECURSO
                       END-IF
                       IF RCF-PESO-SEGUNDA IS NUMERIC
                           MOVE RCF-PESO-SEGUNDA TO WRK-PESO-SEGUNDA
                       END-IF
                       IF RCF-PESO-MENSALIDADE IS NUMERIC
                           MOVE RCF-PESO-MENSALIDADE
                               TO WRK-PESO-MENSALIDADE
                       END-IF
                       IF RCF-LIMITE IS NUMERIC
                               AND RCF-LIMITE > ZEROS
                           MOVE RCF-LIMITE TO WRK-LIMITE
                       END-IF
                       IF RCF-QUEDA-MINIMA IS NUMERIC
                               AND RCF-QUEDA-MINIMA > ZEROS
                           MOVE RCF-QUEDA-MINIMA TO WRK-QUEDA-MINIMA
                       END-IF
               END-READ
               CLOSE RISCO-CONFIG
           END-IF.

      * o roster traz uma linha por materia e bimestre: fica
      * a primeira turma de cada aluno
       0500-CARREGA-ROSTER.
           MOVE ZEROS TO WRK-QTD-ROSTER
           OPEN INPUT STUDENT-FILE
           IF WRK-STUDENT-STATUS = '00'
               MOVE 'N' TO WRK-FIM-LEITURA
               PERFORM 0510-LE-ROSTER UNTIL FIM-LEITURA
               CLOSE STUDENT-FILE
           ELSE
               DISPLAY 'STUDENT.DAT INEXISTENTE - ALUNOS SAEM '
                   'SEM TURMA'
           END-IF.

       0510-LE-ROSTER.
           READ STUDENT-FILE
               AT END MOVE 'S' TO WRK-FIM-LEITURA
           END-READ
           IF NOT FIM-LEITURA
               MOVE ZEROS TO WRK-IDX-ACHADO
               PERFORM VARYING WRK-IDX FROM 1 BY 1
                       UNTIL WRK-IDX > WRK-QTD-ROSTER
                          OR WRK-IDX-ACHADO > ZEROS
                   IF WRK-ROS-ALUNO (WRK-IDX) = STU-ID
                       MOVE WRK-IDX TO WRK-IDX-ACHADO
                   END-IF
               END-PERFORM
               IF WRK-IDX-ACHADO = ZEROS
                   IF WRK-QTD-ROSTER < 2000
                       ADD 1 TO WRK-QTD-ROSTER
                       MOVE STU-ID TO WRK-ROS-ALUNO (WRK-QTD-ROSTER)
                       MOVE STU-TURMA
                           TO WRK-ROS-TURMA (WRK-QTD-ROSTER)
                   ELSE
                       DISPLAY 'TABELA DO ROSTER ESTOURADA - ALUNO '
                           STU-ID ' IGNORADO'
                       MOVE 4 TO WRK-RETORNO
                   END-IF
               END-IF
           END-IF.

      * recurso ainda sem decisao: protocolado ou em analise
       0600-CARREGA-RECURSOS.
           MOVE ZEROS TO WRK-QTD-RECTAB
           OPEN INPUT RECURSO-FILE
           IF WRK-RECURSO-STATUS = '00'
               MOVE 'N' TO WRK-FIM-LEITURA
               PERFORM 0610-LE-RECURSO UNTIL FIM-LEITURA
               CLOSE RECURSO-FILE
           END-IF.

       0610-LE-RECURSO.
           READ RECURSO-FILE NEXT RECORD
               AT END MOVE 'S' TO WRK-FIM-LEITURA
           END-READ
           IF NOT FIM-LEITURA
               IF REC-PROTOCOLADO OR REC-EM-ANALISE
                   PERFORM 0620-GUARDA-RECURSO
               END-IF
           END-IF.

       0620-GUARDA-RECURSO.
           MOVE ZEROS TO WRK-IDX-ACHADO
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-RECTAB
                      OR WRK-IDX-ACHADO > ZEROS
               IF WRK-REC-ALUNO (WRK-IDX) = REC-MATRICULA
                   MOVE WRK-IDX TO WRK-IDX-ACHADO
               END-IF
           END-PERFORM
           IF WRK-IDX-ACHADO > ZEROS
               IF WRK-REC-QTD (WRK-IDX-ACHADO) < 99
                   ADD 1 TO WRK-REC-QTD (WRK-IDX-ACHADO)
               END-IF
           ELSE
               IF WRK-QTD-RECTAB < 1000
                   ADD 1 TO WRK-QTD-RECTAB
                   MOVE REC-MATRICULA
                       TO WRK-REC-ALUNO (WRK-QTD-RECTAB)
                   MOVE 1 TO WRK-REC-QTD (WRK-QTD-RECTAB)
               ELSE
                   DISPLAY 'TABELA DE RECURSOS ESTOURADA - ALUNO '
                       REC-MATRICULA ' IGNORADO'
                   MOVE 4 TO WRK-RETORNO
               END-IF
           END-IF.

      * mensalidade aberta ou parcial com vencimento passado
       0700-CARREGA-ATRASOS.
           MOVE ZEROS TO WRK-QTD-ATRASO
           OPEN INPUT MENSALIDADE-FILE
           IF WRK-MENSAL-STATUS = '00'
               MOVE 'N' TO WRK-FIM-LEITURA
               PERFORM 0710-LE-MENSALIDADE UNTIL FIM-LEITURA
               CLOSE MENSALIDADE-FILE
           END-IF.

       0710-LE-MENSALIDADE.
           READ MENSALIDADE-FILE NEXT RECORD
               AT END MOVE 'S' TO WRK-FIM-LEITURA
           END-READ
           IF NOT FIM-LEITURA
               IF (MEN-ABERTA OR MEN-PARCIAL)
                       AND MEN-VENCIMENTO < DATA-SYS-NUM
                   PERFORM 0720-GUARDA-ATRASO
               END-IF
           END-IF.

       0720-GUARDA-ATRASO.
           MOVE ZEROS TO WRK-IDX-ACHADO
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-ATRASO
                      OR WRK-IDX-ACHADO > ZEROS
               IF WRK-ATR-ALUNO (WRK-IDX) = MEN-ALUNO
                   MOVE WRK-IDX TO WRK-IDX-ACHADO
               END-IF
           END-PERFORM
           IF WRK-IDX-ACHADO > ZEROS
               IF WRK-ATR-QTD (WRK-IDX-ACHADO) < 99
                   ADD 1 TO WRK-ATR-QTD (WRK-IDX-ACHADO)
               END-IF
           ELSE
               IF WRK-QTD-ATRASO < 1000
                   ADD 1 TO WRK-QTD-ATRASO
                   MOVE MEN-ALUNO TO WRK-ATR-ALUNO (WRK-QTD-ATRASO)
                   MOVE 1 TO WRK-ATR-QTD (WRK-QTD-ATRASO)
               ELSE
                   DISPLAY 'TABELA DE ATRASOS ESTOURADA - ALUNO '
                       MEN-ALUNO ' IGNORADO'
                   MOVE 4 TO WRK-RETORNO
               END-IF
           END-IF.

      * procedimento de entrada do SORT: pontua todos os
      * alunos ativos, grava o historico do mes e repassa
      * ao SORT os que ficaram no limite ou acima
       2000-PONTUA-ALUNOS.
           MOVE 'N' TO WRK-EOF
           PERFORM 2100-LE-HISTORICO UNTIL FIM-DE-ARQUIVO.

       2100-LE-HISTORICO.
           READ STUDENT-TRANSCRIPT NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE 'S' TO WRK-SEGUE
               MOVE TRA-ID TO ALU-ID
               READ ALUNO-MASTER
                   KEY IS ALU-ID
                   INVALID KEY
                       MOVE 'I' TO ALU-STATUS
               END-READ
               IF NOT ALU-ATIVO
                   ADD 1 TO WRK-QTD-INATIVOS
                   MOVE 'N' TO WRK-SEGUE
               END-IF
               IF SEGUE-ALUNO
                   ADD 1 TO WRK-QTD-AVALIADOS
                   PERFORM 2200-APURA-SINAIS
                   PERFORM 2300-CALCULA-PONTOS
                   PERFORM 2400-GRAVA-HISTORICO
                   PERFORM 2500-CLASSIFICA-ALUNO
               END-IF
           END-IF.

       2200-APURA-SINAIS.
           MOVE 'N' TO WRK-QUEDA WRK-MEDIA-BAIXA
           MOVE ZEROS TO WRK-QTD-AVISOS WRK-QTD-RECURSOS
               WRK-QTD-SEGUNDA WRK-QTD-MENSALIDADES
      * os dois ultimos bimestres com media consolidada
           MOVE ZEROS TO WRK-BIM-ULTIMO WRK-BIM-PENULTIMO
           PERFORM VARYING WRK-IDX-BIM FROM 1 BY 1
                   UNTIL WRK-IDX-BIM > 4
               IF TRA-BIM-LANCADO (WRK-IDX-BIM) = 'S'
                   MOVE WRK-BIM-ULTIMO TO WRK-BIM-PENULTIMO
                   MOVE WRK-IDX-BIM TO WRK-BIM-ULTIMO
               END-IF
           END-PERFORM
           IF WRK-BIM-ULTIMO > ZEROS
               IF TRA-BIM-MEDIA (WRK-BIM-ULTIMO) < WRK-MEDIA-MINIMA
                   MOVE 'S' TO WRK-MEDIA-BAIXA
               END-IF
           END-IF
           IF WRK-BIM-PENULTIMO > ZEROS
               IF TRA-BIM-MEDIA (WRK-BIM-PENULTIMO)
                       - TRA-BIM-MEDIA (WRK-BIM-ULTIMO)
                       NOT < WRK-QUEDA-MINIMA
                   MOVE 'S' TO WRK-QUEDA
               END-IF
           END-IF
      * prova perdida ainda sem segunda chamada
           PERFORM VARYING WRK-IDX-MAT FROM 1 BY 1
                   UNTIL WRK-IDX-MAT > 3
               IF TRA-MAT-CODIGO (WRK-IDX-MAT) NOT = SPACES
                   PERFORM VARYING WRK-IDX-BIM FROM 1 BY 1
                           UNTIL WRK-IDX-BIM > 4
                       IF TRA-MAT-BIM-LANCADO
                               (WRK-IDX-MAT, WRK-IDX-BIM) = 'P'
                           ADD 1 TO WRK-QTD-SEGUNDA
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WRK-AVISO-STATUS = '00' OR '23'
               PERFORM 2210-SOMA-AVISOS
           END-IF
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-RECTAB
               IF WRK-REC-ALUNO (WRK-IDX) = TRA-ID
                   MOVE WRK-REC-QTD (WRK-IDX) TO WRK-QTD-RECURSOS
               END-IF
           END-PERFORM
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-ATRASO
               IF WRK-ATR-ALUNO (WRK-IDX) = TRA-ID
                   MOVE WRK-ATR-QTD (WRK-IDX) TO WRK-QTD-MENSALIDADES
               END-IF
           END-PERFORM
           MOVE SPACES TO WRK-TURMA-ALUNO
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-ROSTER
               IF WRK-ROS-ALUNO (WRK-IDX) = TRA-ID
                   MOVE WRK-ROS-TURMA (WRK-IDX) TO WRK-TURMA-ALUNO
               END-IF
           END-PERFORM.

      * o nivel do aviso conta como peso: segundo aviso do
      * bimestre (escalado ao coordenador) pesa o dobro.
      * Aviso de ano anterior nao conta
       2210-SOMA-AVISOS.
           PERFORM VARYING WRK-IDX-BIM FROM 1 BY 1
                   UNTIL WRK-IDX-BIM > 4
               MOVE TRA-ID TO AVI-ALUNO
               MOVE WRK-IDX-BIM TO AVI-BIMESTRE
               READ AVISO-HIST
                   KEY IS AVI-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DIVIDE AVI-DATA BY 10000 GIVING WRK-ANO-AVISO
                       IF WRK-ANO-AVISO = ANO-SYS
                           ADD AVI-NIVEL TO WRK-QTD-AVISOS
                       END-IF
               END-READ
           END-PERFORM.

       2300-CALCULA-PONTOS.
           MOVE ZEROS TO WRK-PONTOS-CALC
           IF TEVE-QUEDA
               ADD WRK-PESO-QUEDA TO WRK-PONTOS-CALC
           END-IF
           IF TEVE-MEDIA-BAIXA
               ADD WRK-PESO-MEDIA-BAIXA TO WRK-PONTOS-CALC
           END-IF
           COMPUTE WRK-PONTOS-CALC = WRK-PONTOS-CALC
               + WRK-QTD-AVISOS * WRK-PESO-AVISO-FREQ
               + WRK-QTD-RECURSOS * WRK-PESO-RECURSO
               + WRK-QTD-SEGUNDA * WRK-PESO-SEGUNDA
               + WRK-QTD-MENSALIDADES * WRK-PESO-MENSALIDADE
           IF WRK-PONTOS-CALC > 999
               MOVE 999 TO WRK-PONTOS
           ELSE
               MOVE WRK-PONTOS-CALC TO WRK-PONTOS
           END-IF.

      * guarda a pontuacao de todo aluno avaliado: quem saiu
      * da lista tambem precisa do registro para a comparacao
      * do mes seguinte
       2400-GRAVA-HISTORICO.
           MOVE 'N' TO WRK-TEM-ANTERIOR
           MOVE ZEROS TO WRK-PONTOS-ANTERIOR WRK-LIMITE-ANTERIOR
           MOVE TRA-ID TO RIH-ALUNO
           MOVE WRK-COMP-ANTERIOR TO RIH-COMPETENCIA
           READ RISCO-HIST
               KEY IS RIH-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-TEM-ANTERIOR
                   MOVE RIH-PONTOS TO WRK-PONTOS-ANTERIOR
                   MOVE RIH-LIMITE TO WRK-LIMITE-ANTERIOR
           END-READ
           MOVE 'N' TO WRK-TEM-ATUAL
           MOVE TRA-ID TO RIH-ALUNO
           MOVE WRK-COMPETENCIA TO RIH-COMPETENCIA
           READ RISCO-HIST
               KEY IS RIH-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-TEM-ATUAL
           END-READ
           MOVE TRA-ID TO RIH-ALUNO
           MOVE WRK-COMPETENCIA TO RIH-COMPETENCIA
           MOVE WRK-TURMA-ALUNO TO RIH-TURMA
           MOVE WRK-PONTOS TO RIH-PONTOS
           MOVE WRK-LIMITE TO RIH-LIMITE
           MOVE WRK-QUEDA TO RIH-QUEDA
           MOVE WRK-MEDIA-BAIXA TO RIH-MEDIA-BAIXA
           MOVE WRK-QTD-AVISOS TO RIH-QTD-AVISOS
           MOVE WRK-QTD-RECURSOS TO RIH-QTD-RECURSOS
           MOVE WRK-QTD-SEGUNDA TO RIH-QTD-SEGUNDA
           MOVE WRK-QTD-MENSALIDADES TO RIH-QTD-MENSALIDADES
           MOVE DATA-SYS-NUM TO RIH-DATA-APURACAO
           IF COM-ATUAL
               REWRITE RISCO-HIST-RECORD
                   INVALID KEY
                       DISPLAY 'ERRO REGRAVANDO RISCO: ' RIH-ALUNO
               END-REWRITE
           ELSE
               WRITE RISCO-HIST-RECORD
                   INVALID KEY
                       DISPLAY 'ERRO GRAVANDO RISCO: ' RIH-ALUNO
               END-WRITE
           END-IF.

      * no limite ou acima vai para o SORT; quem estava na
      * lista no mes anterior (pelo limite daquele mes) e
      * ficou abaixo vai para a relacao de saidas
       2500-CLASSIFICA-ALUNO.
           IF WRK-PONTOS NOT < WRK-LIMITE
               ADD 1 TO WRK-QTD-EM-RISCO
               PERFORM 2600-MONTA-MOTIVOS
               MOVE WRK-TURMA-ALUNO TO SRT-TURMA
               MOVE WRK-PONTOS TO SRT-PONTOS
               MOVE TRA-ID TO SRT-ALUNO
               MOVE TRA-NOME TO SRT-NOME
               MOVE WRK-TEM-ANTERIOR TO SRT-TEM-ANTERIOR
               MOVE WRK-PONTOS-ANTERIOR TO SRT-PONTOS-ANTERIOR
               MOVE WRK-MOTIVOS TO SRT-MOTIVOS
               RELEASE SORT-RISCO-RECORD
           ELSE
               IF COM-ANTERIOR
                       AND WRK-PONTOS-ANTERIOR NOT < WRK-LIMITE-ANTERIOR
                   PERFORM 2700-GUARDA-SAIDA
               END-IF
           END-IF.

       2600-MONTA-MOTIVOS.
           MOVE SPACES TO WRK-MOTIVOS
           MOVE 1 TO WRK-PTR
           IF TEVE-QUEDA
               STRING 'QUEDA ' DELIMITED BY SIZE
                   INTO WRK-MOTIVOS WITH POINTER WRK-PTR
           END-IF
           IF TEVE-MEDIA-BAIXA
               STRING 'MEDIA<6 ' DELIMITED BY SIZE
                   INTO WRK-MOTIVOS WITH POINTER WRK-PTR
           END-IF
           IF WRK-QTD-AVISOS > ZEROS
               STRING 'FREQ=' WRK-QTD-AVISOS ' ' DELIMITED BY SIZE
                   INTO WRK-MOTIVOS WITH POINTER WRK-PTR
           END-IF
           IF WRK-QTD-RECURSOS > ZEROS
               STRING 'RECURSO=' WRK-QTD-RECURSOS ' '
                   DELIMITED BY SIZE
                   INTO WRK-MOTIVOS WITH POINTER WRK-PTR
           END-IF
           IF WRK-QTD-SEGUNDA > ZEROS
               STRING '2ACHAM=' WRK-QTD-SEGUNDA ' ' DELIMITED BY SIZE
                   INTO WRK-MOTIVOS WITH POINTER WRK-PTR
           END-IF
           IF WRK-QTD-MENSALIDADES > ZEROS
               STRING 'MENSAL=' WRK-QTD-MENSALIDADES
                   DELIMITED BY SIZE
                   INTO WRK-MOTIVOS WITH POINTER WRK-PTR
           END-IF.

       2700-GUARDA-SAIDA.
           IF WRK-QTD-SAIDAS < 500
               ADD 1 TO WRK-QTD-SAIDAS
               MOVE TRA-ID TO WRK-SAI-ALUNO (WRK-QTD-SAIDAS)
               MOVE TRA-NOME TO WRK-SAI-NOME (WRK-QTD-SAIDAS)
               MOVE WRK-TURMA-ALUNO TO WRK-SAI-TURMA (WRK-QTD-SAIDAS)
               MOVE WRK-PONTOS-ANTERIOR
                   TO WRK-SAI-ANTES (WRK-QTD-SAIDAS)
               MOVE WRK-PONTOS TO WRK-SAI-AGORA (WRK-QTD-SAIDAS)
           ELSE
               DISPLAY 'TABELA DE SAIDAS ESTOURADA - ALUNO '
                   TRA-ID ' IGNORADO'
               MOVE 4 TO WRK-RETORNO
           END-IF.

      * quebra por turma: fecha a anterior e abre a nova
      * antes do primeiro aluno dela
       3000-IMPRIME-RISCO.
           READ SORTED-RISCO
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF SRI-TURMA NOT = WRK-TURMA-QUEBRA
                       OR WRK-QTD-TURMA = ZEROS
                   IF WRK-QTD-TURMA > ZEROS
                       PERFORM 3200-FECHA-TURMA
                   END-IF
                   PERFORM 3100-ABRE-TURMA
               END-IF
               PERFORM 3300-IMPRIME-ALUNO
           END-IF.

       3100-ABRE-TURMA.
           MOVE SRI-TURMA TO WRK-TURMA-QUEBRA
           MOVE ZEROS TO WRK-QTD-TURMA
           IF SRI-TURMA = SPACES
               MOVE '???' TO TUR-CODIGO
           ELSE
               MOVE SRI-TURMA TO TUR-CODIGO
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WRK-LINHA-TURMA
           WRITE REPORT-LINE FROM WRK-LINHA-COLUNAS.

       3200-FECHA-TURMA.
           MOVE WRK-QTD-TURMA TO TOT-TURMA-QTD
           WRITE REPORT-LINE FROM WRK-LINHA-TOTAL-TURMA.

      * a tendencia compara com a pontuacao do mes anterior:
      * caindo, a intervencao esta surtindo efeito
       3300-IMPRIME-ALUNO.
           ADD 1 TO WRK-QTD-TURMA
           MOVE SRI-ALUNO TO DET-ALUNO
           MOVE SRI-NOME TO DET-NOME
           MOVE SRI-PONTOS TO DET-PONTOS
           IF SRI-COM-ANTERIOR
               MOVE SRI-PONTOS-ANTERIOR TO WRK-ANTERIOR-EDIT
               MOVE WRK-ANTERIOR-EDIT TO DET-ANTERIOR
               EVALUATE TRUE
                   WHEN SRI-PONTOS > SRI-PONTOS-ANTERIOR
                       MOVE 'SUBIU' TO DET-TENDENCIA
                       ADD 1 TO WRK-QTD-SUBIRAM
                   WHEN SRI-PONTOS < SRI-PONTOS-ANTERIOR
                       MOVE 'CAIU' TO DET-TENDENCIA
                       ADD 1 TO WRK-QTD-CAIRAM
                   WHEN OTHER
                       MOVE 'IGUAL' TO DET-TENDENCIA
               END-EVALUATE
           ELSE
               MOVE '---' TO DET-ANTERIOR
               MOVE 'NOVO' TO DET-TENDENCIA
               ADD 1 TO WRK-QTD-NOVOS
           END-IF
           WRITE REPORT-LINE FROM WRK-LINHA-DETALHE
           MOVE SRI-MOTIVOS TO MOT-TEXTO
           WRITE REPORT-LINE FROM WRK-LINHA-MOTIVOS.

       4000-IMPRIME-SAIDAS.
           IF WRK-QTD-SAIDAS > ZEROS
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               WRITE REPORT-LINE FROM WRK-LINHA-TITULO-SAIDAS
               PERFORM VARYING WRK-IDX FROM 1 BY 1
                       UNTIL WRK-IDX > WRK-QTD-SAIDAS
                   MOVE WRK-SAI-ALUNO (WRK-IDX) TO SAI-ALUNO
                   MOVE WRK-SAI-NOME (WRK-IDX) TO SAI-NOME
                   MOVE WRK-SAI-TURMA (WRK-IDX) TO SAI-TURMA
                   MOVE WRK-SAI-ANTES (WRK-IDX) TO SAI-ANTES
                   MOVE WRK-SAI-AGORA (WRK-IDX) TO WRK-ANTERIOR-EDIT
                   MOVE WRK-ANTERIOR-EDIT TO SAI-AGORA
                   WRITE REPORT-LINE FROM WRK-LINHA-SAIDA
               END-PERFORM
           END-IF.

       9000-FINALIZA.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'ALUNOS AVALIADOS' TO RES-TEXTO
           MOVE WRK-QTD-AVALIADOS TO RES-QTD
           WRITE REPORT-LINE FROM WRK-LINHA-RESUMO
           MOVE 'ALUNOS EM RISCO' TO RES-TEXTO
           MOVE WRK-QTD-EM-RISCO TO RES-QTD
           WRITE REPORT-LINE FROM WRK-LINHA-RESUMO
           MOVE '   NOVOS NA LISTA' TO RES-TEXTO
           MOVE WRK-QTD-NOVOS TO RES-QTD
           WRITE REPORT-LINE FROM WRK-LINHA-RESUMO
           MOVE '   PONTUACAO SUBIU' TO RES-TEXTO
           MOVE WRK-QTD-SUBIRAM TO RES-QTD
           WRITE REPORT-LINE FROM WRK-LINHA-RESUMO
           MOVE '   PONTUACAO CAIU' TO RES-TEXTO
           MOVE WRK-QTD-CAIRAM TO RES-QTD
           WRITE REPORT-LINE FROM WRK-LINHA-RESUMO
           MOVE 'SAIRAM DA LISTA' TO RES-TEXTO
           MOVE WRK-QTD-SAIDAS TO RES-QTD
           WRITE REPORT-LINE FROM WRK-LINHA-RESUMO
           MOVE 'ALUNOS INATIVOS IGNORADOS' TO RES-TEXTO
           MOVE WRK-QTD-INATIVOS TO RES-QTD
           WRITE REPORT-LINE FROM WRK-LINHA-RESUMO
           CLOSE RISCO-REPORT
           CLOSE STUDENT-TRANSCRIPT ALUNO-MASTER RISCO-HIST
           IF WRK-AVISO-STATUS = '00' OR '23'
               CLOSE AVISO-HIST
           END-IF
           DISPLAY 'ALUNOS AVALIADOS: ' WRK-QTD-AVALIADOS
           DISPLAY 'ALUNOS EM RISCO: ' WRK-QTD-EM-RISCO
           DISPLAY 'SAIRAM DA LISTA: ' WRK-QTD-SAIDAS
           MOVE 'F' TO WRK-RC-OPERACAO
           MOVE WRK-QTD-AVALIADOS TO WRK-RC-QTD
           CALL 'runctl' USING WRK-RUNCTL.
