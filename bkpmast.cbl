      ********************************************************
      *    Backup, restauracao e verificacao dos mestres
      *    Descarrega cada arquivo indexado (FRETELOG,
      *    STUTRANS, FRETETAB, PRODUTO, HOLIDAY, CUSTMAST,
      *    ORDMAST, ALUMAST, TRANSPTAB, CONTRATO, FATURAS,
      *    TURMA, PROFMAST, ATRIB, ENDCLI, BOLSA, OPERMAST,
      *    CALLET, CTDOC, HORARIO, AUSENCIA, CHAMADA, COLETA,
      *    REMAT, ESPERA, GLOSA)
      *    para um backup sequencial com header datado e
      *    trailer de contagem; recarrega um backup
      *    reconstruindo o indexado do zero; e confere o
      *    o backup de todos os mestres direto e encerra, sem
      *    menu nem console - e assim que o passo do JCL roda
      *    desassistido.
      *    A recarga do CTDOC.DAT tambem converte o arquivo
      *    antigo: documento sem data de manifesto recebe a
      *    data de emissao, para o manifgen nao manifestar de
      *    novo embarque que ja viajou.
      *    A recuperacao para frente restaura um mestre do
      *    backup da noite e reaplica por cima dele o diario
      *    JORNAL.DAT (gravado pelas manutencoes via jrnsrv)
      *    desde o horario do header do backup ate a data e
      *    hora limite pedida ao operador, listando em
      *    RECUPER.RPT cada gravacao reaplicada.
      *    Inicio, fim e contagem do passo vao para o
      *    RUNCTL.DAT (runctl), base da estatistica de passos
      *    da cadeia noturna (steprel).
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT BACKUP-6 ASSIGN TO 'CUSTMAST.BKP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STB6.
           SELECT ORDERS-FILE ASSIGN TO 'ORDMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-NUMERO
               FILE STATUS IS WRK-ST7.
           SELECT BACKUP-7 ASSIGN TO 'ORDMAST.BKP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STB7.
           SELECT ALUNO-MASTER ASSIGN TO 'ALUMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-ID
               FILE STATUS IS WRK-ST8.
           SELECT BACKUP-8 ASSIGN TO 'ALUMAST.BKP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STB8.
           SELECT TRANSP-TABLE ASSIGN TO 'TRANSPTAB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRP-CHAVE
               FILE STATUS IS WRK-ST9.
           SELECT BACKUP-9 ASSIGN TO 'TRANSPTAB.BKP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STB9.
           SELECT CONTRATO-FILE ASSIGN TO 'CONTRATO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-CLIENTE
               FILE STATUS IS WRK-ST10.
           SELECT BACKUP-10 ASSIGN TO 'CONTRATO.BKP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STB10.
           SELECT FATURAS-FILE ASSIGN TO 'FATURAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               FILE STATUS IS WRK-ST11.
           SELECT BACKUP-11 ASSIGN TO 'FATURAS.BKP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STB11.
           SELECT TURMA-MASTER ASSIGN TO 'TURMA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-CHAVE
               FILE STATUS IS WRK-ST12.
           SELECT BACKUP-12 ASSIGN TO 'TURMA.BKP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STB12.
           SELECT PROFESSOR-MASTER ASSIGN TO 'PROFMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-ID
               FILE STATUS IS WRK-ST13.
           SELECT BACKUP-13 ASSIGN TO 'PROFMAST.BKP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STB13.
           SELECT ATRIBUICAO-FILE ASSIGN TO 'ATRIB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATB-CHAVE
               FILE STATUS IS WRK-ST14.
           SELECT BACKUP-14 ASSIGN TO 'ATRIB.BKP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STB14.
           SELECT ENDERECO-FILE ASSIGN TO 'ENDCLI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS END-CHAVE
               FILE STATUS IS WRK-ST15.
           SELECT BACKUP-15 ASSIGN TO 'ENDCLI.BKP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STB15.
           SELECT BOLSA-FILE ASSIGN TO 'BOLSA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOL-ALUNO
               FILE STATUS IS WRK-ST16.
           SELECT BACKUP-16 ASSIGN TO 'BOLSA.BKP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STB16.
           SELECT OPERATOR-MASTER ASSIGN TO 'OPERMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WRK-ST17.
           SELECT BACKUP-17 ASSIGN TO 'OPERMAST.BKP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STB17.
           SELECT CALENDARIO-LETIVO ASSIGN TO 'CALLET.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-CHAVE
               FILE STATUS IS WRK-ST18.
           SELECT BACKUP-18 ASSIGN TO 'CALLET.BKP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STB18.
           SELECT CT-MASTER ASSIGN TO 'CTDOC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CHAVE
               ALTERNATE RECORD KEY IS CT-SEQ-COTACAO
                   WITH DUPLICATES
               FILE STATUS IS WRK-ST19.
           SELECT BACKUP-19 ASSIGN TO 'CTDOC.BKP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STB19.
           SELECT HORARIO-FILE ASSIGN TO 'HORARIO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOR-CHAVE
               FILE STATUS IS WRK-ST20.
           SELECT BACKUP-20 ASSIGN TO 'HORARIO.BKP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STB20.
           SELECT AUSENCIA-FILE ASSIGN TO 'AUSENCIA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUS-CHAVE
               FILE STATUS IS WRK-ST21.
           SELECT BACKUP-21 ASSIGN TO 'AUSENCIA.BKP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STB21.
           SELECT CHAMADA-FILE ASSIGN TO 'CHAMADA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHA-CHAVE
               FILE STATUS IS WRK-ST22.
           SELECT BACKUP-22 ASSIGN TO 'CHAMADA.BKP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STB22.
           SELECT COLETA-FILE ASSIGN TO 'COLETA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COL-CHAVE
               FILE STATUS IS WRK-ST23.
           SELECT BACKUP-23 ASSIGN TO 'COLETA.BKP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STB23.
           SELECT REMATRICULA-FILE ASSIGN TO 'REMAT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REM-CHAVE
               FILE STATUS IS WRK-ST24.
           SELECT BACKUP-24 ASSIGN TO 'REMAT.BKP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STB24.
           SELECT ESPERA-FILE ASSIGN TO 'ESPERA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESP-CHAVE
               FILE STATUS IS WRK-ST25.
           SELECT BACKUP-25 ASSIGN TO 'ESPERA.BKP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STB25.
           SELECT GLOSA-FILE ASSIGN TO 'GLOSA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLS-CHAVE
               FILE STATUS IS WRK-ST26.
           SELECT BACKUP-26 ASSIGN TO 'GLOSA.BKP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STB26.

      * diario de imagens antes/depois das manutencoes (jrnsrv)
           SELECT JORNAL-FILE ASSIGN TO 'JORNAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-JORNAL-STATUS.

           SELECT RECUPER-REPORT ASSIGN TO 'RECUPER.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY 'fretelog.cbl'.

       FD  BACKUP-1
           RECORD CONTAINS 300 CHARACTERS.
       01  BKP1-LINE PIC X(300).
       FD  STUDENT-TRANSCRIPT.
           COPY 'transrec.cbl'.

       FD  BACKUP-2
           RECORD CONTAINS 300 CHARACTERS.
       01  BKP2-LINE PIC X(300).
       FD  FRETE-TABLE.
           COPY 'fretetab.cbl'.

       FD  BACKUP-3
           RECORD CONTAINS 300 CHARACTERS.
       01  BKP3-LINE PIC X(300).
       FD  PRODUCT-MASTER.
           COPY 'prodrec.cbl'.

       FD  BACKUP-4
           RECORD CONTAINS 300 CHARACTERS.
       01  BKP4-LINE PIC X(300).
       FD  HOLIDAY-FILE.
           COPY 'holidayrec.cbl'.

       FD  BACKUP-5
           RECORD CONTAINS 300 CHARACTERS.
       01  BKP5-LINE PIC X(300).
       FD  CUSTOMER-MASTER.
           COPY 'custrec.cbl'.

       FD  BACKUP-6
           RECORD CONTAINS 300 CHARACTERS.
       01  BKP6-LINE PIC X(300).
       FD  ORDERS-FILE.
           COPY 'ordrec.cbl'.

       FD  BACKUP-7
           RECORD CONTAINS 300 CHARACTERS.
       01  BKP7-LINE PIC X(300).
       FD  ALUNO-MASTER.
           COPY 'alurec.cbl'.

       FD  BACKUP-8
           RECORD CONTAINS 300 CHARACTERS.
       01  BKP8-LINE PIC X(300).
       FD  TRANSP-TABLE.
           COPY 'transptab.cbl'.

       FD  BACKUP-9
           RECORD CONTAINS 300 CHARACTERS.
       01  BKP9-LINE PIC X(300).
       FD  CONTRATO-FILE.
           COPY 'contrrec.cbl'.

       FD  BACKUP-10
           RECORD CONTAINS 300 CHARACTERS.
       01  BKP10-LINE PIC X(300).
       FD  FATURAS-FILE.
           COPY 'faturec.cbl'.

       FD  BACKUP-11
           RECORD CONTAINS 300 CHARACTERS.
       01  BKP11-LINE PIC X(300).
       FD  TURMA-MASTER.
           COPY 'turmarec.cbl'.

       FD  BACKUP-12
           RECORD CONTAINS 300 CHARACTERS.
       01  BKP12-LINE PIC X(300).

       FD  PROFESSOR-MASTER.
           COPY 'profrec.cbl'.

       FD  BACKUP-13
           RECORD CONTAINS 300 CHARACTERS.
       01  BKP13-LINE PIC X(300).

       FD  ATRIBUICAO-FILE.
           COPY 'atribrec.cbl'.

       FD  BACKUP-14
           RECORD CONTAINS 300 CHARACTERS.
       01  BKP14-LINE PIC X(300).

       FD  ENDERECO-FILE.
           COPY 'endrec.cbl'.

       FD  BACKUP-15
           RECORD CONTAINS 300 CHARACTERS.
       01  BKP15-LINE PIC X(300).

       FD  BOLSA-FILE.
           COPY 'bolsarec.cbl'.

       FD  BACKUP-16
           RECORD CONTAINS 300 CHARACTERS.
       01  BKP16-LINE PIC X(300).

       FD  OPERATOR-MASTER.
           COPY 'operrec.cbl'.

       FD  BACKUP-17
           RECORD CONTAINS 300 CHARACTERS.
       01  BKP17-LINE PIC X(300).

       FD  CALENDARIO-LETIVO.
           COPY 'calletrec.cbl'.

       FD  BACKUP-18
           RECORD CONTAINS 300 CHARACTERS.
       01  BKP18-LINE PIC X(300).

       FD  CT-MASTER.
           COPY 'ctrec.cbl'.

       FD  BACKUP-19
           RECORD CONTAINS 300 CHARACTERS.
       01  BKP19-LINE PIC X(300).

       FD  HORARIO-FILE.
           COPY 'horarec.cbl'.

       FD  BACKUP-20
           RECORD CONTAINS 300 CHARACTERS.
       01  BKP20-LINE PIC X(300).

       FD  AUSENCIA-FILE.
           COPY 'ausrec.cbl'.

       FD  BACKUP-21
           RECORD CONTAINS 300 CHARACTERS.
       01  BKP21-LINE PIC X(300).

       FD  CHAMADA-FILE.
           COPY 'chamrec.cbl'.

       FD  BACKUP-22
           RECORD CONTAINS 300 CHARACTERS.
       01  BKP22-LINE PIC X(300).

       FD  COLETA-FILE.
           COPY 'colrec.cbl'.

       FD  BACKUP-23
           RECORD CONTAINS 300 CHARACTERS.
       01  BKP23-LINE PIC X(300).

       FD  REMATRICULA-FILE.
           COPY 'rematrec.cbl'.

       FD  BACKUP-24
           RECORD CONTAINS 300 CHARACTERS.
       01  BKP24-LINE PIC X(300).

       FD  ESPERA-FILE.
           COPY 'esperarec.cbl'.

       FD  BACKUP-25
           RECORD CONTAINS 300 CHARACTERS.
       01  BKP25-LINE PIC X(300).

       FD  GLOSA-FILE.
           COPY 'glosarec.cbl'.

       FD  BACKUP-26
           RECORD CONTAINS 300 CHARACTERS.
       01  BKP26-LINE PIC X(300).

       FD  JORNAL-FILE.
           COPY 'jornalrec.cbl'.

       FD  RECUPER-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  RECUPER-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       77  WRK-ST1              PIC X(02) VALUE '00'.
       77  WRK-ST4              PIC X(02) VALUE '00'.
       77  WRK-ST5              PIC X(02) VALUE '00'.
       77  WRK-ST6              PIC X(02) VALUE '00'.
       77  WRK-ST7              PIC X(02) VALUE '00'.
       77  WRK-ST8              PIC X(02) VALUE '00'.
       77  WRK-ST9              PIC X(02) VALUE '00'.
       77  WRK-ST10             PIC X(02) VALUE '00'.
       77  WRK-ST11             PIC X(02) VALUE '00'.
       77  WRK-ST12             PIC X(02) VALUE '00'.
       77  WRK-ST13                PIC X(02) VALUE '00'.
       77  WRK-ST14                PIC X(02) VALUE '00'.
       77  WRK-ST15                PIC X(02) VALUE '00'.
       77  WRK-ST16                PIC X(02) VALUE '00'.
       77  WRK-ST17                PIC X(02) VALUE '00'.
       77  WRK-ST18                PIC X(02) VALUE '00'.
       77  WRK-ST19                PIC X(02) VALUE '00'.
       77  WRK-ST20                PIC X(02) VALUE '00'.
       77  WRK-ST21                PIC X(02) VALUE '00'.
       77  WRK-ST22                PIC X(02) VALUE '00'.
       77  WRK-ST23                PIC X(02) VALUE '00'.
       77  WRK-ST24                PIC X(02) VALUE '00'.
       77  WRK-ST25                PIC X(02) VALUE '00'.
       77  WRK-ST26                PIC X(02) VALUE '00'.
       77  WRK-STB1             PIC X(02) VALUE '00'.
       77  WRK-STB2             PIC X(02) VALUE '00'.
       77  WRK-STB3             PIC X(02) VALUE '00'.
       77  WRK-STB4             PIC X(02) VALUE '00'.
       77  WRK-STB5             PIC X(02) VALUE '00'.
       77  WRK-STB6             PIC X(02) VALUE '00'.
       77  WRK-STB7             PIC X(02) VALUE '00'.
       77  WRK-STB8             PIC X(02) VALUE '00'.
       77  WRK-STB9             PIC X(02) VALUE '00'.
       77  WRK-STB10            PIC X(02) VALUE '00'.
       77  WRK-STB11            PIC X(02) VALUE '00'.
       77  WRK-STB12            PIC X(02) VALUE '00'.
       77  WRK-STB13               PIC X(02) VALUE '00'.
       77  WRK-STB14               PIC X(02) VALUE '00'.
       77  WRK-STB15               PIC X(02) VALUE '00'.
       77  WRK-STB16               PIC X(02) VALUE '00'.
       77  WRK-STB17               PIC X(02) VALUE '00'.
       77  WRK-STB18               PIC X(02) VALUE '00'.
       77  WRK-STB19               PIC X(02) VALUE '00'.
       77  WRK-STB20               PIC X(02) VALUE '00'.
       77  WRK-STB21               PIC X(02) VALUE '00'.
       77  WRK-STB22               PIC X(02) VALUE '00'.
       77  WRK-STB23               PIC X(02) VALUE '00'.
       77  WRK-STB24               PIC X(02) VALUE '00'.
       77  WRK-STB25               PIC X(02) VALUE '00'.
       77  WRK-STB26               PIC X(02) VALUE '00'.
       77  WRK-JORNAL-STATUS    PIC X(02) VALUE '00'.
       77  WRK-EOF              PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO        VALUE 'S'.
       77  WRK-EOF-VIVO         PIC X(01) VALUE 'N'.
           88 MODO-BACKUP           VALUE 1.
           88 MODO-RESTAURA         VALUE 2.
           88 MODO-VERIFICA         VALUE 3.
           88 MODO-RECUPERA         VALUE 4.
           88 MODO-SAIR             VALUE 5.
       77  WRK-ARQUIVO          PIC 9(02) VALUE ZEROS.

       77  WRK-QTD-REGISTROS    PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-DIVERGENTES  PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-COPIADOS     PIC 9(06) VALUE ZEROS.

      * recuperacao para frente: janela do diario entre o
      * header do backup restaurado e o limite do operador
       77  WRK-BKP-DATA-HORA    PIC X(14) VALUE SPACES.
       77  WRK-LIMITE           PIC X(14) VALUE SPACES.
      * ACCEPT FROM TIME devolve HHMMSScc; o header leva HHMMSS
       77  WRK-HORA-SYS         PIC 9(08) VALUE ZEROS.
       77  WRK-NOME-MESTRE      PIC X(12) VALUE SPACES.
       77  WRK-ST-MESTRE        PIC X(02) VALUE '00'.
       77  WRK-RESULTADO        PIC X(10) VALUE SPACES.
       77  WRK-QTD-JORNAL       PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-REAPLICADAS  PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-AUSENTES     PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-FALHAS       PIC 9(06) VALUE ZEROS.

      * header datado e trailer de contagem do backup
       01  WRK-LINHA-HEADER.
           05  FILLER          PIC X(01) VALUE 'H'.
           05  HDR-DATA        PIC 9(08).
           05  HDR-HORA        PIC 9(06).
           05  FILLER          PIC X(285) VALUE SPACES.

       01  WRK-LINHA-TRAILER.
           05  FILLER          PIC X(01) VALUE 'T'.
           05  WRK-TRL-QTD     PIC 9(06).
           05  FILLER          PIC X(293) VALUE SPACES.

       01  WRK-LINHA-BACKUP.
           05  WRK-BKP-MARCA   PIC X(01).
           05  FILLER          PIC X(299).

       01  WRK-LINHA-VIVO       PIC X(300).

      * contrato com o controle de execucao compartilhado
      * (runctl): inicio, fim e contagem do passo na cadeia
      * noturna, base da estatistica de passos do steprel
       01  WRK-RUNCTL.
           05  WRK-RC-OPERACAO PIC X(01).
           05  WRK-RC-PROGRAMA PIC X(12) VALUE 'BKPMAST'.
           05  WRK-RC-QTD      PIC 9(06).
           05  WRK-RC-RUN-ID   PIC 9(06).
           05  WRK-RC-PERMITIDO PIC X(01).

       01  WRK-LINHA-SEPARADOR  PIC X(80) VALUE ALL '-'.

       01  WRK-LINHA-TITULO.
           05  FILLER          PIC X(30) VALUE
               'RECUPERACAO PARA FRENTE - '.
           05  TIT-MESTRE      PIC X(12).
           05  FILLER          PIC X(10) VALUE ' BACKUP: '.
           05  TIT-BACKUP      PIC X(14).

       01  WRK-LINHA-LIMITE.
           05  FILLER          PIC X(30) VALUE
               'DIARIO REAPLICADO ATE: '.
           05  LIM-DATA-HORA   PIC X(14).

       01  WRK-LINHA-COLUNAS.
           05  FILLER          PIC X(58) VALUE
               'DATA/HORA      PROGRAMA   OPERADOR   OP CHAVE'.
           05  FILLER          PIC X(10) VALUE 'RESULTADO'.

       01  WRK-LINHA-DETALHE.
           05  DET-DATA-HORA   PIC X(14).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-PROGRAMA    PIC X(10).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-OPERADOR    PIC X(10).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-OPERACAO    PIC X(01).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DET-CHAVE       PIC X(18).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-RESULTADO   PIC X(10).

       01  WRK-LINHA-TOTAL.
           05  TOT-DESCRICAO   PIC X(30).
           05  TOT-QTD         PIC ZZZ.ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           ACCEPT HDR-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-HORA-SYS FROM TIME
           MOVE WRK-HORA-SYS (1:6) TO HDR-HORA
           PERFORM 0100-LE-MODO-AUTO
           IF BACKUP-AUTOMATICO
      * pre-passo desassistido da cadeia noturna: backup de
      * todos os mestres, sem menu
               MOVE 'I' TO WRK-RC-OPERACAO
               MOVE ZEROS TO WRK-RC-QTD
               CALL 'runctl' USING WRK-RUNCTL
               IF WRK-RC-PERMITIDO = 'N'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM 2000-BACKUP-TODOS
               MOVE 'F' TO WRK-RC-OPERACAO
               MOVE WRK-QTD-COPIADOS TO WRK-RC-QTD
               CALL 'runctl' USING WRK-RUNCTL
           ELSE
               PERFORM 1000-MENU UNTIL MODO-SAIR
           END-IF
           DISPLAY '1 - BACKUP DE TODOS OS MESTRES'
           DISPLAY '2 - RESTAURAR UM MESTRE'
           DISPLAY '3 - VERIFICAR UM MESTRE'
           DISPLAY '4 - RECUPERACAO PARA FRENTE (BACKUP + DIARIO)'
           DISPLAY '5 - SAIR'
           DISPLAY 'ESCOLHA UMA OPCAO: '
           ACCEPT WRK-MODO FROM CONSOLE
           EVALUATE TRUE
               WHEN MODO-BACKUP   PERFORM 2000-BACKUP-TODOS
               WHEN MODO-RESTAURA PERFORM 3000-RESTAURA-UM
               WHEN MODO-VERIFICA PERFORM 4000-VERIFICA-UM
               WHEN MODO-RECUPERA PERFORM 8000-RECUPERA-UM
               WHEN MODO-SAIR     CONTINUE
               WHEN OTHER         DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       2000-BACKUP-TODOS.
           MOVE ZEROS TO WRK-QTD-COPIADOS
           PERFORM 5100-BACKUP-ARQUIVO-1
           ADD WRK-QTD-REGISTROS TO WRK-QTD-COPIADOS
           PERFORM 5200-BACKUP-ARQUIVO-2
           ADD WRK-QTD-REGISTROS TO WRK-QTD-COPIADOS
           PERFORM 5300-BACKUP-ARQUIVO-3
           ADD WRK-QTD-REGISTROS TO WRK-QTD-COPIADOS
           PERFORM 5400-BACKUP-ARQUIVO-4
           ADD WRK-QTD-REGISTROS TO WRK-QTD-COPIADOS
           PERFORM 5500-BACKUP-ARQUIVO-5
           ADD WRK-QTD-REGISTROS TO WRK-QTD-COPIADOS
           PERFORM 5600-BACKUP-ARQUIVO-6
           ADD WRK-QTD-REGISTROS TO WRK-QTD-COPIADOS
           PERFORM 5700-BACKUP-ARQUIVO-7
           ADD WRK-QTD-REGISTROS TO WRK-QTD-COPIADOS
           PERFORM 5800-BACKUP-ARQUIVO-8
           ADD WRK-QTD-REGISTROS TO WRK-QTD-COPIADOS
           PERFORM 5900-BACKUP-ARQUIVO-9
           ADD WRK-QTD-REGISTROS TO WRK-QTD-COPIADOS
           PERFORM 5910-BACKUP-ARQUIVO-10
           ADD WRK-QTD-REGISTROS TO WRK-QTD-COPIADOS
           PERFORM 5920-BACKUP-ARQUIVO-11
           ADD WRK-QTD-REGISTROS TO WRK-QTD-COPIADOS
           PERFORM 5930-BACKUP-ARQUIVO-12
           ADD WRK-QTD-REGISTROS TO WRK-QTD-COPIADOS
           PERFORM 5940-BACKUP-ARQUIVO-13
           ADD WRK-QTD-REGISTROS TO WRK-QTD-COPIADOS
           PERFORM 5944-BACKUP-ARQUIVO-14
           ADD WRK-QTD-REGISTROS TO WRK-QTD-COPIADOS
           PERFORM 5948-BACKUP-ARQUIVO-15
           ADD WRK-QTD-REGISTROS TO WRK-QTD-COPIADOS
           PERFORM 5952-BACKUP-ARQUIVO-16
           ADD WRK-QTD-REGISTROS TO WRK-QTD-COPIADOS
           PERFORM 5956-BACKUP-ARQUIVO-17
           ADD WRK-QTD-REGISTROS TO WRK-QTD-COPIADOS
           PERFORM 5960-BACKUP-ARQUIVO-18
           ADD WRK-QTD-REGISTROS TO WRK-QTD-COPIADOS
           PERFORM 5964-BACKUP-ARQUIVO-19
           ADD WRK-QTD-REGISTROS TO WRK-QTD-COPIADOS
           PERFORM 5968-BACKUP-ARQUIVO-20
           ADD WRK-QTD-REGISTROS TO WRK-QTD-COPIADOS
           PERFORM 5972-BACKUP-ARQUIVO-21
           ADD WRK-QTD-REGISTROS TO WRK-QTD-COPIADOS
           PERFORM 5976-BACKUP-ARQUIVO-22
           ADD WRK-QTD-REGISTROS TO WRK-QTD-COPIADOS
           PERFORM 5980-BACKUP-ARQUIVO-23
           ADD WRK-QTD-REGISTROS TO WRK-QTD-COPIADOS
           PERFORM 5984-BACKUP-ARQUIVO-24
           ADD WRK-QTD-REGISTROS TO WRK-QTD-COPIADOS
           PERFORM 5988-BACKUP-ARQUIVO-25
           ADD WRK-QTD-REGISTROS TO WRK-QTD-COPIADOS
           PERFORM 5992-BACKUP-ARQUIVO-26
           ADD WRK-QTD-REGISTROS TO WRK-QTD-COPIADOS.

       1500-PEDE-ARQUIVO.
           DISPLAY '1-FRETELOG 2-STUTRANS 3-FRETETAB '
               '4-PRODUTO 5-HOLIDAY 6-CUSTMAST '
               '7-ORDMAST 8-ALUMAST 9-TRANSPTAB '
               '10-CONTRATO 11-FATURAS 12-TURMA'
           DISPLAY '13-PROFMAST 14-ATRIB 15-ENDCLI 16-BOLSA '
               '17-OPERMAST 18-CALLET 19-CTDOC 20-HORARIO'
           DISPLAY '21-AUSENCIA 22-CHAMADA 23-COLETA 24-REMAT '
               '25-ESPERA 26-GLOSA: '
           ACCEPT WRK-ARQUIVO FROM CONSOLE.

       3000-RESTAURA-UM.
               WHEN 4 PERFORM 6400-RESTAURA-ARQUIVO-4
               WHEN 5 PERFORM 6500-RESTAURA-ARQUIVO-5
               WHEN 6 PERFORM 6600-RESTAURA-ARQUIVO-6
               WHEN 7 PERFORM 6700-RESTAURA-ARQUIVO-7
               WHEN 8 PERFORM 6800-RESTAURA-ARQUIVO-8
               WHEN 9 PERFORM 6900-RESTAURA-ARQUIVO-9
               WHEN 10 PERFORM 6910-RESTAURA-ARQUIVO-10
               WHEN 11 PERFORM 6920-RESTAURA-ARQUIVO-11
               WHEN 12 PERFORM 6930-RESTAURA-ARQUIVO-12
               WHEN 13 PERFORM 6940-RESTAURA-ARQUIVO-13
               WHEN 14 PERFORM 6944-RESTAURA-ARQUIVO-14
               WHEN 15 PERFORM 6948-RESTAURA-ARQUIVO-15
               WHEN 16 PERFORM 6952-RESTAURA-ARQUIVO-16
               WHEN 17 PERFORM 6956-RESTAURA-ARQUIVO-17
               WHEN 18 PERFORM 6960-RESTAURA-ARQUIVO-18
               WHEN 19 PERFORM 6964-RESTAURA-ARQUIVO-19
               WHEN 20 PERFORM 6968-RESTAURA-ARQUIVO-20
               WHEN 21 PERFORM 6972-RESTAURA-ARQUIVO-21
               WHEN 22 PERFORM 6976-RESTAURA-ARQUIVO-22
               WHEN 23 PERFORM 6980-RESTAURA-ARQUIVO-23
               WHEN 24 PERFORM 6984-RESTAURA-ARQUIVO-24
               WHEN 25 PERFORM 6988-RESTAURA-ARQUIVO-25
               WHEN 26 PERFORM 6992-RESTAURA-ARQUIVO-26
               WHEN OTHER DISPLAY 'ARQUIVO INVALIDO'
           END-EVALUATE.

               WHEN 4 PERFORM 7400-VERIFICA-ARQUIVO-4
               WHEN 5 PERFORM 7500-VERIFICA-ARQUIVO-5
               WHEN 6 PERFORM 7600-VERIFICA-ARQUIVO-6
               WHEN 7 PERFORM 7700-VERIFICA-ARQUIVO-7
               WHEN 8 PERFORM 7800-VERIFICA-ARQUIVO-8
               WHEN 9 PERFORM 7900-VERIFICA-ARQUIVO-9
               WHEN 10 PERFORM 7910-VERIFICA-ARQUIVO-10
               WHEN 11 PERFORM 7920-VERIFICA-ARQUIVO-11
               WHEN 12 PERFORM 7930-VERIFICA-ARQUIVO-12
               WHEN 13 PERFORM 7940-VERIFICA-ARQUIVO-13
               WHEN 14 PERFORM 7944-VERIFICA-ARQUIVO-14
               WHEN 15 PERFORM 7948-VERIFICA-ARQUIVO-15
               WHEN 16 PERFORM 7952-VERIFICA-ARQUIVO-16
               WHEN 17 PERFORM 7956-VERIFICA-ARQUIVO-17
               WHEN 18 PERFORM 7960-VERIFICA-ARQUIVO-18
               WHEN 19 PERFORM 7964-VERIFICA-ARQUIVO-19
               WHEN 20 PERFORM 7968-VERIFICA-ARQUIVO-20
               WHEN 21 PERFORM 7972-VERIFICA-ARQUIVO-21
               WHEN 22 PERFORM 7976-VERIFICA-ARQUIVO-22
               WHEN 23 PERFORM 7980-VERIFICA-ARQUIVO-23
               WHEN 24 PERFORM 7984-VERIFICA-ARQUIVO-24
               WHEN 25 PERFORM 7988-VERIFICA-ARQUIVO-25
               WHEN 26 PERFORM 7992-VERIFICA-ARQUIVO-26
               WHEN OTHER DISPLAY 'ARQUIVO INVALIDO'
           END-EVALUATE.

               MOVE BKP1-LINE TO WRK-LINHA-BACKUP
               EVALUATE WRK-BKP-MARCA
                   WHEN 'H'
                       MOVE WRK-LINHA-BACKUP (2:14)
                           TO WRK-BKP-DATA-HORA
                   WHEN 'T'
                       MOVE WRK-LINHA-BACKUP TO WRK-LINHA-TRAILER
                   WHEN OTHER
               MOVE BKP2-LINE TO WRK-LINHA-BACKUP
               EVALUATE WRK-BKP-MARCA
                   WHEN 'H'
                       MOVE WRK-LINHA-BACKUP (2:14)
                           TO WRK-BKP-DATA-HORA
                   WHEN 'T'
                       MOVE WRK-LINHA-BACKUP TO WRK-LINHA-TRAILER
                   WHEN OTHER
               MOVE BKP3-LINE TO WRK-LINHA-BACKUP
               EVALUATE WRK-BKP-MARCA
                   WHEN 'H'
                       MOVE WRK-LINHA-BACKUP (2:14)
                           TO WRK-BKP-DATA-HORA
                   WHEN 'T'
                       MOVE WRK-LINHA-BACKUP TO WRK-LINHA-TRAILER
                   WHEN OTHER
               MOVE BKP4-LINE TO WRK-LINHA-BACKUP
               EVALUATE WRK-BKP-MARCA
                   WHEN 'H'
                       MOVE WRK-LINHA-BACKUP (2:14)
                           TO WRK-BKP-DATA-HORA
                   WHEN 'T'
                       MOVE WRK-LINHA-BACKUP TO WRK-LINHA-TRAILER
                   WHEN OTHER
               MOVE BKP5-LINE TO WRK-LINHA-BACKUP
               EVALUATE WRK-BKP-MARCA
                   WHEN 'H'
                       MOVE WRK-LINHA-BACKUP (2:14)
                           TO WRK-BKP-DATA-HORA
                   WHEN 'T'
                       MOVE WRK-LINHA-BACKUP TO WRK-LINHA-TRAILER
                   WHEN OTHER
               MOVE BKP6-LINE TO WRK-LINHA-BACKUP
               EVALUATE WRK-BKP-MARCA
                   WHEN 'H'
                       MOVE WRK-LINHA-BACKUP (2:14)
                           TO WRK-BKP-DATA-HORA
                   WHEN 'T'
                       MOVE WRK-LINHA-BACKUP TO WRK-LINHA-TRAILER
                   WHEN OTHER
               ADD 1 TO WRK-QTD-DIVERGENTES
               DISPLAY 'REGISTRO SO NO VIVO'
           END-IF.
      ******************* ORDMAST.DAT ******************
       5700-BACKUP-ARQUIVO-7.
           MOVE ZEROS TO WRK-QTD-REGISTROS
           MOVE 'N' TO WRK-EOF
           OPEN INPUT ORDERS-FILE
           IF WRK-ST7 NOT = '00'
               DISPLAY 'ORDMAST.DAT INEXISTENTE - BACKUP PULADO'
               MOVE 'S' TO WRK-EOF
           ELSE
               OPEN OUTPUT BACKUP-7
               MOVE WRK-LINHA-HEADER TO BKP7-LINE
               WRITE BKP7-LINE
           END-IF
           PERFORM 5710-DESCARREGA-7 UNTIL FIM-DE-ARQUIVO
           IF WRK-ST7 = '00' OR '10'
               MOVE WRK-QTD-REGISTROS TO WRK-TRL-QTD
               MOVE WRK-LINHA-TRAILER TO BKP7-LINE
               WRITE BKP7-LINE
               CLOSE ORDERS-FILE
               CLOSE BACKUP-7
               DISPLAY 'ORDMAST.DAT: ' WRK-QTD-REGISTROS
                   ' REGISTRO(S) COPIADOS'
           END-IF.

       5710-DESCARREGA-7.
           READ ORDERS-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE SPACES TO BKP7-LINE
               MOVE ORDER-RECORD TO BKP7-LINE
               WRITE BKP7-LINE
               ADD 1 TO WRK-QTD-REGISTROS
           END-IF.

      * recarrega o ORDMAST.DAT a partir do backup, reconstruindo o
      * arquivo indexado do zero
       6700-RESTAURA-ARQUIVO-7.
           MOVE ZEROS TO WRK-QTD-REGISTROS
           MOVE 'N' TO WRK-EOF
           OPEN INPUT BACKUP-7
           IF WRK-STB7 NOT = '00'
               DISPLAY 'BACKUP ORDMAST.BKP INEXISTENTE'
               MOVE 'S' TO WRK-EOF
           ELSE
               OPEN OUTPUT ORDERS-FILE
           END-IF
           PERFORM 6710-RECARREGA-7 UNTIL FIM-DE-ARQUIVO
           IF WRK-STB7 = '00' OR '10'
               CLOSE BACKUP-7
               CLOSE ORDERS-FILE
               DISPLAY 'ORDMAST.DAT: ' WRK-QTD-REGISTROS
                   ' REGISTRO(S) RESTAURADOS'
               IF WRK-TRL-QTD NOT = WRK-QTD-REGISTROS
                   DISPLAY 'ATENCAO: TRAILER DO BACKUP INDICA '
                       WRK-TRL-QTD ' REGISTRO(S)'
               END-IF
           END-IF.

       6710-RECARREGA-7.
           READ BACKUP-7
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE BKP7-LINE TO WRK-LINHA-BACKUP
               EVALUATE WRK-BKP-MARCA
                   WHEN 'H'
                       MOVE WRK-LINHA-BACKUP (2:14)
                           TO WRK-BKP-DATA-HORA
                   WHEN 'T'
                       MOVE WRK-LINHA-BACKUP TO WRK-LINHA-TRAILER
                   WHEN OTHER
                       MOVE BKP7-LINE TO ORDER-RECORD
                       WRITE ORDER-RECORD
                           INVALID KEY
                               DISPLAY 'ERRO RESTAURANDO: CHAVE '
                                   'DUPLICADA NO BACKUP'
                       END-WRITE
                       ADD 1 TO WRK-QTD-REGISTROS
               END-EVALUATE
           END-IF.

      * confere o ORDMAST.DAT vivo contra o backup, registro a
      * registro, na mesma ordem de chave do descarregamento
       7700-VERIFICA-ARQUIVO-7.
           MOVE ZEROS TO WRK-QTD-REGISTROS WRK-QTD-DIVERGENTES
           MOVE 'N' TO WRK-EOF
           OPEN INPUT BACKUP-7
           OPEN INPUT ORDERS-FILE
           IF WRK-STB7 NOT = '00' OR WRK-ST7 NOT = '00'
               DISPLAY 'ARQUIVO OU BACKUP INDISPONIVEL PARA '
                   'VERIFICACAO'
               MOVE 'S' TO WRK-EOF
           END-IF
           PERFORM 7710-COMPARA-7 UNTIL FIM-DE-ARQUIVO
      * depois do ultimo registro do backup, o que sobrar no
      * arquivo vivo e exatamente a divergencia que a
      * verificacao existe para apontar
           IF WRK-ST7 = '00' OR '10'
               MOVE 'N' TO WRK-EOF-VIVO
               PERFORM 7720-DRENA-VIVO-7 UNTIL FIM-VIVO
           END-IF
           IF WRK-STB7 = '00' OR '10'
               CLOSE BACKUP-7
           END-IF
           IF WRK-ST7 = '00' OR '10'
               CLOSE ORDERS-FILE
           END-IF
           DISPLAY 'ORDMAST.DAT: ' WRK-QTD-REGISTROS ' COMPARADOS, '
               WRK-QTD-DIVERGENTES ' DIVERGENTE(S)'.

       7710-COMPARA-7.
           READ BACKUP-7
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE BKP7-LINE TO WRK-LINHA-BACKUP
               EVALUATE WRK-BKP-MARCA
                   WHEN 'H'
                       CONTINUE
                   WHEN 'T'
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WRK-QTD-REGISTROS
                       READ ORDERS-FILE NEXT RECORD
                           AT END
                               ADD 1 TO WRK-QTD-DIVERGENTES
                               DISPLAY 'REGISTRO SO NO BACKUP'
                           NOT AT END
                               MOVE SPACES TO WRK-LINHA-VIVO
                               MOVE ORDER-RECORD TO WRK-LINHA-VIVO
                               IF WRK-LINHA-VIVO NOT = BKP7-LINE
                                   ADD 1 TO WRK-QTD-DIVERGENTES
                                   DISPLAY 'DIVERGENCIA NO '
                                       'REGISTRO ' WRK-QTD-REGISTROS
                               END-IF
                       END-READ
               END-EVALUATE
           END-IF.

       7720-DRENA-VIVO-7.
           READ ORDERS-FILE NEXT RECORD
               AT END SET FIM-VIVO TO TRUE
           END-READ
           IF NOT FIM-VIVO
               ADD 1 TO WRK-QTD-DIVERGENTES
               DISPLAY 'REGISTRO SO NO VIVO'
           END-IF.
      ******************* ALUMAST.DAT ******************
       5800-BACKUP-ARQUIVO-8.
           MOVE ZEROS TO WRK-QTD-REGISTROS
           MOVE 'N' TO WRK-EOF
           OPEN INPUT ALUNO-MASTER
           IF WRK-ST8 NOT = '00'
               DISPLAY 'ALUMAST.DAT INEXISTENTE - BACKUP PULADO'
               MOVE 'S' TO WRK-EOF
           ELSE
               OPEN OUTPUT BACKUP-8
               MOVE WRK-LINHA-HEADER TO BKP8-LINE
               WRITE BKP8-LINE
           END-IF
           PERFORM 5810-DESCARREGA-8 UNTIL FIM-DE-ARQUIVO
           IF WRK-ST8 = '00' OR '10'
               MOVE WRK-QTD-REGISTROS TO WRK-TRL-QTD
               MOVE WRK-LINHA-TRAILER TO BKP8-LINE
               WRITE BKP8-LINE
               CLOSE ALUNO-MASTER
               CLOSE BACKUP-8
               DISPLAY 'ALUMAST.DAT: ' WRK-QTD-REGISTROS
                   ' REGISTRO(S) COPIADOS'
           END-IF.

       5810-DESCARREGA-8.
           READ ALUNO-MASTER NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE SPACES TO BKP8-LINE
               MOVE ALUNO-RECORD TO BKP8-LINE
               WRITE BKP8-LINE
               ADD 1 TO WRK-QTD-REGISTROS
           END-IF.

      * recarrega o ALUMAST.DAT a partir do backup, reconstruindo o
      * arquivo indexado do zero
       6800-RESTAURA-ARQUIVO-8.
           MOVE ZEROS TO WRK-QTD-REGISTROS
           MOVE 'N' TO WRK-EOF
           OPEN INPUT BACKUP-8
           IF WRK-STB8 NOT = '00'
               DISPLAY 'BACKUP ALUMAST.BKP INEXISTENTE'
               MOVE 'S' TO WRK-EOF
           ELSE
               OPEN OUTPUT ALUNO-MASTER
           END-IF
           PERFORM 6810-RECARREGA-8 UNTIL FIM-DE-ARQUIVO
           IF WRK-STB8 = '00' OR '10'
               CLOSE BACKUP-8
               CLOSE ALUNO-MASTER
               DISPLAY 'ALUMAST.DAT: ' WRK-QTD-REGISTROS
                   ' REGISTRO(S) RESTAURADOS'
               IF WRK-TRL-QTD NOT = WRK-QTD-REGISTROS
                   DISPLAY 'ATENCAO: TRAILER DO BACKUP INDICA '
                       WRK-TRL-QTD ' REGISTRO(S)'
               END-IF
           END-IF.

       6810-RECARREGA-8.
           READ BACKUP-8
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE BKP8-LINE TO WRK-LINHA-BACKUP
               EVALUATE WRK-BKP-MARCA
                   WHEN 'H'
                       MOVE WRK-LINHA-BACKUP (2:14)
                           TO WRK-BKP-DATA-HORA
                   WHEN 'T'
                       MOVE WRK-LINHA-BACKUP TO WRK-LINHA-TRAILER
                   WHEN OTHER
                       MOVE BKP8-LINE TO ALUNO-RECORD
                       WRITE ALUNO-RECORD
                           INVALID KEY
                               DISPLAY 'ERRO RESTAURANDO: CHAVE '
                                   'DUPLICADA NO BACKUP'
                       END-WRITE
                       ADD 1 TO WRK-QTD-REGISTROS
               END-EVALUATE
           END-IF.

      * confere o ALUMAST.DAT vivo contra o backup, registro a
      * registro, na mesma ordem de chave do descarregamento
       7800-VERIFICA-ARQUIVO-8.
           MOVE ZEROS TO WRK-QTD-REGISTROS WRK-QTD-DIVERGENTES
           MOVE 'N' TO WRK-EOF
           OPEN INPUT BACKUP-8
           OPEN INPUT ALUNO-MASTER
           IF WRK-STB8 NOT = '00' OR WRK-ST8 NOT = '00'
               DISPLAY 'ARQUIVO OU BACKUP INDISPONIVEL PARA '
                   'VERIFICACAO'
               MOVE 'S' TO WRK-EOF
           END-IF
           PERFORM 7810-COMPARA-8 UNTIL FIM-DE-ARQUIVO
      * depois do ultimo registro do backup, o que sobrar no
      * arquivo vivo e exatamente a divergencia que a
      * verificacao existe para apontar
           IF WRK-ST8 = '00' OR '10'
               MOVE 'N' TO WRK-EOF-VIVO
               PERFORM 7820-DRENA-VIVO-8 UNTIL FIM-VIVO
           END-IF
           IF WRK-STB8 = '00' OR '10'
               CLOSE BACKUP-8
           END-IF
           IF WRK-ST8 = '00' OR '10'
               CLOSE ALUNO-MASTER
           END-IF
           DISPLAY 'ALUMAST.DAT: ' WRK-QTD-REGISTROS ' COMPARADOS, '
               WRK-QTD-DIVERGENTES ' DIVERGENTE(S)'.

       7810-COMPARA-8.
           READ BACKUP-8
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE BKP8-LINE TO WRK-LINHA-BACKUP
               EVALUATE WRK-BKP-MARCA
                   WHEN 'H'
                       CONTINUE
                   WHEN 'T'
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WRK-QTD-REGISTROS
                       READ ALUNO-MASTER NEXT RECORD
                           AT END
                               ADD 1 TO WRK-QTD-DIVERGENTES
                               DISPLAY 'REGISTRO SO NO BACKUP'
                           NOT AT END
                               MOVE SPACES TO WRK-LINHA-VIVO
                               MOVE ALUNO-RECORD TO WRK-LINHA-VIVO
                               IF WRK-LINHA-VIVO NOT = BKP8-LINE
                                   ADD 1 TO WRK-QTD-DIVERGENTES
                                   DISPLAY 'DIVERGENCIA NO '
                                       'REGISTRO ' WRK-QTD-REGISTROS
                               END-IF
                       END-READ
               END-EVALUATE
           END-IF.

       7820-DRENA-VIVO-8.
           READ ALUNO-MASTER NEXT RECORD
               AT END SET FIM-VIVO TO TRUE
           END-READ
           IF NOT FIM-VIVO
               ADD 1 TO WRK-QTD-DIVERGENTES
               DISPLAY 'REGISTRO SO NO VIVO'
           END-IF.
      ****************** TRANSPTAB.DAT ******************
       5900-BACKUP-ARQUIVO-9.
           MOVE ZEROS TO WRK-QTD-REGISTROS
           MOVE 'N' TO WRK-EOF
           OPEN INPUT TRANSP-TABLE
           IF WRK-ST9 NOT = '00'
               DISPLAY 'TRANSPTAB.DAT INEXISTENTE - BACKUP PULADO'
               MOVE 'S' TO WRK-EOF
           ELSE
               OPEN OUTPUT BACKUP-9
               MOVE WRK-LINHA-HEADER TO BKP9-LINE
               WRITE BKP9-LINE
           END-IF
           PERFORM 5901-DESCARREGA-9 UNTIL FIM-DE-ARQUIVO
           IF WRK-ST9 = '00' OR '10'
               MOVE WRK-QTD-REGISTROS TO WRK-TRL-QTD
               MOVE WRK-LINHA-TRAILER TO BKP9-LINE
               WRITE BKP9-LINE
               CLOSE TRANSP-TABLE
               CLOSE BACKUP-9
               DISPLAY 'TRANSPTAB.DAT: ' WRK-QTD-REGISTROS
                   ' REGISTRO(S) COPIADOS'
           END-IF.

       5901-DESCARREGA-9.
           READ TRANSP-TABLE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE SPACES TO BKP9-LINE
               MOVE TRANSP-TAB-RECORD TO BKP9-LINE
               WRITE BKP9-LINE
               ADD 1 TO WRK-QTD-REGISTROS
           END-IF.

      * recarrega o TRANSPTAB.DAT a partir do backup, reconstruindo o
      * arquivo indexado do zero
       6900-RESTAURA-ARQUIVO-9.
           MOVE ZEROS TO WRK-QTD-REGISTROS
           MOVE 'N' TO WRK-EOF
           OPEN INPUT BACKUP-9
           IF WRK-STB9 NOT = '00'
               DISPLAY 'BACKUP TRANSPTAB.BKP INEXISTENTE'
               MOVE 'S' TO WRK-EOF
           ELSE
               OPEN OUTPUT TRANSP-TABLE
           END-IF
           PERFORM 6901-RECARREGA-9 UNTIL FIM-DE-ARQUIVO
           IF WRK-STB9 = '00' OR '10'
               CLOSE BACKUP-9
               CLOSE TRANSP-TABLE
               DISPLAY 'TRANSPTAB.DAT: ' WRK-QTD-REGISTROS
                   ' REGISTRO(S) RESTAURADOS'
               IF WRK-TRL-QTD NOT = WRK-QTD-REGISTROS
                   DISPLAY 'ATENCAO: TRAILER DO BACKUP INDICA '
                       WRK-TRL-QTD ' REGISTRO(S)'
               END-IF
           END-IF.

       6901-RECARREGA-9.
           READ BACKUP-9
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE BKP9-LINE TO WRK-LINHA-BACKUP
               EVALUATE WRK-BKP-MARCA
                   WHEN 'H'
                       MOVE WRK-LINHA-BACKUP (2:14)
                           TO WRK-BKP-DATA-HORA
                   WHEN 'T'
                       MOVE WRK-LINHA-BACKUP TO WRK-LINHA-TRAILER
                   WHEN OTHER
                       MOVE BKP9-LINE TO TRANSP-TAB-RECORD
                       WRITE TRANSP-TAB-RECORD
                           INVALID KEY
                               DISPLAY 'ERRO RESTAURANDO: CHAVE '
                                   'DUPLICADA NO BACKUP'
                       END-WRITE
                       ADD 1 TO WRK-QTD-REGISTROS
               END-EVALUATE
           END-IF.

      * confere o TRANSPTAB.DAT vivo contra o backup, registro a
      * registro, na mesma ordem de chave do descarregamento
       7900-VERIFICA-ARQUIVO-9.
           MOVE ZEROS TO WRK-QTD-REGISTROS WRK-QTD-DIVERGENTES
           MOVE 'N' TO WRK-EOF
           OPEN INPUT BACKUP-9
           OPEN INPUT TRANSP-TABLE
           IF WRK-STB9 NOT = '00' OR WRK-ST9 NOT = '00'
               DISPLAY 'ARQUIVO OU BACKUP INDISPONIVEL PARA '
                   'VERIFICACAO'
               MOVE 'S' TO WRK-EOF
           END-IF
           PERFORM 7901-COMPARA-9 UNTIL FIM-DE-ARQUIVO
      * depois do ultimo registro do backup, o que sobrar no
      * arquivo vivo e exatamente a divergencia que a
      * verificacao existe para apontar
           IF WRK-ST9 = '00' OR '10'
               MOVE 'N' TO WRK-EOF-VIVO
               PERFORM 7902-DRENA-VIVO-9 UNTIL FIM-VIVO
           END-IF
           IF WRK-STB9 = '00' OR '10'
               CLOSE BACKUP-9
           END-IF
           IF WRK-ST9 = '00' OR '10'
               CLOSE TRANSP-TABLE
           END-IF
           DISPLAY 'TRANSPTAB.DAT: ' WRK-QTD-REGISTROS ' COMPARADOS, '
               WRK-QTD-DIVERGENTES ' DIVERGENTE(S)'.

       7901-COMPARA-9.
           READ BACKUP-9
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE BKP9-LINE TO WRK-LINHA-BACKUP
               EVALUATE WRK-BKP-MARCA
                   WHEN 'H'
                       CONTINUE
                   WHEN 'T'
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WRK-QTD-REGISTROS
                       READ TRANSP-TABLE NEXT RECORD
                           AT END
                               ADD 1 TO WRK-QTD-DIVERGENTES
                               DISPLAY 'REGISTRO SO NO BACKUP'
                           NOT AT END
                               MOVE SPACES TO WRK-LINHA-VIVO
                               MOVE TRANSP-TAB-RECORD TO WRK-LINHA-VIVO
                               IF WRK-LINHA-VIVO NOT = BKP9-LINE
                                   ADD 1 TO WRK-QTD-DIVERGENTES
                                   DISPLAY 'DIVERGENCIA NO '
                                       'REGISTRO ' WRK-QTD-REGISTROS
                               END-IF
                       END-READ
               END-EVALUATE
           END-IF.

       7902-DRENA-VIVO-9.
           READ TRANSP-TABLE NEXT RECORD
               AT END SET FIM-VIVO TO TRUE
           END-READ
           IF NOT FIM-VIVO
               ADD 1 TO WRK-QTD-DIVERGENTES
               DISPLAY 'REGISTRO SO NO VIVO'
           END-IF.
      ****************** CONTRATO.DAT ******************
       5910-BACKUP-ARQUIVO-10.
           MOVE ZEROS TO WRK-QTD-REGISTROS
           MOVE 'N' TO WRK-EOF
           OPEN INPUT CONTRATO-FILE
           IF WRK-ST10 NOT = '00'
               DISPLAY 'CONTRATO.DAT INEXISTENTE - BACKUP PULADO'
               MOVE 'S' TO WRK-EOF
           ELSE
               OPEN OUTPUT BACKUP-10
               MOVE WRK-LINHA-HEADER TO BKP10-LINE
               WRITE BKP10-LINE
           END-IF
           PERFORM 5911-DESCARREGA-10 UNTIL FIM-DE-ARQUIVO
           IF WRK-ST10 = '00' OR '10'
               MOVE WRK-QTD-REGISTROS TO WRK-TRL-QTD
               MOVE WRK-LINHA-TRAILER TO BKP10-LINE
               WRITE BKP10-LINE
               CLOSE CONTRATO-FILE
               CLOSE BACKUP-10
               DISPLAY 'CONTRATO.DAT: ' WRK-QTD-REGISTROS
                   ' REGISTRO(S) COPIADOS'
           END-IF.

       5911-DESCARREGA-10.
           READ CONTRATO-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE SPACES TO BKP10-LINE
               MOVE CONTRATO-RECORD TO BKP10-LINE
               WRITE BKP10-LINE
               ADD 1 TO WRK-QTD-REGISTROS
           END-IF.

      * recarrega o CONTRATO.DAT a partir do backup, reconstruindo o
      * arquivo indexado do zero
       6910-RESTAURA-ARQUIVO-10.
           MOVE ZEROS TO WRK-QTD-REGISTROS
           MOVE 'N' TO WRK-EOF
           OPEN INPUT BACKUP-10
           IF WRK-STB10 NOT = '00'
               DISPLAY 'BACKUP CONTRATO.BKP INEXISTENTE'
               MOVE 'S' TO WRK-EOF
           ELSE
               OPEN OUTPUT CONTRATO-FILE
           END-IF
           PERFORM 6911-RECARREGA-10 UNTIL FIM-DE-ARQUIVO
           IF WRK-STB10 = '00' OR '10'
               CLOSE BACKUP-10
               CLOSE CONTRATO-FILE
               DISPLAY 'CONTRATO.DAT: ' WRK-QTD-REGISTROS
                   ' REGISTRO(S) RESTAURADOS'
               IF WRK-TRL-QTD NOT = WRK-QTD-REGISTROS
                   DISPLAY 'ATENCAO: TRAILER DO BACKUP INDICA '
                       WRK-TRL-QTD ' REGISTRO(S)'
               END-IF
           END-IF.

       6911-RECARREGA-10.
           READ BACKUP-10
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE BKP10-LINE TO WRK-LINHA-BACKUP
               EVALUATE WRK-BKP-MARCA
                   WHEN 'H'
                       MOVE WRK-LINHA-BACKUP (2:14)
                           TO WRK-BKP-DATA-HORA
                   WHEN 'T'
                       MOVE WRK-LINHA-BACKUP TO WRK-LINHA-TRAILER
                   WHEN OTHER
                       MOVE BKP10-LINE TO CONTRATO-RECORD
                       WRITE CONTRATO-RECORD
                           INVALID KEY
                               DISPLAY 'ERRO RESTAURANDO: CHAVE '
                                   'DUPLICADA NO BACKUP'
                       END-WRITE
                       ADD 1 TO WRK-QTD-REGISTROS
               END-EVALUATE
           END-IF.

      * confere o CONTRATO.DAT vivo contra o backup, registro a
      * registro, na mesma ordem de chave do descarregamento
       7910-VERIFICA-ARQUIVO-10.
           MOVE ZEROS TO WRK-QTD-REGISTROS WRK-QTD-DIVERGENTES
           MOVE 'N' TO WRK-EOF
           OPEN INPUT BACKUP-10
           OPEN INPUT CONTRATO-FILE
           IF WRK-STB10 NOT = '00' OR WRK-ST10 NOT = '00'
               DISPLAY 'ARQUIVO OU BACKUP INDISPONIVEL PARA '
                   'VERIFICACAO'
               MOVE 'S' TO WRK-EOF
           END-IF
           PERFORM 7911-COMPARA-10 UNTIL FIM-DE-ARQUIVO
      * depois do ultimo registro do backup, o que sobrar no
      * arquivo vivo e exatamente a divergencia que a
      * verificacao existe para apontar
           IF WRK-ST10 = '00' OR '10'
               MOVE 'N' TO WRK-EOF-VIVO
               PERFORM 7912-DRENA-VIVO-10 UNTIL FIM-VIVO
           END-IF
           IF WRK-STB10 = '00' OR '10'
               CLOSE BACKUP-10
           END-IF
           IF WRK-ST10 = '00' OR '10'
               CLOSE CONTRATO-FILE
           END-IF
           DISPLAY 'CONTRATO.DAT: ' WRK-QTD-REGISTROS ' COMPARADOS, '
               WRK-QTD-DIVERGENTES ' DIVERGENTE(S)'.

       7911-COMPARA-10.
           READ BACKUP-10
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE BKP10-LINE TO WRK-LINHA-BACKUP
               EVALUATE WRK-BKP-MARCA
                   WHEN 'H'
                       CONTINUE
                   WHEN 'T'
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WRK-QTD-REGISTROS
                       READ CONTRATO-FILE NEXT RECORD
                           AT END
                               ADD 1 TO WRK-QTD-DIVERGENTES
                               DISPLAY 'REGISTRO SO NO BACKUP'
                           NOT AT END
                               MOVE SPACES TO WRK-LINHA-VIVO
                               MOVE CONTRATO-RECORD TO WRK-LINHA-VIVO
                               IF WRK-LINHA-VIVO NOT = BKP10-LINE
                                   ADD 1 TO WRK-QTD-DIVERGENTES
                                   DISPLAY 'DIVERGENCIA NO '
                                       'REGISTRO ' WRK-QTD-REGISTROS
                               END-IF
                       END-READ
               END-EVALUATE
           END-IF.

       7912-DRENA-VIVO-10.
           READ CONTRATO-FILE NEXT RECORD
               AT END SET FIM-VIVO TO TRUE
           END-READ
           IF NOT FIM-VIVO
               ADD 1 TO WRK-QTD-DIVERGENTES
               DISPLAY 'REGISTRO SO NO VIVO'
           END-IF.
      ******************* FATURAS.DAT *******************
       5920-BACKUP-ARQUIVO-11.
           MOVE ZEROS TO WRK-QTD-REGISTROS
           MOVE 'N' TO WRK-EOF
           OPEN INPUT FATURAS-FILE
           IF WRK-ST11 NOT = '00'
               DISPLAY 'FATURAS.DAT INEXISTENTE - BACKUP PULADO'
               MOVE 'S' TO WRK-EOF
           ELSE
               OPEN OUTPUT BACKUP-11
               MOVE WRK-LINHA-HEADER TO BKP11-LINE
               WRITE BKP11-LINE
           END-IF
           PERFORM 5921-DESCARREGA-11 UNTIL FIM-DE-ARQUIVO
           IF WRK-ST11 = '00' OR '10'
               MOVE WRK-QTD-REGISTROS TO WRK-TRL-QTD
               MOVE WRK-LINHA-TRAILER TO BKP11-LINE
               WRITE BKP11-LINE
               CLOSE FATURAS-FILE
               CLOSE BACKUP-11
               DISPLAY 'FATURAS.DAT: ' WRK-QTD-REGISTROS
                   ' REGISTRO(S) COPIADOS'
           END-IF.

       5921-DESCARREGA-11.
           READ FATURAS-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE SPACES TO BKP11-LINE
               MOVE FATURA-RECORD TO BKP11-LINE
               WRITE BKP11-LINE
               ADD 1 TO WRK-QTD-REGISTROS
           END-IF.

      * recarrega o FATURAS.DAT a partir do backup, reconstruindo o
      * arquivo indexado do zero
       6920-RESTAURA-ARQUIVO-11.
           MOVE ZEROS TO WRK-QTD-REGISTROS
           MOVE 'N' TO WRK-EOF
           OPEN INPUT BACKUP-11
           IF WRK-STB11 NOT = '00'
               DISPLAY 'BACKUP FATURAS.BKP INEXISTENTE'
               MOVE 'S' TO WRK-EOF
           ELSE
               OPEN OUTPUT FATURAS-FILE
           END-IF
           PERFORM 6921-RECARREGA-11 UNTIL FIM-DE-ARQUIVO
           IF WRK-STB11 = '00' OR '10'
               CLOSE BACKUP-11
               CLOSE FATURAS-FILE
               DISPLAY 'FATURAS.DAT: ' WRK-QTD-REGISTROS
                   ' REGISTRO(S) RESTAURADOS'
               IF WRK-TRL-QTD NOT = WRK-QTD-REGISTROS
                   DISPLAY 'ATENCAO: TRAILER DO BACKUP INDICA '
                       WRK-TRL-QTD ' REGISTRO(S)'
               END-IF
           END-IF.

       6921-RECARREGA-11.
           READ BACKUP-11
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE BKP11-LINE TO WRK-LINHA-BACKUP
               EVALUATE WRK-BKP-MARCA
                   WHEN 'H'
                       MOVE WRK-LINHA-BACKUP (2:14)
                           TO WRK-BKP-DATA-HORA
                   WHEN 'T'
                       MOVE WRK-LINHA-BACKUP TO WRK-LINHA-TRAILER
                   WHEN OTHER
                       MOVE BKP11-LINE TO FATURA-RECORD
                       WRITE FATURA-RECORD
                           INVALID KEY
                               DISPLAY 'ERRO RESTAURANDO: CHAVE '
                                   'DUPLICADA NO BACKUP'
                       END-WRITE
                       ADD 1 TO WRK-QTD-REGISTROS
               END-EVALUATE
           END-IF.

      * confere o FATURAS.DAT vivo contra o backup, registro a
      * registro, na mesma ordem de chave do descarregamento
       7920-VERIFICA-ARQUIVO-11.
           MOVE ZEROS TO WRK-QTD-REGISTROS WRK-QTD-DIVERGENTES
           MOVE 'N' TO WRK-EOF
           OPEN INPUT BACKUP-11
           OPEN INPUT FATURAS-FILE
           IF WRK-STB11 NOT = '00' OR WRK-ST11 NOT = '00'
               DISPLAY 'ARQUIVO OU BACKUP INDISPONIVEL PARA '
                   'VERIFICACAO'
               MOVE 'S' TO WRK-EOF
           END-IF
           PERFORM 7921-COMPARA-11 UNTIL FIM-DE-ARQUIVO
      * depois do ultimo registro do backup, o que sobrar no
      * arquivo vivo e exatamente a divergencia que a
      * verificacao existe para apontar
           IF WRK-ST11 = '00' OR '10'
               MOVE 'N' TO WRK-EOF-VIVO
               PERFORM 7922-DRENA-VIVO-11 UNTIL FIM-VIVO
           END-IF
           IF WRK-STB11 = '00' OR '10'
               CLOSE BACKUP-11
           END-IF
           IF WRK-ST11 = '00' OR '10'
               CLOSE FATURAS-FILE
           END-IF
           DISPLAY 'FATURAS.DAT: ' WRK-QTD-REGISTROS ' COMPARADOS, '
               WRK-QTD-DIVERGENTES ' DIVERGENTE(S)'.

       7921-COMPARA-11.
           READ BACKUP-11
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE BKP11-LINE TO WRK-LINHA-BACKUP
               EVALUATE WRK-BKP-MARCA
                   WHEN 'H'
                       CONTINUE
                   WHEN 'T'
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WRK-QTD-REGISTROS
                       READ FATURAS-FILE NEXT RECORD
                           AT END
                               ADD 1 TO WRK-QTD-DIVERGENTES
                               DISPLAY 'REGISTRO SO NO BACKUP'
                           NOT AT END
                               MOVE SPACES TO WRK-LINHA-VIVO
                               MOVE FATURA-RECORD TO WRK-LINHA-VIVO
                               IF WRK-LINHA-VIVO NOT = BKP11-LINE
                                   ADD 1 TO WRK-QTD-DIVERGENTES
                                   DISPLAY 'DIVERGENCIA NO '
                                       'REGISTRO ' WRK-QTD-REGISTROS
                               END-IF
                       END-READ
               END-EVALUATE
           END-IF.

       7922-DRENA-VIVO-11.
           READ FATURAS-FILE NEXT RECORD
               AT END SET FIM-VIVO TO TRUE
           END-READ
           IF NOT FIM-VIVO
               ADD 1 TO WRK-QTD-DIVERGENTES
               DISPLAY 'REGISTRO SO NO VIVO'
           END-IF.
      ******************** TURMA.DAT ********************
       5930-BACKUP-ARQUIVO-12.
           MOVE ZEROS TO WRK-QTD-REGISTROS
           MOVE 'N' TO WRK-EOF
           OPEN INPUT TURMA-MASTER
           IF WRK-ST12 NOT = '00'
               DISPLAY 'TURMA.DAT INEXISTENTE - BACKUP PULADO'
               MOVE 'S' TO WRK-EOF
           ELSE
               OPEN OUTPUT BACKUP-12
               MOVE WRK-LINHA-HEADER TO BKP12-LINE
               WRITE BKP12-LINE
           END-IF
           PERFORM 5931-DESCARREGA-12 UNTIL FIM-DE-ARQUIVO
           IF WRK-ST12 = '00' OR '10'
               MOVE WRK-QTD-REGISTROS TO WRK-TRL-QTD
               MOVE WRK-LINHA-TRAILER TO BKP12-LINE
               WRITE BKP12-LINE
               CLOSE TURMA-MASTER
               CLOSE BACKUP-12
               DISPLAY 'TURMA.DAT: ' WRK-QTD-REGISTROS
                   ' REGISTRO(S) COPIADOS'
           END-IF.

       5931-DESCARREGA-12.
           READ TURMA-MASTER NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE SPACES TO BKP12-LINE
               MOVE TURMA-RECORD TO BKP12-LINE
               WRITE BKP12-LINE
               ADD 1 TO WRK-QTD-REGISTROS
           END-IF.

      * recarrega o TURMA.DAT a partir do backup, reconstruindo o
      * arquivo indexado do zero
       6930-RESTAURA-ARQUIVO-12.
           MOVE ZEROS TO WRK-QTD-REGISTROS
           MOVE 'N' TO WRK-EOF
           OPEN INPUT BACKUP-12
           IF WRK-STB12 NOT = '00'
               DISPLAY 'BACKUP TURMA.BKP INEXISTENTE'
               MOVE 'S' TO WRK-EOF
           ELSE
               OPEN OUTPUT TURMA-MASTER
           END-IF
           PERFORM 6931-RECARREGA-12 UNTIL FIM-DE-ARQUIVO
           IF WRK-STB12 = '00' OR '10'
               CLOSE BACKUP-12
               CLOSE TURMA-MASTER
               DISPLAY 'TURMA.DAT: ' WRK-QTD-REGISTROS
                   ' REGISTRO(S) RESTAURADOS'
               IF WRK-TRL-QTD NOT = WRK-QTD-REGISTROS
                   DISPLAY 'ATENCAO: TRAILER DO BACKUP INDICA '
                       WRK-TRL-QTD ' REGISTRO(S)'
               END-IF
           END-IF.

       6931-RECARREGA-12.
           READ BACKUP-12
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE BKP12-LINE TO WRK-LINHA-BACKUP
               EVALUATE WRK-BKP-MARCA
                   WHEN 'H'
                       MOVE WRK-LINHA-BACKUP (2:14)
                           TO WRK-BKP-DATA-HORA
                   WHEN 'T'
                       MOVE WRK-LINHA-BACKUP TO WRK-LINHA-TRAILER
                   WHEN OTHER
                       MOVE BKP12-LINE TO TURMA-RECORD
                       WRITE TURMA-RECORD
                           INVALID KEY
                               DISPLAY 'ERRO RESTAURANDO: CHAVE '
                                   'DUPLICADA NO BACKUP'
                       END-WRITE
                       ADD 1 TO WRK-QTD-REGISTROS
               END-EVALUATE
           END-IF.

      * confere o TURMA.DAT vivo contra o backup, registro a
      * registro, na mesma ordem de chave do descarregamento
       7930-VERIFICA-ARQUIVO-12.
           MOVE ZEROS TO WRK-QTD-REGISTROS WRK-QTD-DIVERGENTES
           MOVE 'N' TO WRK-EOF
           OPEN INPUT BACKUP-12
           OPEN INPUT TURMA-MASTER
           IF WRK-STB12 NOT = '00' OR WRK-ST12 NOT = '00'
               DISPLAY 'ARQUIVO OU BACKUP INDISPONIVEL PARA '
                   'VERIFICACAO'
               MOVE 'S' TO WRK-EOF
           END-IF
           PERFORM 7931-COMPARA-12 UNTIL FIM-DE-ARQUIVO
      * depois do ultimo registro do backup, o que sobrar no
      * arquivo vivo e exatamente a divergencia que a
      * verificacao existe para apontar
           IF WRK-ST12 = '00' OR '10'
               MOVE 'N' TO WRK-EOF-VIVO
               PERFORM 7932-DRENA-VIVO-12 UNTIL FIM-VIVO
           END-IF
           IF WRK-STB12 = '00' OR '10'
               CLOSE BACKUP-12
           END-IF
           IF WRK-ST12 = '00' OR '10'
               CLOSE TURMA-MASTER
           END-IF
           DISPLAY 'TURMA.DAT: ' WRK-QTD-REGISTROS ' COMPARADOS, '
               WRK-QTD-DIVERGENTES ' DIVERGENTE(S)'.

       7931-COMPARA-12.
           READ BACKUP-12
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE BKP12-LINE TO WRK-LINHA-BACKUP
               EVALUATE WRK-BKP-MARCA
                   WHEN 'H'
                       CONTINUE
                   WHEN 'T'
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WRK-QTD-REGISTROS
                       READ TURMA-MASTER NEXT RECORD
                           AT END
                               ADD 1 TO WRK-QTD-DIVERGENTES
                               DISPLAY 'REGISTRO SO NO BACKUP'
                           NOT AT END
                               MOVE SPACES TO WRK-LINHA-VIVO
                               MOVE TURMA-RECORD TO WRK-LINHA-VIVO
                               IF WRK-LINHA-VIVO NOT = BKP12-LINE
                                   ADD 1 TO WRK-QTD-DIVERGENTES
                                   DISPLAY 'DIVERGENCIA NO '
                                       'REGISTRO ' WRK-QTD-REGISTROS
                               END-IF
                       END-READ
               END-EVALUATE
           END-IF.

       7932-DRENA-VIVO-12.
           READ TURMA-MASTER NEXT RECORD
               AT END SET FIM-VIVO TO TRUE
           END-READ
           IF NOT FIM-VIVO
               ADD 1 TO WRK-QTD-DIVERGENTES
               DISPLAY 'REGISTRO SO NO VIVO'
           END-IF.
       5940-BACKUP-ARQUIVO-13.
           MOVE ZEROS TO WRK-QTD-REGISTROS
           MOVE 'N' TO WRK-EOF
           OPEN INPUT PROFESSOR-MASTER
           IF WRK-ST13 NOT = '00'
               DISPLAY 'PROFMAST.DAT INEXISTENTE - BACKUP PULADO'
               MOVE 'S' TO WRK-EOF
           ELSE
               OPEN OUTPUT BACKUP-13
               MOVE WRK-LINHA-HEADER TO BKP13-LINE
               WRITE BKP13-LINE
           END-IF
           PERFORM 5941-DESCARREGA-13 UNTIL FIM-DE-ARQUIVO
           IF WRK-ST13 = '00' OR '10'
               MOVE WRK-QTD-REGISTROS TO WRK-TRL-QTD
               MOVE WRK-LINHA-TRAILER TO BKP13-LINE
               WRITE BKP13-LINE
               CLOSE PROFESSOR-MASTER
               CLOSE BACKUP-13
               DISPLAY 'PROFMAST.DAT: ' WRK-QTD-REGISTROS
                   ' REGISTRO(S) COPIADOS'
           END-IF.

       5941-DESCARREGA-13.
           READ PROFESSOR-MASTER NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE SPACES TO BKP13-LINE
               MOVE PROFESSOR-RECORD TO BKP13-LINE
               WRITE BKP13-LINE
               ADD 1 TO WRK-QTD-REGISTROS
           END-IF.

      * recarrega o PROFMAST.DAT a partir do backup, reconstruindo o
      * arquivo indexado do zero
       6940-RESTAURA-ARQUIVO-13.
           MOVE ZEROS TO WRK-QTD-REGISTROS
           MOVE 'N' TO WRK-EOF
           OPEN INPUT BACKUP-13
           IF WRK-STB13 NOT = '00'
               DISPLAY 'BACKUP PROFMAST.BKP INEXISTENTE'
               MOVE 'S' TO WRK-EOF
           ELSE
               OPEN OUTPUT PROFESSOR-MASTER
           END-IF
           PERFORM 6941-RECARREGA-13 UNTIL FIM-DE-ARQUIVO
           IF WRK-STB13 = '00' OR '10'
               CLOSE BACKUP-13
               CLOSE PROFESSOR-MASTER
               DISPLAY 'PROFMAST.DAT: ' WRK-QTD-REGISTROS
                   ' REGISTRO(S) RESTAURADOS'
               IF WRK-TRL-QTD NOT = WRK-QTD-REGISTROS
                   DISPLAY 'ATENCAO: TRAILER DO BACKUP INDICA '
                       WRK-TRL-QTD ' REGISTRO(S)'
               END-IF
           END-IF.

       6941-RECARREGA-13.
           READ BACKUP-13
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE BKP13-LINE TO WRK-LINHA-BACKUP
               EVALUATE WRK-BKP-MARCA
                   WHEN 'H'
                       MOVE WRK-LINHA-BACKUP (2:14)
                           TO WRK-BKP-DATA-HORA
                   WHEN 'T'
                       MOVE WRK-LINHA-BACKUP TO WRK-LINHA-TRAILER
                   WHEN OTHER
                       MOVE BKP13-LINE TO PROFESSOR-RECORD
                       WRITE PROFESSOR-RECORD
                           INVALID KEY
                               DISPLAY 'ERRO RESTAURANDO: CHAVE '
                                   'DUPLICADA NO BACKUP'
                       END-WRITE
                       ADD 1 TO WRK-QTD-REGISTROS
               END-EVALUATE
           END-IF.

      * confere o PROFMAST.DAT vivo contra o backup, registro a
      * registro, na mesma ordem de chave do descarregamento
       7940-VERIFICA-ARQUIVO-13.
           MOVE ZEROS TO WRK-QTD-REGISTROS WRK-QTD-DIVERGENTES
           MOVE 'N' TO WRK-EOF
           OPEN INPUT BACKUP-13
           OPEN INPUT PROFESSOR-MASTER
           IF WRK-STB13 NOT = '00' OR WRK-ST13 NOT = '00'
               DISPLAY 'ARQUIVO OU BACKUP INDISPONIVEL PARA '
                   'VERIFICACAO'
               MOVE 'S' TO WRK-EOF
           END-IF
           PERFORM 7941-COMPARA-13 UNTIL FIM-DE-ARQUIVO
      * depois do ultimo registro do backup, o que sobrar no
      * arquivo vivo e exatamente a divergencia que a
      * verificacao existe para apontar
           IF WRK-ST13 = '00' OR '10'
               MOVE 'N' TO WRK-EOF-VIVO
               PERFORM 7942-DRENA-VIVO-13 UNTIL FIM-VIVO
           END-IF
           IF WRK-STB13 = '00' OR '10'
               CLOSE BACKUP-13
           END-IF
           IF WRK-ST13 = '00' OR '10'
               CLOSE PROFESSOR-MASTER
           END-IF
           DISPLAY 'PROFMAST.DAT: ' WRK-QTD-REGISTROS ' COMPARADOS, '
               WRK-QTD-DIVERGENTES ' DIVERGENTE(S)'.

       7941-COMPARA-13.
           READ BACKUP-13
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE BKP13-LINE TO WRK-LINHA-BACKUP
               EVALUATE WRK-BKP-MARCA
                   WHEN 'H'
                       CONTINUE
                   WHEN 'T'
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WRK-QTD-REGISTROS
                       READ PROFESSOR-MASTER NEXT RECORD
                           AT END
                               ADD 1 TO WRK-QTD-DIVERGENTES
                               DISPLAY 'REGISTRO SO NO BACKUP'
                           NOT AT END
                               MOVE SPACES TO WRK-LINHA-VIVO
                               MOVE PROFESSOR-RECORD TO WRK-LINHA-VIVO
                               IF WRK-LINHA-VIVO NOT = BKP13-LINE
                                   ADD 1 TO WRK-QTD-DIVERGENTES
                                   DISPLAY 'DIVERGENCIA NO '
                                       'REGISTRO ' WRK-QTD-REGISTROS
                               END-IF
                       END-READ
               END-EVALUATE
           END-IF.

       7942-DRENA-VIVO-13.
           READ PROFESSOR-MASTER NEXT RECORD
               AT END SET FIM-VIVO TO TRUE
           END-READ
           IF NOT FIM-VIVO
               ADD 1 TO WRK-QTD-DIVERGENTES
               DISPLAY 'REGISTRO SO NO VIVO'
           END-IF.
       5944-BACKUP-ARQUIVO-14.
           MOVE ZEROS TO WRK-QTD-REGISTROS
           MOVE 'N' TO WRK-EOF
           OPEN INPUT ATRIBUICAO-FILE
           IF WRK-ST14 NOT = '00'
               DISPLAY 'ATRIB.DAT INEXISTENTE - BACKUP PULADO'
               MOVE 'S' TO WRK-EOF
           ELSE
               OPEN OUTPUT BACKUP-14
               MOVE WRK-LINHA-HEADER TO BKP14-LINE
               WRITE BKP14-LINE
           END-IF
           PERFORM 5945-DESCARREGA-14 UNTIL FIM-DE-ARQUIVO
           IF WRK-ST14 = '00' OR '10'
               MOVE WRK-QTD-REGISTROS TO WRK-TRL-QTD
               MOVE WRK-LINHA-TRAILER TO BKP14-LINE
               WRITE BKP14-LINE
               CLOSE ATRIBUICAO-FILE
               CLOSE BACKUP-14
               DISPLAY 'ATRIB.DAT: ' WRK-QTD-REGISTROS
                   ' REGISTRO(S) COPIADOS'
           END-IF.

       5945-DESCARREGA-14.
           READ ATRIBUICAO-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE SPACES TO BKP14-LINE
               MOVE ATRIBUICAO-RECORD TO BKP14-LINE
               WRITE BKP14-LINE
               ADD 1 TO WRK-QTD-REGISTROS
           END-IF.

      * recarrega o ATRIB.DAT a partir do backup, reconstruindo o
      * arquivo indexado do zero
       6944-RESTAURA-ARQUIVO-14.
           MOVE ZEROS TO WRK-QTD-REGISTROS
           MOVE 'N' TO WRK-EOF
           OPEN INPUT BACKUP-14
           IF WRK-STB14 NOT = '00'
               DISPLAY 'BACKUP ATRIB.BKP INEXISTENTE'
               MOVE 'S' TO WRK-EOF
           ELSE
               OPEN OUTPUT ATRIBUICAO-FILE
           END-IF
           PERFORM 6945-RECARREGA-14 UNTIL FIM-DE-ARQUIVO
           IF WRK-STB14 = '00' OR '10'
               CLOSE BACKUP-14
               CLOSE ATRIBUICAO-FILE
               DISPLAY 'ATRIB.DAT: ' WRK-QTD-REGISTROS
                   ' REGISTRO(S) RESTAURADOS'
               IF WRK-TRL-QTD NOT = WRK-QTD-REGISTROS
                   DISPLAY 'ATENCAO: TRAILER DO BACKUP INDICA '
                       WRK-TRL-QTD ' REGISTRO(S)'
               END-IF
           END-IF.

       6945-RECARREGA-14.
           READ BACKUP-14
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE BKP14-LINE TO WRK-LINHA-BACKUP
               EVALUATE WRK-BKP-MARCA
                   WHEN 'H'
                       MOVE WRK-LINHA-BACKUP (2:14)
                           TO WRK-BKP-DATA-HORA
                   WHEN 'T'
                       MOVE WRK-LINHA-BACKUP TO WRK-LINHA-TRAILER
                   WHEN OTHER
                       MOVE BKP14-LINE TO ATRIBUICAO-RECORD
                       WRITE ATRIBUICAO-RECORD
                           INVALID KEY
                               DISPLAY 'ERRO RESTAURANDO: CHAVE '
                                   'DUPLICADA NO BACKUP'
                       END-WRITE
                       ADD 1 TO WRK-QTD-REGISTROS
               END-EVALUATE
           END-IF.

      * confere o ATRIB.DAT vivo contra o backup, registro a
      * registro, na mesma ordem de chave do descarregamento
       7944-VERIFICA-ARQUIVO-14.
           MOVE ZEROS TO WRK-QTD-REGISTROS WRK-QTD-DIVERGENTES
           MOVE 'N' TO WRK-EOF
           OPEN INPUT BACKUP-14
           OPEN INPUT ATRIBUICAO-FILE
           IF WRK-STB14 NOT = '00' OR WRK-ST14 NOT = '00'
               DISPLAY 'ARQUIVO OU BACKUP INDISPONIVEL PARA '
                   'VERIFICACAO'
               MOVE 'S' TO WRK-EOF
           END-IF
           PERFORM 7945-COMPARA-14 UNTIL FIM-DE-ARQUIVO
      * depois do ultimo registro do backup, o que sobrar no
      * arquivo vivo e exatamente a divergencia que a
      * verificacao existe para apontar
           IF WRK-ST14 = '00' OR '10'
               MOVE 'N' TO WRK-EOF-VIVO
               PERFORM 7946-DRENA-VIVO-14 UNTIL FIM-VIVO
           END-IF
           IF WRK-STB14 = '00' OR '10'
               CLOSE BACKUP-14
           END-IF
           IF WRK-ST14 = '00' OR '10'
               CLOSE ATRIBUICAO-FILE
           END-IF
           DISPLAY 'ATRIB.DAT: ' WRK-QTD-REGISTROS ' COMPARADOS, '
               WRK-QTD-DIVERGENTES ' DIVERGENTE(S)'.

       7945-COMPARA-14.
           READ BACKUP-14
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE BKP14-LINE TO WRK-LINHA-BACKUP
               EVALUATE WRK-BKP-MARCA
                   WHEN 'H'
                       CONTINUE
                   WHEN 'T'
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WRK-QTD-REGISTROS
                       READ ATRIBUICAO-FILE NEXT RECORD
                           AT END
                               ADD 1 TO WRK-QTD-DIVERGENTES
                               DISPLAY 'REGISTRO SO NO BACKUP'
                           NOT AT END
                               MOVE SPACES TO WRK-LINHA-VIVO
                               MOVE ATRIBUICAO-RECORD TO WRK-LINHA-VIVO
                               IF WRK-LINHA-VIVO NOT = BKP14-LINE
                                   ADD 1 TO WRK-QTD-DIVERGENTES
                                   DISPLAY 'DIVERGENCIA NO '
                                       'REGISTRO ' WRK-QTD-REGISTROS
                               END-IF
                       END-READ
               END-EVALUATE
           END-IF.

       7946-DRENA-VIVO-14.
           READ ATRIBUICAO-FILE NEXT RECORD
               AT END SET FIM-VIVO TO TRUE
           END-READ
           IF NOT FIM-VIVO
               ADD 1 TO WRK-QTD-DIVERGENTES
               DISPLAY 'REGISTRO SO NO VIVO'
           END-IF.
       5948-BACKUP-ARQUIVO-15.
           MOVE ZEROS TO WRK-QTD-REGISTROS
           MOVE 'N' TO WRK-EOF
           OPEN INPUT ENDERECO-FILE
           IF WRK-ST15 NOT = '00'
               DISPLAY 'ENDCLI.DAT INEXISTENTE - BACKUP PULADO'
               MOVE 'S' TO WRK-EOF
           ELSE
               OPEN OUTPUT BACKUP-15
               MOVE WRK-LINHA-HEADER TO BKP15-LINE
               WRITE BKP15-LINE
           END-IF
           PERFORM 5949-DESCARREGA-15 UNTIL FIM-DE-ARQUIVO
           IF WRK-ST15 = '00' OR '10'
               MOVE WRK-QTD-REGISTROS TO WRK-TRL-QTD
               MOVE WRK-LINHA-TRAILER TO BKP15-LINE
               WRITE BKP15-LINE
               CLOSE ENDERECO-FILE
               CLOSE BACKUP-15
               DISPLAY 'ENDCLI.DAT: ' WRK-QTD-REGISTROS
                   ' REGISTRO(S) COPIADOS'
           END-IF.

       5949-DESCARREGA-15.
           READ ENDERECO-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE SPACES TO BKP15-LINE
               MOVE ENDERECO-RECORD TO BKP15-LINE
               WRITE BKP15-LINE
               ADD 1 TO WRK-QTD-REGISTROS
           END-IF.

      * recarrega o ENDCLI.DAT a partir do backup, reconstruindo o
      * arquivo indexado do zero
       6948-RESTAURA-ARQUIVO-15.
           MOVE ZEROS TO WRK-QTD-REGISTROS
           MOVE 'N' TO WRK-EOF
           OPEN INPUT BACKUP-15
           IF WRK-STB15 NOT = '00'
               DISPLAY 'BACKUP ENDCLI.BKP INEXISTENTE'
               MOVE 'S' TO WRK-EOF
           ELSE
               OPEN OUTPUT ENDERECO-FILE
           END-IF
           PERFORM 6949-RECARREGA-15 UNTIL FIM-DE-ARQUIVO
           IF WRK-STB15 = '00' OR '10'
               CLOSE BACKUP-15
               CLOSE ENDERECO-FILE
               DISPLAY 'ENDCLI.DAT: ' WRK-QTD-REGISTROS
                   ' REGISTRO(S) RESTAURADOS'
               IF WRK-TRL-QTD NOT = WRK-QTD-REGISTROS
                   DISPLAY 'ATENCAO: TRAILER DO BACKUP INDICA '
                       WRK-TRL-QTD ' REGISTRO(S)'
               END-IF
           END-IF.

       6949-RECARREGA-15.
           READ BACKUP-15
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE BKP15-LINE TO WRK-LINHA-BACKUP
               EVALUATE WRK-BKP-MARCA
                   WHEN 'H'
                       MOVE WRK-LINHA-BACKUP (2:14)
                           TO WRK-BKP-DATA-HORA
                   WHEN 'T'
                       MOVE WRK-LINHA-BACKUP TO WRK-LINHA-TRAILER
                   WHEN OTHER
                       MOVE BKP15-LINE TO ENDERECO-RECORD
                       WRITE ENDERECO-RECORD
                           INVALID KEY
                               DISPLAY 'ERRO RESTAURANDO: CHAVE '
                                   'DUPLICADA NO BACKUP'
                       END-WRITE
                       ADD 1 TO WRK-QTD-REGISTROS
               END-EVALUATE
           END-IF.

      * confere o ENDCLI.DAT vivo contra o backup, registro a
      * registro, na mesma ordem de chave do descarregamento
       7948-VERIFICA-ARQUIVO-15.
           MOVE ZEROS TO WRK-QTD-REGISTROS WRK-QTD-DIVERGENTES
           MOVE 'N' TO WRK-EOF
           OPEN INPUT BACKUP-15
           OPEN INPUT ENDERECO-FILE
           IF WRK-STB15 NOT = '00' OR WRK-ST15 NOT = '00'
               DISPLAY 'ARQUIVO OU BACKUP INDISPONIVEL PARA '
                   'VERIFICACAO'
               MOVE 'S' TO WRK-EOF
           END-IF
           PERFORM 7949-COMPARA-15 UNTIL FIM-DE-ARQUIVO
      * depois do ultimo registro do backup, o que sobrar no
      * arquivo vivo e exatamente a divergencia que a
      * verificacao existe para apontar
           IF WRK-ST15 = '00' OR '10'
               MOVE 'N' TO WRK-EOF-VIVO
               PERFORM 7950-DRENA-VIVO-15 UNTIL FIM-VIVO
           END-IF
           IF WRK-STB15 = '00' OR '10'
               CLOSE BACKUP-15
           END-IF
           IF WRK-ST15 = '00' OR '10'
               CLOSE ENDERECO-FILE
           END-IF
           DISPLAY 'ENDCLI.DAT: ' WRK-QTD-REGISTROS ' COMPARADOS, '
               WRK-QTD-DIVERGENTES ' DIVERGENTE(S)'.

       7949-COMPARA-15.
           READ BACKUP-15
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE BKP15-LINE TO WRK-LINHA-BACKUP
               EVALUATE WRK-BKP-MARCA
                   WHEN 'H'
                       CONTINUE
                   WHEN 'T'
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WRK-QTD-REGISTROS
                       READ ENDERECO-FILE NEXT RECORD
                           AT END
                               ADD 1 TO WRK-QTD-DIVERGENTES
                               DISPLAY 'REGISTRO SO NO BACKUP'
                           NOT AT END
                               MOVE SPACES TO WRK-LINHA-VIVO
                               MOVE ENDERECO-RECORD TO WRK-LINHA-VIVO
                               IF WRK-LINHA-VIVO NOT = BKP15-LINE
                                   ADD 1 TO WRK-QTD-DIVERGENTES
                                   DISPLAY 'DIVERGENCIA NO '
                                       'REGISTRO ' WRK-QTD-REGISTROS
                               END-IF
                       END-READ
               END-EVALUATE
           END-IF.

       7950-DRENA-VIVO-15.
           READ ENDERECO-FILE NEXT RECORD
               AT END SET FIM-VIVO TO TRUE
           END-READ
           IF NOT FIM-VIVO
               ADD 1 TO WRK-QTD-DIVERGENTES
               DISPLAY 'REGISTRO SO NO VIVO'
           END-IF.
       5952-BACKUP-ARQUIVO-16.
           MOVE ZEROS TO WRK-QTD-REGISTROS
           MOVE 'N' TO WRK-EOF
           OPEN INPUT BOLSA-FILE
           IF WRK-ST16 NOT = '00'
               DISPLAY 'BOLSA.DAT INEXISTENTE - BACKUP PULADO'
               MOVE 'S' TO WRK-EOF
           ELSE
               OPEN OUTPUT BACKUP-16
               MOVE WRK-LINHA-HEADER TO BKP16-LINE
               WRITE BKP16-LINE
           END-IF
           PERFORM 5953-DESCARREGA-16 UNTIL FIM-DE-ARQUIVO
           IF WRK-ST16 = '00' OR '10'
               MOVE WRK-QTD-REGISTROS TO WRK-TRL-QTD
               MOVE WRK-LINHA-TRAILER TO BKP16-LINE
               WRITE BKP16-LINE
               CLOSE BOLSA-FILE
               CLOSE BACKUP-16
               DISPLAY 'BOLSA.DAT: ' WRK-QTD-REGISTROS
                   ' REGISTRO(S) COPIADOS'
           END-IF.

       5953-DESCARREGA-16.
           READ BOLSA-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE SPACES TO BKP16-LINE
               MOVE BOLSA-RECORD TO BKP16-LINE
               WRITE BKP16-LINE
               ADD 1 TO WRK-QTD-REGISTROS
           END-IF.

      * recarrega o BOLSA.DAT a partir do backup, reconstruindo o
      * arquivo indexado do zero
       6952-RESTAURA-ARQUIVO-16.
           MOVE ZEROS TO WRK-QTD-REGISTROS
           MOVE 'N' TO WRK-EOF
           OPEN INPUT BACKUP-16
           IF WRK-STB16 NOT = '00'
               DISPLAY 'BACKUP BOLSA.BKP INEXISTENTE'
               MOVE 'S' TO WRK-EOF
           ELSE
               OPEN OUTPUT BOLSA-FILE
           END-IF
           PERFORM 6953-RECARREGA-16 UNTIL FIM-DE-ARQUIVO
           IF WRK-STB16 = '00' OR '10'
               CLOSE BACKUP-16
               CLOSE BOLSA-FILE
               DISPLAY 'BOLSA.DAT: ' WRK-QTD-REGISTROS
                   ' REGISTRO(S) RESTAURADOS'
               IF WRK-TRL-QTD NOT = WRK-QTD-REGISTROS
                   DISPLAY 'ATENCAO: TRAILER DO BACKUP INDICA '
                       WRK-TRL-QTD ' REGISTRO(S)'
               END-IF
           END-IF.

       6953-RECARREGA-16.
           READ BACKUP-16
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE BKP16-LINE TO WRK-LINHA-BACKUP
               EVALUATE WRK-BKP-MARCA
                   WHEN 'H'
                       MOVE WRK-LINHA-BACKUP (2:14)
                           TO WRK-BKP-DATA-HORA
                   WHEN 'T'
                       MOVE WRK-LINHA-BACKUP TO WRK-LINHA-TRAILER
                   WHEN OTHER
                       MOVE BKP16-LINE TO BOLSA-RECORD
                       WRITE BOLSA-RECORD
                           INVALID KEY
                               DISPLAY 'ERRO RESTAURANDO: CHAVE '
                                   'DUPLICADA NO BACKUP'
                       END-WRITE
                       ADD 1 TO WRK-QTD-REGISTROS
               END-EVALUATE
           END-IF.

      * confere o BOLSA.DAT vivo contra o backup, registro a
      * registro, na mesma ordem de chave do descarregamento
       7952-VERIFICA-ARQUIVO-16.
           MOVE ZEROS TO WRK-QTD-REGISTROS WRK-QTD-DIVERGENTES
           MOVE 'N' TO WRK-EOF
           OPEN INPUT BACKUP-16
           OPEN INPUT BOLSA-FILE
           IF WRK-STB16 NOT = '00' OR WRK-ST16 NOT = '00'
               DISPLAY 'ARQUIVO OU BACKUP INDISPONIVEL PARA '
                   'VERIFICACAO'
               MOVE 'S' TO WRK-EOF
           END-IF
           PERFORM 7953-COMPARA-16 UNTIL FIM-DE-ARQUIVO
      * depois do ultimo registro do backup, o que sobrar no
      * arquivo vivo e exatamente a divergencia que a
      * verificacao existe para apontar
           IF WRK-ST16 = '00' OR '10'
               MOVE 'N' TO WRK-EOF-VIVO
               PERFORM 7954-DRENA-VIVO-16 UNTIL FIM-VIVO
           END-IF
           IF WRK-STB16 = '00' OR '10'
               CLOSE BACKUP-16
           END-IF
           IF WRK-ST16 = '00' OR '10'
               CLOSE BOLSA-FILE
           END-IF
           DISPLAY 'BOLSA.DAT: ' WRK-QTD-REGISTROS ' COMPARADOS, '
               WRK-QTD-DIVERGENTES ' DIVERGENTE(S)'.

       7953-COMPARA-16.
           READ BACKUP-16
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE BKP16-LINE TO WRK-LINHA-BACKUP
               EVALUATE WRK-BKP-MARCA
                   WHEN 'H'
                       CONTINUE
                   WHEN 'T'
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WRK-QTD-REGISTROS
                       READ BOLSA-FILE NEXT RECORD
                           AT END
                               ADD 1 TO WRK-QTD-DIVERGENTES
                               DISPLAY 'REGISTRO SO NO BACKUP'
                           NOT AT END
                               MOVE SPACES TO WRK-LINHA-VIVO
                               MOVE BOLSA-RECORD TO WRK-LINHA-VIVO
                               IF WRK-LINHA-VIVO NOT = BKP16-LINE
                                   ADD 1 TO WRK-QTD-DIVERGENTES
                                   DISPLAY 'DIVERGENCIA NO '
                                       'REGISTRO ' WRK-QTD-REGISTROS
                               END-IF
                       END-READ
               END-EVALUATE
           END-IF.

       7954-DRENA-VIVO-16.
           READ BOLSA-FILE NEXT RECORD
               AT END SET FIM-VIVO TO TRUE
           END-READ
           IF NOT FIM-VIVO
               ADD 1 TO WRK-QTD-DIVERGENTES
               DISPLAY 'REGISTRO SO NO VIVO'
           END-IF.
       5956-BACKUP-ARQUIVO-17.
           MOVE ZEROS TO WRK-QTD-REGISTROS
           MOVE 'N' TO WRK-EOF
           OPEN INPUT OPERATOR-MASTER
           IF WRK-ST17 NOT = '00'
               DISPLAY 'OPERMAST.DAT INEXISTENTE - BACKUP PULADO'
               MOVE 'S' TO WRK-EOF
           ELSE
               OPEN OUTPUT BACKUP-17
               MOVE WRK-LINHA-HEADER TO BKP17-LINE
               WRITE BKP17-LINE
           END-IF
           PERFORM 5957-DESCARREGA-17 UNTIL FIM-DE-ARQUIVO
           IF WRK-ST17 = '00' OR '10'
               MOVE WRK-QTD-REGISTROS TO WRK-TRL-QTD
               MOVE WRK-LINHA-TRAILER TO BKP17-LINE
               WRITE BKP17-LINE
               CLOSE OPERATOR-MASTER
               CLOSE BACKUP-17
               DISPLAY 'OPERMAST.DAT: ' WRK-QTD-REGISTROS
                   ' REGISTRO(S) COPIADOS'
           END-IF.

       5957-DESCARREGA-17.
           READ OPERATOR-MASTER NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE SPACES TO BKP17-LINE
               MOVE OPERATOR-RECORD TO BKP17-LINE
               WRITE BKP17-LINE
               ADD 1 TO WRK-QTD-REGISTROS
           END-IF.

      * recarrega o OPERMAST.DAT a partir do backup, reconstruindo o
      * arquivo indexado do zero
       6956-RESTAURA-ARQUIVO-17.
           MOVE ZEROS TO WRK-QTD-REGISTROS
           MOVE 'N' TO WRK-EOF
           OPEN INPUT BACKUP-17
           IF WRK-STB17 NOT = '00'
               DISPLAY 'BACKUP OPERMAST.BKP INEXISTENTE'
               MOVE 'S' TO WRK-EOF
           ELSE
               OPEN OUTPUT OPERATOR-MASTER
           END-IF
           PERFORM 6957-RECARREGA-17 UNTIL FIM-DE-ARQUIVO
           IF WRK-STB17 = '00' OR '10'
               CLOSE BACKUP-17
               CLOSE OPERATOR-MASTER
               DISPLAY 'OPERMAST.DAT: ' WRK-QTD-REGISTROS
                   ' REGISTRO(S) RESTAURADOS'
               IF WRK-TRL-QTD NOT = WRK-QTD-REGISTROS
                   DISPLAY 'ATENCAO: TRAILER DO BACKUP INDICA '
                       WRK-TRL-QTD ' REGISTRO(S)'
               END-IF
           END-IF.

       6957-RECARREGA-17.
           READ BACKUP-17
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE BKP17-LINE TO WRK-LINHA-BACKUP
               EVALUATE WRK-BKP-MARCA
                   WHEN 'H'
                       MOVE WRK-LINHA-BACKUP (2:14)
                           TO WRK-BKP-DATA-HORA
                   WHEN 'T'
                       MOVE WRK-LINHA-BACKUP TO WRK-LINHA-TRAILER
                   WHEN OTHER
                       MOVE BKP17-LINE TO OPERATOR-RECORD
                       WRITE OPERATOR-RECORD
                           INVALID KEY
                               DISPLAY 'ERRO RESTAURANDO: CHAVE '
                                   'DUPLICADA NO BACKUP'
                       END-WRITE
                       ADD 1 TO WRK-QTD-REGISTROS
               END-EVALUATE
           END-IF.

      * confere o OPERMAST.DAT vivo contra o backup, registro a
      * registro, na mesma ordem de chave do descarregamento
       7956-VERIFICA-ARQUIVO-17.
           MOVE ZEROS TO WRK-QTD-REGISTROS WRK-QTD-DIVERGENTES
           MOVE 'N' TO WRK-EOF
           OPEN INPUT BACKUP-17
           OPEN INPUT OPERATOR-MASTER
           IF WRK-STB17 NOT = '00' OR WRK-ST17 NOT = '00'
               DISPLAY 'ARQUIVO OU BACKUP INDISPONIVEL PARA '
                   'VERIFICACAO'
               MOVE 'S' TO WRK-EOF
           END-IF
           PERFORM 7957-COMPARA-17 UNTIL FIM-DE-ARQUIVO
      * depois do ultimo registro do backup, o que sobrar no
      * arquivo vivo e exatamente a divergencia que a
      * verificacao existe para apontar
           IF WRK-ST17 = '00' OR '10'
               MOVE 'N' TO WRK-EOF-VIVO
               PERFORM 7958-DRENA-VIVO-17 UNTIL FIM-VIVO
           END-IF
           IF WRK-STB17 = '00' OR '10'
               CLOSE BACKUP-17
           END-IF
           IF WRK-ST17 = '00' OR '10'
               CLOSE OPERATOR-MASTER
           END-IF
           DISPLAY 'OPERMAST.DAT: ' WRK-QTD-REGISTROS ' COMPARADOS, '
               WRK-QTD-DIVERGENTES ' DIVERGENTE(S)'.

       7957-COMPARA-17.
           READ BACKUP-17
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE BKP17-LINE TO WRK-LINHA-BACKUP
               EVALUATE WRK-BKP-MARCA
                   WHEN 'H'
                       CONTINUE
                   WHEN 'T'
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WRK-QTD-REGISTROS
                       READ OPERATOR-MASTER NEXT RECORD
                           AT END
                               ADD 1 TO WRK-QTD-DIVERGENTES
                               DISPLAY 'REGISTRO SO NO BACKUP'
                           NOT AT END
                               MOVE SPACES TO WRK-LINHA-VIVO
                               MOVE OPERATOR-RECORD TO WRK-LINHA-VIVO
                               IF WRK-LINHA-VIVO NOT = BKP17-LINE
                                   ADD 1 TO WRK-QTD-DIVERGENTES
                                   DISPLAY 'DIVERGENCIA NO '
                                       'REGISTRO ' WRK-QTD-REGISTROS
                               END-IF
                       END-READ
               END-EVALUATE
           END-IF.

       7958-DRENA-VIVO-17.
           READ OPERATOR-MASTER NEXT RECORD
               AT END SET FIM-VIVO TO TRUE
           END-READ
           IF NOT FIM-VIVO
               ADD 1 TO WRK-QTD-DIVERGENTES
               DISPLAY 'REGISTRO SO NO VIVO'
           END-IF.
       5960-BACKUP-ARQUIVO-18.
           MOVE ZEROS TO WRK-QTD-REGISTROS
           MOVE 'N' TO WRK-EOF
           OPEN INPUT CALENDARIO-LETIVO
           IF WRK-ST18 NOT = '00'
               DISPLAY 'CALLET.DAT INEXISTENTE - BACKUP PULADO'
               MOVE 'S' TO WRK-EOF
           ELSE
               OPEN OUTPUT BACKUP-18
               MOVE WRK-LINHA-HEADER TO BKP18-LINE
               WRITE BKP18-LINE
           END-IF
           PERFORM 5961-DESCARREGA-18 UNTIL FIM-DE-ARQUIVO
           IF WRK-ST18 = '00' OR '10'
               MOVE WRK-QTD-REGISTROS TO WRK-TRL-QTD
               MOVE WRK-LINHA-TRAILER TO BKP18-LINE
               WRITE BKP18-LINE
               CLOSE CALENDARIO-LETIVO
               CLOSE BACKUP-18
               DISPLAY 'CALLET.DAT: ' WRK-QTD-REGISTROS
                   ' REGISTRO(S) COPIADOS'
           END-IF.

       5961-DESCARREGA-18.
           READ CALENDARIO-LETIVO NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE SPACES TO BKP18-LINE
               MOVE CALENDARIO-LETIVO-RECORD TO BKP18-LINE
               WRITE BKP18-LINE
               ADD 1 TO WRK-QTD-REGISTROS
           END-IF.

      * recarrega o CALLET.DAT a partir do backup, reconstruindo o
      * arquivo indexado do zero
       6960-RESTAURA-ARQUIVO-18.
           MOVE ZEROS TO WRK-QTD-REGISTROS
           MOVE 'N' TO WRK-EOF
           OPEN INPUT BACKUP-18
           IF WRK-STB18 NOT = '00'
               DISPLAY 'BACKUP CALLET.BKP INEXISTENTE'
               MOVE 'S' TO WRK-EOF
           ELSE
               OPEN OUTPUT CALENDARIO-LETIVO
           END-IF
           PERFORM 6961-RECARREGA-18 UNTIL FIM-DE-ARQUIVO
           IF WRK-STB18 = '00' OR '10'
               CLOSE BACKUP-18
               CLOSE CALENDARIO-LETIVO
               DISPLAY 'CALLET.DAT: ' WRK-QTD-REGISTROS
                   ' REGISTRO(S) RESTAURADOS'
               IF WRK-TRL-QTD NOT = WRK-QTD-REGISTROS
                   DISPLAY 'ATENCAO: TRAILER DO BACKUP INDICA '
                       WRK-TRL-QTD ' REGISTRO(S)'
               END-IF
           END-IF.

       6961-RECARREGA-18.
           READ BACKUP-18
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE BKP18-LINE TO WRK-LINHA-BACKUP
               EVALUATE WRK-BKP-MARCA
                   WHEN 'H'
                       MOVE WRK-LINHA-BACKUP (2:14)
                           TO WRK-BKP-DATA-HORA
                   WHEN 'T'
                       MOVE WRK-LINHA-BACKUP TO WRK-LINHA-TRAILER
                   WHEN OTHER
                       MOVE BKP18-LINE TO CALENDARIO-LETIVO-RECORD
                       WRITE CALENDARIO-LETIVO-RECORD
                           INVALID KEY
                               DISPLAY 'ERRO RESTAURANDO: CHAVE '
                                   'DUPLICADA NO BACKUP'
                       END-WRITE
                       ADD 1 TO WRK-QTD-REGISTROS
               END-EVALUATE
           END-IF.

      * confere o CALLET.DAT vivo contra o backup, registro a
      * registro, na mesma ordem de chave do descarregamento
       7960-VERIFICA-ARQUIVO-18.
           MOVE ZEROS TO WRK-QTD-REGISTROS WRK-QTD-DIVERGENTES
           MOVE 'N' TO WRK-EOF
           OPEN INPUT BACKUP-18
           OPEN INPUT CALENDARIO-LETIVO
           IF WRK-STB18 NOT = '00' OR WRK-ST18 NOT = '00'
               DISPLAY 'ARQUIVO OU BACKUP INDISPONIVEL PARA '
                   'VERIFICACAO'
               MOVE 'S' TO WRK-EOF
           END-IF
           PERFORM 7961-COMPARA-18 UNTIL FIM-DE-ARQUIVO
      * depois do ultimo registro do backup, o que sobrar no
      * arquivo vivo e exatamente a divergencia que a
      * verificacao existe para apontar
           IF WRK-ST18 = '00' OR '10'
               MOVE 'N' TO WRK-EOF-VIVO
               PERFORM 7962-DRENA-VIVO-18 UNTIL FIM-VIVO
           END-IF
           IF WRK-STB18 = '00' OR '10'
               CLOSE BACKUP-18
           END-IF
           IF WRK-ST18 = '00' OR '10'
               CLOSE CALENDARIO-LETIVO
           END-IF
           DISPLAY 'CALLET.DAT: ' WRK-QTD-REGISTROS ' COMPARADOS, '
               WRK-QTD-DIVERGENTES ' DIVERGENTE(S)'.

       7961-COMPARA-18.
           READ BACKUP-18
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE BKP18-LINE TO WRK-LINHA-BACKUP
               EVALUATE WRK-BKP-MARCA
                   WHEN 'H'
                       CONTINUE
                   WHEN 'T'
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WRK-QTD-REGISTROS
                       READ CALENDARIO-LETIVO NEXT RECORD
                           AT END
                               ADD 1 TO WRK-QTD-DIVERGENTES
                               DISPLAY 'REGISTRO SO NO BACKUP'
                           NOT AT END
                               MOVE SPACES TO WRK-LINHA-VIVO
                               MOVE CALENDARIO-LETIVO-RECORD
                                   TO WRK-LINHA-VIVO
                               IF WRK-LINHA-VIVO NOT = BKP18-LINE
                                   ADD 1 TO WRK-QTD-DIVERGENTES
                                   DISPLAY 'DIVERGENCIA NO '
                                       'REGISTRO ' WRK-QTD-REGISTROS
                               END-IF
                       END-READ
               END-EVALUATE
           END-IF.

       7962-DRENA-VIVO-18.
           READ CALENDARIO-LETIVO NEXT RECORD
               AT END SET FIM-VIVO TO TRUE
           END-READ
           IF NOT FIM-VIVO
               ADD 1 TO WRK-QTD-DIVERGENTES
               DISPLAY 'REGISTRO SO NO VIVO'
           END-IF.
       5964-BACKUP-ARQUIVO-19.
           MOVE ZEROS TO WRK-QTD-REGISTROS
           MOVE 'N' TO WRK-EOF
           OPEN INPUT CT-MASTER
           IF WRK-ST19 NOT = '00'
               DISPLAY 'CTDOC.DAT INEXISTENTE - BACKUP PULADO'
               MOVE 'S' TO WRK-EOF
           ELSE
               OPEN OUTPUT BACKUP-19
               MOVE WRK-LINHA-HEADER TO BKP19-LINE
               WRITE BKP19-LINE
           END-IF
           PERFORM 5965-DESCARREGA-19 UNTIL FIM-DE-ARQUIVO
           IF WRK-ST19 = '00' OR '10'
               MOVE WRK-QTD-REGISTROS TO WRK-TRL-QTD
               MOVE WRK-LINHA-TRAILER TO BKP19-LINE
               WRITE BKP19-LINE
               CLOSE CT-MASTER
               CLOSE BACKUP-19
               DISPLAY 'CTDOC.DAT: ' WRK-QTD-REGISTROS
                   ' REGISTRO(S) COPIADOS'
           END-IF.

       5965-DESCARREGA-19.
           READ CT-MASTER NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE SPACES TO BKP19-LINE
               MOVE CT-RECORD TO BKP19-LINE
               WRITE BKP19-LINE
               ADD 1 TO WRK-QTD-REGISTROS
           END-IF.

      * recarrega o CTDOC.DAT a partir do backup, reconstruindo o
      * arquivo indexado do zero
       6964-RESTAURA-ARQUIVO-19.
           MOVE ZEROS TO WRK-QTD-REGISTROS
           MOVE 'N' TO WRK-EOF
           OPEN INPUT BACKUP-19
           IF WRK-STB19 NOT = '00'
               DISPLAY 'BACKUP CTDOC.BKP INEXISTENTE'
               MOVE 'S' TO WRK-EOF
           ELSE
               OPEN OUTPUT CT-MASTER
           END-IF
           PERFORM 6965-RECARREGA-19 UNTIL FIM-DE-ARQUIVO
           IF WRK-STB19 = '00' OR '10'
               CLOSE BACKUP-19
               CLOSE CT-MASTER
               DISPLAY 'CTDOC.DAT: ' WRK-QTD-REGISTROS
                   ' REGISTRO(S) RESTAURADOS'
               IF WRK-TRL-QTD NOT = WRK-QTD-REGISTROS
                   DISPLAY 'ATENCAO: TRAILER DO BACKUP INDICA '
                       WRK-TRL-QTD ' REGISTRO(S)'
               END-IF
           END-IF.

       6965-RECARREGA-19.
           READ BACKUP-19
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE BKP19-LINE TO WRK-LINHA-BACKUP
               EVALUATE WRK-BKP-MARCA
                   WHEN 'H'
                       MOVE WRK-LINHA-BACKUP (2:14)
                           TO WRK-BKP-DATA-HORA
                   WHEN 'T'
                       MOVE WRK-LINHA-BACKUP TO WRK-LINHA-TRAILER
                   WHEN OTHER
                       MOVE BKP19-LINE TO CT-RECORD
      * documento de backup anterior a data do manifesto
      * chega com a data em branco: ja viajou no manifesto da
      * epoca, e fica marcado com a propria emissao para o
      * manifgen nao manifesta-lo de novo
                       IF CT-DATA-MANIFESTO IS NOT NUMERIC
                           IF CT-DATA-EMISSAO IS NUMERIC
                               MOVE CT-DATA-EMISSAO
                                   TO CT-DATA-MANIFESTO
                           ELSE
                               MOVE ZEROS TO CT-DATA-MANIFESTO
                           END-IF
                       END-IF
                       WRITE CT-RECORD
                           INVALID KEY
                               DISPLAY 'ERRO RESTAURANDO: CHAVE '
                                   'DUPLICADA NO BACKUP'
                       END-WRITE
                       ADD 1 TO WRK-QTD-REGISTROS
               END-EVALUATE
           END-IF.

      * confere o CTDOC.DAT vivo contra o backup, registro a
      * registro, na mesma ordem de chave do descarregamento
       7964-VERIFICA-ARQUIVO-19.
           MOVE ZEROS TO WRK-QTD-REGISTROS WRK-QTD-DIVERGENTES
           MOVE 'N' TO WRK-EOF
           OPEN INPUT BACKUP-19
           OPEN INPUT CT-MASTER
           IF WRK-STB19 NOT = '00' OR WRK-ST19 NOT = '00'
               DISPLAY 'ARQUIVO OU BACKUP INDISPONIVEL PARA '
                   'VERIFICACAO'
               MOVE 'S' TO WRK-EOF
           END-IF
           PERFORM 7965-COMPARA-19 UNTIL FIM-DE-ARQUIVO
      * depois do ultimo registro do backup, o que sobrar no
      * arquivo vivo e exatamente a divergencia que a
      * verificacao existe para apontar
           IF WRK-ST19 = '00' OR '10'
               MOVE 'N' TO WRK-EOF-VIVO
               PERFORM 7966-DRENA-VIVO-19 UNTIL FIM-VIVO
           END-IF
           IF WRK-STB19 = '00' OR '10'
               CLOSE BACKUP-19
           END-IF
           IF WRK-ST19 = '00' OR '10'
               CLOSE CT-MASTER
           END-IF
           DISPLAY 'CTDOC.DAT: ' WRK-QTD-REGISTROS ' COMPARADOS, '
               WRK-QTD-DIVERGENTES ' DIVERGENTE(S)'.

       7965-COMPARA-19.
           READ BACKUP-19
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE BKP19-LINE TO WRK-LINHA-BACKUP
               EVALUATE WRK-BKP-MARCA
                   WHEN 'H'
                       CONTINUE
                   WHEN 'T'
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WRK-QTD-REGISTROS
                       READ CT-MASTER NEXT RECORD
                           AT END
                               ADD 1 TO WRK-QTD-DIVERGENTES
                               DISPLAY 'REGISTRO SO NO BACKUP'
                           NOT AT END
                               MOVE SPACES TO WRK-LINHA-VIVO
                               MOVE CT-RECORD TO WRK-LINHA-VIVO
                               IF WRK-LINHA-VIVO NOT = BKP19-LINE
                                   ADD 1 TO WRK-QTD-DIVERGENTES
                                   DISPLAY 'DIVERGENCIA NO '
                                       'REGISTRO ' WRK-QTD-REGISTROS
                               END-IF
                       END-READ
               END-EVALUATE
           END-IF.

       7966-DRENA-VIVO-19.
           READ CT-MASTER NEXT RECORD
               AT END SET FIM-VIVO TO TRUE
           END-READ
           IF NOT FIM-VIVO
               ADD 1 TO WRK-QTD-DIVERGENTES
               DISPLAY 'REGISTRO SO NO VIVO'
           END-IF.
       5968-BACKUP-ARQUIVO-20.
           MOVE ZEROS TO WRK-QTD-REGISTROS
           MOVE 'N' TO WRK-EOF
           OPEN INPUT HORARIO-FILE
           IF WRK-ST20 NOT = '00'
               DISPLAY 'HORARIO.DAT INEXISTENTE - BACKUP PULADO'
               MOVE 'S' TO WRK-EOF
           ELSE
               OPEN OUTPUT BACKUP-20
               MOVE WRK-LINHA-HEADER TO BKP20-LINE
               WRITE BKP20-LINE
           END-IF
           PERFORM 5969-DESCARREGA-20 UNTIL FIM-DE-ARQUIVO
           IF WRK-ST20 = '00' OR '10'
               MOVE WRK-QTD-REGISTROS TO WRK-TRL-QTD
               MOVE WRK-LINHA-TRAILER TO BKP20-LINE
               WRITE BKP20-LINE
               CLOSE HORARIO-FILE
               CLOSE BACKUP-20
               DISPLAY 'HORARIO.DAT: ' WRK-QTD-REGISTROS
                   ' REGISTRO(S) COPIADOS'
           END-IF.

       5969-DESCARREGA-20.
           READ HORARIO-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE SPACES TO BKP20-LINE
               MOVE HORARIO-RECORD TO BKP20-LINE
               WRITE BKP20-LINE
               ADD 1 TO WRK-QTD-REGISTROS
           END-IF.

      * recarrega o HORARIO.DAT a partir do backup, reconstruindo o
      * arquivo indexado do zero
       6968-RESTAURA-ARQUIVO-20.
           MOVE ZEROS TO WRK-QTD-REGISTROS
           MOVE 'N' TO WRK-EOF
           OPEN INPUT BACKUP-20
           IF WRK-STB20 NOT = '00'
               DISPLAY 'BACKUP HORARIO.BKP INEXISTENTE'
               MOVE 'S' TO WRK-EOF
           ELSE
               OPEN OUTPUT HORARIO-FILE
           END-IF
           PERFORM 6969-RECARREGA-20 UNTIL FIM-DE-ARQUIVO
           IF WRK-STB20 = '00' OR '10'
               CLOSE BACKUP-20
               CLOSE HORARIO-FILE
               DISPLAY 'HORARIO.DAT: ' WRK-QTD-REGISTROS
                   ' REGISTRO(S) RESTAURADOS'
               IF WRK-TRL-QTD NOT = WRK-QTD-REGISTROS
                   DISPLAY 'ATENCAO: TRAILER DO BACKUP INDICA '
                       WRK-TRL-QTD ' REGISTRO(S)'
               END-IF
           END-IF.

       6969-RECARREGA-20.
           READ BACKUP-20
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE BKP20-LINE TO WRK-LINHA-BACKUP
               EVALUATE WRK-BKP-MARCA
                   WHEN 'H'
                       MOVE WRK-LINHA-BACKUP (2:14)
                           TO WRK-BKP-DATA-HORA
                   WHEN 'T'
                       MOVE WRK-LINHA-BACKUP TO WRK-LINHA-TRAILER
                   WHEN OTHER
                       MOVE BKP20-LINE TO HORARIO-RECORD
                       WRITE HORARIO-RECORD
                           INVALID KEY
                               DISPLAY 'ERRO RESTAURANDO: CHAVE '
                                   'DUPLICADA NO BACKUP'
                       END-WRITE
                       ADD 1 TO WRK-QTD-REGISTROS
               END-EVALUATE
           END-IF.

      * confere o HORARIO.DAT vivo contra o backup, registro a
      * registro, na mesma ordem de chave do descarregamento
       7968-VERIFICA-ARQUIVO-20.
           MOVE ZEROS TO WRK-QTD-REGISTROS WRK-QTD-DIVERGENTES
           MOVE 'N' TO WRK-EOF
           OPEN INPUT BACKUP-20
           OPEN INPUT HORARIO-FILE
           IF WRK-STB20 NOT = '00' OR WRK-ST20 NOT = '00'
               DISPLAY 'ARQUIVO OU BACKUP INDISPONIVEL PARA '
                   'VERIFICACAO'
               MOVE 'S' TO WRK-EOF
           END-IF
           PERFORM 7969-COMPARA-20 UNTIL FIM-DE-ARQUIVO
      * depois do ultimo registro do backup, o que sobrar no
      * arquivo vivo e exatamente a divergencia que a
      * verificacao existe para apontar
           IF WRK-ST20 = '00' OR '10'
               MOVE 'N' TO WRK-EOF-VIVO
               PERFORM 7970-DRENA-VIVO-20 UNTIL FIM-VIVO
           END-IF
           IF WRK-STB20 = '00' OR '10'
               CLOSE BACKUP-20
           END-IF
           IF WRK-ST20 = '00' OR '10'
               CLOSE HORARIO-FILE
           END-IF
           DISPLAY 'HORARIO.DAT: ' WRK-QTD-REGISTROS ' COMPARADOS, '
               WRK-QTD-DIVERGENTES ' DIVERGENTE(S)'.

       7969-COMPARA-20.
           READ BACKUP-20
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE BKP20-LINE TO WRK-LINHA-BACKUP
               EVALUATE WRK-BKP-MARCA
                   WHEN 'H'
                       CONTINUE
                   WHEN 'T'
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WRK-QTD-REGISTROS
                       READ HORARIO-FILE NEXT RECORD
                           AT END
                               ADD 1 TO WRK-QTD-DIVERGENTES
                               DISPLAY 'REGISTRO SO NO BACKUP'
                           NOT AT END
                               MOVE SPACES TO WRK-LINHA-VIVO
                               MOVE HORARIO-RECORD TO WRK-LINHA-VIVO
                               IF WRK-LINHA-VIVO NOT = BKP20-LINE
                                   ADD 1 TO WRK-QTD-DIVERGENTES
                                   DISPLAY 'DIVERGENCIA NO '
                                       'REGISTRO ' WRK-QTD-REGISTROS
                               END-IF
                       END-READ
               END-EVALUATE
           END-IF.

       7970-DRENA-VIVO-20.
           READ HORARIO-FILE NEXT RECORD
               AT END SET FIM-VIVO TO TRUE
           END-READ
           IF NOT FIM-VIVO
               ADD 1 TO WRK-QTD-DIVERGENTES
               DISPLAY 'REGISTRO SO NO VIVO'
           END-IF.
       5972-BACKUP-ARQUIVO-21.
           MOVE ZEROS TO WRK-QTD-REGISTROS
           MOVE 'N' TO WRK-EOF
           OPEN INPUT AUSENCIA-FILE
           IF WRK-ST21 NOT = '00'
               DISPLAY 'AUSENCIA.DAT INEXISTENTE - BACKUP PULADO'
               MOVE 'S' TO WRK-EOF
           ELSE
               OPEN OUTPUT BACKUP-21
               MOVE WRK-LINHA-HEADER TO BKP21-LINE
               WRITE BKP21-LINE
           END-IF
           PERFORM 5973-DESCARREGA-21 UNTIL FIM-DE-ARQUIVO
           IF WRK-ST21 = '00' OR '10'
               MOVE WRK-QTD-REGISTROS TO WRK-TRL-QTD
               MOVE WRK-LINHA-TRAILER TO BKP21-LINE
               WRITE BKP21-LINE
               CLOSE AUSENCIA-FILE
               CLOSE BACKUP-21
               DISPLAY 'AUSENCIA.DAT: ' WRK-QTD-REGISTROS
                   ' REGISTRO(S) COPIADOS'
           END-IF.

       5973-DESCARREGA-21.
           READ AUSENCIA-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE SPACES TO BKP21-LINE
               MOVE AUSENCIA-RECORD TO BKP21-LINE
               WRITE BKP21-LINE
               ADD 1 TO WRK-QTD-REGISTROS
           END-IF.

      * recarrega o AUSENCIA.DAT a partir do backup, reconstruindo o
      * arquivo indexado do zero
       6972-RESTAURA-ARQUIVO-21.
           MOVE ZEROS TO WRK-QTD-REGISTROS
           MOVE 'N' TO WRK-EOF
           OPEN INPUT BACKUP-21
           IF WRK-STB21 NOT = '00'
               DISPLAY 'BACKUP AUSENCIA.BKP INEXISTENTE'
               MOVE 'S' TO WRK-EOF
           ELSE
               OPEN OUTPUT AUSENCIA-FILE
           END-IF
           PERFORM 6973-RECARREGA-21 UNTIL FIM-DE-ARQUIVO
           IF WRK-STB21 = '00' OR '10'
               CLOSE BACKUP-21
               CLOSE AUSENCIA-FILE
               DISPLAY 'AUSENCIA.DAT: ' WRK-QTD-REGISTROS
                   ' REGISTRO(S) RESTAURADOS'
               IF WRK-TRL-QTD NOT = WRK-QTD-REGISTROS
                   DISPLAY 'ATENCAO: TRAILER DO BACKUP INDICA '
                       WRK-TRL-QTD ' REGISTRO(S)'
               END-IF
           END-IF.

       6973-RECARREGA-21.
           READ BACKUP-21
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE BKP21-LINE TO WRK-LINHA-BACKUP
               EVALUATE WRK-BKP-MARCA
                   WHEN 'H'
                       MOVE WRK-LINHA-BACKUP (2:14)
                           TO WRK-BKP-DATA-HORA
                   WHEN 'T'
                       MOVE WRK-LINHA-BACKUP TO WRK-LINHA-TRAILER
                   WHEN OTHER
                       MOVE BKP21-LINE TO AUSENCIA-RECORD
                       WRITE AUSENCIA-RECORD
                           INVALID KEY
                               DISPLAY 'ERRO RESTAURANDO: CHAVE '
                                   'DUPLICADA NO BACKUP'
                       END-WRITE
                       ADD 1 TO WRK-QTD-REGISTROS
               END-EVALUATE
           END-IF.

      * confere o AUSENCIA.DAT vivo contra o backup, registro a
      * registro, na mesma ordem de chave do descarregamento
       7972-VERIFICA-ARQUIVO-21.
           MOVE ZEROS TO WRK-QTD-REGISTROS WRK-QTD-DIVERGENTES
           MOVE 'N' TO WRK-EOF
           OPEN INPUT BACKUP-21
           OPEN INPUT AUSENCIA-FILE
           IF WRK-STB21 NOT = '00' OR WRK-ST21 NOT = '00'
               DISPLAY 'ARQUIVO OU BACKUP INDISPONIVEL PARA '
                   'VERIFICACAO'
               MOVE 'S' TO WRK-EOF
           END-IF
           PERFORM 7973-COMPARA-21 UNTIL FIM-DE-ARQUIVO
      * depois do ultimo registro do backup, o que sobrar no
      * arquivo vivo e exatamente a divergencia que a
      * verificacao existe para apontar
           IF WRK-ST21 = '00' OR '10'
               MOVE 'N' TO WRK-EOF-VIVO
               PERFORM 7974-DRENA-VIVO-21 UNTIL FIM-VIVO
           END-IF
           IF WRK-STB21 = '00' OR '10'
               CLOSE BACKUP-21
           END-IF
           IF WRK-ST21 = '00' OR '10'
               CLOSE AUSENCIA-FILE
           END-IF
           DISPLAY 'AUSENCIA.DAT: ' WRK-QTD-REGISTROS ' COMPARADOS, '
               WRK-QTD-DIVERGENTES ' DIVERGENTE(S)'.

       7973-COMPARA-21.
           READ BACKUP-21
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE BKP21-LINE TO WRK-LINHA-BACKUP
               EVALUATE WRK-BKP-MARCA
                   WHEN 'H'
                       CONTINUE
                   WHEN 'T'
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WRK-QTD-REGISTROS
                       READ AUSENCIA-FILE NEXT RECORD
                           AT END
                               ADD 1 TO WRK-QTD-DIVERGENTES
                               DISPLAY 'REGISTRO SO NO BACKUP'
                           NOT AT END
                               MOVE SPACES TO WRK-LINHA-VIVO
                               MOVE AUSENCIA-RECORD TO WRK-LINHA-VIVO
                               IF WRK-LINHA-VIVO NOT = BKP21-LINE
                                   ADD 1 TO WRK-QTD-DIVERGENTES
                                   DISPLAY 'DIVERGENCIA NO '
                                       'REGISTRO ' WRK-QTD-REGISTROS
                               END-IF
                       END-READ
               END-EVALUATE
           END-IF.

       7974-DRENA-VIVO-21.
           READ AUSENCIA-FILE NEXT RECORD
               AT END SET FIM-VIVO TO TRUE
           END-READ
           IF NOT FIM-VIVO
               ADD 1 TO WRK-QTD-DIVERGENTES
               DISPLAY 'REGISTRO SO NO VIVO'
           END-IF.
       5976-BACKUP-ARQUIVO-22.
           MOVE ZEROS TO WRK-QTD-REGISTROS
           MOVE 'N' TO WRK-EOF
           OPEN INPUT CHAMADA-FILE
           IF WRK-ST22 NOT = '00'
               DISPLAY 'CHAMADA.DAT INEXISTENTE - BACKUP PULADO'
               MOVE 'S' TO WRK-EOF
           ELSE
               OPEN OUTPUT BACKUP-22
               MOVE WRK-LINHA-HEADER TO BKP22-LINE
               WRITE BKP22-LINE
           END-IF
           PERFORM 5977-DESCARREGA-22 UNTIL FIM-DE-ARQUIVO
           IF WRK-ST22 = '00' OR '10'
               MOVE WRK-QTD-REGISTROS TO WRK-TRL-QTD
               MOVE WRK-LINHA-TRAILER TO BKP22-LINE
               WRITE BKP22-LINE
               CLOSE CHAMADA-FILE
               CLOSE BACKUP-22
               DISPLAY 'CHAMADA.DAT: ' WRK-QTD-REGISTROS
                   ' REGISTRO(S) COPIADOS'
           END-IF.

       5977-DESCARREGA-22.
           READ CHAMADA-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE SPACES TO BKP22-LINE
               MOVE CHAMADA-RECORD TO BKP22-LINE
               WRITE BKP22-LINE
               ADD 1 TO WRK-QTD-REGISTROS
           END-IF.

      * recarrega o CHAMADA.DAT a partir do backup, reconstruindo o
      * arquivo indexado do zero
       6976-RESTAURA-ARQUIVO-22.
           MOVE ZEROS TO WRK-QTD-REGISTROS
           MOVE 'N' TO WRK-EOF
           OPEN INPUT BACKUP-22
           IF WRK-STB22 NOT = '00'
               DISPLAY 'BACKUP CHAMADA.BKP INEXISTENTE'
               MOVE 'S' TO WRK-EOF
           ELSE
               OPEN OUTPUT CHAMADA-FILE
           END-IF
           PERFORM 6977-RECARREGA-22 UNTIL FIM-DE-ARQUIVO
           IF WRK-STB22 = '00' OR '10'
               CLOSE BACKUP-22
               CLOSE CHAMADA-FILE
               DISPLAY 'CHAMADA.DAT: ' WRK-QTD-REGISTROS
                   ' REGISTRO(S) RESTAURADOS'
               IF WRK-TRL-QTD NOT = WRK-QTD-REGISTROS
                   DISPLAY 'ATENCAO: TRAILER DO BACKUP INDICA '
                       WRK-TRL-QTD ' REGISTRO(S)'
               END-IF
           END-IF.

       6977-RECARREGA-22.
           READ BACKUP-22
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE BKP22-LINE TO WRK-LINHA-BACKUP
               EVALUATE WRK-BKP-MARCA
                   WHEN 'H'
                       MOVE WRK-LINHA-BACKUP (2:14)
                           TO WRK-BKP-DATA-HORA
                   WHEN 'T'
                       MOVE WRK-LINHA-BACKUP TO WRK-LINHA-TRAILER
                   WHEN OTHER
                       MOVE BKP22-LINE TO CHAMADA-RECORD
                       WRITE CHAMADA-RECORD
                           INVALID KEY
                               DISPLAY 'ERRO RESTAURANDO: CHAVE '
                                   'DUPLICADA NO BACKUP'
                       END-WRITE
                       ADD 1 TO WRK-QTD-REGISTROS
               END-EVALUATE
           END-IF.

      * confere o CHAMADA.DAT vivo contra o backup, registro a
      * registro, na mesma ordem de chave do descarregamento
       7976-VERIFICA-ARQUIVO-22.
           MOVE ZEROS TO WRK-QTD-REGISTROS WRK-QTD-DIVERGENTES
           MOVE 'N' TO WRK-EOF
           OPEN INPUT BACKUP-22
           OPEN INPUT CHAMADA-FILE
           IF WRK-STB22 NOT = '00' OR WRK-ST22 NOT = '00'
               DISPLAY 'ARQUIVO OU BACKUP INDISPONIVEL PARA '
                   'VERIFICACAO'
               MOVE 'S' TO WRK-EOF
           END-IF
           PERFORM 7977-COMPARA-22 UNTIL FIM-DE-ARQUIVO
      * depois do ultimo registro do backup, o que sobrar no
      * arquivo vivo e exatamente a divergencia que a
      * verificacao existe para apontar
           IF WRK-ST22 = '00' OR '10'
               MOVE 'N' TO WRK-EOF-VIVO
               PERFORM 7978-DRENA-VIVO-22 UNTIL FIM-VIVO
           END-IF
           IF WRK-STB22 = '00' OR '10'
               CLOSE BACKUP-22
           END-IF
           IF WRK-ST22 = '00' OR '10'
               CLOSE CHAMADA-FILE
           END-IF
           DISPLAY 'CHAMADA.DAT: ' WRK-QTD-REGISTROS ' COMPARADOS, '
               WRK-QTD-DIVERGENTES ' DIVERGENTE(S)'.

       7977-COMPARA-22.
           READ BACKUP-22
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE BKP22-LINE TO WRK-LINHA-BACKUP
               EVALUATE WRK-BKP-MARCA
                   WHEN 'H'
                       CONTINUE
                   WHEN 'T'
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WRK-QTD-REGISTROS
                       READ CHAMADA-FILE NEXT RECORD
                           AT END
                               ADD 1 TO WRK-QTD-DIVERGENTES
                               DISPLAY 'REGISTRO SO NO BACKUP'
                           NOT AT END
                               MOVE SPACES TO WRK-LINHA-VIVO
                               MOVE CHAMADA-RECORD TO WRK-LINHA-VIVO
                               IF WRK-LINHA-VIVO NOT = BKP22-LINE
                                   ADD 1 TO WRK-QTD-DIVERGENTES
                                   DISPLAY 'DIVERGENCIA NO '
                                       'REGISTRO ' WRK-QTD-REGISTROS
                               END-IF
                       END-READ
               END-EVALUATE
           END-IF.

       7978-DRENA-VIVO-22.
           READ CHAMADA-FILE NEXT RECORD
               AT END SET FIM-VIVO TO TRUE
           END-READ
           IF NOT FIM-VIVO
               ADD 1 TO WRK-QTD-DIVERGENTES
               DISPLAY 'REGISTRO SO NO VIVO'
           END-IF.
       5980-BACKUP-ARQUIVO-23.
           MOVE ZEROS TO WRK-QTD-REGISTROS
           MOVE 'N' TO WRK-EOF
           OPEN INPUT COLETA-FILE
           IF WRK-ST23 NOT = '00'
               DISPLAY 'COLETA.DAT INEXISTENTE - BACKUP PULADO'
               MOVE 'S' TO WRK-EOF
           ELSE
               OPEN OUTPUT BACKUP-23
               MOVE WRK-LINHA-HEADER TO BKP23-LINE
               WRITE BKP23-LINE
           END-IF
           PERFORM 5981-DESCARREGA-23 UNTIL FIM-DE-ARQUIVO
           IF WRK-ST23 = '00' OR '10'
               MOVE WRK-QTD-REGISTROS TO WRK-TRL-QTD
               MOVE WRK-LINHA-TRAILER TO BKP23-LINE
               WRITE BKP23-LINE
               CLOSE COLETA-FILE
               CLOSE BACKUP-23
               DISPLAY 'COLETA.DAT: ' WRK-QTD-REGISTROS
                   ' REGISTRO(S) COPIADOS'
           END-IF.

       5981-DESCARREGA-23.
           READ COLETA-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE SPACES TO BKP23-LINE
               MOVE COLETA-RECORD TO BKP23-LINE
               WRITE BKP23-LINE
               ADD 1 TO WRK-QTD-REGISTROS
           END-IF.

      * recarrega o COLETA.DAT a partir do backup, reconstruindo o
      * arquivo indexado do zero
       6980-RESTAURA-ARQUIVO-23.
           MOVE ZEROS TO WRK-QTD-REGISTROS
           MOVE 'N' TO WRK-EOF
           OPEN INPUT BACKUP-23
           IF WRK-STB23 NOT = '00'
               DISPLAY 'BACKUP COLETA.BKP INEXISTENTE'
               MOVE 'S' TO WRK-EOF
           ELSE
               OPEN OUTPUT COLETA-FILE
           END-IF
           PERFORM 6981-RECARREGA-23 UNTIL FIM-DE-ARQUIVO
           IF WRK-STB23 = '00' OR '10'
               CLOSE BACKUP-23
               CLOSE COLETA-FILE
               DISPLAY 'COLETA.DAT: ' WRK-QTD-REGISTROS
                   ' REGISTRO(S) RESTAURADOS'
               IF WRK-TRL-QTD NOT = WRK-QTD-REGISTROS
                   DISPLAY 'ATENCAO: TRAILER DO BACKUP INDICA '
                       WRK-TRL-QTD ' REGISTRO(S)'
               END-IF
           END-IF.

       6981-RECARREGA-23.
           READ BACKUP-23
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE BKP23-LINE TO WRK-LINHA-BACKUP
               EVALUATE WRK-BKP-MARCA
                   WHEN 'H'
                       MOVE WRK-LINHA-BACKUP (2:14)
                           TO WRK-BKP-DATA-HORA
                   WHEN 'T'
                       MOVE WRK-LINHA-BACKUP TO WRK-LINHA-TRAILER
                   WHEN OTHER
                       MOVE BKP23-LINE TO COLETA-RECORD
                       WRITE COLETA-RECORD
                           INVALID KEY
                               DISPLAY 'ERRO RESTAURANDO: CHAVE '
                                   'DUPLICADA NO BACKUP'
                       END-WRITE
                       ADD 1 TO WRK-QTD-REGISTROS
               END-EVALUATE
           END-IF.

      * confere o COLETA.DAT vivo contra o backup, registro a
      * registro, na mesma ordem de chave do descarregamento
       7980-VERIFICA-ARQUIVO-23.
           MOVE ZEROS TO WRK-QTD-REGISTROS WRK-QTD-DIVERGENTES
           MOVE 'N' TO WRK-EOF
           OPEN INPUT BACKUP-23
           OPEN INPUT COLETA-FILE
           IF WRK-STB23 NOT = '00' OR WRK-ST23 NOT = '00'
               DISPLAY 'ARQUIVO OU BACKUP INDISPONIVEL PARA '
                   'VERIFICACAO'
               MOVE 'S' TO WRK-EOF
           END-IF
           PERFORM 7981-COMPARA-23 UNTIL FIM-DE-ARQUIVO
      * depois do ultimo registro do backup, o que sobrar no
      * arquivo vivo e exatamente a divergencia que a
      * verificacao existe para apontar
           IF WRK-ST23 = '00' OR '10'
               MOVE 'N' TO WRK-EOF-VIVO
               PERFORM 7982-DRENA-VIVO-23 UNTIL FIM-VIVO
           END-IF
           IF WRK-STB23 = '00' OR '10'
               CLOSE BACKUP-23
           END-IF
           IF WRK-ST23 = '00' OR '10'
               CLOSE COLETA-FILE
           END-IF
           DISPLAY 'COLETA.DAT: ' WRK-QTD-REGISTROS ' COMPARADOS, '
               WRK-QTD-DIVERGENTES ' DIVERGENTE(S)'.

       7981-COMPARA-23.
           READ BACKUP-23
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE BKP23-LINE TO WRK-LINHA-BACKUP
               EVALUATE WRK-BKP-MARCA
                   WHEN 'H'
                       CONTINUE
                   WHEN 'T'
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WRK-QTD-REGISTROS
                       READ COLETA-FILE NEXT RECORD
                           AT END
                               ADD 1 TO WRK-QTD-DIVERGENTES
                               DISPLAY 'REGISTRO SO NO BACKUP'
                           NOT AT END
                               MOVE SPACES TO WRK-LINHA-VIVO
                               MOVE COLETA-RECORD TO WRK-LINHA-VIVO
                               IF WRK-LINHA-VIVO NOT = BKP23-LINE
                                   ADD 1 TO WRK-QTD-DIVERGENTES
                                   DISPLAY 'DIVERGENCIA NO '
                                       'REGISTRO ' WRK-QTD-REGISTROS
                               END-IF
                       END-READ
               END-EVALUATE
           END-IF.

       7982-DRENA-VIVO-23.
           READ COLETA-FILE NEXT RECORD
               AT END SET FIM-VIVO TO TRUE
           END-READ
           IF NOT FIM-VIVO
               ADD 1 TO WRK-QTD-DIVERGENTES
               DISPLAY 'REGISTRO SO NO VIVO'
           END-IF.
       5984-BACKUP-ARQUIVO-24.
           MOVE ZEROS TO WRK-QTD-REGISTROS
           MOVE 'N' TO WRK-EOF
           OPEN INPUT REMATRICULA-FILE
           IF WRK-ST24 NOT = '00'
               DISPLAY 'REMAT.DAT INEXISTENTE - BACKUP PULADO'
               MOVE 'S' TO WRK-EOF
           ELSE
               OPEN OUTPUT BACKUP-24
               MOVE WRK-LINHA-HEADER TO BKP24-LINE
               WRITE BKP24-LINE
           END-IF
           PERFORM 5985-DESCARREGA-24 UNTIL FIM-DE-ARQUIVO
           IF WRK-ST24 = '00' OR '10'
               MOVE WRK-QTD-REGISTROS TO WRK-TRL-QTD
               MOVE WRK-LINHA-TRAILER TO BKP24-LINE
               WRITE BKP24-LINE
               CLOSE REMATRICULA-FILE
               CLOSE BACKUP-24
               DISPLAY 'REMAT.DAT: ' WRK-QTD-REGISTROS
                   ' REGISTRO(S) COPIADOS'
           END-IF.

       5985-DESCARREGA-24.
           READ REMATRICULA-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE SPACES TO BKP24-LINE
               MOVE REMATRICULA-RECORD TO BKP24-LINE
               WRITE BKP24-LINE
               ADD 1 TO WRK-QTD-REGISTROS
           END-IF.

      * recarrega o REMAT.DAT a partir do backup, reconstruindo o
      * arquivo indexado do zero
       6984-RESTAURA-ARQUIVO-24.
           MOVE ZEROS TO WRK-QTD-REGISTROS
           MOVE 'N' TO WRK-EOF
           OPEN INPUT BACKUP-24
           IF WRK-STB24 NOT = '00'
               DISPLAY 'BACKUP REMAT.BKP INEXISTENTE'
               MOVE 'S' TO WRK-EOF
           ELSE
               OPEN OUTPUT REMATRICULA-FILE
           END-IF
           PERFORM 6985-RECARREGA-24 UNTIL FIM-DE-ARQUIVO
           IF WRK-STB24 = '00' OR '10'
               CLOSE BACKUP-24
               CLOSE REMATRICULA-FILE
               DISPLAY 'REMAT.DAT: ' WRK-QTD-REGISTROS
                   ' REGISTRO(S) RESTAURADOS'
               IF WRK-TRL-QTD NOT = WRK-QTD-REGISTROS
                   DISPLAY 'ATENCAO: TRAILER DO BACKUP INDICA '
                       WRK-TRL-QTD ' REGISTRO(S)'
               END-IF
           END-IF.

       6985-RECARREGA-24.
           READ BACKUP-24
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE BKP24-LINE TO WRK-LINHA-BACKUP
               EVALUATE WRK-BKP-MARCA
                   WHEN 'H'
                       MOVE WRK-LINHA-BACKUP (2:14)
                           TO WRK-BKP-DATA-HORA
                   WHEN 'T'
                       MOVE WRK-LINHA-BACKUP TO WRK-LINHA-TRAILER
                   WHEN OTHER
                       MOVE BKP24-LINE TO REMATRICULA-RECORD
                       WRITE REMATRICULA-RECORD
                           INVALID KEY
                               DISPLAY 'ERRO RESTAURANDO: CHAVE '
                                   'DUPLICADA NO BACKUP'
                       END-WRITE
                       ADD 1 TO WRK-QTD-REGISTROS
               END-EVALUATE
           END-IF.

      * confere o REMAT.DAT vivo contra o backup, registro a
      * registro, na mesma ordem de chave do descarregamento
       7984-VERIFICA-ARQUIVO-24.
           MOVE ZEROS TO WRK-QTD-REGISTROS WRK-QTD-DIVERGENTES
           MOVE 'N' TO WRK-EOF
           OPEN INPUT BACKUP-24
           OPEN INPUT REMATRICULA-FILE
           IF WRK-STB24 NOT = '00' OR WRK-ST24 NOT = '00'
               DISPLAY 'ARQUIVO OU BACKUP INDISPONIVEL PARA '
                   'VERIFICACAO'
               MOVE 'S' TO WRK-EOF
           END-IF
           PERFORM 7985-COMPARA-24 UNTIL FIM-DE-ARQUIVO
      * depois do ultimo registro do backup, o que sobrar no
      * arquivo vivo e exatamente a divergencia que a
      * verificacao existe para apontar
           IF WRK-ST24 = '00' OR '10'
               MOVE 'N' TO WRK-EOF-VIVO
               PERFORM 7986-DRENA-VIVO-24 UNTIL FIM-VIVO
           END-IF
           IF WRK-STB24 = '00' OR '10'
               CLOSE BACKUP-24
           END-IF
           IF WRK-ST24 = '00' OR '10'
               CLOSE REMATRICULA-FILE
           END-IF
           DISPLAY 'REMAT.DAT: ' WRK-QTD-REGISTROS ' COMPARADOS, '
               WRK-QTD-DIVERGENTES ' DIVERGENTE(S)'.

       7985-COMPARA-24.
           READ BACKUP-24
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE BKP24-LINE TO WRK-LINHA-BACKUP
               EVALUATE WRK-BKP-MARCA
                   WHEN 'H'
                       CONTINUE
                   WHEN 'T'
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WRK-QTD-REGISTROS
                       READ REMATRICULA-FILE NEXT RECORD
                           AT END
                               ADD 1 TO WRK-QTD-DIVERGENTES
                               DISPLAY 'REGISTRO SO NO BACKUP'
                           NOT AT END
                               MOVE SPACES TO WRK-LINHA-VIVO
                               MOVE REMATRICULA-RECORD TO WRK-LINHA-VIVO
                               IF WRK-LINHA-VIVO NOT = BKP24-LINE
                                   ADD 1 TO WRK-QTD-DIVERGENTES
                                   DISPLAY 'DIVERGENCIA NO '
                                       'REGISTRO ' WRK-QTD-REGISTROS
                               END-IF
                       END-READ
               END-EVALUATE
           END-IF.

       7986-DRENA-VIVO-24.
           READ REMATRICULA-FILE NEXT RECORD
               AT END SET FIM-VIVO TO TRUE
           END-READ
           IF NOT FIM-VIVO
               ADD 1 TO WRK-QTD-DIVERGENTES
               DISPLAY 'REGISTRO SO NO VIVO'
           END-IF.
       5988-BACKUP-ARQUIVO-25.
           MOVE ZEROS TO WRK-QTD-REGISTROS
           MOVE 'N' TO WRK-EOF
           OPEN INPUT ESPERA-FILE
           IF WRK-ST25 NOT = '00'
               DISPLAY 'ESPERA.DAT INEXISTENTE - BACKUP PULADO'
               MOVE 'S' TO WRK-EOF
           ELSE
               OPEN OUTPUT BACKUP-25
               MOVE WRK-LINHA-HEADER TO BKP25-LINE
               WRITE BKP25-LINE
           END-IF
           PERFORM 5989-DESCARREGA-25 UNTIL FIM-DE-ARQUIVO
           IF WRK-ST25 = '00' OR '10'
               MOVE WRK-QTD-REGISTROS TO WRK-TRL-QTD
               MOVE WRK-LINHA-TRAILER TO BKP25-LINE
               WRITE BKP25-LINE
               CLOSE ESPERA-FILE
               CLOSE BACKUP-25
               DISPLAY 'ESPERA.DAT: ' WRK-QTD-REGISTROS
                   ' REGISTRO(S) COPIADOS'
           END-IF.

       5989-DESCARREGA-25.
           READ ESPERA-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE SPACES TO BKP25-LINE
               MOVE ESPERA-RECORD TO BKP25-LINE
               WRITE BKP25-LINE
               ADD 1 TO WRK-QTD-REGISTROS
           END-IF.

      * recarrega o ESPERA.DAT a partir do backup, reconstruindo o
      * arquivo indexado do zero
       6988-RESTAURA-ARQUIVO-25.
           MOVE ZEROS TO WRK-QTD-REGISTROS
           MOVE 'N' TO WRK-EOF
           OPEN INPUT BACKUP-25
           IF WRK-STB25 NOT = '00'
               DISPLAY 'BACKUP ESPERA.BKP INEXISTENTE'
               MOVE 'S' TO WRK-EOF
           ELSE
               OPEN OUTPUT ESPERA-FILE
           END-IF
           PERFORM 6989-RECARREGA-25 UNTIL FIM-DE-ARQUIVO
           IF WRK-STB25 = '00' OR '10'
               CLOSE BACKUP-25
               CLOSE ESPERA-FILE
               DISPLAY 'ESPERA.DAT: ' WRK-QTD-REGISTROS
                   ' REGISTRO(S) RESTAURADOS'
               IF WRK-TRL-QTD NOT = WRK-QTD-REGISTROS
                   DISPLAY 'ATENCAO: TRAILER DO BACKUP INDICA '
                       WRK-TRL-QTD ' REGISTRO(S)'
               END-IF
           END-IF.

       6989-RECARREGA-25.
           READ BACKUP-25
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE BKP25-LINE TO WRK-LINHA-BACKUP
               EVALUATE WRK-BKP-MARCA
                   WHEN 'H'
                       MOVE WRK-LINHA-BACKUP (2:14)
                           TO WRK-BKP-DATA-HORA
                   WHEN 'T'
                       MOVE WRK-LINHA-BACKUP TO WRK-LINHA-TRAILER
                   WHEN OTHER
                       MOVE BKP25-LINE TO ESPERA-RECORD
                       WRITE ESPERA-RECORD
                           INVALID KEY
                               DISPLAY 'ERRO RESTAURANDO: CHAVE '
                                   'DUPLICADA NO BACKUP'
                       END-WRITE
                       ADD 1 TO WRK-QTD-REGISTROS
               END-EVALUATE
           END-IF.

      * confere o ESPERA.DAT vivo contra o backup, registro a
      * registro, na mesma ordem de chave do descarregamento
       7988-VERIFICA-ARQUIVO-25.
           MOVE ZEROS TO WRK-QTD-REGISTROS WRK-QTD-DIVERGENTES
           MOVE 'N' TO WRK-EOF
           OPEN INPUT BACKUP-25
           OPEN INPUT ESPERA-FILE
           IF WRK-STB25 NOT = '00' OR WRK-ST25 NOT = '00'
               DISPLAY 'ARQUIVO OU BACKUP INDISPONIVEL PARA '
                   'VERIFICACAO'
               MOVE 'S' TO WRK-EOF
           END-IF
           PERFORM 7989-COMPARA-25 UNTIL FIM-DE-ARQUIVO
      * depois do ultimo registro do backup, o que sobrar no
      * arquivo vivo e exatamente a divergencia que a
      * verificacao existe para apontar
           IF WRK-ST25 = '00' OR '10'
               MOVE 'N' TO WRK-EOF-VIVO
               PERFORM 7990-DRENA-VIVO-25 UNTIL FIM-VIVO
           END-IF
           IF WRK-STB25 = '00' OR '10'
               CLOSE BACKUP-25
           END-IF
           IF WRK-ST25 = '00' OR '10'
               CLOSE ESPERA-FILE
           END-IF
           DISPLAY 'ESPERA.DAT: ' WRK-QTD-REGISTROS ' COMPARADOS, '
               WRK-QTD-DIVERGENTES ' DIVERGENTE(S)'.

       7989-COMPARA-25.
           READ BACKUP-25
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE BKP25-LINE TO WRK-LINHA-BACKUP
               EVALUATE WRK-BKP-MARCA
                   WHEN 'H'
                       CONTINUE
                   WHEN 'T'
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WRK-QTD-REGISTROS
                       READ ESPERA-FILE NEXT RECORD
                           AT END
                               ADD 1 TO WRK-QTD-DIVERGENTES
                               DISPLAY 'REGISTRO SO NO BACKUP'
                           NOT AT END
                               MOVE SPACES TO WRK-LINHA-VIVO
                               MOVE ESPERA-RECORD TO WRK-LINHA-VIVO
                               IF WRK-LINHA-VIVO NOT = BKP25-LINE
                                   ADD 1 TO WRK-QTD-DIVERGENTES
                                   DISPLAY 'DIVERGENCIA NO '
                                       'REGISTRO ' WRK-QTD-REGISTROS
                               END-IF
                       END-READ
               END-EVALUATE
           END-IF.

       7990-DRENA-VIVO-25.
           READ ESPERA-FILE NEXT RECORD
               AT END SET FIM-VIVO TO TRUE
           END-READ
           IF NOT FIM-VIVO
               ADD 1 TO WRK-QTD-DIVERGENTES
               DISPLAY 'REGISTRO SO NO VIVO'
           END-IF.
       5992-BACKUP-ARQUIVO-26.
           MOVE ZEROS TO WRK-QTD-REGISTROS
           MOVE 'N' TO WRK-EOF
           OPEN INPUT GLOSA-FILE
           IF WRK-ST26 NOT = '00'
               DISPLAY 'GLOSA.DAT INEXISTENTE - BACKUP PULADO'
               MOVE 'S' TO WRK-EOF
           ELSE
               OPEN OUTPUT BACKUP-26
               MOVE WRK-LINHA-HEADER TO BKP26-LINE
               WRITE BKP26-LINE
           END-IF
           PERFORM 5993-DESCARREGA-26 UNTIL FIM-DE-ARQUIVO
           IF WRK-ST26 = '00' OR '10'
               MOVE WRK-QTD-REGISTROS TO WRK-TRL-QTD
               MOVE WRK-LINHA-TRAILER TO BKP26-LINE
               WRITE BKP26-LINE
               CLOSE GLOSA-FILE
               CLOSE BACKUP-26
               DISPLAY 'GLOSA.DAT: ' WRK-QTD-REGISTROS
                   ' REGISTRO(S) COPIADOS'
           END-IF.

       5993-DESCARREGA-26.
           READ GLOSA-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE SPACES TO BKP26-LINE
               MOVE GLOSA-RECORD TO BKP26-LINE
               WRITE BKP26-LINE
               ADD 1 TO WRK-QTD-REGISTROS
           END-IF.

      * recarrega o GLOSA.DAT a partir do backup, reconstruindo o
      * arquivo indexado do zero
       6992-RESTAURA-ARQUIVO-26.
           MOVE ZEROS TO WRK-QTD-REGISTROS
           MOVE 'N' TO WRK-EOF
           OPEN INPUT BACKUP-26
           IF WRK-STB26 NOT = '00'
               DISPLAY 'BACKUP GLOSA.BKP INEXISTENTE'
               MOVE 'S' TO WRK-EOF
           ELSE
               OPEN OUTPUT GLOSA-FILE
           END-IF
           PERFORM 6993-RECARREGA-26 UNTIL FIM-DE-ARQUIVO
           IF WRK-STB26 = '00' OR '10'
               CLOSE BACKUP-26
               CLOSE GLOSA-FILE
               DISPLAY 'GLOSA.DAT: ' WRK-QTD-REGISTROS
                   ' REGISTRO(S) RESTAURADOS'
               IF WRK-TRL-QTD NOT = WRK-QTD-REGISTROS
                   DISPLAY 'ATENCAO: TRAILER DO BACKUP INDICA '
                       WRK-TRL-QTD ' REGISTRO(S)'
               END-IF
           END-IF.

       6993-RECARREGA-26.
           READ BACKUP-26
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE BKP26-LINE TO WRK-LINHA-BACKUP
               EVALUATE WRK-BKP-MARCA
                   WHEN 'H'
                       MOVE WRK-LINHA-BACKUP (2:14)
                           TO WRK-BKP-DATA-HORA
                   WHEN 'T'
                       MOVE WRK-LINHA-BACKUP TO WRK-LINHA-TRAILER
                   WHEN OTHER
                       MOVE BKP26-LINE TO GLOSA-RECORD
                       WRITE GLOSA-RECORD
                           INVALID KEY
                               DISPLAY 'ERRO RESTAURANDO: CHAVE '
                                   'DUPLICADA NO BACKUP'
                       END-WRITE
                       ADD 1 TO WRK-QTD-REGISTROS
               END-EVALUATE
           END-IF.

      * confere o GLOSA.DAT vivo contra o backup, registro a
      * registro, na mesma ordem de chave do descarregamento
       7992-VERIFICA-ARQUIVO-26.
           MOVE ZEROS TO WRK-QTD-REGISTROS WRK-QTD-DIVERGENTES
           MOVE 'N' TO WRK-EOF
           OPEN INPUT BACKUP-26
           OPEN INPUT GLOSA-FILE
           IF WRK-STB26 NOT = '00' OR WRK-ST26 NOT = '00'
               DISPLAY 'ARQUIVO OU BACKUP INDISPONIVEL PARA '
                   'VERIFICACAO'
               MOVE 'S' TO WRK-EOF
           END-IF
           PERFORM 7993-COMPARA-26 UNTIL FIM-DE-ARQUIVO
      * depois do ultimo registro do backup, o que sobrar no
      * arquivo vivo e exatamente a divergencia que a
      * verificacao existe para apontar
           IF WRK-ST26 = '00' OR '10'
               MOVE 'N' TO WRK-EOF-VIVO
               PERFORM 7994-DRENA-VIVO-26 UNTIL FIM-VIVO
           END-IF
           IF WRK-STB26 = '00' OR '10'
               CLOSE BACKUP-26
           END-IF
           IF WRK-ST26 = '00' OR '10'
               CLOSE GLOSA-FILE
           END-IF
           DISPLAY 'GLOSA.DAT: ' WRK-QTD-REGISTROS ' COMPARADOS, '
               WRK-QTD-DIVERGENTES ' DIVERGENTE(S)'.

       7993-COMPARA-26.
           READ BACKUP-26
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE BKP26-LINE TO WRK-LINHA-BACKUP
               EVALUATE WRK-BKP-MARCA
                   WHEN 'H'
                       CONTINUE
                   WHEN 'T'
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WRK-QTD-REGISTROS
                       READ GLOSA-FILE NEXT RECORD
                           AT END
                               ADD 1 TO WRK-QTD-DIVERGENTES
                               DISPLAY 'REGISTRO SO NO BACKUP'
                           NOT AT END
                               MOVE SPACES TO WRK-LINHA-VIVO
                               MOVE GLOSA-RECORD TO WRK-LINHA-VIVO
                               IF WRK-LINHA-VIVO NOT = BKP26-LINE
                                   ADD 1 TO WRK-QTD-DIVERGENTES
                                   DISPLAY 'DIVERGENCIA NO '
                                       'REGISTRO ' WRK-QTD-REGISTROS
                               END-IF
                       END-READ
               END-EVALUATE
           END-IF.

       7994-DRENA-VIVO-26.
           READ GLOSA-FILE NEXT RECORD
               AT END SET FIM-VIVO TO TRUE
           END-READ
           IF NOT FIM-VIVO
               ADD 1 TO WRK-QTD-DIVERGENTES
               DISPLAY 'REGISTRO SO NO VIVO'
           END-IF.
      ************** RECUPERACAO PARA FRENTE **************
      * restaura o mestre escolhido do backup da noite e reaplica
      * o diario JORNAL.DAT gravado depois do header do backup,
      * ate a data e hora limite informada pelo operador
       8000-RECUPERA-UM.
           PERFORM 1500-PEDE-ARQUIVO
           IF WRK-ARQUIVO < 1 OR WRK-ARQUIVO > 26
               DISPLAY 'ARQUIVO INVALIDO'
           ELSE
               DISPLAY 'REAPLICAR O DIARIO ATE (AAAAMMDDHHMMSS, '
                   'ZEROS = TUDO): '
               ACCEPT WRK-LIMITE FROM CONSOLE
               IF WRK-LIMITE = SPACES OR WRK-LIMITE = ZEROS
                   MOVE ALL '9' TO WRK-LIMITE
               END-IF
               MOVE SPACES TO WRK-BKP-DATA-HORA
               EVALUATE WRK-ARQUIVO
                   WHEN 1
                       MOVE 'FRETELOG' TO WRK-NOME-MESTRE
                       PERFORM 6100-RESTAURA-ARQUIVO-1
                   WHEN 2
                       MOVE 'STUTRANS' TO WRK-NOME-MESTRE
                       PERFORM 6200-RESTAURA-ARQUIVO-2
                   WHEN 3
                       MOVE 'FRETETAB' TO WRK-NOME-MESTRE
                       PERFORM 6300-RESTAURA-ARQUIVO-3
                   WHEN 4
                       MOVE 'PRODUTO' TO WRK-NOME-MESTRE
                       PERFORM 6400-RESTAURA-ARQUIVO-4
                   WHEN 5
                       MOVE 'HOLIDAY' TO WRK-NOME-MESTRE
                       PERFORM 6500-RESTAURA-ARQUIVO-5
                   WHEN 6
                       MOVE 'CUSTMAST' TO WRK-NOME-MESTRE
                       PERFORM 6600-RESTAURA-ARQUIVO-6
                   WHEN 7
                       MOVE 'ORDMAST' TO WRK-NOME-MESTRE
                       PERFORM 6700-RESTAURA-ARQUIVO-7
                   WHEN 8
                       MOVE 'ALUMAST' TO WRK-NOME-MESTRE
                       PERFORM 6800-RESTAURA-ARQUIVO-8
                   WHEN 9
                       MOVE 'TRANSPTAB' TO WRK-NOME-MESTRE
                       PERFORM 6900-RESTAURA-ARQUIVO-9
                   WHEN 10
                       MOVE 'CONTRATO' TO WRK-NOME-MESTRE
                       PERFORM 6910-RESTAURA-ARQUIVO-10
                   WHEN 11
                       MOVE 'FATURAS' TO WRK-NOME-MESTRE
                       PERFORM 6920-RESTAURA-ARQUIVO-11
                   WHEN 12
                       MOVE 'TURMA' TO WRK-NOME-MESTRE
                       PERFORM 6930-RESTAURA-ARQUIVO-12
                   WHEN 13
                       MOVE 'PROFMAST' TO WRK-NOME-MESTRE
                       PERFORM 6940-RESTAURA-ARQUIVO-13
                   WHEN 14
                       MOVE 'ATRIB' TO WRK-NOME-MESTRE
                       PERFORM 6944-RESTAURA-ARQUIVO-14
                   WHEN 15
                       MOVE 'ENDCLI' TO WRK-NOME-MESTRE
                       PERFORM 6948-RESTAURA-ARQUIVO-15
                   WHEN 16
                       MOVE 'BOLSA' TO WRK-NOME-MESTRE
                       PERFORM 6952-RESTAURA-ARQUIVO-16
                   WHEN 17
                       MOVE 'OPERMAST' TO WRK-NOME-MESTRE
                       PERFORM 6956-RESTAURA-ARQUIVO-17
                   WHEN 18
                       MOVE 'CALLET' TO WRK-NOME-MESTRE
                       PERFORM 6960-RESTAURA-ARQUIVO-18
                   WHEN 19
                       MOVE 'CTDOC' TO WRK-NOME-MESTRE
                       PERFORM 6964-RESTAURA-ARQUIVO-19
                   WHEN 20
                       MOVE 'HORARIO' TO WRK-NOME-MESTRE
                       PERFORM 6968-RESTAURA-ARQUIVO-20
                   WHEN 21
                       MOVE 'AUSENCIA' TO WRK-NOME-MESTRE
                       PERFORM 6972-RESTAURA-ARQUIVO-21
                   WHEN 22
                       MOVE 'CHAMADA' TO WRK-NOME-MESTRE
                       PERFORM 6976-RESTAURA-ARQUIVO-22
                   WHEN 23
                       MOVE 'COLETA' TO WRK-NOME-MESTRE
                       PERFORM 6980-RESTAURA-ARQUIVO-23
                   WHEN 24
                       MOVE 'REMAT' TO WRK-NOME-MESTRE
                       PERFORM 6984-RESTAURA-ARQUIVO-24
                   WHEN 25
                       MOVE 'ESPERA' TO WRK-NOME-MESTRE
                       PERFORM 6988-RESTAURA-ARQUIVO-25
                   WHEN 26
                       MOVE 'GLOSA' TO WRK-NOME-MESTRE
                       PERFORM 6992-RESTAURA-ARQUIVO-26
               END-EVALUATE
      * sem header lido o backup nao existia: nao ha ponto de
      * partida para o diario
               IF WRK-BKP-DATA-HORA = SPACES
                   DISPLAY 'RECUPERACAO CANCELADA - SEM BACKUP DE '
                       WRK-NOME-MESTRE
               ELSE
                   PERFORM 8100-REAPLICA-DIARIO
               END-IF
           END-IF.

       8100-REAPLICA-DIARIO.
           MOVE ZEROS TO WRK-QTD-JORNAL WRK-QTD-REAPLICADAS
               WRK-QTD-AUSENTES WRK-QTD-FALHAS
           OPEN INPUT JORNAL-FILE
           IF WRK-JORNAL-STATUS NOT = '00'
               DISPLAY 'DIARIO JORNAL.DAT INEXISTENTE - MESTRE '
                   'FICA COMO NO BACKUP'
           ELSE
               PERFORM 8200-ABRE-MESTRE
               IF WRK-ST-MESTRE NOT = '00'
                   DISPLAY 'ERRO ABRINDO ' WRK-NOME-MESTRE
                       ' PARA REAPLICAR O DIARIO'
               ELSE
                   OPEN OUTPUT RECUPER-REPORT
                   PERFORM 8300-CABECALHO
                   MOVE 'N' TO WRK-EOF
                   PERFORM 8400-LE-DIARIO UNTIL FIM-DE-ARQUIVO
                   PERFORM 8600-TOTAIS
                   CLOSE RECUPER-REPORT
                   PERFORM 8700-FECHA-MESTRE
                   DISPLAY WRK-NOME-MESTRE ': ' WRK-QTD-REAPLICADAS
                       ' GRAVACAO(OES) DO DIARIO REAPLICADAS - VER '
                       'RECUPER.RPT'
               END-IF
               CLOSE JORNAL-FILE
           END-IF.

       8200-ABRE-MESTRE.
           EVALUATE WRK-ARQUIVO
               WHEN 1
                   OPEN I-O FRETE-LOG
                   MOVE WRK-ST1 TO WRK-ST-MESTRE
               WHEN 2
                   OPEN I-O STUDENT-TRANSCRIPT
                   MOVE WRK-ST2 TO WRK-ST-MESTRE
               WHEN 3
                   OPEN I-O FRETE-TABLE
                   MOVE WRK-ST3 TO WRK-ST-MESTRE
               WHEN 4
                   OPEN I-O PRODUCT-MASTER
                   MOVE WRK-ST4 TO WRK-ST-MESTRE
               WHEN 5
                   OPEN I-O HOLIDAY-FILE
                   MOVE WRK-ST5 TO WRK-ST-MESTRE
               WHEN 6
                   OPEN I-O CUSTOMER-MASTER
                   MOVE WRK-ST6 TO WRK-ST-MESTRE
               WHEN 7
                   OPEN I-O ORDERS-FILE
                   MOVE WRK-ST7 TO WRK-ST-MESTRE
               WHEN 8
                   OPEN I-O ALUNO-MASTER
                   MOVE WRK-ST8 TO WRK-ST-MESTRE
               WHEN 9
                   OPEN I-O TRANSP-TABLE
                   MOVE WRK-ST9 TO WRK-ST-MESTRE
               WHEN 10
                   OPEN I-O CONTRATO-FILE
                   MOVE WRK-ST10 TO WRK-ST-MESTRE
               WHEN 11
                   OPEN I-O FATURAS-FILE
                   MOVE WRK-ST11 TO WRK-ST-MESTRE
               WHEN 12
                   OPEN I-O TURMA-MASTER
                   MOVE WRK-ST12 TO WRK-ST-MESTRE
               WHEN 13
                   OPEN I-O PROFESSOR-MASTER
                   MOVE WRK-ST13 TO WRK-ST-MESTRE
               WHEN 14
                   OPEN I-O ATRIBUICAO-FILE
                   MOVE WRK-ST14 TO WRK-ST-MESTRE
               WHEN 15
                   OPEN I-O ENDERECO-FILE
                   MOVE WRK-ST15 TO WRK-ST-MESTRE
               WHEN 16
                   OPEN I-O BOLSA-FILE
                   MOVE WRK-ST16 TO WRK-ST-MESTRE
               WHEN 17
                   OPEN I-O OPERATOR-MASTER
                   MOVE WRK-ST17 TO WRK-ST-MESTRE
               WHEN 18
                   OPEN I-O CALENDARIO-LETIVO
                   MOVE WRK-ST18 TO WRK-ST-MESTRE
               WHEN 19
                   OPEN I-O CT-MASTER
                   MOVE WRK-ST19 TO WRK-ST-MESTRE
               WHEN 20
                   OPEN I-O HORARIO-FILE
                   MOVE WRK-ST20 TO WRK-ST-MESTRE
               WHEN 21
                   OPEN I-O AUSENCIA-FILE
                   MOVE WRK-ST21 TO WRK-ST-MESTRE
               WHEN 22
                   OPEN I-O CHAMADA-FILE
                   MOVE WRK-ST22 TO WRK-ST-MESTRE
               WHEN 23
                   OPEN I-O COLETA-FILE
                   MOVE WRK-ST23 TO WRK-ST-MESTRE
               WHEN 24
                   OPEN I-O REMATRICULA-FILE
                   MOVE WRK-ST24 TO WRK-ST-MESTRE
               WHEN 25
                   OPEN I-O ESPERA-FILE
                   MOVE WRK-ST25 TO WRK-ST-MESTRE
               WHEN 26
                   OPEN I-O GLOSA-FILE
                   MOVE WRK-ST26 TO WRK-ST-MESTRE
           END-EVALUATE.

       8300-CABECALHO.
           MOVE WRK-NOME-MESTRE TO TIT-MESTRE
           MOVE WRK-BKP-DATA-HORA TO TIT-BACKUP
           WRITE RECUPER-LINE FROM WRK-LINHA-TITULO
           MOVE WRK-LIMITE TO LIM-DATA-HORA
           WRITE RECUPER-LINE FROM WRK-LINHA-LIMITE
           WRITE RECUPER-LINE FROM WRK-LINHA-SEPARADOR
           WRITE RECUPER-LINE FROM WRK-LINHA-COLUNAS
           WRITE RECUPER-LINE FROM WRK-LINHA-SEPARADOR.

      * so entra o que e deste mestre e caiu na janela: depois do
      * ponto de restauracao e ate o limite pedido
       8400-LE-DIARIO.
           READ JORNAL-FILE
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF JRN-ARQUIVO = WRK-NOME-MESTRE
                   AND JRN-DATA-HORA NOT < WRK-BKP-DATA-HORA
                   AND JRN-DATA-HORA NOT > WRK-LIMITE
                   ADD 1 TO WRK-QTD-JORNAL
                   MOVE 'REAPLICADO' TO WRK-RESULTADO
                   EVALUATE WRK-ARQUIVO
                       WHEN 1 PERFORM 8510-APLICA-1
                       WHEN 2 PERFORM 8520-APLICA-2
                       WHEN 3 PERFORM 8530-APLICA-3
                       WHEN 4 PERFORM 8540-APLICA-4
                       WHEN 5 PERFORM 8550-APLICA-5
                       WHEN 6 PERFORM 8560-APLICA-6
                       WHEN 7 PERFORM 8570-APLICA-7
                       WHEN 8 PERFORM 8580-APLICA-8
                       WHEN 9 PERFORM 8590-APLICA-9
                       WHEN 10 PERFORM 8591-APLICA-10
                       WHEN 11 PERFORM 8592-APLICA-11
                       WHEN 12 PERFORM 8593-APLICA-12
                       WHEN 13 PERFORM 8601-APLICA-13
                       WHEN 14 PERFORM 8602-APLICA-14
                       WHEN 15 PERFORM 8603-APLICA-15
                       WHEN 16 PERFORM 8604-APLICA-16
                       WHEN 17 PERFORM 8605-APLICA-17
                       WHEN 18 PERFORM 8606-APLICA-18
                       WHEN 19 PERFORM 8607-APLICA-19
                       WHEN 20 PERFORM 8608-APLICA-20
                       WHEN 21 PERFORM 8609-APLICA-21
                       WHEN 22 PERFORM 8610-APLICA-22
                       WHEN 23 PERFORM 8611-APLICA-23
                       WHEN 24 PERFORM 8612-APLICA-24
                       WHEN 25 PERFORM 8613-APLICA-25
                       WHEN 26 PERFORM 8614-APLICA-26
                   END-EVALUATE
                   EVALUATE WRK-RESULTADO
                       WHEN 'REAPLICADO'
                           ADD 1 TO WRK-QTD-REAPLICADAS
                       WHEN 'JA AUSENTE'
                           ADD 1 TO WRK-QTD-AUSENTES
                       WHEN OTHER
                           ADD 1 TO WRK-QTD-FALHAS
                   END-EVALUATE
                   PERFORM 8450-LINHA-DETALHE
               END-IF
           END-IF.

       8450-LINHA-DETALHE.
           MOVE JRN-DATA-HORA TO DET-DATA-HORA
           MOVE JRN-PROGRAMA TO DET-PROGRAMA
           MOVE JRN-OPERADOR TO DET-OPERADOR
           MOVE JRN-OPERACAO TO DET-OPERACAO
           MOVE JRN-CHAVE TO DET-CHAVE
           MOVE WRK-RESULTADO TO DET-RESULTADO
           WRITE RECUPER-LINE FROM WRK-LINHA-DETALHE.

      * inclusao e alteracao gravam a imagem depois (regrava se a
      * chave ja existe, inclui se nao); exclusao apaga pela
      * chave da imagem antes
       8510-APLICA-1.
           IF JRN-EXCLUSAO
               MOVE JRN-IMAGEM-ANTES TO FRETE-LOG-RECORD
               DELETE FRETE-LOG RECORD
                   INVALID KEY
                       MOVE 'JA AUSENTE' TO WRK-RESULTADO
               END-DELETE
           ELSE
               MOVE JRN-IMAGEM-DEPOIS TO FRETE-LOG-RECORD
               REWRITE FRETE-LOG-RECORD
                   INVALID KEY
                       WRITE FRETE-LOG-RECORD
                           INVALID KEY
                               MOVE 'FALHOU' TO WRK-RESULTADO
                       END-WRITE
               END-REWRITE
           END-IF.

       8520-APLICA-2.
           IF JRN-EXCLUSAO
               MOVE JRN-IMAGEM-ANTES TO TRANSCRIPT-RECORD
               DELETE STUDENT-TRANSCRIPT RECORD
                   INVALID KEY
                       MOVE 'JA AUSENTE' TO WRK-RESULTADO
               END-DELETE
           ELSE
               MOVE JRN-IMAGEM-DEPOIS TO TRANSCRIPT-RECORD
               REWRITE TRANSCRIPT-RECORD
                   INVALID KEY
                       WRITE TRANSCRIPT-RECORD
                           INVALID KEY
                               MOVE 'FALHOU' TO WRK-RESULTADO
                       END-WRITE
               END-REWRITE
           END-IF.

       8530-APLICA-3.
           IF JRN-EXCLUSAO
               MOVE JRN-IMAGEM-ANTES TO FRETE-TAB-RECORD
               DELETE FRETE-TABLE RECORD
                   INVALID KEY
                       MOVE 'JA AUSENTE' TO WRK-RESULTADO
               END-DELETE
           ELSE
               MOVE JRN-IMAGEM-DEPOIS TO FRETE-TAB-RECORD
               REWRITE FRETE-TAB-RECORD
                   INVALID KEY
                       WRITE FRETE-TAB-RECORD
                           INVALID KEY
                               MOVE 'FALHOU' TO WRK-RESULTADO
                       END-WRITE
               END-REWRITE
           END-IF.

       8540-APLICA-4.
           IF JRN-EXCLUSAO
               MOVE JRN-IMAGEM-ANTES TO PRODUCT-MASTER-RECORD
               DELETE PRODUCT-MASTER RECORD
                   INVALID KEY
                       MOVE 'JA AUSENTE' TO WRK-RESULTADO
               END-DELETE
           ELSE
               MOVE JRN-IMAGEM-DEPOIS TO PRODUCT-MASTER-RECORD
               REWRITE PRODUCT-MASTER-RECORD
                   INVALID KEY
                       WRITE PRODUCT-MASTER-RECORD
                           INVALID KEY
                               MOVE 'FALHOU' TO WRK-RESULTADO
                       END-WRITE
               END-REWRITE
           END-IF.

       8550-APLICA-5.
           IF JRN-EXCLUSAO
               MOVE JRN-IMAGEM-ANTES TO HOLIDAY-RECORD
               DELETE HOLIDAY-FILE RECORD
                   INVALID KEY
                       MOVE 'JA AUSENTE' TO WRK-RESULTADO
               END-DELETE
           ELSE
               MOVE JRN-IMAGEM-DEPOIS TO HOLIDAY-RECORD
               REWRITE HOLIDAY-RECORD
                   INVALID KEY
                       WRITE HOLIDAY-RECORD
                           INVALID KEY
                               MOVE 'FALHOU' TO WRK-RESULTADO
                       END-WRITE
               END-REWRITE
           END-IF.

       8560-APLICA-6.
           IF JRN-EXCLUSAO
               MOVE JRN-IMAGEM-ANTES TO CUSTOMER-RECORD
               DELETE CUSTOMER-MASTER RECORD
                   INVALID KEY
                       MOVE 'JA AUSENTE' TO WRK-RESULTADO
               END-DELETE
           ELSE
               MOVE JRN-IMAGEM-DEPOIS TO CUSTOMER-RECORD
               REWRITE CUSTOMER-RECORD
                   INVALID KEY
                       WRITE CUSTOMER-RECORD
                           INVALID KEY
                               MOVE 'FALHOU' TO WRK-RESULTADO
                       END-WRITE
               END-REWRITE
           END-IF.

       8570-APLICA-7.
           IF JRN-EXCLUSAO
               MOVE JRN-IMAGEM-ANTES TO ORDER-RECORD
               DELETE ORDERS-FILE RECORD
                   INVALID KEY
                       MOVE 'JA AUSENTE' TO WRK-RESULTADO
               END-DELETE
           ELSE
               MOVE JRN-IMAGEM-DEPOIS TO ORDER-RECORD
               REWRITE ORDER-RECORD
                   INVALID KEY
                       WRITE ORDER-RECORD
                           INVALID KEY
                               MOVE 'FALHOU' TO WRK-RESULTADO
                       END-WRITE
               END-REWRITE
           END-IF.

       8580-APLICA-8.
           IF JRN-EXCLUSAO
               MOVE JRN-IMAGEM-ANTES TO ALUNO-RECORD
               DELETE ALUNO-MASTER RECORD
                   INVALID KEY
                       MOVE 'JA AUSENTE' TO WRK-RESULTADO
               END-DELETE
           ELSE
               MOVE JRN-IMAGEM-DEPOIS TO ALUNO-RECORD
               REWRITE ALUNO-RECORD
                   INVALID KEY
                       WRITE ALUNO-RECORD
                           INVALID KEY
                               MOVE 'FALHOU' TO WRK-RESULTADO
                       END-WRITE
               END-REWRITE
           END-IF.

       8590-APLICA-9.
           IF JRN-EXCLUSAO
               MOVE JRN-IMAGEM-ANTES TO TRANSP-TAB-RECORD
               DELETE TRANSP-TABLE RECORD
                   INVALID KEY
                       MOVE 'JA AUSENTE' TO WRK-RESULTADO
               END-DELETE
           ELSE
               MOVE JRN-IMAGEM-DEPOIS TO TRANSP-TAB-RECORD
               REWRITE TRANSP-TAB-RECORD
                   INVALID KEY
                       WRITE TRANSP-TAB-RECORD
                           INVALID KEY
                               MOVE 'FALHOU' TO WRK-RESULTADO
                       END-WRITE
               END-REWRITE
           END-IF.

       8591-APLICA-10.
           IF JRN-EXCLUSAO
               MOVE JRN-IMAGEM-ANTES TO CONTRATO-RECORD
               DELETE CONTRATO-FILE RECORD
                   INVALID KEY
                       MOVE 'JA AUSENTE' TO WRK-RESULTADO
               END-DELETE
           ELSE
               MOVE JRN-IMAGEM-DEPOIS TO CONTRATO-RECORD
               REWRITE CONTRATO-RECORD
                   INVALID KEY
                       WRITE CONTRATO-RECORD
                           INVALID KEY
                               MOVE 'FALHOU' TO WRK-RESULTADO
                       END-WRITE
               END-REWRITE
           END-IF.

       8592-APLICA-11.
           IF JRN-EXCLUSAO
               MOVE JRN-IMAGEM-ANTES TO FATURA-RECORD
               DELETE FATURAS-FILE RECORD
                   INVALID KEY
                       MOVE 'JA AUSENTE' TO WRK-RESULTADO
               END-DELETE
           ELSE
               MOVE JRN-IMAGEM-DEPOIS TO FATURA-RECORD
               REWRITE FATURA-RECORD
                   INVALID KEY
                       WRITE FATURA-RECORD
                           INVALID KEY
                               MOVE 'FALHOU' TO WRK-RESULTADO
                       END-WRITE
               END-REWRITE
           END-IF.

       8593-APLICA-12.
           IF JRN-EXCLUSAO
               MOVE JRN-IMAGEM-ANTES TO TURMA-RECORD
               DELETE TURMA-MASTER RECORD
                   INVALID KEY
                       MOVE 'JA AUSENTE' TO WRK-RESULTADO
               END-DELETE
           ELSE
               MOVE JRN-IMAGEM-DEPOIS TO TURMA-RECORD
               REWRITE TURMA-RECORD
                   INVALID KEY
                       WRITE TURMA-RECORD
                           INVALID KEY
                               MOVE 'FALHOU' TO WRK-RESULTADO
                       END-WRITE
               END-REWRITE
           END-IF.

       8600-TOTAIS.
           WRITE RECUPER-LINE FROM WRK-LINHA-SEPARADOR
           MOVE 'ENTRADAS DO DIARIO NA JANELA' TO TOT-DESCRICAO
           MOVE WRK-QTD-JORNAL TO TOT-QTD
           WRITE RECUPER-LINE FROM WRK-LINHA-TOTAL
           MOVE 'REAPLICADAS' TO TOT-DESCRICAO
           MOVE WRK-QTD-REAPLICADAS TO TOT-QTD
           WRITE RECUPER-LINE FROM WRK-LINHA-TOTAL
           MOVE 'EXCLUSOES JA AUSENTES' TO TOT-DESCRICAO
           MOVE WRK-QTD-AUSENTES TO TOT-QTD
           WRITE RECUPER-LINE FROM WRK-LINHA-TOTAL
           MOVE 'FALHAS NA REGRAVACAO' TO TOT-DESCRICAO
           MOVE WRK-QTD-FALHAS TO TOT-QTD
           WRITE RECUPER-LINE FROM WRK-LINHA-TOTAL.

       8601-APLICA-13.
           IF JRN-EXCLUSAO
               MOVE JRN-IMAGEM-ANTES TO PROFESSOR-RECORD
               DELETE PROFESSOR-MASTER RECORD
                   INVALID KEY
                       MOVE 'JA AUSENTE' TO WRK-RESULTADO
               END-DELETE
           ELSE
               MOVE JRN-IMAGEM-DEPOIS TO PROFESSOR-RECORD
               REWRITE PROFESSOR-RECORD
                   INVALID KEY
                       WRITE PROFESSOR-RECORD
                           INVALID KEY
                               MOVE 'FALHOU' TO WRK-RESULTADO
                       END-WRITE
               END-REWRITE
           END-IF.

       8602-APLICA-14.
           IF JRN-EXCLUSAO
               MOVE JRN-IMAGEM-ANTES TO ATRIBUICAO-RECORD
               DELETE ATRIBUICAO-FILE RECORD
                   INVALID KEY
                       MOVE 'JA AUSENTE' TO WRK-RESULTADO
               END-DELETE
           ELSE
               MOVE JRN-IMAGEM-DEPOIS TO ATRIBUICAO-RECORD
               REWRITE ATRIBUICAO-RECORD
                   INVALID KEY
                       WRITE ATRIBUICAO-RECORD
                           INVALID KEY
                               MOVE 'FALHOU' TO WRK-RESULTADO
                       END-WRITE
               END-REWRITE
           END-IF.

       8603-APLICA-15.
           IF JRN-EXCLUSAO
               MOVE JRN-IMAGEM-ANTES TO ENDERECO-RECORD
               DELETE ENDERECO-FILE RECORD
                   INVALID KEY
                       MOVE 'JA AUSENTE' TO WRK-RESULTADO
               END-DELETE
           ELSE
               MOVE JRN-IMAGEM-DEPOIS TO ENDERECO-RECORD
               REWRITE ENDERECO-RECORD
                   INVALID KEY
                       WRITE ENDERECO-RECORD
                           INVALID KEY
                               MOVE 'FALHOU' TO WRK-RESULTADO
                       END-WRITE
               END-REWRITE
           END-IF.

       8604-APLICA-16.
           IF JRN-EXCLUSAO
               MOVE JRN-IMAGEM-ANTES TO BOLSA-RECORD
               DELETE BOLSA-FILE RECORD
                   INVALID KEY
                       MOVE 'JA AUSENTE' TO WRK-RESULTADO
               END-DELETE
           ELSE
               MOVE JRN-IMAGEM-DEPOIS TO BOLSA-RECORD
               REWRITE BOLSA-RECORD
                   INVALID KEY
                       WRITE BOLSA-RECORD
                           INVALID KEY
                               MOVE 'FALHOU' TO WRK-RESULTADO
                       END-WRITE
               END-REWRITE
           END-IF.

       8605-APLICA-17.
           IF JRN-EXCLUSAO
               MOVE JRN-IMAGEM-ANTES TO OPERATOR-RECORD
               DELETE OPERATOR-MASTER RECORD
                   INVALID KEY
                       MOVE 'JA AUSENTE' TO WRK-RESULTADO
               END-DELETE
           ELSE
               MOVE JRN-IMAGEM-DEPOIS TO OPERATOR-RECORD
               REWRITE OPERATOR-RECORD
                   INVALID KEY
                       WRITE OPERATOR-RECORD
                           INVALID KEY
                               MOVE 'FALHOU' TO WRK-RESULTADO
                       END-WRITE
               END-REWRITE
           END-IF.

       8606-APLICA-18.
           IF JRN-EXCLUSAO
               MOVE JRN-IMAGEM-ANTES TO CALENDARIO-LETIVO-RECORD
               DELETE CALENDARIO-LETIVO RECORD
                   INVALID KEY
                       MOVE 'JA AUSENTE' TO WRK-RESULTADO
               END-DELETE
           ELSE
               MOVE JRN-IMAGEM-DEPOIS TO CALENDARIO-LETIVO-RECORD
               REWRITE CALENDARIO-LETIVO-RECORD
                   INVALID KEY
                       WRITE CALENDARIO-LETIVO-RECORD
                           INVALID KEY
                               MOVE 'FALHOU' TO WRK-RESULTADO
                       END-WRITE
               END-REWRITE
           END-IF.

       8607-APLICA-19.
           IF JRN-EXCLUSAO
               MOVE JRN-IMAGEM-ANTES TO CT-RECORD
               DELETE CT-MASTER RECORD
                   INVALID KEY
                       MOVE 'JA AUSENTE' TO WRK-RESULTADO
               END-DELETE
           ELSE
               MOVE JRN-IMAGEM-DEPOIS TO CT-RECORD
               REWRITE CT-RECORD
                   INVALID KEY
                       WRITE CT-RECORD
                           INVALID KEY
                               MOVE 'FALHOU' TO WRK-RESULTADO
                       END-WRITE
               END-REWRITE
           END-IF.

       8608-APLICA-20.
           IF JRN-EXCLUSAO
               MOVE JRN-IMAGEM-ANTES TO HORARIO-RECORD
               DELETE HORARIO-FILE RECORD
                   INVALID KEY
                       MOVE 'JA AUSENTE' TO WRK-RESULTADO
               END-DELETE
           ELSE
               MOVE JRN-IMAGEM-DEPOIS TO HORARIO-RECORD
               REWRITE HORARIO-RECORD
                   INVALID KEY
                       WRITE HORARIO-RECORD
                           INVALID KEY
                               MOVE 'FALHOU' TO WRK-RESULTADO
                       END-WRITE
               END-REWRITE
           END-IF.

       8609-APLICA-21.
           IF JRN-EXCLUSAO
               MOVE JRN-IMAGEM-ANTES TO AUSENCIA-RECORD
               DELETE AUSENCIA-FILE RECORD
                   INVALID KEY
                       MOVE 'JA AUSENTE' TO WRK-RESULTADO
               END-DELETE
           ELSE
               MOVE JRN-IMAGEM-DEPOIS TO AUSENCIA-RECORD
               REWRITE AUSENCIA-RECORD
                   INVALID KEY
                       WRITE AUSENCIA-RECORD
                           INVALID KEY
                               MOVE 'FALHOU' TO WRK-RESULTADO
                       END-WRITE
               END-REWRITE
           END-IF.

       8610-APLICA-22.
           IF JRN-EXCLUSAO
               MOVE JRN-IMAGEM-ANTES TO CHAMADA-RECORD
               DELETE CHAMADA-FILE RECORD
                   INVALID KEY
                       MOVE 'JA AUSENTE' TO WRK-RESULTADO
               END-DELETE
           ELSE
               MOVE JRN-IMAGEM-DEPOIS TO CHAMADA-RECORD
               REWRITE CHAMADA-RECORD
                   INVALID KEY
                       WRITE CHAMADA-RECORD
                           INVALID KEY
                               MOVE 'FALHOU' TO WRK-RESULTADO
                       END-WRITE
               END-REWRITE
           END-IF.

       8611-APLICA-23.
           IF JRN-EXCLUSAO
               MOVE JRN-IMAGEM-ANTES TO COLETA-RECORD
               DELETE COLETA-FILE RECORD
                   INVALID KEY
                       MOVE 'JA AUSENTE' TO WRK-RESULTADO
               END-DELETE
           ELSE
               MOVE JRN-IMAGEM-DEPOIS TO COLETA-RECORD
               REWRITE COLETA-RECORD
                   INVALID KEY
                       WRITE COLETA-RECORD
                           INVALID KEY
                               MOVE 'FALHOU' TO WRK-RESULTADO
                       END-WRITE
               END-REWRITE
           END-IF.

       8612-APLICA-24.
           IF JRN-EXCLUSAO
               MOVE JRN-IMAGEM-ANTES TO REMATRICULA-RECORD
               DELETE REMATRICULA-FILE RECORD
                   INVALID KEY
                       MOVE 'JA AUSENTE' TO WRK-RESULTADO
               END-DELETE
           ELSE
               MOVE JRN-IMAGEM-DEPOIS TO REMATRICULA-RECORD
               REWRITE REMATRICULA-RECORD
                   INVALID KEY
                       WRITE REMATRICULA-RECORD
                           INVALID KEY
                               MOVE 'FALHOU' TO WRK-RESULTADO
                       END-WRITE
               END-REWRITE
           END-IF.

       8613-APLICA-25.
           IF JRN-EXCLUSAO
               MOVE JRN-IMAGEM-ANTES TO ESPERA-RECORD
               DELETE ESPERA-FILE RECORD
                   INVALID KEY
                       MOVE 'JA AUSENTE' TO WRK-RESULTADO
               END-DELETE
           ELSE
               MOVE JRN-IMAGEM-DEPOIS TO ESPERA-RECORD
               REWRITE ESPERA-RECORD
                   INVALID KEY
                       WRITE ESPERA-RECORD
                           INVALID KEY
                               MOVE 'FALHOU' TO WRK-RESULTADO
                       END-WRITE
               END-REWRITE
           END-IF.

       8614-APLICA-26.
           IF JRN-EXCLUSAO
               MOVE JRN-IMAGEM-ANTES TO GLOSA-RECORD
               DELETE GLOSA-FILE RECORD
                   INVALID KEY
                       MOVE 'JA AUSENTE' TO WRK-RESULTADO
               END-DELETE
           ELSE
               MOVE JRN-IMAGEM-DEPOIS TO GLOSA-RECORD
               REWRITE GLOSA-RECORD
                   INVALID KEY
                       WRITE GLOSA-RECORD
                           INVALID KEY
                               MOVE 'FALHOU' TO WRK-RESULTADO
                       END-WRITE
               END-REWRITE
           END-IF.

       8700-FECHA-MESTRE.
           EVALUATE WRK-ARQUIVO
               WHEN 1 CLOSE FRETE-LOG
               WHEN 2 CLOSE STUDENT-TRANSCRIPT
               WHEN 3 CLOSE FRETE-TABLE
               WHEN 4 CLOSE PRODUCT-MASTER
               WHEN 5 CLOSE HOLIDAY-FILE
               WHEN 6 CLOSE CUSTOMER-MASTER
               WHEN 7 CLOSE ORDERS-FILE
               WHEN 8 CLOSE ALUNO-MASTER
               WHEN 9 CLOSE TRANSP-TABLE
               WHEN 10 CLOSE CONTRATO-FILE
               WHEN 11 CLOSE FATURAS-FILE
               WHEN 12 CLOSE TURMA-MASTER
               WHEN 13 CLOSE PROFESSOR-MASTER
               WHEN 14 CLOSE ATRIBUICAO-FILE
               WHEN 15 CLOSE ENDERECO-FILE
               WHEN 16 CLOSE BOLSA-FILE
               WHEN 17 CLOSE OPERATOR-MASTER
               WHEN 18 CLOSE CALENDARIO-LETIVO
               WHEN 19 CLOSE CT-MASTER
               WHEN 20 CLOSE HORARIO-FILE
               WHEN 21 CLOSE AUSENCIA-FILE
               WHEN 22 CLOSE CHAMADA-FILE
               WHEN 23 CLOSE COLETA-FILE
               WHEN 24 CLOSE REMATRICULA-FILE
               WHEN 25 CLOSE ESPERA-FILE
               WHEN 26 CLOSE GLOSA-FILE
           END-EVALUATE.
