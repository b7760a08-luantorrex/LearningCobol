       IDENTIFICATION DIVISION.
       PROGRAM-ID. ausrel.
      ********************************************************
      *    Relatorio mensal de ausencias e substituicoes
      *    Le o livro de ausencias AUSENCIA.DAT (ausman) do mes
      *    anterior a data do sistema e imprime em AUSREL.RPT:
      *    as ausencias de cada professor (dias, aulas
      *    afetadas, cobertas e perdidas), as aulas e horas
      *    cobertas por substituto - a base do pagamento das
      *    substituicoes, em hora-aula de 50 minutos - e as
      *    aulas perdidas por turma e materia. Nome dos
      *    professores no PROFMAST.DAT. Na cadeia do
      *    fechamento do mes (FECHAMES) o mes relatado e a
      *    competencia liberada pela guarda.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUSENCIA-FILE ASSIGN TO 'AUSENCIA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUS-CHAVE
               FILE STATUS IS WRK-AUSENCIA-STATUS.

           SELECT PROFESSOR-MASTER ASSIGN TO 'PROFMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-ID
               FILE STATUS IS WRK-PROFMAST-STATUS.

           SELECT AUSENCIA-REPORT ASSIGN TO 'AUSREL.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUSENCIA-FILE.
           COPY 'ausrec.cbl'.

       FD  PROFESSOR-MASTER.
           COPY 'profrec.cbl'.

       FD  AUSENCIA-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       77  WRK-AUSENCIA-STATUS  PIC X(02) VALUE '00'.
       77  WRK-PROFMAST-STATUS  PIC X(02) VALUE '00'.
       77  WRK-EOF              PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO        VALUE 'S'.

       01  DATA-SYS.
           02  ANO-SYS PIC 9(04) VALUE ZEROS.
           02  MES-SYS PIC 9(02) VALUE ZEROS.
           02  DIA-SYS PIC 9(02) VALUE ZEROS.

      * data de negocio (datasrv), a mesma do restante da
      * cadeia do fechamento do mes
       01  WRK-DATACTL.
           05  WRK-DC-OPERACAO PIC X(01).
           05  WRK-DC-DATA     PIC 9(08).
           05  WRK-DC-CONTROLADA PIC X(01).
           05  WRK-DC-OK       PIC X(01).

      * contrato com o controle de execucao compartilhado
      * (runctl): partida mensal (M), depois do alerta de
      * aluno em risco (riscoalu) na cadeia do fechamento
       01  WRK-RUNCTL.
           05  WRK-RC-OPERACAO PIC X(01).
           05  WRK-RC-PROGRAMA PIC X(12) VALUE 'AUSREL'.
           05  WRK-RC-QTD      PIC 9(06).
           05  WRK-RC-RUN-ID   PIC 9(06).
           05  WRK-RC-PERMITIDO PIC X(01).
           05  WRK-RC-PERIODO  PIC 9(06).

      * competencia do relatorio: o mes anterior - na cadeia
      * do fechamento do mes o runctl troca pela competencia
      * liberada pela guarda
       01  WRK-COMPETENCIA.
           05  WRK-COMP-ANO     PIC 9(04) VALUE ZEROS.
           05  WRK-COMP-MES     PIC 9(02) VALUE ZEROS.
       01  WRK-COMPETENCIA-NUM REDEFINES WRK-COMPETENCIA
                                PIC 9(06).

      * duracao da hora-aula paga ao substituto
       77  WRK-MINUTOS-AULA     PIC 9(03) VALUE 50.
       77  WRK-HORAS            PIC 9(05)V99 VALUE ZEROS.

       77  WRK-IDX              PIC 9(03) VALUE ZEROS.
       77  WRK-IDX2             PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-ACHADO       PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-LIDOS        PIC 9(06) VALUE ZEROS.
       77  WRK-TOT-AULAS        PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-COBERTAS     PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-PERDIDAS     PIC 9(05) VALUE ZEROS.

      * ausencias por professor; o livro vem na ordem do
      * professor e da data, e cada troca de data e mais um
      * dia de ausencia
       77  WRK-QTD-PROF         PIC 9(03) VALUE ZEROS.
       01  WRK-TABELA-PROF.
           05  WRK-PRF-ITEM OCCURS 300 TIMES.
               10  WRK-PRF-ID        PIC X(10).
               10  WRK-PRF-ULT-DATA  PIC 9(08).
               10  WRK-PRF-DIAS      PIC 9(03).
               10  WRK-PRF-AULAS     PIC 9(04).
               10  WRK-PRF-COBERTAS  PIC 9(04).
               10  WRK-PRF-PERDIDAS  PIC 9(04).

      * aulas cobertas por substituto, base do pagamento
       77  WRK-QTD-SUBST        PIC 9(03) VALUE ZEROS.
       01  WRK-TABELA-SUBST.
           05  WRK-SUB-ITEM OCCURS 300 TIMES.
               10  WRK-SUB-ID        PIC X(10).
               10  WRK-SUB-AULAS     PIC 9(04).
       01  WRK-SUB-TROCA.
           05  WRK-SUB-TROCA-ID     PIC X(10).
           05  WRK-SUB-TROCA-AULAS  PIC 9(04).

      * aulas perdidas por turma e materia
       77  WRK-QTD-PERDA        PIC 9(03) VALUE ZEROS.
       01  WRK-TABELA-PERDA.
           05  WRK-PER-ITEM OCCURS 300 TIMES.
               10  WRK-PER-CHAVE.
                   15  WRK-PER-TURMA   PIC X(03).
                   15  WRK-PER-MATERIA PIC X(03).
               10  WRK-PER-AULAS     PIC 9(04).
       01  WRK-PER-TROCA.
           05  WRK-PER-TROCA-CHAVE  PIC X(06).
           05  WRK-PER-TROCA-AULAS  PIC 9(04).

       01  WRK-LINHA-CABECALHO.
           05  FILLER          PIC X(41) VALUE
               'AUSENCIAS E SUBSTITUICOES - COMPETENCIA: '.
           05  CAB-MES         PIC 9(02).
           05  FILLER          PIC X(01) VALUE '/'.
           05  CAB-ANO         PIC 9(04).

       01  WRK-LINHA-TITULO     PIC X(80) VALUE SPACES.

       01  WRK-LINHA-COL-PROF.
           05  FILLER          PIC X(42) VALUE
               'PROFESSOR  NOME                           '.
           05  FILLER          PIC X(31) VALUE
               '  DIAS  AULAS  COBERT  PERDID'.

       01  WRK-LINHA-PROF.
           05  REL-PRF-ID      PIC X(10).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  REL-PRF-NOME    PIC X(30).
           05  FILLER          PIC X(03) VALUE SPACES.
           05  REL-PRF-DIAS    PIC ZZ9.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  REL-PRF-AULAS   PIC ZZZ9.
           05  FILLER          PIC X(04) VALUE SPACES.
           05  REL-PRF-COBERTAS PIC ZZZ9.
           05  FILLER          PIC X(04) VALUE SPACES.
           05  REL-PRF-PERDIDAS PIC ZZZ9.

       01  WRK-LINHA-COL-SUBST.
           05  FILLER          PIC X(42) VALUE
               'SUBSTITUTO NOME                           '.
           05  FILLER          PIC X(20) VALUE
               ' AULAS     HORAS'.

       01  WRK-LINHA-SUBST.
           05  REL-SUB-ID      PIC X(10).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  REL-SUB-NOME    PIC X(30).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  REL-SUB-AULAS   PIC ZZZ9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  REL-SUB-HORAS   PIC ZZZZ9,99.

       01  WRK-LINHA-COL-PERDA.
           05  FILLER          PIC X(30) VALUE
               'TURMA  MATERIA  AULAS PERDIDAS'.

       01  WRK-LINHA-PERDA.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  REL-PER-TURMA   PIC X(03).
           05  FILLER          PIC X(05) VALUE SPACES.
           05  REL-PER-MATERIA PIC X(03).
           05  FILLER          PIC X(10) VALUE SPACES.
           05  REL-PER-AULAS   PIC ZZZ9.

       01  WRK-LINHA-TOTAL.
           05  FILLER          PIC X(20) VALUE
               'TOTAL DE AULAS:     '.
           05  REL-TOT-AULAS   PIC ZZZZ9.
           05  FILLER          PIC X(12) VALUE '  COBERTAS: '.
           05  REL-TOT-COBERTAS PIC ZZZZ9.
           05  FILLER          PIC X(12) VALUE '  PERDIDAS: '.
           05  REL-TOT-PERDIDAS PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-LE-AUSENCIA UNTIL FIM-DE-ARQUIVO
           PERFORM 3000-ORDENA-TABELAS
           PERFORM 4000-IMPRIME-PROFESSORES
           PERFORM 5000-IMPRIME-SUBSTITUTOS
           PERFORM 6000-IMPRIME-PERDAS
           PERFORM 9000-FINALIZA
           STOP RUN.

       1000-INICIALIZA.
           MOVE 'L' TO WRK-DC-OPERACAO
           CALL 'datasrv' USING WRK-DATACTL
           MOVE WRK-DC-DATA TO DATA-SYS
           IF MES-SYS = 1
               COMPUTE WRK-COMP-ANO = ANO-SYS - 1
               MOVE 12 TO WRK-COMP-MES
           ELSE
               MOVE ANO-SYS TO WRK-COMP-ANO
               COMPUTE WRK-COMP-MES = MES-SYS - 1
           END-IF
           MOVE WRK-COMPETENCIA-NUM TO WRK-RC-PERIODO
           MOVE 'M' TO WRK-RC-OPERACAO
           MOVE ZEROS TO WRK-RC-QTD
           CALL 'runctl' USING WRK-RUNCTL
           IF WRK-RC-PERMITIDO = 'N'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WRK-RC-PERIODO TO WRK-COMPETENCIA-NUM
           OPEN INPUT AUSENCIA-FILE
           IF WRK-AUSENCIA-STATUS NOT = '00'
               DISPLAY 'AUSENCIA.DAT INEXISTENTE - NADA A RELATAR'
               MOVE 'S' TO WRK-EOF
           END-IF
           OPEN INPUT PROFESSOR-MASTER
           OPEN OUTPUT AUSENCIA-REPORT
           MOVE WRK-COMP-MES TO CAB-MES
           MOVE WRK-COMP-ANO TO CAB-ANO
           WRITE REPORT-LINE FROM WRK-LINHA-CABECALHO.

       2000-LE-AUSENCIA.
           READ AUSENCIA-FILE NEXT RECORD
               AT END MOVE 'S' TO WRK-EOF
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF AUS-DATA (1:6) = WRK-COMPETENCIA-NUM
                   ADD 1 TO WRK-QTD-LIDOS
                   PERFORM 2100-SOMA-PROFESSOR
                   IF AUS-COBERTA
                       ADD 1 TO WRK-TOT-COBERTAS
                       PERFORM 2200-SOMA-SUBSTITUTO
                   ELSE
                       ADD 1 TO WRK-TOT-PERDIDAS
                       PERFORM 2300-SOMA-PERDA
                   END-IF
               END-IF
           END-IF.

       2100-SOMA-PROFESSOR.
           MOVE ZEROS TO WRK-IDX-ACHADO
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-PROF
                      OR WRK-IDX-ACHADO > ZEROS
               IF WRK-PRF-ID (WRK-IDX) = AUS-PROFESSOR
                   MOVE WRK-IDX TO WRK-IDX-ACHADO
               END-IF
           END-PERFORM
           IF WRK-IDX-ACHADO = ZEROS
               IF WRK-QTD-PROF < 300
                   ADD 1 TO WRK-QTD-PROF
                   MOVE WRK-QTD-PROF TO WRK-IDX-ACHADO
                   MOVE AUS-PROFESSOR TO WRK-PRF-ID (WRK-IDX-ACHADO)
                   MOVE ZEROS TO WRK-PRF-ULT-DATA (WRK-IDX-ACHADO)
                                 WRK-PRF-DIAS (WRK-IDX-ACHADO)
                                 WRK-PRF-AULAS (WRK-IDX-ACHADO)
                                 WRK-PRF-COBERTAS (WRK-IDX-ACHADO)
                                 WRK-PRF-PERDIDAS (WRK-IDX-ACHADO)
               ELSE
                   DISPLAY 'MAIS DE 300 PROFESSORES - IGNORADO: '
                       AUS-PROFESSOR
               END-IF
           END-IF
           IF WRK-IDX-ACHADO > ZEROS
               IF AUS-DATA NOT = WRK-PRF-ULT-DATA (WRK-IDX-ACHADO)
                   ADD 1 TO WRK-PRF-DIAS (WRK-IDX-ACHADO)
                   MOVE AUS-DATA TO WRK-PRF-ULT-DATA (WRK-IDX-ACHADO)
               END-IF
               ADD 1 TO WRK-PRF-AULAS (WRK-IDX-ACHADO)
               IF AUS-COBERTA
                   ADD 1 TO WRK-PRF-COBERTAS (WRK-IDX-ACHADO)
               ELSE
                   ADD 1 TO WRK-PRF-PERDIDAS (WRK-IDX-ACHADO)
               END-IF
           END-IF
           ADD 1 TO WRK-TOT-AULAS.

       2200-SOMA-SUBSTITUTO.
           MOVE ZEROS TO WRK-IDX-ACHADO
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-SUBST
                      OR WRK-IDX-ACHADO > ZEROS
               IF WRK-SUB-ID (WRK-IDX) = AUS-SUBSTITUTO
                   MOVE WRK-IDX TO WRK-IDX-ACHADO
               END-IF
           END-PERFORM
           IF WRK-IDX-ACHADO = ZEROS
               IF WRK-QTD-SUBST < 300
                   ADD 1 TO WRK-QTD-SUBST
                   MOVE WRK-QTD-SUBST TO WRK-IDX-ACHADO
                   MOVE AUS-SUBSTITUTO TO WRK-SUB-ID (WRK-IDX-ACHADO)
                   MOVE ZEROS TO WRK-SUB-AULAS (WRK-IDX-ACHADO)
               ELSE
                   DISPLAY 'MAIS DE 300 SUBSTITUTOS - IGNORADO: '
                       AUS-SUBSTITUTO
               END-IF
           END-IF
           IF WRK-IDX-ACHADO > ZEROS
               ADD 1 TO WRK-SUB-AULAS (WRK-IDX-ACHADO)
           END-IF.

       2300-SOMA-PERDA.
           MOVE ZEROS TO WRK-IDX-ACHADO
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-PERDA
                      OR WRK-IDX-ACHADO > ZEROS
               IF WRK-PER-TURMA (WRK-IDX) = AUS-TURMA
                  AND WRK-PER-MATERIA (WRK-IDX) = AUS-MATERIA
                   MOVE WRK-IDX TO WRK-IDX-ACHADO
               END-IF
           END-PERFORM
           IF WRK-IDX-ACHADO = ZEROS
               IF WRK-QTD-PERDA < 300
                   ADD 1 TO WRK-QTD-PERDA
                   MOVE WRK-QTD-PERDA TO WRK-IDX-ACHADO
                   MOVE AUS-TURMA TO WRK-PER-TURMA (WRK-IDX-ACHADO)
                   MOVE AUS-MATERIA
                       TO WRK-PER-MATERIA (WRK-IDX-ACHADO)
                   MOVE ZEROS TO WRK-PER-AULAS (WRK-IDX-ACHADO)
               ELSE
                   DISPLAY 'MAIS DE 300 TURMAS/MATERIAS - IGNORADA: '
                       AUS-TURMA ' ' AUS-MATERIA
               END-IF
           END-IF
           IF WRK-IDX-ACHADO > ZEROS
               ADD 1 TO WRK-PER-AULAS (WRK-IDX-ACHADO)
           END-IF.

      * substitutos por id e perdas por turma e materia
       3000-ORDENA-TABELAS.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX >= WRK-QTD-SUBST
               PERFORM VARYING WRK-IDX2 FROM 1 BY 1
                       UNTIL WRK-IDX2 > WRK-QTD-SUBST - WRK-IDX
                   IF WRK-SUB-ID (WRK-IDX2)
                           > WRK-SUB-ID (WRK-IDX2 + 1)
                       MOVE WRK-SUB-ITEM (WRK-IDX2) TO WRK-SUB-TROCA
                       MOVE WRK-SUB-ITEM (WRK-IDX2 + 1)
                           TO WRK-SUB-ITEM (WRK-IDX2)
                       MOVE WRK-SUB-TROCA
                           TO WRK-SUB-ITEM (WRK-IDX2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX >= WRK-QTD-PERDA
               PERFORM VARYING WRK-IDX2 FROM 1 BY 1
                       UNTIL WRK-IDX2 > WRK-QTD-PERDA - WRK-IDX
                   IF WRK-PER-CHAVE (WRK-IDX2)
                           > WRK-PER-CHAVE (WRK-IDX2 + 1)
                       MOVE WRK-PER-ITEM (WRK-IDX2) TO WRK-PER-TROCA
                       MOVE WRK-PER-ITEM (WRK-IDX2 + 1)
                           TO WRK-PER-ITEM (WRK-IDX2)
                       MOVE WRK-PER-TROCA
                           TO WRK-PER-ITEM (WRK-IDX2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       4000-IMPRIME-PROFESSORES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'AUSENCIAS POR PROFESSOR' TO WRK-LINHA-TITULO
           WRITE REPORT-LINE FROM WRK-LINHA-TITULO
           WRITE REPORT-LINE FROM WRK-LINHA-COL-PROF
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-PROF
               MOVE WRK-PRF-ID (WRK-IDX) TO REL-PRF-ID PRF-ID
               PERFORM 7000-BUSCA-NOME
               MOVE PRF-NOME TO REL-PRF-NOME
               MOVE WRK-PRF-DIAS (WRK-IDX) TO REL-PRF-DIAS
               MOVE WRK-PRF-AULAS (WRK-IDX) TO REL-PRF-AULAS
               MOVE WRK-PRF-COBERTAS (WRK-IDX) TO REL-PRF-COBERTAS
               MOVE WRK-PRF-PERDIDAS (WRK-IDX) TO REL-PRF-PERDIDAS
               WRITE REPORT-LINE FROM WRK-LINHA-PROF
           END-PERFORM
           MOVE WRK-TOT-AULAS TO REL-TOT-AULAS
           MOVE WRK-TOT-COBERTAS TO REL-TOT-COBERTAS
           MOVE WRK-TOT-PERDIDAS TO REL-TOT-PERDIDAS
           WRITE REPORT-LINE FROM WRK-LINHA-TOTAL.

      * horas = aulas cobertas x hora-aula / 60
       5000-IMPRIME-SUBSTITUTOS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'AULAS COBERTAS POR SUBSTITUTO (FOLHA DE PAGAMENTO)'
               TO WRK-LINHA-TITULO
           WRITE REPORT-LINE FROM WRK-LINHA-TITULO
           WRITE REPORT-LINE FROM WRK-LINHA-COL-SUBST
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-SUBST
               MOVE WRK-SUB-ID (WRK-IDX) TO REL-SUB-ID PRF-ID
               PERFORM 7000-BUSCA-NOME
               MOVE PRF-NOME TO REL-SUB-NOME
               MOVE WRK-SUB-AULAS (WRK-IDX) TO REL-SUB-AULAS
               COMPUTE WRK-HORAS ROUNDED =
                   WRK-SUB-AULAS (WRK-IDX) * WRK-MINUTOS-AULA / 60
               MOVE WRK-HORAS TO REL-SUB-HORAS
               WRITE REPORT-LINE FROM WRK-LINHA-SUBST
           END-PERFORM.

       6000-IMPRIME-PERDAS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'AULAS PERDIDAS POR TURMA E MATERIA'
               TO WRK-LINHA-TITULO
           WRITE REPORT-LINE FROM WRK-LINHA-TITULO
           WRITE REPORT-LINE FROM WRK-LINHA-COL-PERDA
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-PERDA
               MOVE WRK-PER-TURMA (WRK-IDX) TO REL-PER-TURMA
               MOVE WRK-PER-MATERIA (WRK-IDX) TO REL-PER-MATERIA
               MOVE WRK-PER-AULAS (WRK-IDX) TO REL-PER-AULAS
               WRITE REPORT-LINE FROM WRK-LINHA-PERDA
           END-PERFORM.

       7000-BUSCA-NOME.
           IF WRK-PROFMAST-STATUS = '00'
               READ PROFESSOR-MASTER
                   KEY IS PRF-ID
                   INVALID KEY
                       MOVE 'PROFESSOR NAO CADASTRADO' TO PRF-NOME
               END-READ
           ELSE
               MOVE SPACES TO PRF-NOME
           END-IF.

       9000-FINALIZA.
           DISPLAY 'AULAS AFETADAS NO MES: ' WRK-TOT-AULAS
           DISPLAY 'COBERTAS: ' WRK-TOT-COBERTAS
               ' PERDIDAS: ' WRK-TOT-PERDIDAS
           IF WRK-AUSENCIA-STATUS = '00' OR '10'
               CLOSE AUSENCIA-FILE
           END-IF
           IF WRK-PROFMAST-STATUS = '00'
               CLOSE PROFESSOR-MASTER
           END-IF
           CLOSE AUSENCIA-REPORT
           MOVE 'F' TO WRK-RC-OPERACAO
           MOVE WRK-QTD-LIDOS TO WRK-RC-QTD
           CALL 'runctl' USING WRK-RUNCTL.
