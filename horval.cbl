       IDENTIFICATION DIVISION.
       PROGRAM-ID. horval.
      ********************************************************
      *    Validacao e impressao da grade horaria semanal
      *    Carrega a grade do ano letivo corrente (HORARIO.DAT)
      *    com o professor de cada aula tirado da atribuicao
      *    da materia na turma (ATRIB.DAT) e a sala tirada do
      *    cadastro de turmas (TURMA.DAT), e rejeita em
      *    HORVAL.RPT: professor em dois lugares no mesmo dia
      *    e periodo, sala usada por duas turmas ao mesmo
      *    tempo, aula de materia sem professor atribuido,
      *    turma fora do cadastro e materia com menos aulas na
      *    grade que as aulas semanais exigidas na atribuicao.
      *    Havendo rejeicao termina com RC 4. Imprime tambem a
      *    grade de cada turma (HORTUR.RPT), de cada professor
      *    (HORPRF.RPT) e de cada sala (HORSAL.RPT), periodo x
      *    dia da semana; celula com choque sai marcada com *.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HORARIO-FILE ASSIGN TO 'HORARIO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOR-CHAVE
               FILE STATUS IS WRK-HORARIO-STATUS.

           SELECT TURMA-MASTER ASSIGN TO 'TURMA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-CHAVE
               FILE STATUS IS WRK-TURMA-STATUS.

           SELECT ATRIBUICAO-FILE ASSIGN TO 'ATRIB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATB-CHAVE
               FILE STATUS IS WRK-ATRIB-STATUS.

           SELECT HORVAL-REPORT ASSIGN TO 'HORVAL.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TURMA-REPORT ASSIGN TO 'HORTUR.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PROF-REPORT ASSIGN TO 'HORPRF.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SALA-REPORT ASSIGN TO 'HORSAL.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HORARIO-FILE.
           COPY 'horarec.cbl'.

       FD  TURMA-MASTER.
           COPY 'turmarec.cbl'.

       FD  ATRIBUICAO-FILE.
           COPY 'atribrec.cbl'.

       FD  HORVAL-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  HORVAL-LINE PIC X(80).

       FD  TURMA-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  TURMA-LINE PIC X(80).

       FD  PROF-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  PROF-LINE PIC X(80).

       FD  SALA-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  SALA-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       77  WRK-HORARIO-STATUS   PIC X(02) VALUE '00'.
       77  WRK-TURMA-STATUS     PIC X(02) VALUE '00'.
       77  WRK-ATRIB-STATUS     PIC X(02) VALUE '00'.
       77  WRK-EOF              PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO        VALUE 'S'.
       77  WRK-RETORNO          PIC 9(02) VALUE ZEROS.

       01  DATA-SYS.
           02  ANO-SYS PIC 9(04) VALUE ZEROS.
           02  MES-SYS PIC 9(02) VALUE ZEROS.
           02  DIA-SYS PIC 9(02) VALUE ZEROS.

       01  WRK-NOMES-DIAS.
           05  FILLER PIC X(18) VALUE 'SEGTERQUAQUISEXSAB'.
       01  WRK-TABELA-DIAS REDEFINES WRK-NOMES-DIAS.
           05  WRK-NOME-DIA OCCURS 6 TIMES PIC X(03).

      * turmas do ano com a sala
       01  WRK-TABELA-TURMAS.
           05  WRK-TUR-ENTRADA OCCURS 200 TIMES.
               10  WRK-TUR-CODIGO    PIC X(03).
               10  WRK-TUR-SALA      PIC X(05).
               10  WRK-TUR-AULAS     PIC 9(03).
       77  WRK-QTD-TURMAS       PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-TURMA        PIC 9(03) VALUE ZEROS.
       77  WRK-TURMA-ACHADA     PIC X(01) VALUE 'N'.
           88 TURMA-NA-TABELA       VALUE 'S'.

      * atribuicoes do ano: professor, aulas exigidas e aulas
      * lancadas na grade
       01  WRK-TABELA-ATRIB.
           05  WRK-ATB-ENTRADA OCCURS 1000 TIMES.
               10  WRK-ATB-MATERIA   PIC X(03).
               10  WRK-ATB-TURMA     PIC X(03).
               10  WRK-ATB-PROFESSOR PIC X(10).
               10  WRK-ATB-EXIGIDAS  PIC 9(02).
               10  WRK-ATB-LANCADAS  PIC 9(03).
       77  WRK-QTD-ATRIB        PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-ATRIB        PIC 9(04) VALUE ZEROS.
       77  WRK-ATRIB-ACHADA     PIC X(01) VALUE 'N'.
           88 ATRIB-NA-TABELA       VALUE 'S'.

      * aulas da grade com professor e sala resolvidos
       01  WRK-TABELA-AULAS.
           05  WRK-AUL-ENTRADA OCCURS 3000 TIMES.
               10  WRK-AUL-TURMA     PIC X(03).
               10  WRK-AUL-DIA       PIC 9(01).
               10  WRK-AUL-PERIODO   PIC 9(02).
               10  WRK-AUL-MATERIA   PIC X(03).
               10  WRK-AUL-PROFESSOR PIC X(10).
               10  WRK-AUL-SALA      PIC X(05).
       77  WRK-QTD-AULAS        PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-AULA         PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-OUTRA        PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-FORA-TABELA  PIC 9(05) VALUE ZEROS.
       77  WRK-MAX-PERIODO      PIC 9(02) VALUE ZEROS.

      * professores e salas distintos da grade, em ordem
       01  WRK-TABELA-PROFESSORES.
           05  WRK-PRF-CODIGO OCCURS 300 TIMES PIC X(10).
       77  WRK-QTD-PROFESSORES  PIC 9(03) VALUE ZEROS.
       01  WRK-TABELA-SALAS.
           05  WRK-SAL-CODIGO OCCURS 200 TIMES PIC X(05).
       77  WRK-QTD-SALAS        PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-LISTA        PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-COMP         PIC 9(03) VALUE ZEROS.
       77  WRK-ITEM-ACHADO      PIC X(01) VALUE 'N'.
           88 ITEM-NA-LISTA         VALUE 'S'.
       77  WRK-TROCA-CODIGO     PIC X(10) VALUE SPACES.

      * grade de uma turma, professor ou sala: periodo x dia
       77  WRK-TIPO-GRADE       PIC X(01) VALUE SPACES.
           88 GRADE-TURMA           VALUE 'T'.
           88 GRADE-PROFESSOR       VALUE 'P'.
           88 GRADE-SALA            VALUE 'S'.
       77  WRK-ENTIDADE         PIC X(10) VALUE SPACES.
       01  WRK-GRADE.
           05  WRK-GRD-PERIODO OCCURS 10 TIMES.
               10  WRK-GRD-CELULA OCCURS 6 TIMES PIC X(10).
       77  WRK-IDX-PERIODO      PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-DIA          PIC 9(01) VALUE ZEROS.
       01  WRK-CONTEUDO-CELULA  PIC X(10) VALUE SPACES.
       01  WRK-CELULA-TURMA REDEFINES WRK-CONTEUDO-CELULA.
           05  CEL-MATERIA      PIC X(03).
           05  FILLER           PIC X(01).
           05  CEL-PROFESSOR    PIC X(06).
       01  WRK-CELULA-OUTRAS REDEFINES WRK-CONTEUDO-CELULA.
           05  CEL-TURMA        PIC X(03).
           05  FILLER           PIC X(01).
           05  CEL-MATERIA-2    PIC X(03).
           05  FILLER           PIC X(03).

       77  WRK-QTD-REJEICOES    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-CHOQUE-PROF  PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-CHOQUE-SALA  PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-SEM-PROF     PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-FALTANDO     PIC 9(05) VALUE ZEROS.

       01  WRK-LINHA-GRADE      PIC X(80) VALUE SPACES.
       01  WRK-LINHA-SEPARADOR  PIC X(80) VALUE ALL '-'.

       01  WRK-LINHA-TITULO-VAL.
           05  FILLER          PIC X(40) VALUE
               'VALIDACAO DA GRADE HORARIA - ANO LETIVO '.
           05  TVL-ANO         PIC 9(04).

       01  WRK-LINHA-CHOQUE.
           05  CHQ-MOTIVO      PIC X(26).
           05  CHQ-CHAVE       PIC X(10).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  CHQ-DIA         PIC X(03).
           05  FILLER          PIC X(02) VALUE ' P'.
           05  CHQ-PERIODO     PIC 9(02).
           05  FILLER          PIC X(08) VALUE ' TURMAS '.
           05  CHQ-TURMA-1     PIC X(03).
           05  FILLER          PIC X(03) VALUE ' E '.
           05  CHQ-TURMA-2     PIC X(03).

       01  WRK-LINHA-SEM-PROF.
           05  FILLER          PIC X(26) VALUE
               'MATERIA SEM PROFESSOR'.
           05  SPR-MATERIA     PIC X(10).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  SPR-DIA         PIC X(03).
           05  FILLER          PIC X(02) VALUE ' P'.
           05  SPR-PERIODO     PIC 9(02).
           05  FILLER          PIC X(08) VALUE ' TURMA  '.
           05  SPR-TURMA       PIC X(03).

       01  WRK-LINHA-SEM-TURMA.
           05  FILLER          PIC X(26) VALUE
               'TURMA NAO CADASTRADA'.
           05  SRJ-TURMA   PIC X(03).

       01  WRK-LINHA-FALTANDO.
           05  FILLER          PIC X(26) VALUE
               'MATERIA COM AULA FALTANDO'.
           05  FLT-MATERIA     PIC X(10).
           05  FILLER          PIC X(07) VALUE ' TURMA '.
           05  FLT-TURMA       PIC X(03).
           05  FILLER          PIC X(09) VALUE ' EXIGIDAS'.
           05  FLT-EXIGIDAS    PIC ZZ9.
           05  FILLER          PIC X(09) VALUE ' NA GRADE'.
           05  FLT-LANCADAS    PIC ZZ9.

       01  WRK-LINHA-RESUMO-VAL.
           05  FILLER          PIC X(16) VALUE 'CHOQUES PROF.: '.
           05  RSV-PROF        PIC ZZZZ9.
           05  FILLER          PIC X(09) VALUE '  SALA: '.
           05  RSV-SALA        PIC ZZZZ9.
           05  FILLER          PIC X(14) VALUE '  SEM PROF.: '.
           05  RSV-SEM-PROF    PIC ZZZZ9.
           05  FILLER          PIC X(13) VALUE '  FALTANDO: '.
           05  RSV-FALTANDO    PIC ZZZZ9.

       01  WRK-LINHA-TITULO-GRADE.
           05  TGR-TIPO        PIC X(16).
           05  TGR-ENTIDADE    PIC X(10).
           05  TGR-ROTULO-SALA PIC X(06).
           05  TGR-SALA        PIC X(05).
           05  FILLER          PIC X(05) VALUE ' ANO '.
           05  TGR-ANO         PIC 9(04).

       01  WRK-LINHA-DIAS.
           05  FILLER          PIC X(04) VALUE SPACES.
           05  FILLER          PIC X(33) VALUE
               'SEG        TER        QUA        '.
           05  FILLER          PIC X(25) VALUE
               'QUI        SEX        SAB'.

       01  WRK-LINHA-PERIODO.
           05  FILLER          PIC X(01) VALUE 'P'.
           05  LPR-PERIODO     PIC 9(02).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  LPR-CELULAS OCCURS 6 TIMES.
               10  LPR-CELULA  PIC X(10).
               10  FILLER      PIC X(01).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-CARREGA-TURMAS
           PERFORM 2200-CARREGA-ATRIBUICOES
           PERFORM 3000-CARREGA-GRADE
           PERFORM 4000-APURA-CHOQUES
               VARYING WRK-IDX-AULA FROM 1 BY 1
               UNTIL WRK-IDX-AULA > WRK-QTD-AULAS
           PERFORM 5000-APURA-FALTANDO
               VARYING WRK-IDX-ATRIB FROM 1 BY 1
               UNTIL WRK-IDX-ATRIB > WRK-QTD-ATRIB
           PERFORM 6000-IMPRIME-GRADES
           PERFORM 9000-FINALIZA
           MOVE WRK-RETORNO TO RETURN-CODE
           STOP RUN.

       1000-INICIALIZA.
           ACCEPT DATA-SYS FROM DATE YYYYMMDD
           OPEN OUTPUT HORVAL-REPORT
           OPEN OUTPUT TURMA-REPORT
           OPEN OUTPUT PROF-REPORT
           OPEN OUTPUT SALA-REPORT
           MOVE ANO-SYS TO TVL-ANO
           WRITE HORVAL-LINE FROM WRK-LINHA-TITULO-VAL
           WRITE HORVAL-LINE FROM WRK-LINHA-SEPARADOR.

       2000-CARREGA-TURMAS.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT TURMA-MASTER
           IF WRK-TURMA-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE TURMAS INEXISTENTE'
               MOVE 'S' TO WRK-EOF
           END-IF
           PERFORM 2100-LE-TURMA UNTIL FIM-DE-ARQUIVO
           IF WRK-TURMA-STATUS = '00' OR '10'
               CLOSE TURMA-MASTER
           END-IF.

       2100-LE-TURMA.
           READ TURMA-MASTER NEXT RECORD
               AT END MOVE 'S' TO WRK-EOF
           END-READ
           IF NOT FIM-DE-ARQUIVO AND TUR-ANO = ANO-SYS
               IF WRK-QTD-TURMAS < 200
                   ADD 1 TO WRK-QTD-TURMAS
                   MOVE TUR-CODIGO TO WRK-TUR-CODIGO (WRK-QTD-TURMAS)
                   MOVE TUR-SALA TO WRK-TUR-SALA (WRK-QTD-TURMAS)
                   MOVE ZEROS TO WRK-TUR-AULAS (WRK-QTD-TURMAS)
               ELSE
                   ADD 1 TO WRK-QTD-FORA-TABELA
               END-IF
           END-IF.

       2200-CARREGA-ATRIBUICOES.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT ATRIBUICAO-FILE
           IF WRK-ATRIB-STATUS NOT = '00'
               DISPLAY 'GRADE DE ATRIBUICOES INEXISTENTE'
               MOVE 'S' TO WRK-EOF
           END-IF
           PERFORM 2300-LE-ATRIBUICAO UNTIL FIM-DE-ARQUIVO
           IF WRK-ATRIB-STATUS = '00' OR '10'
               CLOSE ATRIBUICAO-FILE
           END-IF.

      * atribuicao antiga sem aulas exigidas nao e cobrada
       2300-LE-ATRIBUICAO.
           READ ATRIBUICAO-FILE NEXT RECORD
               AT END MOVE 'S' TO WRK-EOF
           END-READ
           IF NOT FIM-DE-ARQUIVO AND ATB-ANO = ANO-SYS
               IF WRK-QTD-ATRIB < 1000
                   ADD 1 TO WRK-QTD-ATRIB
                   MOVE ATB-MATERIA TO WRK-ATB-MATERIA (WRK-QTD-ATRIB)
                   MOVE ATB-TURMA TO WRK-ATB-TURMA (WRK-QTD-ATRIB)
                   MOVE ATB-PROFESSOR
                       TO WRK-ATB-PROFESSOR (WRK-QTD-ATRIB)
                   IF ATB-AULAS-SEMANA IS NUMERIC
                       MOVE ATB-AULAS-SEMANA
                           TO WRK-ATB-EXIGIDAS (WRK-QTD-ATRIB)
                   ELSE
                       MOVE ZEROS TO WRK-ATB-EXIGIDAS (WRK-QTD-ATRIB)
                   END-IF
                   MOVE ZEROS TO WRK-ATB-LANCADAS (WRK-QTD-ATRIB)
               ELSE
                   ADD 1 TO WRK-QTD-FORA-TABELA
               END-IF
           END-IF.

       3000-CARREGA-GRADE.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT HORARIO-FILE
           IF WRK-HORARIO-STATUS NOT = '00'
               DISPLAY 'GRADE HORARIA INEXISTENTE'
               MOVE 'S' TO WRK-EOF
           END-IF
           PERFORM 3100-LE-AULA UNTIL FIM-DE-ARQUIVO
           IF WRK-HORARIO-STATUS = '00' OR '10'
               CLOSE HORARIO-FILE
           END-IF.

      * cada aula leva o professor da atribuicao e a sala da
      * turma; sem professor ou sem turma a aula e rejeitada
      * mas continua na grade impressa
       3100-LE-AULA.
           READ HORARIO-FILE NEXT RECORD
               AT END MOVE 'S' TO WRK-EOF
           END-READ
           IF NOT FIM-DE-ARQUIVO AND HOR-ANO = ANO-SYS
                   AND HOR-DIA-VALIDO AND HOR-PERIODO-VALIDO
               IF WRK-QTD-AULAS < 3000
                   ADD 1 TO WRK-QTD-AULAS
                   PERFORM 3200-RESOLVE-AULA
               ELSE
                   ADD 1 TO WRK-QTD-FORA-TABELA
               END-IF
           END-IF.

       3200-RESOLVE-AULA.
           MOVE HOR-TURMA TO WRK-AUL-TURMA (WRK-QTD-AULAS)
           MOVE HOR-DIA TO WRK-AUL-DIA (WRK-QTD-AULAS)
           MOVE HOR-PERIODO TO WRK-AUL-PERIODO (WRK-QTD-AULAS)
           MOVE HOR-MATERIA TO WRK-AUL-MATERIA (WRK-QTD-AULAS)
           MOVE SPACES TO WRK-AUL-PROFESSOR (WRK-QTD-AULAS)
               WRK-AUL-SALA (WRK-QTD-AULAS)
           IF HOR-PERIODO > WRK-MAX-PERIODO
               MOVE HOR-PERIODO TO WRK-MAX-PERIODO
           END-IF
           MOVE 'N' TO WRK-TURMA-ACHADA
           PERFORM VARYING WRK-IDX-TURMA FROM 1 BY 1
                   UNTIL WRK-IDX-TURMA > WRK-QTD-TURMAS
                       OR TURMA-NA-TABELA
               IF WRK-TUR-CODIGO (WRK-IDX-TURMA) = HOR-TURMA
                   MOVE 'S' TO WRK-TURMA-ACHADA
                   MOVE WRK-TUR-SALA (WRK-IDX-TURMA)
                       TO WRK-AUL-SALA (WRK-QTD-AULAS)
                   ADD 1 TO WRK-TUR-AULAS (WRK-IDX-TURMA)
               END-IF
           END-PERFORM
      * turma fora do cadastro: rejeitada uma vez, na
      * primeira aula dela
           IF NOT TURMA-NA-TABELA
               MOVE 'S' TO WRK-ITEM-ACHADO
               PERFORM VARYING WRK-IDX-OUTRA FROM 1 BY 1
                       UNTIL WRK-IDX-OUTRA >= WRK-QTD-AULAS
                   IF WRK-AUL-TURMA (WRK-IDX-OUTRA) = HOR-TURMA
                       MOVE 'N' TO WRK-ITEM-ACHADO
                   END-IF
               END-PERFORM
               IF ITEM-NA-LISTA
                   MOVE HOR-TURMA TO SRJ-TURMA
                   WRITE HORVAL-LINE FROM WRK-LINHA-SEM-TURMA
                   ADD 1 TO WRK-QTD-REJEICOES
               END-IF
           END-IF
           MOVE 'N' TO WRK-ATRIB-ACHADA
           PERFORM VARYING WRK-IDX-ATRIB FROM 1 BY 1
                   UNTIL WRK-IDX-ATRIB > WRK-QTD-ATRIB
                       OR ATRIB-NA-TABELA
               IF WRK-ATB-TURMA (WRK-IDX-ATRIB) = HOR-TURMA
                       AND WRK-ATB-MATERIA (WRK-IDX-ATRIB)
                           = HOR-MATERIA
                   MOVE 'S' TO WRK-ATRIB-ACHADA
                   MOVE WRK-ATB-PROFESSOR (WRK-IDX-ATRIB)
                       TO WRK-AUL-PROFESSOR (WRK-QTD-AULAS)
                   ADD 1 TO WRK-ATB-LANCADAS (WRK-IDX-ATRIB)
               END-IF
           END-PERFORM
           IF NOT ATRIB-NA-TABELA
               MOVE HOR-MATERIA TO SPR-MATERIA
               MOVE WRK-NOME-DIA (HOR-DIA) TO SPR-DIA
               MOVE HOR-PERIODO TO SPR-PERIODO
               MOVE HOR-TURMA TO SPR-TURMA
               WRITE HORVAL-LINE FROM WRK-LINHA-SEM-PROF
               ADD 1 TO WRK-QTD-REJEICOES
               ADD 1 TO WRK-QTD-SEM-PROF
           END-IF.

      * compara a aula com as seguintes do mesmo dia e
      * periodo: mesmo professor ou mesma sala e choque
       4000-APURA-CHOQUES.
           PERFORM VARYING WRK-IDX-OUTRA FROM WRK-IDX-AULA BY 1
                   UNTIL WRK-IDX-OUTRA >= WRK-QTD-AULAS
               IF WRK-AUL-DIA (WRK-IDX-OUTRA + 1)
                       = WRK-AUL-DIA (WRK-IDX-AULA)
                       AND WRK-AUL-PERIODO (WRK-IDX-OUTRA + 1)
                           = WRK-AUL-PERIODO (WRK-IDX-AULA)
                   IF WRK-AUL-PROFESSOR (WRK-IDX-AULA) NOT = SPACES
                           AND WRK-AUL-PROFESSOR (WRK-IDX-OUTRA + 1)
                               = WRK-AUL-PROFESSOR (WRK-IDX-AULA)
                       MOVE 'PROFESSOR EM DOIS LUGARES'
                           TO CHQ-MOTIVO
                       MOVE WRK-AUL-PROFESSOR (WRK-IDX-AULA)
                           TO CHQ-CHAVE
                       PERFORM 4100-GRAVA-CHOQUE
                       ADD 1 TO WRK-QTD-CHOQUE-PROF
                   END-IF
                   IF WRK-AUL-SALA (WRK-IDX-AULA) NOT = SPACES
                           AND WRK-AUL-SALA (WRK-IDX-OUTRA + 1)
                               = WRK-AUL-SALA (WRK-IDX-AULA)
                       MOVE 'SALA USADA DUAS VEZES' TO CHQ-MOTIVO
                       MOVE WRK-AUL-SALA (WRK-IDX-AULA) TO CHQ-CHAVE
                       PERFORM 4100-GRAVA-CHOQUE
                       ADD 1 TO WRK-QTD-CHOQUE-SALA
                   END-IF
               END-IF
           END-PERFORM.

       4100-GRAVA-CHOQUE.
           MOVE WRK-NOME-DIA (WRK-AUL-DIA (WRK-IDX-AULA)) TO CHQ-DIA
           MOVE WRK-AUL-PERIODO (WRK-IDX-AULA) TO CHQ-PERIODO
           MOVE WRK-AUL-TURMA (WRK-IDX-AULA) TO CHQ-TURMA-1
           MOVE WRK-AUL-TURMA (WRK-IDX-OUTRA + 1) TO CHQ-TURMA-2
           WRITE HORVAL-LINE FROM WRK-LINHA-CHOQUE
           ADD 1 TO WRK-QTD-REJEICOES.

       5000-APURA-FALTANDO.
           IF WRK-ATB-LANCADAS (WRK-IDX-ATRIB)
                   < WRK-ATB-EXIGIDAS (WRK-IDX-ATRIB)
               MOVE WRK-ATB-MATERIA (WRK-IDX-ATRIB) TO FLT-MATERIA
               MOVE WRK-ATB-TURMA (WRK-IDX-ATRIB) TO FLT-TURMA
               MOVE WRK-ATB-EXIGIDAS (WRK-IDX-ATRIB) TO FLT-EXIGIDAS
               MOVE WRK-ATB-LANCADAS (WRK-IDX-ATRIB) TO FLT-LANCADAS
               WRITE HORVAL-LINE FROM WRK-LINHA-FALTANDO
               ADD 1 TO WRK-QTD-REJEICOES
               ADD 1 TO WRK-QTD-FALTANDO
           END-IF.

      * uma grade por turma com aula, por professor e por
      * sala; professores e salas em ordem alfabetica
       6000-IMPRIME-GRADES.
           SET GRADE-TURMA TO TRUE
           PERFORM VARYING WRK-IDX-TURMA FROM 1 BY 1
                   UNTIL WRK-IDX-TURMA > WRK-QTD-TURMAS
               IF WRK-TUR-AULAS (WRK-IDX-TURMA) > ZEROS
                   MOVE WRK-TUR-CODIGO (WRK-IDX-TURMA) TO WRK-ENTIDADE
                   MOVE 'GRADE DA TURMA ' TO TGR-TIPO
                   MOVE ' SALA ' TO TGR-ROTULO-SALA
                   MOVE WRK-TUR-SALA (WRK-IDX-TURMA) TO TGR-SALA
                   PERFORM 7000-MONTA-GRADE
               END-IF
           END-PERFORM
           PERFORM 6100-LISTA-PROFESSORES-SALAS
           SET GRADE-PROFESSOR TO TRUE
           PERFORM VARYING WRK-IDX-LISTA FROM 1 BY 1
                   UNTIL WRK-IDX-LISTA > WRK-QTD-PROFESSORES
               MOVE WRK-PRF-CODIGO (WRK-IDX-LISTA) TO WRK-ENTIDADE
               MOVE 'GRADE DO PROF. ' TO TGR-TIPO
               MOVE SPACES TO TGR-ROTULO-SALA TGR-SALA
               PERFORM 7000-MONTA-GRADE
           END-PERFORM
           SET GRADE-SALA TO TRUE
           PERFORM VARYING WRK-IDX-LISTA FROM 1 BY 1
                   UNTIL WRK-IDX-LISTA > WRK-QTD-SALAS
               MOVE WRK-SAL-CODIGO (WRK-IDX-LISTA) TO WRK-ENTIDADE
               MOVE 'GRADE DA SALA ' TO TGR-TIPO
               MOVE SPACES TO TGR-ROTULO-SALA TGR-SALA
               PERFORM 7000-MONTA-GRADE
           END-PERFORM.

       6100-LISTA-PROFESSORES-SALAS.
           PERFORM VARYING WRK-IDX-AULA FROM 1 BY 1
                   UNTIL WRK-IDX-AULA > WRK-QTD-AULAS
               IF WRK-AUL-PROFESSOR (WRK-IDX-AULA) NOT = SPACES
                   MOVE 'N' TO WRK-ITEM-ACHADO
                   PERFORM VARYING WRK-IDX-LISTA FROM 1 BY 1
                           UNTIL WRK-IDX-LISTA > WRK-QTD-PROFESSORES
                               OR ITEM-NA-LISTA
                       IF WRK-PRF-CODIGO (WRK-IDX-LISTA)
                               = WRK-AUL-PROFESSOR (WRK-IDX-AULA)
                           MOVE 'S' TO WRK-ITEM-ACHADO
                       END-IF
                   END-PERFORM
                   IF NOT ITEM-NA-LISTA AND WRK-QTD-PROFESSORES < 300
                       ADD 1 TO WRK-QTD-PROFESSORES
                       MOVE WRK-AUL-PROFESSOR (WRK-IDX-AULA)
                           TO WRK-PRF-CODIGO (WRK-QTD-PROFESSORES)
                   END-IF
               END-IF
               IF WRK-AUL-SALA (WRK-IDX-AULA) NOT = SPACES
                   MOVE 'N' TO WRK-ITEM-ACHADO
                   PERFORM VARYING WRK-IDX-LISTA FROM 1 BY 1
                           UNTIL WRK-IDX-LISTA > WRK-QTD-SALAS
                               OR ITEM-NA-LISTA
                       IF WRK-SAL-CODIGO (WRK-IDX-LISTA)
                               = WRK-AUL-SALA (WRK-IDX-AULA)
                           MOVE 'S' TO WRK-ITEM-ACHADO
                       END-IF
                   END-PERFORM
                   IF NOT ITEM-NA-LISTA AND WRK-QTD-SALAS < 200
                       ADD 1 TO WRK-QTD-SALAS
                       MOVE WRK-AUL-SALA (WRK-IDX-AULA)
                           TO WRK-SAL-CODIGO (WRK-QTD-SALAS)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WRK-IDX-LISTA FROM 1 BY 1
                   UNTIL WRK-IDX-LISTA >= WRK-QTD-PROFESSORES
               PERFORM VARYING WRK-IDX-COMP FROM 1 BY 1
                       UNTIL WRK-IDX-COMP >= WRK-QTD-PROFESSORES
                   IF WRK-PRF-CODIGO (WRK-IDX-COMP)
                           > WRK-PRF-CODIGO (WRK-IDX-COMP + 1)
                       MOVE WRK-PRF-CODIGO (WRK-IDX-COMP)
                           TO WRK-TROCA-CODIGO
                       MOVE WRK-PRF-CODIGO (WRK-IDX-COMP + 1)
                           TO WRK-PRF-CODIGO (WRK-IDX-COMP)
                       MOVE WRK-TROCA-CODIGO
                           TO WRK-PRF-CODIGO (WRK-IDX-COMP + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WRK-IDX-LISTA FROM 1 BY 1
                   UNTIL WRK-IDX-LISTA >= WRK-QTD-SALAS
               PERFORM VARYING WRK-IDX-COMP FROM 1 BY 1
                       UNTIL WRK-IDX-COMP >= WRK-QTD-SALAS
                   IF WRK-SAL-CODIGO (WRK-IDX-COMP)
                           > WRK-SAL-CODIGO (WRK-IDX-COMP + 1)
                       MOVE WRK-SAL-CODIGO (WRK-IDX-COMP)
                           TO WRK-TROCA-CODIGO
                       MOVE WRK-SAL-CODIGO (WRK-IDX-COMP + 1)
                           TO WRK-SAL-CODIGO (WRK-IDX-COMP)
                       MOVE WRK-TROCA-CODIGO
                           TO WRK-SAL-CODIGO (WRK-IDX-COMP + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * preenche a grade com as aulas da turma, professor ou
      * sala; celula ja ocupada e choque e ganha um *
       7000-MONTA-GRADE.
           MOVE SPACES TO WRK-GRADE
           PERFORM VARYING WRK-IDX-AULA FROM 1 BY 1
                   UNTIL WRK-IDX-AULA > WRK-QTD-AULAS
               MOVE SPACES TO WRK-CONTEUDO-CELULA
               EVALUATE TRUE
                   WHEN GRADE-TURMA
                       IF WRK-AUL-TURMA (WRK-IDX-AULA) = WRK-ENTIDADE
                           MOVE WRK-AUL-MATERIA (WRK-IDX-AULA)
                               TO CEL-MATERIA
                           MOVE WRK-AUL-PROFESSOR (WRK-IDX-AULA)
                               TO CEL-PROFESSOR
                           IF CEL-PROFESSOR = SPACES
                               MOVE '?' TO CEL-PROFESSOR
                           END-IF
                       END-IF
                   WHEN GRADE-PROFESSOR
                       IF WRK-AUL-PROFESSOR (WRK-IDX-AULA)
                               = WRK-ENTIDADE
                           MOVE WRK-AUL-TURMA (WRK-IDX-AULA)
                               TO CEL-TURMA
                           MOVE WRK-AUL-MATERIA (WRK-IDX-AULA)
                               TO CEL-MATERIA-2
                       END-IF
                   WHEN GRADE-SALA
                       IF WRK-AUL-SALA (WRK-IDX-AULA) = WRK-ENTIDADE
                           MOVE WRK-AUL-TURMA (WRK-IDX-AULA)
                               TO CEL-TURMA
                           MOVE WRK-AUL-MATERIA (WRK-IDX-AULA)
                               TO CEL-MATERIA-2
                       END-IF
               END-EVALUATE
               IF WRK-CONTEUDO-CELULA NOT = SPACES
                   MOVE WRK-AUL-PERIODO (WRK-IDX-AULA)
                       TO WRK-IDX-PERIODO
                   MOVE WRK-AUL-DIA (WRK-IDX-AULA) TO WRK-IDX-DIA
                   IF WRK-GRD-CELULA (WRK-IDX-PERIODO, WRK-IDX-DIA)
                           = SPACES
                       MOVE WRK-CONTEUDO-CELULA TO
                           WRK-GRD-CELULA (WRK-IDX-PERIODO, WRK-IDX-DIA)
                   ELSE
                       MOVE '*' TO WRK-GRD-CELULA
                           (WRK-IDX-PERIODO, WRK-IDX-DIA) (10:1)
                   END-IF
               END-IF
           END-PERFORM
           MOVE WRK-ENTIDADE TO TGR-ENTIDADE
           MOVE ANO-SYS TO TGR-ANO
           MOVE WRK-LINHA-TITULO-GRADE TO WRK-LINHA-GRADE
           PERFORM 7100-GRAVA-LINHA
           MOVE WRK-LINHA-DIAS TO WRK-LINHA-GRADE
           PERFORM 7100-GRAVA-LINHA
           PERFORM VARYING WRK-IDX-PERIODO FROM 1 BY 1
                   UNTIL WRK-IDX-PERIODO > WRK-MAX-PERIODO
               MOVE SPACES TO WRK-LINHA-PERIODO (4:)
               MOVE WRK-IDX-PERIODO TO LPR-PERIODO
               PERFORM VARYING WRK-IDX-DIA FROM 1 BY 1
                       UNTIL WRK-IDX-DIA > 6
                   MOVE WRK-GRD-CELULA (WRK-IDX-PERIODO, WRK-IDX-DIA)
                       TO LPR-CELULA (WRK-IDX-DIA)
               END-PERFORM
               MOVE WRK-LINHA-PERIODO TO WRK-LINHA-GRADE
               PERFORM 7100-GRAVA-LINHA
           END-PERFORM
           MOVE SPACES TO WRK-LINHA-GRADE
           PERFORM 7100-GRAVA-LINHA.

       7100-GRAVA-LINHA.
           EVALUATE TRUE
               WHEN GRADE-TURMA
                   WRITE TURMA-LINE FROM WRK-LINHA-GRADE
               WHEN GRADE-PROFESSOR
                   WRITE PROF-LINE FROM WRK-LINHA-GRADE
               WHEN GRADE-SALA
                   WRITE SALA-LINE FROM WRK-LINHA-GRADE
           END-EVALUATE.

      * grade rejeitada ou tabela cheia: aviso (RC 4)
       9000-FINALIZA.
           WRITE HORVAL-LINE FROM WRK-LINHA-SEPARADOR
           MOVE WRK-QTD-CHOQUE-PROF TO RSV-PROF
           MOVE WRK-QTD-CHOQUE-SALA TO RSV-SALA
           MOVE WRK-QTD-SEM-PROF TO RSV-SEM-PROF
           MOVE WRK-QTD-FALTANDO TO RSV-FALTANDO
           WRITE HORVAL-LINE FROM WRK-LINHA-RESUMO-VAL
           CLOSE HORVAL-REPORT
           CLOSE TURMA-REPORT
           CLOSE PROF-REPORT
           CLOSE SALA-REPORT
           IF WRK-QTD-FORA-TABELA > ZEROS
               DISPLAY 'REGISTROS ALEM DAS TABELAS (NAO VALIDADOS): '
                   WRK-QTD-FORA-TABELA
               MOVE 4 TO WRK-RETORNO
           END-IF
           IF WRK-QTD-REJEICOES > ZEROS
               DISPLAY 'GRADE HORARIA REJEITADA - VER HORVAL.RPT: '
                   WRK-QTD-REJEICOES
               MOVE 4 TO WRK-RETORNO
           ELSE
               DISPLAY 'GRADE HORARIA SEM CONFLITOS'
           END-IF
           DISPLAY 'AULAS VALIDADAS: ' WRK-QTD-AULAS.
