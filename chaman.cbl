       IDENTIFICATION DIVISION.
       PROGRAM-ID. chaman.
      ********************************************************
      *    Chamada diaria no console
      *    O professor lanca, corrige e exibe a chamada de
      *    cada aula no CHAMADA.DAT (ano letivo + turma + data
      *    + periodo + aluno -> presenca ou falta), no mesmo
      *    estilo de manutencao do horman. A data tem de cair
      *    num bimestre do calendario letivo (CALLET.DAT), nao
      *    pode ser domingo, feriado nacional (HOLIDAY.DAT) nem
      *    data futura; o periodo tem de ter aula na grade
      *    horaria (HORARIO.DAT), de onde vem a materia e o
      *    professor atribuido - ou o substituto, quando o
      *    livro de ausencias (AUSENCIA.DAT) da a aula como
      *    coberta; aula registrada como perdida nao tem
      *    chamada. So entra aluno do roster da turma
      *    (STUDENT.DAT) com matricula nao encerrada nem
      *    transferida (ALUMAST.DAT). A totalizacao do
      *    bimestre para o FREQ.DAT e o aviso de faltas
      *    consecutivas ficam com o chamrol. Cada gravacao vai
      *    tambem para o diario de recuperacao JORNAL.DAT
      *    (jrnsrv) com as imagens antes e depois.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHAMADA-FILE ASSIGN TO 'CHAMADA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHA-CHAVE
               FILE STATUS IS WRK-CHAMADA-STATUS.

           SELECT TURMA-MASTER ASSIGN TO 'TURMA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-CHAVE
               FILE STATUS IS WRK-TURMA-STATUS.

           SELECT CALENDARIO-LETIVO ASSIGN TO 'CALLET.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-CHAVE
               FILE STATUS IS WRK-CALLET-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO 'HOLIDAY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOL-CHAVE
               FILE STATUS IS WRK-HOLIDAY-STATUS.

           SELECT HORARIO-FILE ASSIGN TO 'HORARIO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOR-CHAVE
               FILE STATUS IS WRK-HORARIO-STATUS.

           SELECT ATRIBUICAO-FILE ASSIGN TO 'ATRIB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATB-CHAVE
               FILE STATUS IS WRK-ATRIB-STATUS.

           SELECT AUSENCIA-FILE ASSIGN TO 'AUSENCIA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUS-CHAVE
               FILE STATUS IS WRK-AUSENCIA-STATUS.

           SELECT STUDENT-FILE ASSIGN TO 'STUDENT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STUDENT-STATUS.

           SELECT ALUNO-MASTER ASSIGN TO 'ALUMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-ID
               FILE STATUS IS WRK-ALUMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHAMADA-FILE.
           COPY 'chamrec.cbl'.

       FD  TURMA-MASTER.
           COPY 'turmarec.cbl'.

       FD  CALENDARIO-LETIVO.
           COPY 'calletrec.cbl'.

       FD  HOLIDAY-FILE.
           COPY 'holidayrec.cbl'.

       FD  HORARIO-FILE.
           COPY 'horarec.cbl'.

       FD  ATRIBUICAO-FILE.
           COPY 'atribrec.cbl'.

       FD  AUSENCIA-FILE.
           COPY 'ausrec.cbl'.

       FD  STUDENT-FILE.
           COPY 'studrec.cbl'.

       FD  ALUNO-MASTER.
           COPY 'alurec.cbl'.

       WORKING-STORAGE SECTION.
       77  WRK-CHAMADA-STATUS   PIC X(02) VALUE '00'.
       77  WRK-TURMA-STATUS     PIC X(02) VALUE '00'.
       77  WRK-CALLET-STATUS    PIC X(02) VALUE '00'.
       77  WRK-HOLIDAY-STATUS   PIC X(02) VALUE '00'.
       77  WRK-HORARIO-STATUS   PIC X(02) VALUE '00'.
       77  WRK-ATRIB-STATUS     PIC X(02) VALUE '00'.
       77  WRK-AUSENCIA-STATUS  PIC X(02) VALUE '00'.
       77  WRK-STUDENT-STATUS   PIC X(02) VALUE '00'.
       77  WRK-ALUMAST-STATUS   PIC X(02) VALUE '00'.

       77  WRK-OPCAO            PIC 9(01) VALUE ZEROS.
           88 OPCAO-LANCAR          VALUE 1.
           88 OPCAO-CORRIGIR        VALUE 2.
           88 OPCAO-EXIBIR          VALUE 3.
           88 OPCAO-SAIR            VALUE 4.

       77  WRK-ANO              PIC 9(04) VALUE ZEROS.
       77  WRK-TURMA            PIC X(03) VALUE SPACES.
       77  WRK-DATA-AULA        PIC 9(08) VALUE ZEROS.
       77  WRK-PERIODO          PIC 9(02) VALUE ZEROS.
       77  WRK-ALUNO            PIC 9(06) VALUE ZEROS.
       77  WRK-PRESENCA         PIC X(01) VALUE SPACES.
           88 PRESENCA-VALIDA       VALUE 'P' 'F'.
       77  WRK-BIMESTRE         PIC 9(01) VALUE ZEROS.
       77  WRK-BIM-IDX          PIC 9(01) VALUE ZEROS.
       77  WRK-MATERIA          PIC X(03) VALUE SPACES.
       77  WRK-PROFESSOR        PIC X(10) VALUE SPACES.
       77  WRK-CHAVE-OK         PIC X(01) VALUE 'N'.
           88 CHAVE-VALIDA          VALUE 'S'.
       77  WRK-EOF              PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO        VALUE 'S'.
       77  WRK-JA-LANCADA       PIC X(01) VALUE 'N'.
           88 CHAMADA-JA-LANCADA    VALUE 'S'.
       77  WRK-NA-TURMA         PIC X(01) VALUE 'N'.
           88 ALUNO-NA-TURMA        VALUE 'S'.
       77  WRK-QTD-PRESENTES    PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-FALTAS       PIC 9(03) VALUE ZEROS.

       01  DATA-SYS.
           02  ANO-SYS PIC 9(04) VALUE ZEROS.
           02  MES-SYS PIC 9(02) VALUE ZEROS.
           02  DIA-SYS PIC 9(02) VALUE ZEROS.
       01  DATA-SYS-NUM REDEFINES DATA-SYS PIC 9(08).

      * data da aula quebrada para a validacao de calendario
       01  WRK-DATA-PARTES.
           05  WRK-AULA-ANO     PIC 9(04).
           05  WRK-AULA-MES     PIC 9(02).
           05  WRK-AULA-DIA     PIC 9(02).
       01  WRK-DATA-PARTES-NUM REDEFINES WRK-DATA-PARTES
                                PIC 9(08).
       77  WRK-DATA-VALIDA-FLAG PIC X(01) VALUE 'S'.
       77  WRK-DIAS-NO-MES      PIC 9(02) VALUE ZEROS.

      * congruencia de Zeller (indice 1 = sabado, como na
      * guarda do lote), com as divisoes inteiras feitas em
      * campos proprios para nao arrastar fracao na soma
       77  WRK-ANO-CALC         PIC 9(04) VALUE ZEROS.
       77  WRK-MES-CALC         PIC 9(02) VALUE ZEROS.
       77  WRK-SECULO           PIC 9(02) VALUE ZEROS.
       77  WRK-ANO-SECULO       PIC 9(02) VALUE ZEROS.
       77  WRK-ZEL-MES          PIC 9(03) VALUE ZEROS.
       77  WRK-ZEL-ANO4         PIC 9(02) VALUE ZEROS.
       77  WRK-ZEL-SEC4         PIC 9(02) VALUE ZEROS.
       77  WRK-ZELLER           PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-SEMANA       PIC 9(01) VALUE ZEROS.
      * dia da semana na convencao da grade horaria
      * (1 = segunda ... 6 = sabado)
       77  WRK-DIA-GRADE        PIC 9(01) VALUE ZEROS.

      * roster das turmas, um aluno por turma, carregado do
      * STUDENT.DAT (que repete o aluno por materia e
      * bimestre)
       77  WRK-QTD-ROSTER       PIC 9(04) VALUE ZEROS.
       77  WRK-IDX              PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-BUSCA        PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-ROSTER.
           05  WRK-ROS-ITEM OCCURS 1000 TIMES.
               10  WRK-ROS-TURMA    PIC X(03).
               10  WRK-ROS-ALUNO    PIC 9(06).
               10  WRK-ROS-NOME     PIC X(30).

      * contrato com o diario de recuperacao (jrnsrv)
       01  WRK-JRNSRV.
           05  WRK-JRN-PROGRAMA PIC X(10).
           05  WRK-JRN-OPERADOR PIC X(10).
           05  WRK-JRN-ARQUIVO  PIC X(12).
           05  WRK-JRN-CHAVE    PIC X(20).
           05  WRK-JRN-OPERACAO PIC X(01).
           05  WRK-JRN-ANTES    PIC X(300).
           05  WRK-JRN-DEPOIS   PIC X(300).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           ACCEPT DATA-SYS FROM DATE YYYYMMDD
           OPEN I-O CHAMADA-FILE
      * primeira chamada do ambiente: o arquivo ainda nao
      * existe e precisa ser criado vazio
           IF WRK-CHAMADA-STATUS = '35'
               OPEN OUTPUT CHAMADA-FILE
               CLOSE CHAMADA-FILE
               OPEN I-O CHAMADA-FILE
           END-IF
           OPEN INPUT TURMA-MASTER
           OPEN INPUT CALENDARIO-LETIVO
           OPEN INPUT HOLIDAY-FILE
           OPEN INPUT HORARIO-FILE
           OPEN INPUT ATRIBUICAO-FILE
           OPEN INPUT ALUNO-MASTER
           OPEN INPUT AUSENCIA-FILE
           PERFORM 0500-CARREGA-ROSTER
           PERFORM 1000-MENU UNTIL OPCAO-SAIR
           CLOSE CHAMADA-FILE
           IF WRK-TURMA-STATUS = '00'
               CLOSE TURMA-MASTER
           END-IF
           IF WRK-CALLET-STATUS = '00'
               CLOSE CALENDARIO-LETIVO
           END-IF
           IF WRK-HOLIDAY-STATUS = '00'
               CLOSE HOLIDAY-FILE
           END-IF
           IF WRK-HORARIO-STATUS = '00'
               CLOSE HORARIO-FILE
           END-IF
           IF WRK-ATRIB-STATUS = '00'
               CLOSE ATRIBUICAO-FILE
           END-IF
           IF WRK-ALUMAST-STATUS = '00'
               CLOSE ALUNO-MASTER
           END-IF
           IF WRK-AUSENCIA-STATUS = '00'
               CLOSE AUSENCIA-FILE
           END-IF
           GOBACK.

      * o roster repete o aluno por materia e bimestre; a
      * chamada precisa de cada aluno uma vez por turma
       0500-CARREGA-ROSTER.
           MOVE ZEROS TO WRK-QTD-ROSTER
           OPEN INPUT STUDENT-FILE
           IF WRK-STUDENT-STATUS NOT = '00'
               DISPLAY 'STUDENT.DAT INEXISTENTE - ROSTER VAZIO'
           ELSE
               MOVE 'N' TO WRK-EOF
               PERFORM 0510-LE-ROSTER UNTIL FIM-DE-ARQUIVO
               CLOSE STUDENT-FILE
           END-IF.

       0510-LE-ROSTER.
           READ STUDENT-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE STU-TURMA TO WRK-TURMA
               MOVE STU-ID TO WRK-ALUNO
               PERFORM 1900-BUSCA-ROSTER
               IF NOT ALUNO-NA-TURMA
                   IF WRK-QTD-ROSTER < 1000
                       ADD 1 TO WRK-QTD-ROSTER
                       MOVE STU-TURMA
                           TO WRK-ROS-TURMA (WRK-QTD-ROSTER)
                       MOVE STU-ID
                           TO WRK-ROS-ALUNO (WRK-QTD-ROSTER)
                       MOVE STU-NOME
                           TO WRK-ROS-NOME (WRK-QTD-ROSTER)
                   ELSE
                       DISPLAY 'ROSTER EXCEDE 1000 ALUNOS - '
                           'IGNORADO: ' STU-ID
                   END-IF
               END-IF
           END-IF.

       1000-MENU.
           DISPLAY '========================================='
           DISPLAY 'CHAMADA DIARIA'
           DISPLAY '1 - LANCAR CHAMADA DA AULA'
           DISPLAY '2 - CORRIGIR PRESENCA DE ALUNO'
           DISPLAY '3 - EXIBIR CHAMADA DA AULA'
           DISPLAY '4 - SAIR'
           DISPLAY 'ESCOLHA UMA OPCAO: '
           ACCEPT WRK-OPCAO FROM CONSOLE
           EVALUATE TRUE
               WHEN OPCAO-LANCAR   PERFORM 2000-LANCA
               WHEN OPCAO-CORRIGIR PERFORM 3000-CORRIGE
               WHEN OPCAO-EXIBIR   PERFORM 4000-EXIBE
               WHEN OPCAO-SAIR     CONTINUE
               WHEN OTHER          DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      * turma tem de estar no cadastro de turmas do ano
       1500-PEDE-TURMA.
           MOVE 'N' TO WRK-CHAVE-OK
           DISPLAY 'ANO LETIVO (AAAA): '
           ACCEPT WRK-ANO FROM CONSOLE
           DISPLAY 'CODIGO DA TURMA: '
           ACCEPT WRK-TURMA FROM CONSOLE
           MOVE WRK-ANO TO TUR-ANO
           MOVE WRK-TURMA TO TUR-CODIGO
           IF WRK-TURMA-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE TURMAS INEXISTENTE'
           ELSE
               READ TURMA-MASTER
                   KEY IS TUR-CHAVE
                   INVALID KEY
                       DISPLAY 'TURMA NAO CADASTRADA: ' WRK-TURMA
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-CHAVE-OK
               END-READ
           END-IF.

      * a aula chamada: turma, data e periodo, conferidos
      * contra o calendario letivo, os feriados e a grade
       1600-PEDE-AULA.
           PERFORM 1500-PEDE-TURMA
           IF CHAVE-VALIDA
               DISPLAY 'DATA DA AULA (AAAAMMDD): '
               ACCEPT WRK-DATA-AULA FROM CONSOLE
               DISPLAY 'PERIODO (1 A 10): '
               ACCEPT WRK-PERIODO FROM CONSOLE
               PERFORM 1610-VALIDA-DATA
           END-IF
           IF CHAVE-VALIDA
               PERFORM 1620-LOCALIZA-BIMESTRE
           END-IF
           IF CHAVE-VALIDA
               PERFORM 1630-VERIFICA-FERIADO
           END-IF
           IF CHAVE-VALIDA
               PERFORM 1640-LOCALIZA-AULA-GRADE
           END-IF.

       1610-VALIDA-DATA.
           IF WRK-DATA-AULA IS NOT NUMERIC
               MOVE ZEROS TO WRK-DATA-AULA
           END-IF
           MOVE WRK-DATA-AULA TO WRK-DATA-PARTES-NUM
           PERFORM VALIDA-DATA-AULA
           IF WRK-DATA-VALIDA-FLAG NOT = 'S'
               DISPLAY 'DATA INVALIDA: ' WRK-DATA-AULA
               MOVE 'N' TO WRK-CHAVE-OK
           ELSE
               IF WRK-DATA-AULA > DATA-SYS-NUM
                   DISPLAY 'CHAMADA DE DATA FUTURA NAO ACEITA'
                   MOVE 'N' TO WRK-CHAVE-OK
               END-IF
           END-IF
           IF CHAVE-VALIDA
               IF WRK-PERIODO IS NOT NUMERIC
                       OR WRK-PERIODO < 1 OR WRK-PERIODO > 10
                   DISPLAY 'PERIODO INVALIDO'
                   MOVE 'N' TO WRK-CHAVE-OK
               END-IF
           END-IF
           IF CHAVE-VALIDA
               PERFORM 1700-CALCULA-DIA-SEMANA
               IF WRK-IDX-SEMANA = 2
                   DISPLAY 'DATA CAI NUM DOMINGO: ' WRK-DATA-AULA
                   MOVE 'N' TO WRK-CHAVE-OK
               END-IF
           END-IF.

      * a data tem de cair dentro de um dos quatro bimestres
      * do ano letivo no calendario
       1620-LOCALIZA-BIMESTRE.
           MOVE ZEROS TO WRK-BIMESTRE
           IF WRK-CALLET-STATUS NOT = '00'
               DISPLAY 'CALENDARIO LETIVO INEXISTENTE'
           ELSE
               PERFORM VARYING WRK-BIM-IDX FROM 1 BY 1
                       UNTIL WRK-BIM-IDX > 4
                          OR WRK-BIMESTRE > ZEROS
                   MOVE WRK-ANO TO CAL-ANO
                   MOVE WRK-BIM-IDX TO CAL-BIMESTRE
                   READ CALENDARIO-LETIVO
                       KEY IS CAL-CHAVE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF WRK-DATA-AULA >= CAL-DATA-INICIO
                              AND WRK-DATA-AULA <= CAL-DATA-FIM
                               MOVE WRK-BIM-IDX TO WRK-BIMESTRE
                           END-IF
                   END-READ
               END-PERFORM
               IF WRK-BIMESTRE = ZEROS
                   DISPLAY 'DATA FORA DO CALENDARIO LETIVO DE '
                       WRK-ANO
               END-IF
           END-IF
           IF WRK-BIMESTRE = ZEROS
               MOVE 'N' TO WRK-CHAVE-OK
           END-IF.

      * feriado nacional (UF em branco) nao tem aula
       1630-VERIFICA-FERIADO.
           IF WRK-HOLIDAY-STATUS = '00'
               MOVE WRK-DATA-AULA TO HOL-DATA
               MOVE SPACES TO HOL-UF
               READ HOLIDAY-FILE
                   KEY IS HOL-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY 'DATA E FERIADO: ' HOL-DESCRICAO
                       MOVE 'N' TO WRK-CHAVE-OK
               END-READ
           END-IF.

      * a materia sai da grade horaria do dia da semana e o
      * professor da atribuicao; sem grade cadastrada a aula
      * fica com o regente da turma
       1640-LOCALIZA-AULA-GRADE.
           MOVE SPACES TO WRK-MATERIA
           MOVE TUR-REGENTE TO WRK-PROFESSOR
           IF WRK-HORARIO-STATUS = '00'
               MOVE WRK-ANO TO HOR-ANO
               MOVE WRK-TURMA TO HOR-TURMA
               MOVE WRK-DIA-GRADE TO HOR-DIA
               MOVE WRK-PERIODO TO HOR-PERIODO
               READ HORARIO-FILE
                   KEY IS HOR-CHAVE
                   INVALID KEY
                       DISPLAY 'NAO HA AULA NA GRADE NESTE '
                           'DIA E PERIODO'
                       MOVE 'N' TO WRK-CHAVE-OK
                   NOT INVALID KEY
                       MOVE HOR-MATERIA TO WRK-MATERIA
               END-READ
           END-IF
           IF CHAVE-VALIDA AND WRK-MATERIA NOT = SPACES
               IF WRK-ATRIB-STATUS = '00'
                   MOVE WRK-ANO TO ATB-ANO
                   MOVE WRK-MATERIA TO ATB-MATERIA
                   MOVE WRK-TURMA TO ATB-TURMA
                   READ ATRIBUICAO-FILE
                       KEY IS ATB-CHAVE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ATB-PROFESSOR TO WRK-PROFESSOR
                   END-READ
               END-IF
           END-IF
           IF CHAVE-VALIDA
               PERFORM 1650-VERIFICA-AUSENCIA
           END-IF
           IF CHAVE-VALIDA
               DISPLAY 'AULA: ' WRK-DATA-AULA ' PERIODO '
                   WRK-PERIODO ' BIMESTRE ' WRK-BIMESTRE
                   ' MATERIA ' WRK-MATERIA
                   ' PROFESSOR ' WRK-PROFESSOR
           END-IF.

      * professor ausente na aula: coberta, a aula e do
      * substituto; perdida, nao houve aula para chamar
       1650-VERIFICA-AUSENCIA.
           IF WRK-AUSENCIA-STATUS = '00'
               MOVE WRK-PROFESSOR TO AUS-PROFESSOR
               MOVE WRK-DATA-AULA TO AUS-DATA
               MOVE WRK-PERIODO TO AUS-PERIODO
               READ AUSENCIA-FILE
                   KEY IS AUS-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AUS-COBERTA
                           MOVE AUS-SUBSTITUTO TO WRK-PROFESSOR
                       ELSE
                           DISPLAY 'AULA REGISTRADA COMO PERDIDA NO '
                               'LIVRO DE AUSENCIAS'
                           MOVE 'N' TO WRK-CHAVE-OK
                       END-IF
               END-READ
           END-IF.

      * congruencia de Zeller adaptada para calendario
      * gregoriano; indice 1 = sabado, 2 = domingo,
      * 3 = segunda ... 7 = sexta
       1700-CALCULA-DIA-SEMANA.
           MOVE WRK-AULA-ANO TO WRK-ANO-CALC
           MOVE WRK-AULA-MES TO WRK-MES-CALC
           IF WRK-MES-CALC < 3
               ADD 12 TO WRK-MES-CALC
               SUBTRACT 1 FROM WRK-ANO-CALC
           END-IF
           DIVIDE WRK-ANO-CALC BY 100 GIVING WRK-SECULO
               REMAINDER WRK-ANO-SECULO
           COMPUTE WRK-ZEL-MES = 13 * (WRK-MES-CALC + 1)
           DIVIDE WRK-ZEL-MES BY 5 GIVING WRK-ZEL-MES
           DIVIDE WRK-ANO-SECULO BY 4 GIVING WRK-ZEL-ANO4
           DIVIDE WRK-SECULO BY 4 GIVING WRK-ZEL-SEC4
           COMPUTE WRK-ZELLER =
               WRK-AULA-DIA + WRK-ZEL-MES + WRK-ANO-SECULO
               + WRK-ZEL-ANO4 + WRK-ZEL-SEC4 + (5 * WRK-SECULO)
           DIVIDE WRK-ZELLER BY 7 GIVING WRK-ZELLER
               REMAINDER WRK-IDX-SEMANA
           ADD 1 TO WRK-IDX-SEMANA
           IF WRK-IDX-SEMANA = 1
               MOVE 6 TO WRK-DIA-GRADE
           ELSE
               IF WRK-IDX-SEMANA = 2
                   MOVE ZEROS TO WRK-DIA-GRADE
               ELSE
                   COMPUTE WRK-DIA-GRADE = WRK-IDX-SEMANA - 2
               END-IF
           END-IF.

      * aluno pertence a turma se esta no roster dela
       1900-BUSCA-ROSTER.
           MOVE 'N' TO WRK-NA-TURMA
           MOVE ZEROS TO WRK-IDX-BUSCA
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-ROSTER
                      OR ALUNO-NA-TURMA
               IF WRK-ROS-TURMA (WRK-IDX) = WRK-TURMA
                  AND WRK-ROS-ALUNO (WRK-IDX) = WRK-ALUNO
                   MOVE 'S' TO WRK-NA-TURMA
                   MOVE WRK-IDX TO WRK-IDX-BUSCA
               END-IF
           END-PERFORM.

      * matricula encerrada ou transferida sai da chamada;
      * aluno do roster ainda sem cadastro continua
       1950-VERIFICA-MATRICULA.
           IF WRK-ALUMAST-STATUS = '00'
               MOVE WRK-ALUNO TO ALU-ID
               READ ALUNO-MASTER
                   KEY IS ALU-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ALU-TRANSFERIDO OR ALU-ENCERRADO
                           MOVE 'N' TO WRK-NA-TURMA
                       END-IF
               END-READ
           END-IF.

      * uma chamada por aula: aula ja chamada so pela
      * correcao, aluno a aluno
       2000-LANCA.
           PERFORM 1600-PEDE-AULA
           IF CHAVE-VALIDA
               PERFORM 2050-VERIFICA-LANCADA
               IF CHAMADA-JA-LANCADA
                   DISPLAY 'CHAMADA DESTA AULA JA LANCADA - USE A '
                       'CORRECAO'
                   MOVE 'N' TO WRK-CHAVE-OK
               END-IF
           END-IF
           IF CHAVE-VALIDA
               MOVE ZEROS TO WRK-QTD-PRESENTES WRK-QTD-FALTAS
               PERFORM VARYING WRK-IDX-BUSCA FROM 1 BY 1
                       UNTIL WRK-IDX-BUSCA > WRK-QTD-ROSTER
                   IF WRK-ROS-TURMA (WRK-IDX-BUSCA) = WRK-TURMA
                       MOVE WRK-ROS-ALUNO (WRK-IDX-BUSCA)
                           TO WRK-ALUNO
                       MOVE 'S' TO WRK-NA-TURMA
                       PERFORM 1950-VERIFICA-MATRICULA
                       IF ALUNO-NA-TURMA
                           PERFORM 2100-CHAMA-ALUNO
                       END-IF
                   END-IF
               END-PERFORM
               IF WRK-QTD-PRESENTES + WRK-QTD-FALTAS = ZEROS
                   DISPLAY 'TURMA SEM ALUNOS NO ROSTER'
               ELSE
                   DISPLAY 'CHAMADA LANCADA: ' WRK-QTD-PRESENTES
                       ' PRESENTES, ' WRK-QTD-FALTAS ' FALTAS'
               END-IF
           END-IF.

       2050-VERIFICA-LANCADA.
           MOVE 'N' TO WRK-JA-LANCADA
           MOVE WRK-ANO TO CHA-ANO
           MOVE WRK-TURMA TO CHA-TURMA
           MOVE WRK-DATA-AULA TO CHA-DATA
           MOVE WRK-PERIODO TO CHA-PERIODO
           MOVE ZEROS TO CHA-ALUNO
           START CHAMADA-FILE KEY IS NOT LESS THAN CHA-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ CHAMADA-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CHA-ANO = WRK-ANO
                              AND CHA-TURMA = WRK-TURMA
                              AND CHA-DATA = WRK-DATA-AULA
                              AND CHA-PERIODO = WRK-PERIODO
                               MOVE 'S' TO WRK-JA-LANCADA
                           END-IF
                   END-READ
           END-START.

       2100-CHAMA-ALUNO.
           MOVE SPACES TO WRK-PRESENCA
           PERFORM UNTIL PRESENCA-VALIDA
               DISPLAY WRK-ALUNO ' ' WRK-ROS-NOME (WRK-IDX-BUSCA)
                   ' - PRESENTE OU FALTOU (P/F): '
               ACCEPT WRK-PRESENCA FROM CONSOLE
               IF NOT PRESENCA-VALIDA
                   DISPLAY 'RESPONDA P OU F'
               END-IF
           END-PERFORM
           PERFORM 2200-MONTA-REGISTRO
           WRITE CHAMADA-RECORD
               INVALID KEY
                   DISPLAY 'ERRO GRAVANDO CHAMADA: ' WRK-ALUNO
               NOT INVALID KEY
                   MOVE SPACES TO WRK-JRN-ANTES
                   MOVE CHAMADA-RECORD TO WRK-JRN-DEPOIS
                   MOVE 'I' TO WRK-JRN-OPERACAO
                   PERFORM 7000-GRAVA-JORNAL
                   IF CHA-PRESENTE
                       ADD 1 TO WRK-QTD-PRESENTES
                   ELSE
                       ADD 1 TO WRK-QTD-FALTAS
                   END-IF
           END-WRITE.

       2200-MONTA-REGISTRO.
           MOVE WRK-ANO TO CHA-ANO
           MOVE WRK-TURMA TO CHA-TURMA
           MOVE WRK-DATA-AULA TO CHA-DATA
           MOVE WRK-PERIODO TO CHA-PERIODO
           MOVE WRK-ALUNO TO CHA-ALUNO
           MOVE WRK-PRESENCA TO CHA-PRESENCA
           MOVE WRK-BIMESTRE TO CHA-BIMESTRE
           MOVE WRK-MATERIA TO CHA-MATERIA
           MOVE WRK-PROFESSOR TO CHA-PROFESSOR.

      * corrige a presenca de um aluno do roster da turma;
      * aluno que entrou no roster depois da chamada e
      * incluido nela
       3000-CORRIGE.
           PERFORM 1600-PEDE-AULA
           IF CHAVE-VALIDA
               DISPLAY 'MATRICULA DO ALUNO: '
               ACCEPT WRK-ALUNO FROM CONSOLE
               PERFORM 1900-BUSCA-ROSTER
               IF NOT ALUNO-NA-TURMA
                   DISPLAY 'ALUNO NAO PERTENCE A TURMA: ' WRK-ALUNO
                   MOVE 'N' TO WRK-CHAVE-OK
               END-IF
           END-IF
           IF CHAVE-VALIDA
               MOVE SPACES TO WRK-PRESENCA
               DISPLAY 'PRESENTE OU FALTOU (P/F): '
               ACCEPT WRK-PRESENCA FROM CONSOLE
               IF NOT PRESENCA-VALIDA
                   DISPLAY 'PRESENCA INVALIDA - NADA ALTERADO'
                   MOVE 'N' TO WRK-CHAVE-OK
               END-IF
           END-IF
           IF CHAVE-VALIDA
               MOVE WRK-ANO TO CHA-ANO
               MOVE WRK-TURMA TO CHA-TURMA
               MOVE WRK-DATA-AULA TO CHA-DATA
               MOVE WRK-PERIODO TO CHA-PERIODO
               MOVE WRK-ALUNO TO CHA-ALUNO
               READ CHAMADA-FILE
                   KEY IS CHA-CHAVE
                   INVALID KEY
                       PERFORM 2200-MONTA-REGISTRO
                       WRITE CHAMADA-RECORD
                       MOVE SPACES TO WRK-JRN-ANTES
                       MOVE CHAMADA-RECORD TO WRK-JRN-DEPOIS
                       MOVE 'I' TO WRK-JRN-OPERACAO
                       PERFORM 7000-GRAVA-JORNAL
                       DISPLAY 'ALUNO INCLUIDO NA CHAMADA: '
                           WRK-PRESENCA
                   NOT INVALID KEY
                       MOVE CHAMADA-RECORD TO WRK-JRN-ANTES
                       DISPLAY 'PRESENCA CORRIGIDA: ' CHA-PRESENCA
                           ' -> ' WRK-PRESENCA
                       MOVE WRK-PRESENCA TO CHA-PRESENCA
                       REWRITE CHAMADA-RECORD
                       MOVE CHAMADA-RECORD TO WRK-JRN-DEPOIS
                       MOVE 'A' TO WRK-JRN-OPERACAO
                       PERFORM 7000-GRAVA-JORNAL
               END-READ
           END-IF.

      * lista a chamada da aula na ordem da chave (aluno)
       4000-EXIBE.
           PERFORM 1600-PEDE-AULA
           IF CHAVE-VALIDA
               MOVE ZEROS TO WRK-QTD-PRESENTES WRK-QTD-FALTAS
               MOVE WRK-ANO TO CHA-ANO
               MOVE WRK-TURMA TO CHA-TURMA
               MOVE WRK-DATA-AULA TO CHA-DATA
               MOVE WRK-PERIODO TO CHA-PERIODO
               MOVE ZEROS TO CHA-ALUNO
               MOVE 'N' TO WRK-EOF
               START CHAMADA-FILE KEY IS NOT LESS THAN CHA-CHAVE
                   INVALID KEY MOVE 'S' TO WRK-EOF
               END-START
               PERFORM 4100-EXIBE-ALUNO UNTIL FIM-DE-ARQUIVO
               DISPLAY 'PRESENTES: ' WRK-QTD-PRESENTES
                   '  FALTAS: ' WRK-QTD-FALTAS
           END-IF.

       4100-EXIBE-ALUNO.
           READ CHAMADA-FILE NEXT RECORD
               AT END MOVE 'S' TO WRK-EOF
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF CHA-ANO NOT = WRK-ANO
                       OR CHA-TURMA NOT = WRK-TURMA
                       OR CHA-DATA NOT = WRK-DATA-AULA
                       OR CHA-PERIODO NOT = WRK-PERIODO
                   MOVE 'S' TO WRK-EOF
               ELSE
                   DISPLAY '  ' CHA-ALUNO ' ' CHA-PRESENCA
                   IF CHA-PRESENTE
                       ADD 1 TO WRK-QTD-PRESENTES
                   ELSE
                       ADD 1 TO WRK-QTD-FALTAS
                   END-IF
               END-IF
           END-IF.

       7000-GRAVA-JORNAL.
           MOVE 'CHAMAN' TO WRK-JRN-PROGRAMA
           MOVE SPACES TO WRK-JRN-OPERADOR
           MOVE 'CHAMADA' TO WRK-JRN-ARQUIVO
           MOVE CHA-CHAVE TO WRK-JRN-CHAVE
           CALL 'jrnsrv' USING WRK-JRNSRV.

           COPY 'dateval.cbl'
               REPLACING VALIDA-DATA-CALENDARIO
                             BY VALIDA-DATA-AULA
                         WRK-ANO BY WRK-AULA-ANO
                         WRK-MES BY WRK-AULA-MES
                         WRK-DIA BY WRK-AULA-DIA.
