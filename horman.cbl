       IDENTIFICATION DIVISION.
       PROGRAM-ID. horman.
      ********************************************************
      *    Grade horaria semanal no console
      *    Lanca, troca, retira e exibe as aulas do
      *    HORARIO.DAT (ano letivo + turma + dia da semana +
      *    periodo -> materia), no mesmo estilo de manutencao
      *    do turman. So aceita turma cadastrada no TURMA.DAT
      *    e materia atribuida a um professor na turma
      *    (ATRIB.DAT); choque de professor e de sala e aula
      *    faltando sao apurados pela validacao (horval).
      *    Cada gravacao vai tambem para o diario de
      *    recuperacao JORNAL.DAT (jrnsrv) com as imagens
      *    antes e depois.
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

       DATA DIVISION.
       FILE SECTION.
       FD  HORARIO-FILE.
           COPY 'horarec.cbl'.

       FD  TURMA-MASTER.
           COPY 'turmarec.cbl'.

       FD  ATRIBUICAO-FILE.
           COPY 'atribrec.cbl'.

       WORKING-STORAGE SECTION.
       77  WRK-HORARIO-STATUS   PIC X(02) VALUE '00'.
       77  WRK-TURMA-STATUS     PIC X(02) VALUE '00'.
       77  WRK-ATRIB-STATUS     PIC X(02) VALUE '00'.

       77  WRK-OPCAO            PIC 9(01) VALUE ZEROS.
           88 OPCAO-LANCAR          VALUE 1.
           88 OPCAO-RETIRAR         VALUE 2.
           88 OPCAO-EXIBIR          VALUE 3.
           88 OPCAO-SAIR            VALUE 4.

       77  WRK-ANO              PIC 9(04) VALUE ZEROS.
       77  WRK-TURMA            PIC X(03) VALUE SPACES.
       77  WRK-DIA              PIC 9(01) VALUE ZEROS.
       77  WRK-PERIODO          PIC 9(02) VALUE ZEROS.
       77  WRK-MATERIA          PIC X(03) VALUE SPACES.
       77  WRK-CHAVE-OK         PIC X(01) VALUE 'N'.
           88 CHAVE-VALIDA          VALUE 'S'.
       77  WRK-EOF              PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO        VALUE 'S'.

       01  WRK-NOMES-DIAS.
           05  FILLER PIC X(18) VALUE 'SEGTERQUAQUISEXSAB'.
       01  WRK-TABELA-DIAS REDEFINES WRK-NOMES-DIAS.
           05  WRK-NOME-DIA OCCURS 6 TIMES PIC X(03).

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
           OPEN I-O HORARIO-FILE
      * primeira grade do ambiente: o cadastro ainda nao
      * existe e precisa ser criado vazio
           IF WRK-HORARIO-STATUS = '35'
               OPEN OUTPUT HORARIO-FILE
               CLOSE HORARIO-FILE
               OPEN I-O HORARIO-FILE
           END-IF
           OPEN INPUT TURMA-MASTER
           OPEN INPUT ATRIBUICAO-FILE
           PERFORM 1000-MENU UNTIL OPCAO-SAIR
           CLOSE HORARIO-FILE
           IF WRK-TURMA-STATUS = '00'
               CLOSE TURMA-MASTER
           END-IF
           IF WRK-ATRIB-STATUS = '00'
               CLOSE ATRIBUICAO-FILE
           END-IF
           GOBACK.

       1000-MENU.
           DISPLAY '========================================='
           DISPLAY 'GRADE HORARIA SEMANAL'
           DISPLAY '1 - LANCAR/TROCAR AULA'
           DISPLAY '2 - RETIRAR AULA'
           DISPLAY '3 - EXIBIR GRADE DA TURMA'
           DISPLAY '4 - SAIR'
           DISPLAY 'ESCOLHA UMA OPCAO: '
           ACCEPT WRK-OPCAO FROM CONSOLE
           EVALUATE TRUE
               WHEN OPCAO-LANCAR  PERFORM 2000-LANCA
               WHEN OPCAO-RETIRAR PERFORM 3000-RETIRA
               WHEN OPCAO-EXIBIR  PERFORM 4000-EXIBE
               WHEN OPCAO-SAIR    CONTINUE
               WHEN OTHER         DISPLAY 'OPCAO INVALIDA'
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

       1600-PEDE-HORARIO.
           PERFORM 1500-PEDE-TURMA
           IF CHAVE-VALIDA
               DISPLAY 'DIA (1=SEG 2=TER 3=QUA 4=QUI 5=SEX '
                   '6=SAB): '
               ACCEPT WRK-DIA FROM CONSOLE
               DISPLAY 'PERIODO (1 A 10): '
               ACCEPT WRK-PERIODO FROM CONSOLE
               MOVE WRK-ANO TO HOR-ANO
               MOVE WRK-TURMA TO HOR-TURMA
               MOVE WRK-DIA TO HOR-DIA
               MOVE WRK-PERIODO TO HOR-PERIODO
               IF WRK-DIA IS NOT NUMERIC
                       OR WRK-PERIODO IS NOT NUMERIC
                       OR NOT HOR-DIA-VALIDO
                       OR NOT HOR-PERIODO-VALIDO
                   DISPLAY 'DIA OU PERIODO INVALIDO'
                   MOVE 'N' TO WRK-CHAVE-OK
               END-IF
           END-IF.

      * a materia precisa de professor atribuido na turma;
      * aula ja lancada no horario e trocada
       2000-LANCA.
           PERFORM 1600-PEDE-HORARIO
           IF CHAVE-VALIDA
               DISPLAY 'MATERIA (POR/MAT/CIE...): '
               ACCEPT WRK-MATERIA FROM CONSOLE
               MOVE WRK-ANO TO ATB-ANO
               MOVE WRK-MATERIA TO ATB-MATERIA
               MOVE WRK-TURMA TO ATB-TURMA
               MOVE 'N' TO WRK-CHAVE-OK
               IF WRK-ATRIB-STATUS NOT = '00'
                   DISPLAY 'GRADE DE ATRIBUICOES INEXISTENTE'
               ELSE
                   READ ATRIBUICAO-FILE
                       KEY IS ATB-CHAVE
                       INVALID KEY
                           DISPLAY 'MATERIA SEM PROFESSOR ATRIBUIDO '
                               'NA TURMA: ' WRK-MATERIA
                       NOT INVALID KEY
                           MOVE 'S' TO WRK-CHAVE-OK
                   END-READ
               END-IF
           END-IF
           IF CHAVE-VALIDA
               READ HORARIO-FILE
                   KEY IS HOR-CHAVE
                   INVALID KEY
                       MOVE WRK-MATERIA TO HOR-MATERIA
                       WRITE HORARIO-RECORD
                       MOVE SPACES TO WRK-JRN-ANTES
                       MOVE HORARIO-RECORD TO WRK-JRN-DEPOIS
                       MOVE 'I' TO WRK-JRN-OPERACAO
                       PERFORM 7000-GRAVA-JORNAL
                       DISPLAY 'AULA LANCADA: ' WRK-MATERIA
                           ' - PROFESSOR ' ATB-PROFESSOR
                   NOT INVALID KEY
                       MOVE HORARIO-RECORD TO WRK-JRN-ANTES
                       DISPLAY 'AULA TROCADA: ' HOR-MATERIA
                           ' -> ' WRK-MATERIA
                       MOVE WRK-MATERIA TO HOR-MATERIA
                       REWRITE HORARIO-RECORD
                       MOVE HORARIO-RECORD TO WRK-JRN-DEPOIS
                       MOVE 'A' TO WRK-JRN-OPERACAO
                       PERFORM 7000-GRAVA-JORNAL
               END-READ
           END-IF.

       3000-RETIRA.
           PERFORM 1600-PEDE-HORARIO
           IF CHAVE-VALIDA
      * lida antes de excluir, para o diario levar a imagem
               READ HORARIO-FILE
                   KEY IS HOR-CHAVE
                   INVALID KEY
                       DISPLAY 'NAO HA AULA NESTE HORARIO'
                   NOT INVALID KEY
                       MOVE HORARIO-RECORD TO WRK-JRN-ANTES
                       DELETE HORARIO-FILE RECORD
                           INVALID KEY
                               DISPLAY 'NAO HA AULA NESTE HORARIO'
                           NOT INVALID KEY
                               MOVE SPACES TO WRK-JRN-DEPOIS
                               MOVE 'E' TO WRK-JRN-OPERACAO
                               PERFORM 7000-GRAVA-JORNAL
                               DISPLAY 'AULA RETIRADA'
                       END-DELETE
               END-READ
           END-IF.

      * lista as aulas da turma na ordem da chave: dia e
      * periodo
       4000-EXIBE.
           PERFORM 1500-PEDE-TURMA
           IF CHAVE-VALIDA
               DISPLAY 'TURMA: ' WRK-TURMA ' / ' WRK-ANO
                   ' SALA: ' TUR-SALA
               MOVE WRK-ANO TO HOR-ANO
               MOVE WRK-TURMA TO HOR-TURMA
               MOVE ZEROS TO HOR-DIA HOR-PERIODO
               MOVE 'N' TO WRK-EOF
               START HORARIO-FILE KEY IS NOT LESS THAN HOR-CHAVE
                   INVALID KEY MOVE 'S' TO WRK-EOF
               END-START
               PERFORM 4100-EXIBE-AULA UNTIL FIM-DE-ARQUIVO
           END-IF.

       4100-EXIBE-AULA.
           READ HORARIO-FILE NEXT RECORD
               AT END MOVE 'S' TO WRK-EOF
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF HOR-ANO NOT = WRK-ANO OR HOR-TURMA NOT = WRK-TURMA
                   MOVE 'S' TO WRK-EOF
               ELSE
                   IF HOR-DIA-VALIDO
                       DISPLAY '  ' WRK-NOME-DIA (HOR-DIA)
                           ' PERIODO ' HOR-PERIODO ': ' HOR-MATERIA
                   ELSE
                       DISPLAY '  DIA ' HOR-DIA
                           ' PERIODO ' HOR-PERIODO ': ' HOR-MATERIA
                   END-IF
               END-IF
           END-IF.

       7000-GRAVA-JORNAL.
           MOVE 'HORMAN' TO WRK-JRN-PROGRAMA
           MOVE SPACES TO WRK-JRN-OPERADOR
           MOVE 'HORARIO' TO WRK-JRN-ARQUIVO
           MOVE HOR-CHAVE TO WRK-JRN-CHAVE
           CALL 'jrnsrv' USING WRK-JRNSRV.
