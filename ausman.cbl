       IDENTIFICATION DIVISION.
       PROGRAM-ID. ausman.
      ********************************************************
      *    Livro de ausencias de professor no console
      *    Registra a ausencia do professor numa data, com o
      *    motivo, e para cada aula dele na grade horaria
      *    daquele dia da semana (HORARIO.DAT + ATRIB.DAT)
      *    grava no AUSENCIA.DAT se a aula foi coberta - e por
      *    qual professor do PROFMAST.DAT - ou perdida. O
      *    substituto tem de estar ativo, nao pode ter aula
      *    propria na grade no mesmo periodo, nem estar ele
      *    mesmo ausente ou cobrindo outra turma na hora.
      *    Altera a cobertura de uma aula e exibe as ausencias
      *    do professor, no mesmo estilo de manutencao do
      *    horman. O relatorio mensal fica com o ausrel.
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

       DATA DIVISION.
       FILE SECTION.
       FD  AUSENCIA-FILE.
           COPY 'ausrec.cbl'.

       FD  PROFESSOR-MASTER.
           COPY 'profrec.cbl'.

       FD  HORARIO-FILE.
           COPY 'horarec.cbl'.

       FD  ATRIBUICAO-FILE.
           COPY 'atribrec.cbl'.

       WORKING-STORAGE SECTION.
       77  WRK-AUSENCIA-STATUS  PIC X(02) VALUE '00'.
       77  WRK-PROFMAST-STATUS  PIC X(02) VALUE '00'.
       77  WRK-HORARIO-STATUS   PIC X(02) VALUE '00'.
       77  WRK-ATRIB-STATUS     PIC X(02) VALUE '00'.

       77  WRK-OPCAO            PIC 9(01) VALUE ZEROS.
           88 OPCAO-REGISTRAR       VALUE 1.
           88 OPCAO-ALTERAR         VALUE 2.
           88 OPCAO-EXIBIR          VALUE 3.
           88 OPCAO-SAIR            VALUE 4.

       77  WRK-PROFESSOR        PIC X(10) VALUE SPACES.
       77  WRK-SUBSTITUTO       PIC X(10) VALUE SPACES.
       77  WRK-PERIODO          PIC 9(02) VALUE ZEROS.
       77  WRK-MOTIVO           PIC X(01) VALUE SPACES.
           88 MOTIVO-VALIDO         VALUE 'D' 'L' 'C' 'P' 'O'.
       77  WRK-CHAVE-OK         PIC X(01) VALUE 'N'.
           88 CHAVE-VALIDA          VALUE 'S'.
       77  WRK-SUBST-OK         PIC X(01) VALUE 'N'.
           88 SUBSTITUTO-VALIDO     VALUE 'S'.
       77  WRK-EOF              PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO        VALUE 'S'.
       77  WRK-QTD-AULAS        PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-COBERTAS     PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-PERDIDAS     PIC 9(02) VALUE ZEROS.

      * chave da aula em alteracao, que nao conta como outra
      * cobertura do substituto
       01  WRK-CHAVE-ALTERADA.
           05  WRK-ALT-PROFESSOR PIC X(10) VALUE SPACES.
           05  WRK-ALT-DATA      PIC 9(08) VALUE ZEROS.
           05  WRK-ALT-PERIODO   PIC 9(02) VALUE ZEROS.

      * data da ausencia quebrada para a validacao de
      * calendario; o ano da data e o ano letivo da grade
       01  WRK-DATA-PARTES.
           05  WRK-AUS-ANO      PIC 9(04).
           05  WRK-AUS-MES      PIC 9(02).
           05  WRK-AUS-DIA      PIC 9(02).
       01  WRK-DATA-AUSENCIA REDEFINES WRK-DATA-PARTES
                                PIC 9(08).
       77  WRK-DATA-VALIDA-FLAG PIC X(01) VALUE 'S'.
       77  WRK-DIAS-NO-MES      PIC 9(02) VALUE ZEROS.

      * congruencia de Zeller (indice 1 = sabado), com as
      * divisoes inteiras feitas em campos proprios, como no
      * chaman
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

      * todas as aulas da grade no dia da semana da
      * ausencia, com o professor atribuido de cada uma
       77  WRK-QTD-DIA          PIC 9(03) VALUE ZEROS.
       77  WRK-IDX              PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-PER          PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-BUSCA        PIC 9(03) VALUE ZEROS.
       01  WRK-TABELA-DIA.
           05  WRK-DIA-ITEM OCCURS 400 TIMES.
               10  WRK-DIA-PROFESSOR PIC X(10).
               10  WRK-DIA-PERIODO   PIC 9(02).
               10  WRK-DIA-TURMA     PIC X(03).
               10  WRK-DIA-MATERIA   PIC X(03).

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
           OPEN I-O AUSENCIA-FILE
      * primeira ausencia do ambiente: o livro ainda nao
      * existe e precisa ser criado vazio
           IF WRK-AUSENCIA-STATUS = '35'
               OPEN OUTPUT AUSENCIA-FILE
               CLOSE AUSENCIA-FILE
               OPEN I-O AUSENCIA-FILE
           END-IF
           OPEN INPUT PROFESSOR-MASTER
           OPEN INPUT HORARIO-FILE
           OPEN INPUT ATRIBUICAO-FILE
           PERFORM 1000-MENU UNTIL OPCAO-SAIR
           CLOSE AUSENCIA-FILE
           IF WRK-PROFMAST-STATUS = '00'
               CLOSE PROFESSOR-MASTER
           END-IF
           IF WRK-HORARIO-STATUS = '00'
               CLOSE HORARIO-FILE
           END-IF
           IF WRK-ATRIB-STATUS = '00'
               CLOSE ATRIBUICAO-FILE
           END-IF
           GOBACK.

       1000-MENU.
           DISPLAY '========================================='
           DISPLAY 'AUSENCIAS DE PROFESSOR E SUBSTITUICOES'
           DISPLAY '1 - REGISTRAR AUSENCIA'
           DISPLAY '2 - ALTERAR COBERTURA DE AULA'
           DISPLAY '3 - EXIBIR AUSENCIAS DO PROFESSOR'
           DISPLAY '4 - SAIR'
           DISPLAY 'ESCOLHA UMA OPCAO: '
           ACCEPT WRK-OPCAO FROM CONSOLE
           EVALUATE TRUE
               WHEN OPCAO-REGISTRAR PERFORM 2000-REGISTRA
               WHEN OPCAO-ALTERAR   PERFORM 3000-ALTERA
               WHEN OPCAO-EXIBIR    PERFORM 4000-EXIBE
               WHEN OPCAO-SAIR      CONTINUE
               WHEN OTHER           DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      * professor ausente tem de estar no cadastro
       1500-PEDE-PROFESSOR.
           MOVE 'N' TO WRK-CHAVE-OK
           DISPLAY 'ID DO PROFESSOR AUSENTE: '
           ACCEPT WRK-PROFESSOR FROM CONSOLE
           IF WRK-PROFMAST-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE PROFESSORES INEXISTENTE'
           ELSE
               MOVE WRK-PROFESSOR TO PRF-ID
               READ PROFESSOR-MASTER
                   KEY IS PRF-ID
                   INVALID KEY
                       DISPLAY 'PROFESSOR NAO CADASTRADO: '
                           WRK-PROFESSOR
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-CHAVE-OK
               END-READ
           END-IF.

       1600-PEDE-DATA.
           DISPLAY 'DATA DA AUSENCIA (AAAAMMDD): '
           ACCEPT WRK-DATA-AUSENCIA FROM CONSOLE
           IF WRK-DATA-AUSENCIA IS NOT NUMERIC
               MOVE ZEROS TO WRK-DATA-AUSENCIA
           END-IF
           PERFORM VALIDA-DATA-AUSENCIA
           IF WRK-DATA-VALIDA-FLAG NOT = 'S'
               DISPLAY 'DATA INVALIDA: ' WRK-DATA-AUSENCIA
               MOVE 'N' TO WRK-CHAVE-OK
           ELSE
               PERFORM 1700-CALCULA-DIA-SEMANA
               IF WRK-DIA-GRADE = ZEROS
                   DISPLAY 'DATA CAI NUM DOMINGO: '
                       WRK-DATA-AUSENCIA
                   MOVE 'N' TO WRK-CHAVE-OK
               END-IF
           END-IF.

      * congruencia de Zeller adaptada para calendario
      * gregoriano; indice 1 = sabado, 2 = domingo,
      * 3 = segunda ... 7 = sexta
       1700-CALCULA-DIA-SEMANA.
           MOVE WRK-AUS-ANO TO WRK-ANO-CALC
           MOVE WRK-AUS-MES TO WRK-MES-CALC
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
               WRK-AUS-DIA + WRK-ZEL-MES + WRK-ANO-SECULO
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

      * carrega as aulas da grade do ano no dia da semana,
      * com o professor da atribuicao de cada materia/turma
       1800-CARREGA-GRADE-DIA.
           MOVE ZEROS TO WRK-QTD-DIA
           IF WRK-HORARIO-STATUS NOT = '00'
               DISPLAY 'GRADE HORARIA INEXISTENTE'
           ELSE
               MOVE WRK-AUS-ANO TO HOR-ANO
               MOVE LOW-VALUES TO HOR-TURMA
               MOVE ZEROS TO HOR-DIA HOR-PERIODO
               MOVE 'N' TO WRK-EOF
               START HORARIO-FILE KEY IS NOT LESS THAN HOR-CHAVE
                   INVALID KEY MOVE 'S' TO WRK-EOF
               END-START
               PERFORM 1810-LE-GRADE UNTIL FIM-DE-ARQUIVO
           END-IF.

       1810-LE-GRADE.
           READ HORARIO-FILE NEXT RECORD
               AT END MOVE 'S' TO WRK-EOF
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF HOR-ANO NOT = WRK-AUS-ANO
                   MOVE 'S' TO WRK-EOF
               ELSE
                   IF HOR-DIA = WRK-DIA-GRADE
                       PERFORM 1820-GUARDA-AULA-DIA
                   END-IF
               END-IF
           END-IF.

       1820-GUARDA-AULA-DIA.
           MOVE SPACES TO ATB-PROFESSOR
           IF WRK-ATRIB-STATUS = '00'
               MOVE HOR-ANO TO ATB-ANO
               MOVE HOR-MATERIA TO ATB-MATERIA
               MOVE HOR-TURMA TO ATB-TURMA
               READ ATRIBUICAO-FILE
                   KEY IS ATB-CHAVE
                   INVALID KEY
                       MOVE SPACES TO ATB-PROFESSOR
               END-READ
           END-IF
           IF WRK-QTD-DIA < 400
               ADD 1 TO WRK-QTD-DIA
               MOVE ATB-PROFESSOR TO WRK-DIA-PROFESSOR (WRK-QTD-DIA)
               MOVE HOR-PERIODO TO WRK-DIA-PERIODO (WRK-QTD-DIA)
               MOVE HOR-TURMA TO WRK-DIA-TURMA (WRK-QTD-DIA)
               MOVE HOR-MATERIA TO WRK-DIA-MATERIA (WRK-QTD-DIA)
           ELSE
               DISPLAY 'GRADE DO DIA EXCEDE 400 AULAS - IGNORADA: '
                   HOR-TURMA ' ' HOR-PERIODO
           END-IF.

      * uma linha por aula do professor no dia, na ordem dos
      * periodos; aula ja registrada fica como esta
       2000-REGISTRA.
           PERFORM 1500-PEDE-PROFESSOR
           IF CHAVE-VALIDA
               PERFORM 1600-PEDE-DATA
           END-IF
           IF CHAVE-VALIDA
               DISPLAY 'MOTIVO (D=DOENCA L=LICENCA C=CURSO '
                   'P=PARTICULAR O=OUTRO): '
               ACCEPT WRK-MOTIVO FROM CONSOLE
               IF NOT MOTIVO-VALIDO
                   DISPLAY 'MOTIVO INVALIDO'
                   MOVE 'N' TO WRK-CHAVE-OK
               END-IF
           END-IF
           IF CHAVE-VALIDA
               PERFORM 1800-CARREGA-GRADE-DIA
               MOVE ZEROS TO WRK-QTD-AULAS WRK-QTD-COBERTAS
                             WRK-QTD-PERDIDAS
               MOVE SPACES TO WRK-CHAVE-ALTERADA
               PERFORM VARYING WRK-IDX-PER FROM 1 BY 1
                       UNTIL WRK-IDX-PER > 10
                   PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-QTD-DIA
                       IF WRK-DIA-PROFESSOR (WRK-IDX) = WRK-PROFESSOR
                          AND WRK-DIA-PERIODO (WRK-IDX)
                              = WRK-IDX-PER
                           ADD 1 TO WRK-QTD-AULAS
                           PERFORM 2100-REGISTRA-AULA
                       END-IF
                   END-PERFORM
               END-PERFORM
               IF WRK-QTD-AULAS = ZEROS
                   DISPLAY 'PROFESSOR SEM AULA NA GRADE NESTE DIA'
               ELSE
                   DISPLAY 'AULAS DO DIA: ' WRK-QTD-AULAS
                       ' COBERTAS: ' WRK-QTD-COBERTAS
                       ' PERDIDAS: ' WRK-QTD-PERDIDAS
               END-IF
           END-IF.

       2100-REGISTRA-AULA.
           MOVE WRK-PROFESSOR TO AUS-PROFESSOR
           MOVE WRK-DATA-AUSENCIA TO AUS-DATA
           MOVE WRK-IDX-PER TO AUS-PERIODO
           READ AUSENCIA-FILE
               KEY IS AUS-CHAVE
               INVALID KEY
                   MOVE WRK-IDX-PER TO WRK-PERIODO
                   PERFORM 2200-PEDE-COBERTURA
                   MOVE WRK-PROFESSOR TO AUS-PROFESSOR
                   MOVE WRK-DATA-AUSENCIA TO AUS-DATA
                   MOVE WRK-IDX-PER TO AUS-PERIODO
                   MOVE WRK-MOTIVO TO AUS-MOTIVO
                   MOVE WRK-DIA-TURMA (WRK-IDX) TO AUS-TURMA
                   MOVE WRK-DIA-MATERIA (WRK-IDX) TO AUS-MATERIA
                   PERFORM 2500-MONTA-COBERTURA
                   WRITE AUSENCIA-RECORD
                       INVALID KEY
                           DISPLAY 'ERRO GRAVANDO AUSENCIA: '
                               WRK-IDX-PER
                       NOT INVALID KEY
                           MOVE SPACES TO WRK-JRN-ANTES
                           MOVE AUSENCIA-RECORD TO WRK-JRN-DEPOIS
                           MOVE 'I' TO WRK-JRN-OPERACAO
                           PERFORM 7000-GRAVA-JORNAL
                   END-WRITE
               NOT INVALID KEY
                   DISPLAY 'PERIODO ' WRK-IDX-PER
                       ' JA REGISTRADO - USE A ALTERACAO'
           END-READ.

      * substituto em branco = aula perdida; substituto
      * recusado pede de novo
       2200-PEDE-COBERTURA.
           MOVE 'N' TO WRK-SUBST-OK
           PERFORM UNTIL SUBSTITUTO-VALIDO
               DISPLAY 'PERIODO ' WRK-PERIODO ' TURMA '
                   WRK-DIA-TURMA (WRK-IDX) ' MATERIA '
                   WRK-DIA-MATERIA (WRK-IDX)
               DISPLAY 'SUBSTITUTO (BRANCO = AULA PERDIDA): '
               MOVE SPACES TO WRK-SUBSTITUTO
               ACCEPT WRK-SUBSTITUTO FROM CONSOLE
               IF WRK-SUBSTITUTO = SPACES
                   MOVE 'S' TO WRK-SUBST-OK
               ELSE
                   PERFORM 2300-VALIDA-SUBSTITUTO
               END-IF
           END-PERFORM.

       2300-VALIDA-SUBSTITUTO.
           MOVE 'S' TO WRK-SUBST-OK
           IF WRK-SUBSTITUTO = WRK-PROFESSOR
               DISPLAY 'SUBSTITUTO E O PROPRIO PROFESSOR AUSENTE'
               MOVE 'N' TO WRK-SUBST-OK
           END-IF
           IF SUBSTITUTO-VALIDO
               MOVE WRK-SUBSTITUTO TO PRF-ID
               READ PROFESSOR-MASTER
                   KEY IS PRF-ID
                   INVALID KEY
                       DISPLAY 'SUBSTITUTO NAO CADASTRADO: '
                           WRK-SUBSTITUTO
                       MOVE 'N' TO WRK-SUBST-OK
                   NOT INVALID KEY
                       IF NOT PRF-ESTA-ATIVO
                           DISPLAY 'SUBSTITUTO DESATIVADO: '
                               WRK-SUBSTITUTO
                           MOVE 'N' TO WRK-SUBST-OK
                       END-IF
               END-READ
           END-IF
      * choque com aula propria na grade do mesmo periodo
           IF SUBSTITUTO-VALIDO
               PERFORM VARYING WRK-IDX-BUSCA FROM 1 BY 1
                       UNTIL WRK-IDX-BUSCA > WRK-QTD-DIA
                   IF WRK-DIA-PROFESSOR (WRK-IDX-BUSCA)
                           = WRK-SUBSTITUTO
                      AND WRK-DIA-PERIODO (WRK-IDX-BUSCA)
                           = WRK-PERIODO
                       DISPLAY 'SUBSTITUTO TEM AULA NA GRADE NO '
                           'PERIODO: TURMA '
                           WRK-DIA-TURMA (WRK-IDX-BUSCA)
                       MOVE 'N' TO WRK-SUBST-OK
                   END-IF
               END-PERFORM
           END-IF
      * substituto ausente no mesmo periodo
           IF SUBSTITUTO-VALIDO
               MOVE WRK-SUBSTITUTO TO AUS-PROFESSOR
               MOVE WRK-DATA-AUSENCIA TO AUS-DATA
               MOVE WRK-PERIODO TO AUS-PERIODO
               READ AUSENCIA-FILE
                   KEY IS AUS-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY 'SUBSTITUTO TAMBEM AUSENTE NO PERIODO'
                       MOVE 'N' TO WRK-SUBST-OK
               END-READ
           END-IF
      * substituto ja cobrindo outra turma no periodo
           IF SUBSTITUTO-VALIDO
               PERFORM 2400-VERIFICA-OUTRA-COBERTURA
           END-IF.

      * o livro e chaveado pelo professor ausente: a
      * cobertura do substituto na data sai de uma leitura
      * completa
       2400-VERIFICA-OUTRA-COBERTURA.
           MOVE LOW-VALUES TO AUS-CHAVE
           MOVE 'N' TO WRK-EOF
           START AUSENCIA-FILE KEY IS NOT LESS THAN AUS-CHAVE
               INVALID KEY MOVE 'S' TO WRK-EOF
           END-START
           PERFORM 2410-LE-COBERTURA
               UNTIL FIM-DE-ARQUIVO OR NOT SUBSTITUTO-VALIDO.

       2410-LE-COBERTURA.
           READ AUSENCIA-FILE NEXT RECORD
               AT END MOVE 'S' TO WRK-EOF
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF AUS-DATA = WRK-DATA-AUSENCIA
                  AND AUS-PERIODO = WRK-PERIODO
                  AND AUS-COBERTA
                  AND AUS-SUBSTITUTO = WRK-SUBSTITUTO
                  AND AUS-CHAVE NOT = WRK-CHAVE-ALTERADA
                   DISPLAY 'SUBSTITUTO JA COBRE A TURMA '
                       AUS-TURMA ' NO PERIODO'
                   MOVE 'N' TO WRK-SUBST-OK
               END-IF
           END-IF.

       2500-MONTA-COBERTURA.
           IF WRK-SUBSTITUTO = SPACES
               MOVE 'P' TO AUS-SITUACAO
               MOVE SPACES TO AUS-SUBSTITUTO
               ADD 1 TO WRK-QTD-PERDIDAS
           ELSE
               MOVE 'C' TO AUS-SITUACAO
               MOVE WRK-SUBSTITUTO TO AUS-SUBSTITUTO
               ADD 1 TO WRK-QTD-COBERTAS
           END-IF.

      * troca o substituto de uma aula ja registrada, ou a
      * marca como perdida
       3000-ALTERA.
           PERFORM 1500-PEDE-PROFESSOR
           IF CHAVE-VALIDA
               PERFORM 1600-PEDE-DATA
           END-IF
           IF CHAVE-VALIDA
               DISPLAY 'PERIODO (1 A 10): '
               ACCEPT WRK-PERIODO FROM CONSOLE
               MOVE WRK-PROFESSOR TO AUS-PROFESSOR
               MOVE WRK-DATA-AUSENCIA TO AUS-DATA
               MOVE WRK-PERIODO TO AUS-PERIODO
               READ AUSENCIA-FILE
                   KEY IS AUS-CHAVE
                   INVALID KEY
                       DISPLAY 'NAO HA AUSENCIA REGISTRADA NESTE '
                           'PERIODO'
                       MOVE 'N' TO WRK-CHAVE-OK
                   NOT INVALID KEY
                       MOVE AUS-CHAVE TO WRK-CHAVE-ALTERADA
               END-READ
           END-IF
           IF CHAVE-VALIDA
               PERFORM 1800-CARREGA-GRADE-DIA
               MOVE ZEROS TO WRK-IDX
               PERFORM VARYING WRK-IDX-BUSCA FROM 1 BY 1
                       UNTIL WRK-IDX-BUSCA > WRK-QTD-DIA
                   IF WRK-DIA-PROFESSOR (WRK-IDX-BUSCA)
                           = WRK-PROFESSOR
                      AND WRK-DIA-PERIODO (WRK-IDX-BUSCA)
                           = WRK-PERIODO
                       MOVE WRK-IDX-BUSCA TO WRK-IDX
                   END-IF
               END-PERFORM
               IF WRK-IDX = ZEROS
                   DISPLAY 'AULA NAO ESTA MAIS NA GRADE DO PROFESSOR'
                   MOVE 'N' TO WRK-CHAVE-OK
               END-IF
           END-IF
           IF CHAVE-VALIDA
               MOVE ZEROS TO WRK-QTD-COBERTAS WRK-QTD-PERDIDAS
               PERFORM 2200-PEDE-COBERTURA
               MOVE WRK-CHAVE-ALTERADA TO AUS-CHAVE
               READ AUSENCIA-FILE
                   KEY IS AUS-CHAVE
                   INVALID KEY
                       DISPLAY 'AUSENCIA EXCLUIDA DURANTE A '
                           'ALTERACAO'
                   NOT INVALID KEY
                       MOVE AUSENCIA-RECORD TO WRK-JRN-ANTES
                       PERFORM 2500-MONTA-COBERTURA
                       REWRITE AUSENCIA-RECORD
                       MOVE AUSENCIA-RECORD TO WRK-JRN-DEPOIS
                       MOVE 'A' TO WRK-JRN-OPERACAO
                       PERFORM 7000-GRAVA-JORNAL
                       IF AUS-COBERTA
                           DISPLAY 'AULA COBERTA POR ' AUS-SUBSTITUTO
                       ELSE
                           DISPLAY 'AULA MARCADA COMO PERDIDA'
                       END-IF
               END-READ
           END-IF.

      * lista as ausencias do professor na ordem da chave:
      * data e periodo
       4000-EXIBE.
           PERFORM 1500-PEDE-PROFESSOR
           IF CHAVE-VALIDA
               DISPLAY 'PROFESSOR: ' WRK-PROFESSOR ' ' PRF-NOME
               MOVE WRK-PROFESSOR TO AUS-PROFESSOR
               MOVE ZEROS TO AUS-DATA AUS-PERIODO
               MOVE 'N' TO WRK-EOF
               START AUSENCIA-FILE KEY IS NOT LESS THAN AUS-CHAVE
                   INVALID KEY MOVE 'S' TO WRK-EOF
               END-START
               PERFORM 4100-EXIBE-AULA UNTIL FIM-DE-ARQUIVO
           END-IF.

       4100-EXIBE-AULA.
           READ AUSENCIA-FILE NEXT RECORD
               AT END MOVE 'S' TO WRK-EOF
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF AUS-PROFESSOR NOT = WRK-PROFESSOR
                   MOVE 'S' TO WRK-EOF
               ELSE
                   IF AUS-COBERTA
                       DISPLAY '  ' AUS-DATA ' PERIODO ' AUS-PERIODO
                           ' MOTIVO ' AUS-MOTIVO ' TURMA ' AUS-TURMA
                           ' ' AUS-MATERIA ' COBERTA POR '
                           AUS-SUBSTITUTO
                   ELSE
                       DISPLAY '  ' AUS-DATA ' PERIODO ' AUS-PERIODO
                           ' MOTIVO ' AUS-MOTIVO ' TURMA ' AUS-TURMA
                           ' ' AUS-MATERIA ' PERDIDA'
                   END-IF
               END-IF
           END-IF.

       7000-GRAVA-JORNAL.
           MOVE 'AUSMAN' TO WRK-JRN-PROGRAMA
           MOVE SPACES TO WRK-JRN-OPERADOR
           MOVE 'AUSENCIA' TO WRK-JRN-ARQUIVO
           MOVE AUS-CHAVE TO WRK-JRN-CHAVE
           CALL 'jrnsrv' USING WRK-JRNSRV.

           COPY 'dateval.cbl'
               REPLACING VALIDA-DATA-CALENDARIO
                             BY VALIDA-DATA-AUSENCIA
                         WRK-ANO BY WRK-AUS-ANO
                         WRK-MES BY WRK-AUS-MES
                         WRK-DIA BY WRK-AUS-DIA.
