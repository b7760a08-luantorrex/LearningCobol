       IDENTIFICATION DIVISION.
       PROGRAM-ID. censoexp.
      ********************************************************
      *    Exportacao anual para o censo escolar
      *    Monta, para o ano letivo informado, o arquivo que a
      *    secretaria hoje redigita no sistema do censo:
      *    turmas com serie, sala e capacidade (TURMA.DAT),
      *    professores (PROFMAST.DAT), atribuicoes de aula
      *    (ATRIB.DAT) e alunos com nascimento, endereco,
      *    turma e resultado final do ano - promovido, retido
      *    ou transferido - tirado do arquivo morto
      *    TRANSARQ.DAT (anofecha/transfer). A turma do aluno
      *    vem do roster STUDENT.DAT. Antes de gravar qualquer
      *    coisa, confere tudo e lista em CENSOERR.RPT o que
      *    precisa ser corrigido: aluno sem nascimento ou com
      *    data invalida, aluno sem turma ou sem resultado
      *    final, turma sem sala, serie ou regente, turma
      *    vazia, professor ativo sem atribuicao no ano,
      *    atribuicao de professor ou turma desconhecidos.
      *    Havendo erro, o CENSO.DAT nao e gerado e o programa
      *    termina com RC 8; sem erro, sai o CENSO.DAT entre
      *    header e trailer no estilo das demais interfaces.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNO-MASTER ASSIGN TO 'ALUMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-ID
               FILE STATUS IS WRK-ALUMAST-STATUS.

           SELECT TURMA-MASTER ASSIGN TO 'TURMA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-CHAVE
               FILE STATUS IS WRK-TURMA-STATUS.

           SELECT PROFESSOR-MASTER ASSIGN TO 'PROFMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-ID
               FILE STATUS IS WRK-PROFMAST-STATUS.

           SELECT ATRIBUICAO-FILE ASSIGN TO 'ATRIB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATB-CHAVE
               FILE STATUS IS WRK-ATRIB-STATUS.

           SELECT TRANSCRIPT-ARCHIVE ASSIGN TO 'TRANSARQ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATR-CHAVE
               FILE STATUS IS WRK-TRANSARQ-STATUS.

           SELECT STUDENT-FILE ASSIGN TO 'STUDENT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STUDENT-STATUS.

           SELECT CENSO-FILE ASSIGN TO 'CENSO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRO-REPORT ASSIGN TO 'CENSOERR.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ALUNO-MASTER.
           COPY 'alurec.cbl'.

       FD  TURMA-MASTER.
           COPY 'turmarec.cbl'.

       FD  PROFESSOR-MASTER.
           COPY 'profrec.cbl'.

       FD  ATRIBUICAO-FILE.
           COPY 'atribrec.cbl'.

       FD  TRANSCRIPT-ARCHIVE.
           COPY 'transarc.cbl'.

       FD  STUDENT-FILE.
           COPY 'studrec.cbl'.

       FD  CENSO-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  CENSO-LINE PIC X(100).

       FD  ERRO-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       77  WRK-ALUMAST-STATUS   PIC X(02) VALUE '00'.
       77  WRK-TURMA-STATUS     PIC X(02) VALUE '00'.
       77  WRK-PROFMAST-STATUS  PIC X(02) VALUE '00'.
       77  WRK-ATRIB-STATUS     PIC X(02) VALUE '00'.
       77  WRK-TRANSARQ-STATUS  PIC X(02) VALUE '00'.
       77  WRK-STUDENT-STATUS   PIC X(02) VALUE '00'.
       77  WRK-EOF              PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO        VALUE 'S'.
       77  WRK-FIM-LEITURA      PIC X(01) VALUE 'N'.
           88 FIM-LEITURA           VALUE 'S'.

       01  DATA-SYS.
           02  ANO-SYS PIC 9(04) VALUE ZEROS.
           02  MES-SYS PIC 9(02) VALUE ZEROS.
           02  DIA-SYS PIC 9(02) VALUE ZEROS.
       01  DATA-SYS-NUM REDEFINES DATA-SYS PIC 9(08).
       77  WRK-HORA-SYS         PIC 9(06) VALUE ZEROS.

       77  WRK-ANO-LETIVO       PIC 9(04) VALUE ZEROS.
      * V = conferencia, G = geracao do arquivo: a mesma
      * leitura do ALUMAST serve as duas passagens
       77  WRK-FASE             PIC X(01) VALUE 'V'.
           88 FASE-CONFERENCIA      VALUE 'V'.
           88 FASE-GERACAO          VALUE 'G'.
       77  WRK-RETORNO          PIC 9(02) VALUE ZEROS.
       77  WRK-IDX              PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-ACHADO       PIC 9(04) VALUE ZEROS.
       77  WRK-PROCURA-TURMA    PIC X(03) VALUE SPACES.
       77  WRK-PROCURA-PROF     PIC X(10) VALUE SPACES.
       77  WRK-IDX-TURMA        PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-PROF         PIC 9(04) VALUE ZEROS.

      * aluno em avaliacao
       77  WRK-TURMA-ALUNO      PIC X(03) VALUE SPACES.
       77  WRK-SITUACAO         PIC X(01) VALUE SPACES.
           88 SIT-PROMOVIDO         VALUE 'P'.
           88 SIT-RETIDO            VALUE 'R'.
           88 SIT-TRANSFERIDO       VALUE 'T'.
           88 SIT-SEM-RESULTADO     VALUE SPACES.
       77  WRK-NO-CENSO         PIC X(01) VALUE 'N'.
           88 ALUNO-NO-CENSO        VALUE 'S'.

      * data de nascimento conferida pelo dateval comum
       01  WRK-NASCIMENTO.
           05  WRK-NAS-ANO      PIC 9(04).
           05  WRK-NAS-MES      PIC 9(02).
           05  WRK-NAS-DIA      PIC 9(02).
       01  WRK-NASCIMENTO-NUM REDEFINES WRK-NASCIMENTO PIC 9(08).
       77  WRK-DATA-VALIDA-FLAG PIC X(01) VALUE 'S'.
       77  WRK-DIAS-NO-MES      PIC 9(02) VALUE ZEROS.

       77  WRK-QTD-ERROS        PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-ALUNOS       PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-PROMOVIDOS   PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-RETIDOS      PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-TRANSFERIDOS PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-PROF-CENSO   PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-REGISTROS    PIC 9(06) VALUE ZEROS.

      * turmas do ano, com a contagem de alunos do censo
       77  WRK-QTD-TURMAS       PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-TURMAS.
           05  WRK-TUR-ITEM OCCURS 200 TIMES.
               10  WRK-TUR-COD      PIC X(03).
               10  WRK-TUR-SALA     PIC X(05).
               10  WRK-TUR-CAPAC    PIC 9(03).
               10  WRK-TUR-REGENTE  PIC X(10).
               10  WRK-TUR-SERIE    PIC 9(02).
               10  WRK-TUR-ALUNOS   PIC 9(04).

      * professores, com as atribuicoes do ano de cada um
       77  WRK-QTD-PROFS        PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-PROFS.
           05  WRK-PRF-ITEM OCCURS 500 TIMES.
               10  WRK-PRF-COD      PIC X(10).
               10  WRK-PRF-NOME     PIC X(30).
               10  WRK-PRF-ATIVO    PIC X(01).
               10  WRK-PRF-ATRIB    PIC 9(03).

      * atribuicoes de aula do ano
       77  WRK-QTD-ATRIBS       PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-ATRIBS.
           05  WRK-ATB-ITEM OCCURS 1000 TIMES.
               10  WRK-ATB-TURMA    PIC X(03).
               10  WRK-ATB-MATERIA  PIC X(03).
               10  WRK-ATB-PROF     PIC X(10).
               10  WRK-ATB-AULAS    PIC 9(02).

      * turma de cada aluno no roster
       77  WRK-QTD-ROSTER       PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-ROSTER.
           05  WRK-ROS-ITEM OCCURS 2000 TIMES.
               10  WRK-ROS-ALUNO    PIC 9(06).
               10  WRK-ROS-TURMA    PIC X(03).

      * layout do arquivo do censo
       01  WRK-LINHA-HEADER.
           05  FILLER          PIC X(01) VALUE 'H'.
           05  HDR-ANO         PIC 9(04).
           05  HDR-DATA        PIC 9(08).
           05  HDR-HORA        PIC 9(06).
           05  FILLER          PIC X(08) VALUE 'CENSOEXP'.

      * T = turma (sala, serie, capacidade, regente)
       01  WRK-LINHA-TURMA.
           05  FILLER          PIC X(01) VALUE 'D'.
           05  FILLER          PIC X(01) VALUE 'T'.
           05  CTU-CODIGO      PIC X(03).
           05  CTU-SERIE       PIC 9(02).
           05  CTU-SALA        PIC X(05).
           05  CTU-CAPACIDADE  PIC 9(03).
           05  CTU-REGENTE     PIC X(10).
           05  CTU-ALUNOS      PIC 9(04).

      * P = professor ativo
       01  WRK-LINHA-PROFESSOR.
           05  FILLER          PIC X(01) VALUE 'D'.
           05  FILLER          PIC X(01) VALUE 'P'.
           05  CPR-ID          PIC X(10).
           05  CPR-NOME        PIC X(30).
           05  CPR-ATRIBUICOES PIC 9(03).

      * A = atribuicao de aula (turma, materia, professor)
       01  WRK-LINHA-ATRIBUICAO.
           05  FILLER          PIC X(01) VALUE 'D'.
           05  FILLER          PIC X(01) VALUE 'A'.
           05  CAT-TURMA       PIC X(03).
           05  CAT-MATERIA     PIC X(03).
           05  CAT-PROFESSOR   PIC X(10).
           05  CAT-AULAS       PIC 9(02).

      * M = matricula: aluno, dados civis, turma e resultado
      * final (P promovido, R retido, T transferido)
       01  WRK-LINHA-ALUNO.
           05  FILLER          PIC X(01) VALUE 'D'.
           05  FILLER          PIC X(01) VALUE 'M'.
           05  CAL-ID          PIC 9(06).
           05  CAL-NOME        PIC X(30).
           05  CAL-NASCIMENTO  PIC 9(08).
           05  CAL-ENDERECO    PIC X(30).
           05  CAL-TURMA       PIC X(03).
           05  CAL-SITUACAO    PIC X(01).
           05  CAL-DATA-SAIDA  PIC 9(08).

       01  WRK-LINHA-TRAILER.
           05  FILLER          PIC X(01) VALUE 'T'.
           05  TRL-QTD         PIC 9(06).
           05  TRL-TURMAS      PIC 9(06).
           05  TRL-PROFESSORES PIC 9(06).
           05  TRL-ATRIBUICOES PIC 9(06).
           05  TRL-ALUNOS      PIC 9(06).
           05  TRL-PROMOVIDOS  PIC 9(06).
           05  TRL-RETIDOS     PIC 9(06).
           05  TRL-TRANSFERIDOS PIC 9(06).

      * listagem de erros
       01  WRK-LINHA-CABECALHO.
           05  FILLER          PIC X(34) VALUE
               'CONFERENCIA DO CENSO - ANO LETIVO '.
           05  CAB-ANO         PIC 9(04).
           05  FILLER          PIC X(09) VALUE ' - DATA: '.
           05  CAB-DATA        PIC 9(08).

       01  WRK-LINHA-COLUNAS.
           05  FILLER          PIC X(38) VALUE
               'TIPO        CHAVE       PROBLEMA'.

       01  WRK-LINHA-ERRO.
           05  ERR-TIPO        PIC X(10).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  ERR-CHAVE       PIC X(10).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  ERR-DESCRICAO   PIC X(45).
       77  WRK-CHAVE-ALUNO      PIC 9(06) VALUE ZEROS.

       01  WRK-LINHA-RESUMO.
           05  RES-TEXTO       PIC X(40).
           05  RES-QTD         PIC ZZZZZ9.

       01  WRK-LINHA-SITUACAO   PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INICIALIZA
           SET FASE-CONFERENCIA TO TRUE
           PERFORM 2000-PERCORRE-ALUNOS
           PERFORM 2500-CONFERE-TURMAS
           PERFORM 2600-CONFERE-PROFESSORES
           PERFORM 2700-CONFERE-ATRIBUICOES
           IF WRK-QTD-ERROS = ZEROS
               PERFORM 3000-GERA-CENSO
           ELSE
               MOVE 8 TO WRK-RETORNO
           END-IF
           PERFORM 9000-FINALIZA
           MOVE WRK-RETORNO TO RETURN-CODE
           STOP RUN.

       1000-INICIALIZA.
           DISPLAY 'ANO LETIVO DO CENSO (AAAA): '
           ACCEPT WRK-ANO-LETIVO FROM CONSOLE
           ACCEPT DATA-SYS FROM DATE YYYYMMDD
           ACCEPT WRK-HORA-SYS FROM TIME
           OPEN INPUT ALUNO-MASTER
           IF WRK-ALUMAST-STATUS NOT = '00'
               DISPLAY 'ALUMAST.DAT INEXISTENTE - CENSO NAO '
                   'GERADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT TRANSCRIPT-ARCHIVE
           IF WRK-TRANSARQ-STATUS NOT = '00'
               DISPLAY 'TRANSARQ.DAT INEXISTENTE - ANO NAO '
                   'ENCERRADO, CENSO NAO GERADO'
               CLOSE ALUNO-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ERRO-REPORT
           MOVE WRK-ANO-LETIVO TO CAB-ANO
           MOVE DATA-SYS-NUM TO CAB-DATA
           WRITE REPORT-LINE FROM WRK-LINHA-CABECALHO
           WRITE REPORT-LINE FROM WRK-LINHA-COLUNAS
           PERFORM 1100-CARREGA-TURMAS
           PERFORM 1200-CARREGA-PROFESSORES
           PERFORM 1300-CARREGA-ATRIBUICOES
           PERFORM 1400-CARREGA-ROSTER.

       1100-CARREGA-TURMAS.
           MOVE ZEROS TO WRK-QTD-TURMAS
           OPEN INPUT TURMA-MASTER
           IF WRK-TURMA-STATUS = '00'
               MOVE 'N' TO WRK-FIM-LEITURA
               MOVE WRK-ANO-LETIVO TO TUR-ANO
               MOVE LOW-VALUES TO TUR-CODIGO
               START TURMA-MASTER KEY IS NOT LESS THAN TUR-CHAVE
                   INVALID KEY MOVE 'S' TO WRK-FIM-LEITURA
               END-START
               PERFORM 1110-LE-TURMA UNTIL FIM-LEITURA
               CLOSE TURMA-MASTER
           ELSE
               DISPLAY 'TURMA.DAT INEXISTENTE - NENHUMA TURMA NO '
                   'CENSO'
           END-IF.

       1110-LE-TURMA.
           READ TURMA-MASTER NEXT RECORD
               AT END MOVE 'S' TO WRK-FIM-LEITURA
           END-READ
           IF NOT FIM-LEITURA
               IF TUR-ANO NOT = WRK-ANO-LETIVO
                   MOVE 'S' TO WRK-FIM-LEITURA
               ELSE
                   IF WRK-QTD-TURMAS < 200
                       ADD 1 TO WRK-QTD-TURMAS
                       MOVE TUR-CODIGO TO WRK-TUR-COD (WRK-QTD-TURMAS)
                       MOVE TUR-SALA TO WRK-TUR-SALA (WRK-QTD-TURMAS)
                       MOVE TUR-CAPACIDADE
                           TO WRK-TUR-CAPAC (WRK-QTD-TURMAS)
                       MOVE TUR-REGENTE
                           TO WRK-TUR-REGENTE (WRK-QTD-TURMAS)
                       MOVE TUR-SERIE TO WRK-TUR-SERIE (WRK-QTD-TURMAS)
                       MOVE ZEROS TO WRK-TUR-ALUNOS (WRK-QTD-TURMAS)
                   ELSE
                       MOVE 'TURMA' TO ERR-TIPO
                       MOVE TUR-CODIGO TO ERR-CHAVE
                       MOVE 'TABELA DE TURMAS ESTOURADA'
                           TO ERR-DESCRICAO
                       PERFORM 2900-REGISTRA-ERRO
                   END-IF
               END-IF
           END-IF.

       1200-CARREGA-PROFESSORES.
           MOVE ZEROS TO WRK-QTD-PROFS
           OPEN INPUT PROFESSOR-MASTER
           IF WRK-PROFMAST-STATUS = '00'
               MOVE 'N' TO WRK-FIM-LEITURA
               PERFORM 1210-LE-PROFESSOR UNTIL FIM-LEITURA
               CLOSE PROFESSOR-MASTER
           ELSE
               DISPLAY 'PROFMAST.DAT INEXISTENTE - NENHUM '
                   'PROFESSOR NO CENSO'
           END-IF.

       1210-LE-PROFESSOR.
           READ PROFESSOR-MASTER NEXT RECORD
               AT END MOVE 'S' TO WRK-FIM-LEITURA
           END-READ
           IF NOT FIM-LEITURA
               IF WRK-QTD-PROFS < 500
                   ADD 1 TO WRK-QTD-PROFS
                   MOVE PRF-ID TO WRK-PRF-COD (WRK-QTD-PROFS)
                   MOVE PRF-NOME TO WRK-PRF-NOME (WRK-QTD-PROFS)
                   MOVE PRF-ATIVO TO WRK-PRF-ATIVO (WRK-QTD-PROFS)
                   MOVE ZEROS TO WRK-PRF-ATRIB (WRK-QTD-PROFS)
               ELSE
                   MOVE 'PROFESSOR' TO ERR-TIPO
                   MOVE PRF-ID TO ERR-CHAVE
                   MOVE 'TABELA DE PROFESSORES ESTOURADA'
                       TO ERR-DESCRICAO
                   PERFORM 2900-REGISTRA-ERRO
               END-IF
           END-IF.

      * atribuicoes do ano; cada uma soma no professor dela
       1300-CARREGA-ATRIBUICOES.
           MOVE ZEROS TO WRK-QTD-ATRIBS
           OPEN INPUT ATRIBUICAO-FILE
           IF WRK-ATRIB-STATUS = '00'
               MOVE 'N' TO WRK-FIM-LEITURA
               MOVE WRK-ANO-LETIVO TO ATB-ANO
               MOVE LOW-VALUES TO ATB-MATERIA ATB-TURMA
               START ATRIBUICAO-FILE KEY IS NOT LESS THAN ATB-CHAVE
                   INVALID KEY MOVE 'S' TO WRK-FIM-LEITURA
               END-START
               PERFORM 1310-LE-ATRIBUICAO UNTIL FIM-LEITURA
               CLOSE ATRIBUICAO-FILE
           ELSE
               DISPLAY 'ATRIB.DAT INEXISTENTE - NENHUMA '
                   'ATRIBUICAO NO CENSO'
           END-IF.

       1310-LE-ATRIBUICAO.
           READ ATRIBUICAO-FILE NEXT RECORD
               AT END MOVE 'S' TO WRK-FIM-LEITURA
           END-READ
           IF NOT FIM-LEITURA
               IF ATB-ANO NOT = WRK-ANO-LETIVO
                   MOVE 'S' TO WRK-FIM-LEITURA
               ELSE
                   IF WRK-QTD-ATRIBS < 1000
                       ADD 1 TO WRK-QTD-ATRIBS
                       MOVE ATB-TURMA TO WRK-ATB-TURMA (WRK-QTD-ATRIBS)
                       MOVE ATB-MATERIA
                           TO WRK-ATB-MATERIA (WRK-QTD-ATRIBS)
                       MOVE ATB-PROFESSOR
                           TO WRK-ATB-PROF (WRK-QTD-ATRIBS)
                       MOVE ATB-AULAS-SEMANA
                           TO WRK-ATB-AULAS (WRK-QTD-ATRIBS)
                       MOVE ATB-PROFESSOR TO WRK-PROCURA-PROF
                       PERFORM 2920-BUSCA-PROFESSOR
                       IF WRK-IDX-PROF > ZEROS
                           ADD 1 TO WRK-PRF-ATRIB (WRK-IDX-PROF)
                       END-IF
                   ELSE
                       MOVE 'ATRIBUICAO' TO ERR-TIPO
                       MOVE ATB-TURMA TO ERR-CHAVE
                       MOVE 'TABELA DE ATRIBUICOES ESTOURADA'
                           TO ERR-DESCRICAO
                       PERFORM 2900-REGISTRA-ERRO
                   END-IF
               END-IF
           END-IF.

      * o roster traz uma linha por materia e bimestre: fica
      * a primeira turma de cada aluno
       1400-CARREGA-ROSTER.
           MOVE ZEROS TO WRK-QTD-ROSTER
           OPEN INPUT STUDENT-FILE
           IF WRK-STUDENT-STATUS = '00'
               MOVE 'N' TO WRK-FIM-LEITURA
               PERFORM 1410-LE-ROSTER UNTIL FIM-LEITURA
               CLOSE STUDENT-FILE
           ELSE
               DISPLAY 'STUDENT.DAT INEXISTENTE - ALUNOS FICAM '
                   'SEM TURMA'
           END-IF.

       1410-LE-ROSTER.
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
                       MOVE 'ALUNO' TO ERR-TIPO
                       MOVE STU-ID TO WRK-CHAVE-ALUNO
                       MOVE WRK-CHAVE-ALUNO TO ERR-CHAVE
                       MOVE 'TABELA DO ROSTER ESTOURADA'
                           TO ERR-DESCRICAO
                       PERFORM 2900-REGISTRA-ERRO
                   END-IF
               END-IF
           END-IF.

      * uma passagem pelo ALUMAST: na conferencia registra os
      * erros e conta os alunos por turma; na geracao grava
      * o registro M de cada aluno do censo
       2000-PERCORRE-ALUNOS.
           MOVE 'N' TO WRK-EOF
           MOVE ZEROS TO ALU-ID
           START ALUNO-MASTER KEY IS NOT LESS THAN ALU-ID
               INVALID KEY MOVE 'S' TO WRK-EOF
           END-START
           PERFORM 2100-LE-ALUNO UNTIL FIM-DE-ARQUIVO.

       2100-LE-ALUNO.
           READ ALUNO-MASTER NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               PERFORM 2200-SITUACAO-ALUNO
               IF ALUNO-NO-CENSO
                   IF FASE-CONFERENCIA
                       PERFORM 2300-CONFERE-ALUNO
                   ELSE
                       PERFORM 3400-GRAVA-ALUNO
                   END-IF
               END-IF
           END-IF.

      * entra no censo o aluno com resultado do ano no
      * arquivo morto e o ainda ativo; matricula anonimizada
      * ou encerrada fora do ano fica de fora
       2200-SITUACAO-ALUNO.
           MOVE 'N' TO WRK-NO-CENSO
           MOVE SPACES TO WRK-SITUACAO
           IF NOT ALU-DADOS-ANONIMOS
               MOVE WRK-ANO-LETIVO TO ATR-ANO
               MOVE ALU-ID TO ATR-ID
               READ TRANSCRIPT-ARCHIVE
                   KEY IS ATR-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN ATR-PROMOVIDO
                               MOVE 'P' TO WRK-SITUACAO
                           WHEN ATR-RETIDO
                               MOVE 'R' TO WRK-SITUACAO
                           WHEN ATR-TRANSFERIDO
                               MOVE 'T' TO WRK-SITUACAO
                       END-EVALUATE
               END-READ
               IF ALU-ATIVO OR NOT SIT-SEM-RESULTADO
                   MOVE 'S' TO WRK-NO-CENSO
               END-IF
           END-IF
           MOVE SPACES TO WRK-TURMA-ALUNO
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-ROSTER
               IF WRK-ROS-ALUNO (WRK-IDX) = ALU-ID
                   MOVE WRK-ROS-TURMA (WRK-IDX) TO WRK-TURMA-ALUNO
               END-IF
           END-PERFORM.

       2300-CONFERE-ALUNO.
           ADD 1 TO WRK-QTD-ALUNOS
           MOVE 'ALUNO' TO ERR-TIPO
           MOVE ALU-ID TO WRK-CHAVE-ALUNO
           MOVE WRK-CHAVE-ALUNO TO ERR-CHAVE
           MOVE ALU-NASCIMENTO TO WRK-NASCIMENTO-NUM
           IF WRK-NASCIMENTO-NUM = ZEROS
               MOVE 'SEM DATA DE NASCIMENTO' TO ERR-DESCRICAO
               PERFORM 2900-REGISTRA-ERRO
           ELSE
               PERFORM VALIDA-DATA-NASCIMENTO
               IF WRK-DATA-VALIDA-FLAG NOT = 'S'
                       OR WRK-NASCIMENTO-NUM NOT < DATA-SYS-NUM
                   MOVE 'DATA DE NASCIMENTO INVALIDA'
                       TO ERR-DESCRICAO
                   PERFORM 2900-REGISTRA-ERRO
               END-IF
           END-IF
      * o transferido no ano pode ja ter saido do roster
           IF WRK-TURMA-ALUNO = SPACES
               IF NOT SIT-TRANSFERIDO
                   MOVE 'ALUNO SEM TURMA' TO ERR-DESCRICAO
                   PERFORM 2900-REGISTRA-ERRO
               END-IF
           ELSE
               MOVE WRK-TURMA-ALUNO TO WRK-PROCURA-TURMA
               PERFORM 2910-BUSCA-TURMA
               IF WRK-IDX-TURMA = ZEROS
                   MOVE 'TURMA DO ALUNO NAO CADASTRADA NO ANO'
                       TO ERR-DESCRICAO
                   PERFORM 2900-REGISTRA-ERRO
               ELSE
                   ADD 1 TO WRK-TUR-ALUNOS (WRK-IDX-TURMA)
               END-IF
           END-IF
           IF SIT-SEM-RESULTADO
               MOVE 'SEM RESULTADO FINAL - ANO NAO ENCERRADO'
                   TO ERR-DESCRICAO
               PERFORM 2900-REGISTRA-ERRO
           END-IF.

       2500-CONFERE-TURMAS.
           MOVE 'TURMA' TO ERR-TIPO
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-TURMAS
               MOVE WRK-TUR-COD (WRK-IDX) TO ERR-CHAVE
               IF WRK-TUR-SALA (WRK-IDX) = SPACES
                   MOVE 'TURMA SEM SALA' TO ERR-DESCRICAO
                   PERFORM 2900-REGISTRA-ERRO
               END-IF
               IF WRK-TUR-SERIE (WRK-IDX) = ZEROS
                   MOVE 'TURMA SEM SERIE' TO ERR-DESCRICAO
                   PERFORM 2900-REGISTRA-ERRO
               END-IF
               IF WRK-TUR-REGENTE (WRK-IDX) = SPACES
                   MOVE 'TURMA SEM PROFESSOR REGENTE' TO ERR-DESCRICAO
                   PERFORM 2900-REGISTRA-ERRO
               ELSE
                   MOVE WRK-TUR-REGENTE (WRK-IDX) TO WRK-PROCURA-PROF
                   PERFORM 2920-BUSCA-PROFESSOR
                   IF WRK-IDX-PROF = ZEROS
                       MOVE 'REGENTE NAO CADASTRADO' TO ERR-DESCRICAO
                       PERFORM 2900-REGISTRA-ERRO
                   END-IF
               END-IF
               IF WRK-TUR-ALUNOS (WRK-IDX) = ZEROS
                   MOVE 'TURMA SEM ALUNOS' TO ERR-DESCRICAO
                   PERFORM 2900-REGISTRA-ERRO
               END-IF
           END-PERFORM.

       2600-CONFERE-PROFESSORES.
           MOVE 'PROFESSOR' TO ERR-TIPO
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-PROFS
               IF WRK-PRF-ATIVO (WRK-IDX) = 'A'
                       AND WRK-PRF-ATRIB (WRK-IDX) = ZEROS
                   MOVE WRK-PRF-COD (WRK-IDX) TO ERR-CHAVE
                   MOVE 'PROFESSOR ATIVO SEM ATRIBUICAO NO ANO'
                       TO ERR-DESCRICAO
                   PERFORM 2900-REGISTRA-ERRO
               END-IF
           END-PERFORM.

       2700-CONFERE-ATRIBUICOES.
           MOVE 'ATRIBUICAO' TO ERR-TIPO
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-ATRIBS
               MOVE SPACES TO ERR-CHAVE
               STRING WRK-ATB-TURMA (WRK-IDX) '/'
                   WRK-ATB-MATERIA (WRK-IDX) DELIMITED BY SIZE
                   INTO ERR-CHAVE
               MOVE WRK-ATB-PROF (WRK-IDX) TO WRK-PROCURA-PROF
               PERFORM 2920-BUSCA-PROFESSOR
               IF WRK-IDX-PROF = ZEROS
                   MOVE 'PROFESSOR NAO CADASTRADO' TO ERR-DESCRICAO
                   PERFORM 2900-REGISTRA-ERRO
               ELSE
                   IF WRK-PRF-ATIVO (WRK-IDX-PROF) NOT = 'A'
                       MOVE 'PROFESSOR DESATIVADO' TO ERR-DESCRICAO
                       PERFORM 2900-REGISTRA-ERRO
                   END-IF
               END-IF
               MOVE WRK-ATB-TURMA (WRK-IDX) TO WRK-PROCURA-TURMA
               PERFORM 2910-BUSCA-TURMA
               IF WRK-IDX-TURMA = ZEROS
                   MOVE 'TURMA NAO CADASTRADA NO ANO' TO ERR-DESCRICAO
                   PERFORM 2900-REGISTRA-ERRO
               END-IF
           END-PERFORM.

       2900-REGISTRA-ERRO.
           WRITE REPORT-LINE FROM WRK-LINHA-ERRO
           ADD 1 TO WRK-QTD-ERROS.

       2910-BUSCA-TURMA.
           MOVE ZEROS TO WRK-IDX-TURMA
           PERFORM VARYING WRK-IDX-ACHADO FROM 1 BY 1
                   UNTIL WRK-IDX-ACHADO > WRK-QTD-TURMAS
                      OR WRK-IDX-TURMA > ZEROS
               IF WRK-TUR-COD (WRK-IDX-ACHADO) = WRK-PROCURA-TURMA
                   MOVE WRK-IDX-ACHADO TO WRK-IDX-TURMA
               END-IF
           END-PERFORM.

       2920-BUSCA-PROFESSOR.
           MOVE ZEROS TO WRK-IDX-PROF
           PERFORM VARYING WRK-IDX-ACHADO FROM 1 BY 1
                   UNTIL WRK-IDX-ACHADO > WRK-QTD-PROFS
                      OR WRK-IDX-PROF > ZEROS
               IF WRK-PRF-COD (WRK-IDX-ACHADO) = WRK-PROCURA-PROF
                   MOVE WRK-IDX-ACHADO TO WRK-IDX-PROF
               END-IF
           END-PERFORM.

      * tudo conferido: header, turmas, professores ativos,
      * atribuicoes, alunos e trailer com as contagens
       3000-GERA-CENSO.
           OPEN OUTPUT CENSO-FILE
           MOVE WRK-ANO-LETIVO TO HDR-ANO
           MOVE DATA-SYS-NUM TO HDR-DATA
           MOVE WRK-HORA-SYS TO HDR-HORA
           WRITE CENSO-LINE FROM WRK-LINHA-HEADER
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-TURMAS
               MOVE WRK-TUR-COD (WRK-IDX) TO CTU-CODIGO
               MOVE WRK-TUR-SERIE (WRK-IDX) TO CTU-SERIE
               MOVE WRK-TUR-SALA (WRK-IDX) TO CTU-SALA
               MOVE WRK-TUR-CAPAC (WRK-IDX) TO CTU-CAPACIDADE
               MOVE WRK-TUR-REGENTE (WRK-IDX) TO CTU-REGENTE
               MOVE WRK-TUR-ALUNOS (WRK-IDX) TO CTU-ALUNOS
               WRITE CENSO-LINE FROM WRK-LINHA-TURMA
               ADD 1 TO WRK-QTD-REGISTROS
           END-PERFORM
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-PROFS
               IF WRK-PRF-ATIVO (WRK-IDX) = 'A'
                   MOVE WRK-PRF-COD (WRK-IDX) TO CPR-ID
                   MOVE WRK-PRF-NOME (WRK-IDX) TO CPR-NOME
                   MOVE WRK-PRF-ATRIB (WRK-IDX) TO CPR-ATRIBUICOES
                   WRITE CENSO-LINE FROM WRK-LINHA-PROFESSOR
                   ADD 1 TO WRK-QTD-REGISTROS WRK-QTD-PROF-CENSO
               END-IF
           END-PERFORM
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-ATRIBS
               MOVE WRK-ATB-TURMA (WRK-IDX) TO CAT-TURMA
               MOVE WRK-ATB-MATERIA (WRK-IDX) TO CAT-MATERIA
               MOVE WRK-ATB-PROF (WRK-IDX) TO CAT-PROFESSOR
               MOVE WRK-ATB-AULAS (WRK-IDX) TO CAT-AULAS
               WRITE CENSO-LINE FROM WRK-LINHA-ATRIBUICAO
               ADD 1 TO WRK-QTD-REGISTROS
           END-PERFORM
           SET FASE-GERACAO TO TRUE
           PERFORM 2000-PERCORRE-ALUNOS
           MOVE WRK-QTD-REGISTROS TO TRL-QTD
           MOVE WRK-QTD-TURMAS TO TRL-TURMAS
           MOVE WRK-QTD-PROF-CENSO TO TRL-PROFESSORES
           MOVE WRK-QTD-ATRIBS TO TRL-ATRIBUICOES
           MOVE WRK-QTD-ALUNOS TO TRL-ALUNOS
           MOVE WRK-QTD-PROMOVIDOS TO TRL-PROMOVIDOS
           MOVE WRK-QTD-RETIDOS TO TRL-RETIDOS
           MOVE WRK-QTD-TRANSFERIDOS TO TRL-TRANSFERIDOS
           WRITE CENSO-LINE FROM WRK-LINHA-TRAILER
           CLOSE CENSO-FILE.

       3400-GRAVA-ALUNO.
           MOVE ALU-ID TO CAL-ID
           MOVE ALU-NOME TO CAL-NOME
           MOVE ALU-NASCIMENTO TO CAL-NASCIMENTO
           MOVE ALU-ENDERECO TO CAL-ENDERECO
           MOVE WRK-TURMA-ALUNO TO CAL-TURMA
           MOVE WRK-SITUACAO TO CAL-SITUACAO
           IF SIT-TRANSFERIDO
               MOVE ALU-DATA-SAIDA TO CAL-DATA-SAIDA
               ADD 1 TO WRK-QTD-TRANSFERIDOS
           ELSE
               MOVE ZEROS TO CAL-DATA-SAIDA
               IF SIT-PROMOVIDO
                   ADD 1 TO WRK-QTD-PROMOVIDOS
               ELSE
                   ADD 1 TO WRK-QTD-RETIDOS
               END-IF
           END-IF
           WRITE CENSO-LINE FROM WRK-LINHA-ALUNO
           ADD 1 TO WRK-QTD-REGISTROS.

       9000-FINALIZA.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'ALUNOS DO CENSO' TO RES-TEXTO
           MOVE WRK-QTD-ALUNOS TO RES-QTD
           WRITE REPORT-LINE FROM WRK-LINHA-RESUMO
           MOVE 'TURMAS DO ANO' TO RES-TEXTO
           MOVE WRK-QTD-TURMAS TO RES-QTD
           WRITE REPORT-LINE FROM WRK-LINHA-RESUMO
           MOVE 'ATRIBUICOES DO ANO' TO RES-TEXTO
           MOVE WRK-QTD-ATRIBS TO RES-QTD
           WRITE REPORT-LINE FROM WRK-LINHA-RESUMO
           MOVE 'ERROS A CORRIGIR' TO RES-TEXTO
           MOVE WRK-QTD-ERROS TO RES-QTD
           WRITE REPORT-LINE FROM WRK-LINHA-RESUMO
           IF WRK-QTD-ERROS = ZEROS
               MOVE 'CENSO.DAT GERADO' TO WRK-LINHA-SITUACAO
           ELSE
               MOVE 'CENSO.DAT NAO GERADO - CORRIJA OS ERROS'
                   TO WRK-LINHA-SITUACAO
           END-IF
           WRITE REPORT-LINE FROM WRK-LINHA-SITUACAO
           CLOSE ERRO-REPORT
           CLOSE ALUNO-MASTER TRANSCRIPT-ARCHIVE
           DISPLAY 'ERROS A CORRIGIR: ' WRK-QTD-ERROS
           DISPLAY WRK-LINHA-SITUACAO.

           COPY 'dateval.cbl'
               REPLACING VALIDA-DATA-CALENDARIO
                             BY VALIDA-DATA-NASCIMENTO
                         WRK-ANO BY WRK-NAS-ANO
                         WRK-MES BY WRK-NAS-MES
                         WRK-DIA BY WRK-NAS-DIA.
