       IDENTIFICATION DIVISION.
       PROGRAM-ID. remlist.
      ********************************************************
      *    Lista de turmas da rematricula
      *    Para cada turma do ano letivo informado (TURMA.DAT)
      *    lista os alunos com rematricula confirmada no
      *    REMAT.DAT e os candidatos da lista de espera ja
      *    convocados para a turma (ESPERA.DAT), com a
      *    capacidade, as ofertas ainda pendentes (ofertada ou
      *    bloqueada por mensalidade) e os lugares livres. A
      *    lista da secretaria para montar as turmas do ano
      *    novo; uma pagina por turma em REMLIST.RPT. Oferta
      *    que ficou sem vaga na serie sai no resumo e termina
      *    com RC 4.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TURMA-MASTER ASSIGN TO 'TURMA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-CHAVE
               FILE STATUS IS WRK-TURMA-STATUS.

           SELECT REMATRICULA-FILE ASSIGN TO 'REMAT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REM-CHAVE
               FILE STATUS IS WRK-REMAT-STATUS.

           SELECT ESPERA-FILE ASSIGN TO 'ESPERA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESP-CHAVE
               FILE STATUS IS WRK-ESPERA-STATUS.

           SELECT LISTA-REPORT ASSIGN TO 'REMLIST.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TURMA-MASTER.
           COPY 'turmarec.cbl'.

       FD  REMATRICULA-FILE.
           COPY 'rematrec.cbl'.

       FD  ESPERA-FILE.
           COPY 'esperarec.cbl'.

       FD  LISTA-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  LISTA-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       77  WRK-TURMA-STATUS     PIC X(02) VALUE '00'.
       77  WRK-REMAT-STATUS     PIC X(02) VALUE '00'.
       77  WRK-ESPERA-STATUS    PIC X(02) VALUE '00'.
       77  WRK-EOF              PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO        VALUE 'S'.
       77  WRK-FIM-LEITURA      PIC X(01) VALUE 'N'.
           88 FIM-LEITURA           VALUE 'S'.
       77  WRK-ESPERA-ABERTA    PIC X(01) VALUE 'N'.
           88 ESPERA-ABERTA         VALUE 'S'.

       01  DATA-SYS.
           02  ANO-SYS PIC 9(04) VALUE ZEROS.
           02  MES-SYS PIC 9(02) VALUE ZEROS.
           02  DIA-SYS PIC 9(02) VALUE ZEROS.
       01  DATA-SYS-NUM REDEFINES DATA-SYS PIC 9(08).

       77  WRK-ANO-LISTA        PIC 9(04) VALUE ZEROS.
       77  WRK-TURMA            PIC X(03) VALUE SPACES.
       77  WRK-SERIE            PIC 9(02) VALUE ZEROS.
       77  WRK-RETORNO          PIC 9(02) VALUE ZEROS.

      * contagem da turma em impressao
       77  WRK-QTD-CONFIRMADOS  PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-PENDENTES    PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-CONVOCADOS   PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-LIVRES       PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-OCUPADAS     PIC 9(03) VALUE ZEROS.

      * totais do ano
       77  WRK-TOT-TURMAS       PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-CAPACIDADE   PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-CONFIRMADOS  PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-PENDENTES    PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-CONVOCADOS   PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-LIVRES       PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-SEM-VAGA     PIC 9(05) VALUE ZEROS.

       01  WRK-LINHA-CAB-TURMA.
           05  FILLER          PIC X(28) VALUE
               'LISTA DE TURMA - ANO LETIVO '.
           05  CAB-ANO         PIC 9(04).
           05  FILLER          PIC X(09) VALUE ' - DATA: '.
           05  CAB-DATA        PIC 9(08).

       01  WRK-LINHA-TURMA.
           05  FILLER          PIC X(07) VALUE 'TURMA: '.
           05  TRM-CODIGO      PIC X(03).
           05  FILLER          PIC X(09) VALUE '  SERIE: '.
           05  TRM-SERIE       PIC Z9.
           05  FILLER          PIC X(08) VALUE '  SALA: '.
           05  TRM-SALA        PIC X(05).
           05  FILLER          PIC X(11) VALUE '  REGENTE: '.
           05  TRM-REGENTE     PIC X(10).
           05  FILLER          PIC X(14) VALUE '  CAPACIDADE: '.
           05  TRM-CAPACIDADE  PIC ZZ9.

       01  WRK-LINHA-COLUNAS.
           05  FILLER          PIC X(40) VALUE
               'ALUNO  NOME                           '.
           05  FILLER          PIC X(10) VALUE 'ORIGEM'.

       01  WRK-LINHA-DETALHE.
           05  DET-NUMERO      PIC 9(06).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-NOME        PIC X(30).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DET-ORIGEM      PIC X(30).

       01  WRK-LINHA-CONTAGEM.
           05  CNT-TEXTO       PIC X(40).
           05  CNT-QTD         PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-LE-TURMA UNTIL FIM-DE-ARQUIVO
           PERFORM 8000-CONTA-SEM-VAGA
           PERFORM 9000-FINALIZA
           MOVE WRK-RETORNO TO RETURN-CODE
           STOP RUN.

       1000-INICIALIZA.
           DISPLAY 'ANO LETIVO DAS TURMAS (AAAA): '
           ACCEPT WRK-ANO-LISTA FROM CONSOLE
           ACCEPT DATA-SYS FROM DATE YYYYMMDD
           OPEN INPUT TURMA-MASTER
           IF WRK-TURMA-STATUS NOT = '00'
               DISPLAY 'TURMA.DAT INEXISTENTE - NADA A LISTAR'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT REMATRICULA-FILE
           IF WRK-REMAT-STATUS NOT = '00'
               DISPLAY 'REMAT.DAT INEXISTENTE - OFERTAS AINDA NAO '
                   'GERADAS'
               CLOSE TURMA-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ESPERA-FILE
           IF WRK-ESPERA-STATUS = '00'
               MOVE 'S' TO WRK-ESPERA-ABERTA
           END-IF
           OPEN OUTPUT LISTA-REPORT
           MOVE WRK-ANO-LISTA TO CAB-ANO
           MOVE DATA-SYS-NUM TO CAB-DATA
           MOVE WRK-ANO-LISTA TO TUR-ANO
           MOVE LOW-VALUES TO TUR-CODIGO
           START TURMA-MASTER KEY IS NOT LESS THAN TUR-CHAVE
               INVALID KEY MOVE 'S' TO WRK-EOF
           END-START.

       2000-LE-TURMA.
           READ TURMA-MASTER NEXT RECORD
               AT END MOVE 'S' TO WRK-EOF
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF TUR-ANO NOT = WRK-ANO-LISTA
                   MOVE 'S' TO WRK-EOF
               ELSE
                   PERFORM 2100-LISTA-TURMA
               END-IF
           END-IF.

      * uma pagina por turma, como as cartas do freqavisa
       2100-LISTA-TURMA.
           ADD 1 TO WRK-TOT-TURMAS
           ADD TUR-CAPACIDADE TO WRK-TOT-CAPACIDADE
           MOVE TUR-CODIGO TO WRK-TURMA TRM-CODIGO
           MOVE TUR-SERIE TO WRK-SERIE TRM-SERIE
           MOVE TUR-SALA TO TRM-SALA
           MOVE TUR-REGENTE TO TRM-REGENTE
           MOVE TUR-CAPACIDADE TO TRM-CAPACIDADE
           MOVE ZEROS TO WRK-QTD-CONFIRMADOS WRK-QTD-PENDENTES
                         WRK-QTD-CONVOCADOS
           WRITE LISTA-LINE FROM WRK-LINHA-CAB-TURMA
               AFTER ADVANCING PAGE
           WRITE LISTA-LINE FROM WRK-LINHA-TURMA
           MOVE SPACES TO LISTA-LINE
           WRITE LISTA-LINE
           WRITE LISTA-LINE FROM WRK-LINHA-COLUNAS

           MOVE 'N' TO WRK-FIM-LEITURA
           MOVE WRK-ANO-LISTA TO REM-ANO
           MOVE ZEROS TO REM-ALUNO
           START REMATRICULA-FILE KEY IS NOT LESS THAN REM-CHAVE
               INVALID KEY MOVE 'S' TO WRK-FIM-LEITURA
           END-START
           PERFORM 2200-LE-REMATRICULA UNTIL FIM-LEITURA

           IF ESPERA-ABERTA AND TUR-SERIE NOT = ZEROS
               MOVE 'N' TO WRK-FIM-LEITURA
               MOVE WRK-ANO-LISTA TO ESP-ANO
               MOVE WRK-SERIE TO ESP-SERIE
               MOVE ZEROS TO ESP-SEQ
               START ESPERA-FILE KEY IS NOT LESS THAN ESP-CHAVE
                   INVALID KEY MOVE 'S' TO WRK-FIM-LEITURA
               END-START
               PERFORM 2300-LE-ESPERA UNTIL FIM-LEITURA
           END-IF
           PERFORM 2400-IMPRIME-CONTAGEM.

       2200-LE-REMATRICULA.
           READ REMATRICULA-FILE NEXT RECORD
               AT END MOVE 'S' TO WRK-FIM-LEITURA
           END-READ
           IF NOT FIM-LEITURA
               IF REM-ANO NOT = WRK-ANO-LISTA
                   MOVE 'S' TO WRK-FIM-LEITURA
               ELSE
                   IF REM-TURMA = WRK-TURMA
                       IF REM-CONFIRMADA
                           ADD 1 TO WRK-QTD-CONFIRMADOS
                           MOVE REM-ALUNO TO DET-NUMERO
                           MOVE REM-NOME TO DET-NOME
                           IF REM-PROMOVIDO
                               MOVE 'REMATRICULA - PROMOVIDO'
                                   TO DET-ORIGEM
                           ELSE
                               MOVE 'REMATRICULA - RETIDO'
                                   TO DET-ORIGEM
                           END-IF
                           WRITE LISTA-LINE FROM WRK-LINHA-DETALHE
                       END-IF
                       IF REM-OFERTADA OR REM-BLOQUEADA
                           ADD 1 TO WRK-QTD-PENDENTES
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * candidato novo convocado tem o lugar reservado; a
      * coluna do numero leva a ordem de inscricao
       2300-LE-ESPERA.
           READ ESPERA-FILE NEXT RECORD
               AT END MOVE 'S' TO WRK-FIM-LEITURA
           END-READ
           IF NOT FIM-LEITURA
               IF ESP-ANO NOT = WRK-ANO-LISTA
                       OR ESP-SERIE NOT = WRK-SERIE
                   MOVE 'S' TO WRK-FIM-LEITURA
               ELSE
                   IF ESP-CONVOCADO AND ESP-TURMA = WRK-TURMA
                       ADD 1 TO WRK-QTD-CONVOCADOS
                       MOVE ESP-SEQ TO DET-NUMERO
                       MOVE ESP-NOME TO DET-NOME
                       MOVE 'ALUNO NOVO - LISTA DE ESPERA'
                           TO DET-ORIGEM
                       WRITE LISTA-LINE FROM WRK-LINHA-DETALHE
                   END-IF
               END-IF
           END-IF.

       2400-IMPRIME-CONTAGEM.
           COMPUTE WRK-QTD-OCUPADAS = WRK-QTD-CONFIRMADOS
               + WRK-QTD-PENDENTES + WRK-QTD-CONVOCADOS
           IF TUR-CAPACIDADE > WRK-QTD-OCUPADAS
               COMPUTE WRK-QTD-LIVRES =
                   TUR-CAPACIDADE - WRK-QTD-OCUPADAS
           ELSE
               MOVE ZEROS TO WRK-QTD-LIVRES
           END-IF
           ADD WRK-QTD-CONFIRMADOS TO WRK-TOT-CONFIRMADOS
           ADD WRK-QTD-PENDENTES TO WRK-TOT-PENDENTES
           ADD WRK-QTD-CONVOCADOS TO WRK-TOT-CONVOCADOS
           ADD WRK-QTD-LIVRES TO WRK-TOT-LIVRES
           MOVE SPACES TO LISTA-LINE
           WRITE LISTA-LINE
           MOVE 'REMATRICULAS CONFIRMADAS:' TO CNT-TEXTO
           MOVE WRK-QTD-CONFIRMADOS TO CNT-QTD
           WRITE LISTA-LINE FROM WRK-LINHA-CONTAGEM
           MOVE 'CONVOCADOS DA LISTA DE ESPERA:' TO CNT-TEXTO
           MOVE WRK-QTD-CONVOCADOS TO CNT-QTD
           WRITE LISTA-LINE FROM WRK-LINHA-CONTAGEM
           MOVE 'OFERTAS PENDENTES (NAO CONFIRMADAS):' TO CNT-TEXTO
           MOVE WRK-QTD-PENDENTES TO CNT-QTD
           WRITE LISTA-LINE FROM WRK-LINHA-CONTAGEM
           MOVE 'LUGARES LIVRES:' TO CNT-TEXTO
           MOVE WRK-QTD-LIVRES TO CNT-QTD
           WRITE LISTA-LINE FROM WRK-LINHA-CONTAGEM.

      * oferta que ficou sem vaga nao entra em turma nenhuma
       8000-CONTA-SEM-VAGA.
           MOVE 'N' TO WRK-FIM-LEITURA
           MOVE WRK-ANO-LISTA TO REM-ANO
           MOVE ZEROS TO REM-ALUNO
           START REMATRICULA-FILE KEY IS NOT LESS THAN REM-CHAVE
               INVALID KEY MOVE 'S' TO WRK-FIM-LEITURA
           END-START
           PERFORM 8100-LE-SEM-VAGA UNTIL FIM-LEITURA
           IF WRK-TOT-SEM-VAGA > ZEROS
               MOVE 4 TO WRK-RETORNO
           END-IF.

       8100-LE-SEM-VAGA.
           READ REMATRICULA-FILE NEXT RECORD
               AT END MOVE 'S' TO WRK-FIM-LEITURA
           END-READ
           IF NOT FIM-LEITURA
               IF REM-ANO NOT = WRK-ANO-LISTA
                   MOVE 'S' TO WRK-FIM-LEITURA
               ELSE
                   IF REM-SEM-VAGA
                       ADD 1 TO WRK-TOT-SEM-VAGA
                       DISPLAY 'OFERTA SEM VAGA: ' REM-ALUNO ' '
                           REM-NOME ' SERIE ' REM-SERIE
                   END-IF
               END-IF
           END-IF.

       9000-FINALIZA.
           WRITE LISTA-LINE FROM WRK-LINHA-CAB-TURMA
               AFTER ADVANCING PAGE
           MOVE 'RESUMO DO ANO' TO LISTA-LINE
           WRITE LISTA-LINE
           MOVE 'TURMAS:' TO CNT-TEXTO
           MOVE WRK-TOT-TURMAS TO CNT-QTD
           WRITE LISTA-LINE FROM WRK-LINHA-CONTAGEM
           MOVE 'CAPACIDADE TOTAL:' TO CNT-TEXTO
           MOVE WRK-TOT-CAPACIDADE TO CNT-QTD
           WRITE LISTA-LINE FROM WRK-LINHA-CONTAGEM
           MOVE 'REMATRICULAS CONFIRMADAS:' TO CNT-TEXTO
           MOVE WRK-TOT-CONFIRMADOS TO CNT-QTD
           WRITE LISTA-LINE FROM WRK-LINHA-CONTAGEM
           MOVE 'CONVOCADOS DA LISTA DE ESPERA:' TO CNT-TEXTO
           MOVE WRK-TOT-CONVOCADOS TO CNT-QTD
           WRITE LISTA-LINE FROM WRK-LINHA-CONTAGEM
           MOVE 'OFERTAS PENDENTES (NAO CONFIRMADAS):' TO CNT-TEXTO
           MOVE WRK-TOT-PENDENTES TO CNT-QTD
           WRITE LISTA-LINE FROM WRK-LINHA-CONTAGEM
           MOVE 'LUGARES LIVRES:' TO CNT-TEXTO
           MOVE WRK-TOT-LIVRES TO CNT-QTD
           WRITE LISTA-LINE FROM WRK-LINHA-CONTAGEM
           MOVE 'OFERTAS SEM VAGA NA SERIE:' TO CNT-TEXTO
           MOVE WRK-TOT-SEM-VAGA TO CNT-QTD
           WRITE LISTA-LINE FROM WRK-LINHA-CONTAGEM
           CLOSE TURMA-MASTER REMATRICULA-FILE LISTA-REPORT
           IF ESPERA-ABERTA
               CLOSE ESPERA-FILE
           END-IF.
