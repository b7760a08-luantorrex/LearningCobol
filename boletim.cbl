      *    a media anual de cada uma, a frequencia acumulada e
      *    o GPA do ano - no mesmo estilo paginado do
      *    relatorio de turma. Roda para uma matricula
      *    informada ou para o arquivo inteiro. Aluno com
      *    deliberacao do conselho de classe no ano
      *    (CONSELHO.DAT) sai com a situacao decidida pelo
      *    conselho e a nota da ata: data, justificativa e
      *    votacao.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS TRA-ID
               FILE STATUS IS WRK-TRANSCRIPT-STATUS.

           SELECT CONSELHO-FILE ASSIGN TO 'CONSELHO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-CHAVE
               FILE STATUS IS WRK-CONSELHO-STATUS.

           SELECT BOLETIM-REPORT ASSIGN TO 'BOLETIM.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  STUDENT-TRANSCRIPT.
           COPY 'transrec.cbl'.

       FD  CONSELHO-FILE.
           COPY 'consrec.cbl'.

       FD  BOLETIM-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE PIC X(80).
       COPY 'calendario.cbl'.

       77  WRK-TRANSCRIPT-STATUS PIC X(02) VALUE '00'.
       77  WRK-CONSELHO-STATUS   PIC X(02) VALUE '00'.
       77  WRK-TEM-CONSELHO      PIC X(01) VALUE 'N'.
           88 DECISAO-DO-CONSELHO    VALUE 'S'.
       77  WRK-EOF               PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO         VALUE 'S'.
       77  WRK-MATRICULA         PIC 9(06) VALUE ZEROS.
           05  FILLER          PIC X(14) VALUE '  SITUACAO: '.
           05  BOL-SITUACAO    PIC X(11).

       01  WRK-LINHA-CONSELHO.
           05  FILLER          PIC X(32) VALUE
               'CONSELHO DE CLASSE - REUNIAO DE '.
           05  BOL-CON-DATA    PIC 9(08).
           05  FILLER          PIC X(12) VALUE ' - DECISAO: '.
           05  BOL-CON-DECISAO PIC X(09).

       01  WRK-LINHA-JUSTIFICATIVA.
           05  BOL-CON-ROTULO  PIC X(15).
           05  BOL-CON-JUST    PIC X(60).

       01  WRK-LINHA-VOTACAO.
           05  FILLER          PIC X(09) VALUE 'VOTACAO: '.
           05  BOL-CON-FAVOR   PIC Z9.
           05  FILLER          PIC X(11) VALUE ' A FAVOR,  '.
           05  BOL-CON-CONTRA  PIC Z9.
           05  FILLER          PIC X(10) VALUE ' CONTRA,  '.
           05  BOL-CON-ABST    PIC Z9.
           05  FILLER          PIC X(11) VALUE ' ABSTENCOES'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INICIALIZA
               MOVE 'S' TO WRK-EOF
               MOVE ZEROS TO WRK-MATRICULA
           END-IF
           OPEN INPUT CONSELHO-FILE
           OPEN OUTPUT BOLETIM-REPORT
           ACCEPT CALENDARIO FROM DATE YYYYMMDD
           MOVE WRK-DIA TO CAB-DIA
               WHEN OTHER
                   MOVE 'REPROVADO' TO BOL-SITUACAO
           END-EVALUATE
           PERFORM 4300-BUSCA-CONSELHO
           IF DECISAO-DO-CONSELHO
               IF CON-PROMOVE
                   MOVE 'APROVADO' TO BOL-SITUACAO
               ELSE
                   MOVE 'REPROVADO' TO BOL-SITUACAO
               END-IF
           END-IF
           WRITE REPORT-LINE FROM WRK-LINHA-GPA
           IF DECISAO-DO-CONSELHO
               PERFORM 4400-IMPRIME-CONSELHO
           END-IF
           ADD 1 TO WRK-QTD-BOLETINS.

      * bimestre sem lancamento sai marcado como pendente, com
               WRITE REPORT-LINE FROM WRK-LINHA-MATERIA
           END-IF.

      * deliberacao do conselho do ano corrente para o aluno
       4300-BUSCA-CONSELHO.
           MOVE 'N' TO WRK-TEM-CONSELHO
           IF WRK-CONSELHO-STATUS = '00' OR '23'
               MOVE WRK-ANO TO CON-ANO
               MOVE TRA-ID TO CON-ALUNO
               READ CONSELHO-FILE
                   KEY IS CON-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-TEM-CONSELHO
               END-READ
           END-IF.

       4400-IMPRIME-CONSELHO.
           MOVE CON-DATA-REUNIAO TO BOL-CON-DATA
           IF CON-PROMOVE
               MOVE 'PROMOVIDO' TO BOL-CON-DECISAO
           ELSE
               MOVE 'RETIDO' TO BOL-CON-DECISAO
           END-IF
           WRITE REPORT-LINE FROM WRK-LINHA-CONSELHO
           MOVE 'JUSTIFICATIVA: ' TO BOL-CON-ROTULO
           MOVE CON-JUST-LINHA (1) TO BOL-CON-JUST
           WRITE REPORT-LINE FROM WRK-LINHA-JUSTIFICATIVA
           IF CON-JUST-LINHA (2) NOT = SPACES
               MOVE SPACES TO BOL-CON-ROTULO
               MOVE CON-JUST-LINHA (2) TO BOL-CON-JUST
               WRITE REPORT-LINE FROM WRK-LINHA-JUSTIFICATIVA
           END-IF
           MOVE CON-VOTOS-FAVOR TO BOL-CON-FAVOR
           MOVE CON-VOTOS-CONTRA TO BOL-CON-CONTRA
           MOVE CON-ABSTENCOES TO BOL-CON-ABST
           WRITE REPORT-LINE FROM WRK-LINHA-VOTACAO.

       9000-FINALIZA.
           DISPLAY 'BOLETINS IMPRESSOS: ' WRK-QTD-BOLETINS
           IF WRK-TRANSCRIPT-STATUS = '00' OR '10' OR '23'
               CLOSE STUDENT-TRANSCRIPT
           END-IF
           IF WRK-CONSELHO-STATUS = '00' OR '23'
               CLOSE CONSELHO-FILE
           END-IF
           CLOSE BOLETIM-REPORT.
