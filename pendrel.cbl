      *    (ausencia ainda sem segunda chamada) e lista cada
      *    um por turma em PENDENTE.RPT, com a turma vinda do
      *    roster STUDENT.DAT - a lista que impede um bimestre
      *    de fechar com ausencia nao resolvida. Cada ausencia
      *    pendente vai tambem para a central de notificacoes
      *    (notsrv), para a familia agendar a segunda chamada.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WRK-QTD-PENDENTES    PIC 9(05) VALUE ZEROS.
       77  WRK-TURMA-ALUNO      PIC X(03) VALUE SPACES.

       01  DATA-SYS.
           02  ANO-SYS PIC 9(04) VALUE ZEROS.
           02  MES-SYS PIC 9(02) VALUE ZEROS.
           02  DIA-SYS PIC 9(02) VALUE ZEROS.
       01  DATA-SYS-NUM REDEFINES DATA-SYS PIC 9(08).

      * contrato com a central de notificacoes (notsrv)
       01  WRK-NOTSRV.
           05  WRK-NTF-ALUNO    PIC 9(06).
           05  WRK-NTF-TIPO     PIC X(01).
           05  WRK-NTF-REFERENCIA PIC X(12).
           05  WRK-NTF-PROGRAMA PIC X(10).
           05  WRK-NTF-TEXTO    PIC X(100).
           05  WRK-NTF-RETORNO  PIC X(01).

      * turma de cada aluno, carregada do roster
       01  WRK-TABELA-TURMAS.
           05  WRK-TUR-ENTRADA OCCURS 200 TIMES.
           STOP RUN.

       1000-INICIALIZA.
           ACCEPT DATA-SYS FROM DATE YYYYMMDD
           PERFORM 1200-CARREGA-TURMAS
           OPEN INPUT STUDENT-TRANSCRIPT
           IF WRK-TRANSCRIPT-STATUS NOT = '00'
           MOVE TRA-MAT-CODIGO (WRK-IDX-MAT) TO REL-MATERIA
           MOVE WRK-IDX-BIM TO REL-BIMESTRE
           WRITE REPORT-LINE FROM WRK-LINHA-PENDENTE
           PERFORM 2200-NOTIFICA-FAMILIA
           ADD 1 TO WRK-QTD-PENDENTES.

      * a referencia ano + materia + bimestre faz a familia
      * receber um so aviso por ausencia, por mais que o
      * relatorio rode ate a segunda chamada ser lancada
       2200-NOTIFICA-FAMILIA.
           MOVE TRA-ID TO WRK-NTF-ALUNO
           MOVE 'S' TO WRK-NTF-TIPO
           MOVE SPACES TO WRK-NTF-REFERENCIA WRK-NTF-TEXTO
           STRING ANO-SYS TRA-MAT-CODIGO (WRK-IDX-MAT) WRK-IDX-BIM
               DELIMITED BY SIZE INTO WRK-NTF-REFERENCIA
           MOVE 'PENDREL' TO WRK-NTF-PROGRAMA
           STRING 'PROVA DE ' TRA-MAT-CODIGO (WRK-IDX-MAT)
               ' DO BIMESTRE ' WRK-IDX-BIM
               ' PENDENTE DE SEGUNDA CHAMADA - PROCURE A '
               'SECRETARIA PARA AGENDAR'
               DELIMITED BY SIZE INTO WRK-NTF-TEXTO
           CALL 'notsrv' USING WRK-NOTSRV.

       9000-FINALIZA.
           MOVE WRK-QTD-PENDENTES TO RES-QTD
           WRITE REPORT-LINE FROM WRK-LINHA-RESUMO
