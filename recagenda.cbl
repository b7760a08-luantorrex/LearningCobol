      *    duas provas no mesmo dia. Imprime em RECAGEND.RPT o
      *    aviso por aluno (paginado como o boletim) e o
      *    quadro geral por turma, com a turma vinda do roster
      *    STUDENT.DAT do bimestre. Cada prova marcada vai
      *    tambem para a central de notificacoes (notsrv) para
      *    o envio eletronico a familia.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           88 ALUNO-EM-RECUPERACAO  VALUE 'S'.
       77  WRK-IDX-MAT          PIC 9(01) VALUE ZEROS.

      * contrato com a central de notificacoes (notsrv)
       01  WRK-NOTSRV.
           05  WRK-NTF-ALUNO    PIC 9(06).
           05  WRK-NTF-TIPO     PIC X(01).
           05  WRK-NTF-REFERENCIA PIC X(12).
           05  WRK-NTF-PROGRAMA PIC X(10).
           05  WRK-NTF-TEXTO    PIC X(100).
           05  WRK-NTF-RETORNO  PIC X(01).

       01  WRK-LINHA-CAB-AVISO.
           05  FILLER          PIC X(34) VALUE
               'AVISO DE PROVA DE RECUPERACAO - BI'.
                   MOVE TRA-MAT-CODIGO (WRK-IDX-MAT) TO PRV-MATERIA
                   MOVE WRK-PRV-DATA (WRK-IDX-PROVA) TO PRV-DATA
                   WRITE REPORT-LINE FROM WRK-LINHA-PROVA
                   PERFORM 2300-NOTIFICA-FAMILIA
               END-IF
           END-PERFORM
           PERFORM 2200-GUARDA-TURMA-QUADRO
                   TO WRK-QUA-TURMA (WRK-QTD-QUADRO)
           END-IF.

      * a referencia bimestre + materia + data da prova
      * identifica a convocacao no ano
       2300-NOTIFICA-FAMILIA.
           MOVE TRA-ID TO WRK-NTF-ALUNO
           MOVE 'R' TO WRK-NTF-TIPO
           MOVE SPACES TO WRK-NTF-REFERENCIA WRK-NTF-TEXTO
           STRING WRK-BIMESTRE PRV-MATERIA PRV-DATA
               DELIMITED BY SIZE INTO WRK-NTF-REFERENCIA
           MOVE 'RECAGENDA' TO WRK-NTF-PROGRAMA
           STRING 'PROVA DE RECUPERACAO DE ' PRV-MATERIA
               ' DO BIMESTRE ' WRK-BIMESTRE ' MARCADA PARA '
               PRV-DATA DELIMITED BY SIZE INTO WRK-NTF-TEXTO
           CALL 'notsrv' USING WRK-NOTSRV.

      * a materia ganha sua data na primeira vez que aparece:
      * o proximo dia util livre da janela - como cada materia
      * tem um dia proprio, nenhum aluno acumula duas provas
