      *    motivo: HON quadro de honra, IRM irmao, SOC bolsa
      *    social), no mesmo estilo de manutencao do opadmin.
      *    O aluno precisa existir no ALUMAST.DAT; o desconto
      *    e aplicado pelo mensfat na emissao. Cada gravacao
      *    vai tambem para o diario de recuperacao JORNAL.DAT
      *    (jrnsrv) com as imagens antes e depois.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WRK-MOTIVO-COD PIC X(03) OCCURS 3 TIMES.
       77  WRK-IDX-MOTIVO       PIC 9(01) VALUE ZEROS.

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
           OPEN I-O BOLSA-FILE
               INVALID KEY
                   DISPLAY 'ALUNO JA TEM BOLSA: ' WRK-ALUNO
               NOT INVALID KEY
                   MOVE SPACES TO WRK-JRN-ANTES
                   MOVE BOLSA-RECORD TO WRK-JRN-DEPOIS
                   MOVE 'I' TO WRK-JRN-OPERACAO
                   PERFORM 7000-GRAVA-JORNAL
                   DISPLAY 'BOLSA INCLUIDA PARA ' WRK-ALUNO
           END-WRITE.

               INVALID KEY
                   DISPLAY 'ALUNO SEM BOLSA: ' WRK-ALUNO
               NOT INVALID KEY
                   MOVE BOLSA-RECORD TO WRK-JRN-ANTES
                   PERFORM 1600-PEDE-CAMPOS
                   MOVE WRK-PERC TO BOL-PERC
                   MOVE WRK-MOTIVO TO BOL-MOTIVO
                   REWRITE BOLSA-RECORD
                   MOVE BOLSA-RECORD TO WRK-JRN-DEPOIS
                   MOVE 'A' TO WRK-JRN-OPERACAO
                   PERFORM 7000-GRAVA-JORNAL
                   DISPLAY 'BOLSA ALTERADA'
           END-READ.

       4000-EXCLUI.
           PERFORM 1500-PEDE-ALUNO
           MOVE WRK-ALUNO TO BOL-ALUNO
      * lida antes de excluir, para o diario levar a imagem
           READ BOLSA-FILE
               KEY IS BOL-ALUNO
               INVALID KEY
                   DISPLAY 'ALUNO SEM BOLSA: ' WRK-ALUNO
               NOT INVALID KEY
                   MOVE BOLSA-RECORD TO WRK-JRN-ANTES
                   DELETE BOLSA-FILE RECORD
                       INVALID KEY
                           DISPLAY 'ALUNO SEM BOLSA: ' WRK-ALUNO
                       NOT INVALID KEY
                           MOVE SPACES TO WRK-JRN-DEPOIS
                           MOVE 'E' TO WRK-JRN-OPERACAO
                           PERFORM 7000-GRAVA-JORNAL
                           DISPLAY 'BOLSA EXCLUIDA'
                   END-DELETE
           END-READ.

       5000-EXIBE.
           PERFORM 1500-PEDE-ALUNO
                       ' DESCONTO: ' BOL-PERC
                       ' MOTIVO: ' BOL-MOTIVO
           END-READ.

       7000-GRAVA-JORNAL.
           MOVE 'BOLMAN' TO WRK-JRN-PROGRAMA
           MOVE SPACES TO WRK-JRN-OPERADOR
           MOVE 'BOLSA' TO WRK-JRN-ARQUIVO
           MOVE BOL-ALUNO TO WRK-JRN-CHAVE
           CALL 'jrnsrv' USING WRK-JRNSRV.
