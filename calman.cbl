      *    no mesmo estilo de manutencao do turman. Fora da
      *    janela, a apuracao e a correcao de nota recusam o
      *    lancamento - o bimestre 4 do ano passado nao entra
      *    mais no historico do ano novo por engano. Cada
      *    gravacao vai tambem para o diario de recuperacao
      *    JORNAL.DAT (jrnsrv) com as imagens antes e depois.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WRK-DATA-INICIO      PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-FIM         PIC 9(08) VALUE ZEROS.

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
           OPEN I-O CALENDARIO-LETIVO
               INVALID KEY
                   DISPLAY 'JANELA JA CADASTRADA'
               NOT INVALID KEY
                   MOVE SPACES TO WRK-JRN-ANTES
                   MOVE CALENDARIO-LETIVO-RECORD TO WRK-JRN-DEPOIS
                   MOVE 'I' TO WRK-JRN-OPERACAO
                   PERFORM 7000-GRAVA-JORNAL
                   DISPLAY 'JANELA INCLUIDA'
           END-WRITE.

               INVALID KEY
                   DISPLAY 'JANELA NAO CADASTRADA'
               NOT INVALID KEY
                   MOVE CALENDARIO-LETIVO-RECORD TO WRK-JRN-ANTES
                   PERFORM 1600-PEDE-DATAS
                   MOVE WRK-DATA-INICIO TO CAL-DATA-INICIO
                   MOVE WRK-DATA-FIM TO CAL-DATA-FIM
                   REWRITE CALENDARIO-LETIVO-RECORD
                   MOVE CALENDARIO-LETIVO-RECORD TO WRK-JRN-DEPOIS
                   MOVE 'A' TO WRK-JRN-OPERACAO
                   PERFORM 7000-GRAVA-JORNAL
                   DISPLAY 'JANELA ALTERADA'
           END-READ.

       4000-EXCLUI.
           PERFORM 1500-PEDE-CHAVE
      * lida antes de excluir, para o diario levar a imagem
           READ CALENDARIO-LETIVO
               KEY IS CAL-CHAVE
               INVALID KEY
                   DISPLAY 'JANELA NAO CADASTRADA'
               NOT INVALID KEY
                   MOVE CALENDARIO-LETIVO-RECORD TO WRK-JRN-ANTES
                   DELETE CALENDARIO-LETIVO RECORD
                       INVALID KEY
                           DISPLAY 'JANELA NAO CADASTRADA'
                       NOT INVALID KEY
                           MOVE SPACES TO WRK-JRN-DEPOIS
                           MOVE 'E' TO WRK-JRN-OPERACAO
                           PERFORM 7000-GRAVA-JORNAL
                           DISPLAY 'JANELA EXCLUIDA'
                   END-DELETE
           END-READ.

       5000-EXIBE.
           PERFORM 1500-PEDE-CHAVE
                       CAL-ANO ': ' CAL-DATA-INICIO ' A '
                       CAL-DATA-FIM
           END-READ.

       7000-GRAVA-JORNAL.
           MOVE 'CALMAN' TO WRK-JRN-PROGRAMA
           MOVE SPACES TO WRK-JRN-OPERADOR
           MOVE 'CALLET' TO WRK-JRN-ARQUIVO
           MOVE CAL-CHAVE TO WRK-JRN-CHAVE
           CALL 'jrnsrv' USING WRK-JRNSRV.
