      *    linha de auditoria no ERROR.LOG com operador, valor
      *    antigo, valor novo e codigo de motivo - sem
      *    reprocessar o lote inteiro nem duplicar historico.
      *    A regravacao do historico vai tambem para o diario
      *    de recuperacao JORNAL.DAT (jrnsrv) com as imagens
      *    antes e depois.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WRK-DHS-DATA     PIC 9(08).
           05  WRK-DHS-HORA     PIC 9(06).

      * contrato com o diario de recuperacao (jrnsrv)
       01  WRK-JRNSRV.
           05  WRK-JRN-PROGRAMA PIC X(10).
           05  WRK-JRN-OPERADOR PIC X(10).
           05  WRK-JRN-ARQUIVO  PIC X(12).
           05  WRK-JRN-CHAVE    PIC X(20).
           05  WRK-JRN-OPERACAO PIC X(01).
           05  WRK-JRN-ANTES    PIC X(300).
           05  WRK-JRN-DEPOIS   PIC X(300).

      * o operador precisa ser o professor atribuido a
      * materia no ano corrente (o historico nao guarda a
      * turma, entao a conferencia vale para qualquer turma
               PERFORM 2130-PEDE-NOTA
               DISPLAY 'CODIGO DE MOTIVO DA CORRECAO: '
               ACCEPT WRK-MOTIVO FROM CONSOLE
               MOVE TRANSCRIPT-RECORD TO WRK-JRN-ANTES
               MOVE WRK-NOTA-NOVA TO
                   TRA-MAT-BIM-MEDIA (WRK-IDX-MAT, WRK-BIMESTRE)
               MOVE 'S' TO
                   INVALID KEY
                       DISPLAY 'ERRO REGRAVANDO HISTORICO: ' TRA-ID
                   NOT INVALID KEY
                       MOVE TRANSCRIPT-RECORD TO WRK-JRN-DEPOIS
                       MOVE 'A' TO WRK-JRN-OPERACAO
                       PERFORM 2400-GRAVA-JORNAL
                       PERFORM 2300-GRAVA-AUDITORIA
                       DISPLAY 'NOTA CORRIGIDA E GPA REFEITO'
               END-REWRITE
           MOVE SPACES TO ERR-TRATADA ERR-TRATADA-POR
           WRITE ERROR-LOG-RECORD.

       2400-GRAVA-JORNAL.
           MOVE 'NOTACORR' TO WRK-JRN-PROGRAMA
           MOVE WRK-OPERADOR TO WRK-JRN-OPERADOR
           MOVE 'STUTRANS' TO WRK-JRN-ARQUIVO
           MOVE TRA-ID TO WRK-JRN-CHAVE
           CALL 'jrnsrv' USING WRK-JRNSRV.

       9000-FINALIZA.
           IF WRK-TRANSCRIPT-STATUS = '00' OR '10' OR '23'
               CLOSE STUDENT-TRANSCRIPT
