      *    escola carregando as notas da escola anterior nos
      *    bimestres ja cursados, marcadas com 'E' (externa)
      *    na grade - o rollup da apuracao e da correcao ja as
      *    considera. Historico e matricula gravados entram no
      *    diario de recuperacao JORNAL.DAT (jrnsrv).
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WRK-SEQ-SERIE    PIC X(01) VALUE 'V'.
       77  WRK-VERIFICACAO      PIC 9(08) VALUE ZEROS.

      * contrato com o diario de recuperacao (jrnsrv): imagem
      * do registro antes e depois de cada gravacao no mestre
       01  WRK-JRNSRV.
           05  WRK-JRN-PROGRAMA PIC X(10).
           05  WRK-JRN-OPERADOR PIC X(10).
           05  WRK-JRN-ARQUIVO  PIC X(12).
           05  WRK-JRN-CHAVE    PIC X(20).
           05  WRK-JRN-OPERACAO PIC X(01).
           05  WRK-JRN-ANTES    PIC X(300).
           05  WRK-JRN-DEPOIS   PIC X(300).

       01  WRK-LINHA-CAB-HIST.
           05  FILLER          PIC X(30) VALUE
               'HISTORICO ESCOLAR OFICIAL -   '.
                   PERFORM 2100-EMITE-HISTORICO
                   PERFORM 2200-ARQUIVA-HISTORICO
                   PERFORM 2300-ENCERRA-MATRICULA
                   MOVE TRANSCRIPT-RECORD TO WRK-JRN-ANTES
                   DELETE STUDENT-TRANSCRIPT RECORD
                       INVALID KEY
                           DISPLAY 'ERRO EXPURGANDO HISTORICO: '
                               WRK-MATRICULA
                       NOT INVALID KEY
                           MOVE SPACES TO WRK-JRN-DEPOIS
                           MOVE 'STUTRANS' TO WRK-JRN-ARQUIVO
                           MOVE 'E' TO WRK-JRN-OPERACAO
                           PERFORM 4000-GRAVA-JORNAL
                   END-DELETE
                   DISPLAY 'ALUNO ' WRK-MATRICULA
                       ' TRANSFERIDO - HISTORICO '
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ALUNO-RECORD TO WRK-JRN-ANTES
                   MOVE 'T' TO ALU-STATUS
                   MOVE DATA-SYS-NUM TO ALU-DATA-SAIDA
                   REWRITE ALUNO-RECORD
                   MOVE ALUNO-RECORD TO WRK-JRN-DEPOIS
                   MOVE 'ALUMAST' TO WRK-JRN-ARQUIVO
                   MOVE 'A' TO WRK-JRN-OPERACAO
                   PERFORM 4000-GRAVA-JORNAL
           END-READ.

      * entrada: o historico novo carrega as notas da escola
                   NOT INVALID KEY
                       DISPLAY 'HISTORICO DE ENTRADA CRIADO: '
                           WRK-MATRICULA
                       MOVE SPACES TO WRK-JRN-ANTES
                       MOVE TRANSCRIPT-RECORD TO WRK-JRN-DEPOIS
                       MOVE 'STUTRANS' TO WRK-JRN-ARQUIVO
                       MOVE 'I' TO WRK-JRN-OPERACAO
                       PERFORM 4000-GRAVA-JORNAL
               END-WRITE
           END-IF.

           IF WRK-QTD-GPA > 0
               COMPUTE TRA-GPA ROUNDED = WRK-SOMA-GPA / WRK-QTD-GPA
           END-IF.

      * imagem antes/depois no diario de recuperacao; a
      * matricula e a chave do historico e do cadastro
       4000-GRAVA-JORNAL.
           MOVE 'TRANSFER' TO WRK-JRN-PROGRAMA
           MOVE SPACES TO WRK-JRN-OPERADOR
           MOVE WRK-MATRICULA TO WRK-JRN-CHAVE
           CALL 'jrnsrv' USING WRK-JRNSRV.
