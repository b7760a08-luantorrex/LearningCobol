      *    do mestre ativo, deixando o STUTRANS.DAT pronto
      *    para o ano novo. Aluno com bimestre em aberto fica
      *    no mestre e sai como incompleto no resumo.
      *    Deliberacao do conselho de classe registrada no
      *    CONSELHO.DAT (conman) vale no lugar da regra: a
      *    decisao arquivada sai marcada como do conselho, a
      *    deliberacao fica como aplicada e o relatorio lista
      *    o resultado da regra ao lado da decisao tomada.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS ATR-CHAVE
               FILE STATUS IS WRK-TRANSARQ-STATUS.

      * deliberacoes do conselho de classe do ano
           SELECT CONSELHO-FILE ASSIGN TO 'CONSELHO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-CHAVE
               FILE STATUS IS WRK-CONSELHO-STATUS.

           SELECT FECHAMENTO-REPORT ASSIGN TO 'ANOFECHA.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  TRANSCRIPT-ARCHIVE.
           COPY 'transarc.cbl'.

       FD  CONSELHO-FILE.
           COPY 'consrec.cbl'.

       FD  FECHAMENTO-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE PIC X(80).
       77  WRK-IDX-JANELA        PIC 9(01) VALUE ZEROS.
       77  WRK-TRANSCRIPT-STATUS PIC X(02) VALUE '00'.
       77  WRK-TRANSARQ-STATUS   PIC X(02) VALUE '00'.
       77  WRK-CONSELHO-STATUS   PIC X(02) VALUE '00'.
       77  WRK-CONSELHO-ABERTO   PIC X(01) VALUE 'N'.
           88 CONSELHO-ABERTO        VALUE 'S'.
       77  WRK-TEM-CONSELHO      PIC X(01) VALUE 'N'.
           88 DECISAO-DO-CONSELHO    VALUE 'S'.
       77  WRK-EOF               PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO         VALUE 'S'.

       77  WRK-QTD-PROMOVIDOS    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-RETIDOS       PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-INCOMPLETOS   PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-CONSELHO      PIC 9(05) VALUE ZEROS.

       01  WRK-LINHA-CABECALHO.
           05  FILLER          PIC X(29) VALUE
           05  RES-RETIDOS     PIC ZZZZ9.
           05  FILLER          PIC X(15) VALUE '  INCOMPLETOS: '.
           05  RES-INCOMPLETOS PIC ZZZZ9.
           05  FILLER          PIC X(12) VALUE '  CONSELHO: '.
           05  RES-CONSELHO    PIC ZZZZ9.

       01  WRK-LINHA-CONSELHO.
           05  FILLER          PIC X(18) VALUE
               'CONSELHO - ALUNO: '.
           05  CNS-ALUNO       PIC 9(06).
           05  FILLER          PIC X(09) VALUE '  REGRA: '.
           05  CNS-REGRA       PIC X(10).
           05  FILLER          PIC X(11) VALUE '  DECISAO: '.
           05  CNS-DECISAO     PIC X(10).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           IF WRK-TRANSARQ-STATUS = '35'
               OPEN OUTPUT TRANSCRIPT-ARCHIVE
           END-IF
      * sem livro do conselho vale a regra para todos
           OPEN I-O CONSELHO-FILE
           IF WRK-CONSELHO-STATUS = '00'
               MOVE 'S' TO WRK-CONSELHO-ABERTO
           END-IF
           OPEN OUTPUT FECHAMENTO-REPORT
           MOVE WRK-ANO-LETIVO TO CAB-ANO
           WRITE REPORT-LINE FROM WRK-LINHA-CABECALHO.
                   AND (TRA-AULAS-DADAS = ZEROS
                       OR TRA-FREQ-PERC >= WRK-FREQ-MINIMA)
               MOVE 'PROMOVIDO ' TO ATR-DECISAO
           ELSE
               MOVE 'RETIDO    ' TO ATR-DECISAO
           END-IF
           PERFORM 2250-APLICA-CONSELHO
           IF ATR-PROMOVIDO
               ADD 1 TO WRK-QTD-PROMOVIDOS
           ELSE
               ADD 1 TO WRK-QTD-RETIDOS
           END-IF
           MOVE TRANSCRIPT-RECORD TO ATR-REGISTRO
               INVALID KEY
                   DISPLAY 'ERRO GRAVANDO TRANSARQ: ' ATR-CHAVE
               NOT INVALID KEY
                   IF DECISAO-DO-CONSELHO
                       MOVE 'S' TO CON-APLICADA
                       REWRITE CONSELHO-RECORD
                           INVALID KEY
                               DISPLAY 'ERRO REGRAVANDO CONSELHO: '
                                   CON-CHAVE
                       END-REWRITE
                   END-IF
                   DELETE STUDENT-TRANSCRIPT RECORD
                       INVALID KEY
                           DISPLAY 'ERRO EXPURGANDO HISTORICO: '
                   END-DELETE
           END-WRITE.

      * a deliberacao do conselho substitui o resultado da
      * regra; a ultima posicao da decisao marca a origem
       2250-APLICA-CONSELHO.
           MOVE 'N' TO WRK-TEM-CONSELHO
           IF CONSELHO-ABERTO
               MOVE WRK-ANO-LETIVO TO CON-ANO
               MOVE TRA-ID TO CON-ALUNO
               READ CONSELHO-FILE
                   KEY IS CON-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-TEM-CONSELHO
               END-READ
           END-IF
           IF DECISAO-DO-CONSELHO
               MOVE TRA-ID TO CNS-ALUNO
               MOVE ATR-DECISAO TO CNS-REGRA
               IF CON-PROMOVE
                   MOVE 'PROMOVIDOC' TO ATR-DECISAO
                   MOVE 'PROMOVIDO' TO CNS-DECISAO
               ELSE
                   MOVE 'RETIDO   C' TO ATR-DECISAO
                   MOVE 'RETIDO' TO CNS-DECISAO
               END-IF
               ADD 1 TO WRK-QTD-CONSELHO
               WRITE REPORT-LINE FROM WRK-LINHA-CONSELHO
           END-IF.

       3000-FINALIZA.
           MOVE WRK-QTD-PROMOVIDOS TO RES-PROMOVIDOS
           MOVE WRK-QTD-RETIDOS TO RES-RETIDOS
           MOVE WRK-QTD-INCOMPLETOS TO RES-INCOMPLETOS
           MOVE WRK-QTD-CONSELHO TO RES-CONSELHO
           WRITE REPORT-LINE FROM WRK-LINHA-RESUMO
           DISPLAY 'PROMOVIDOS: ' WRK-QTD-PROMOVIDOS
               ' RETIDOS: ' WRK-QTD-RETIDOS
               ' INCOMPLETOS: ' WRK-QTD-INCOMPLETOS
               ' CONSELHO: ' WRK-QTD-CONSELHO
           IF WRK-TRANSCRIPT-STATUS = '00' OR '10'
               CLOSE STUDENT-TRANSCRIPT
           END-IF
           CLOSE TRANSCRIPT-ARCHIVE
           IF CONSELHO-ABERTO
               CLOSE CONSELHO-FILE
           END-IF
           CLOSE FECHAMENTO-REPORT.
