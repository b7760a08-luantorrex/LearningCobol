      *    CERTREG.DAT. A reimpressao sai marcada SEGUNDA VIA
      *    com a via incrementada no registro, e qualquer
      *    numero pode ser conferido no console - e o que um
      *    empregador pede ao validar o diploma. Promocao
      *    decidida pelo conselho de classe (decisao arquivada
      *    com a marca do conselho) sai com a nota da ata do
      *    CONSELHO.DAT: data, justificativa e votacao.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS CER-NUMERO
               FILE STATUS IS WRK-CERTREG-STATUS.

           SELECT CONSELHO-FILE ASSIGN TO 'CONSELHO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-CHAVE
               FILE STATUS IS WRK-CONSELHO-STATUS.

           SELECT CERT-REPORT ASSIGN TO 'CERTIF.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  CERT-REGISTER.
           COPY 'certrec.cbl'.

       FD  CONSELHO-FILE.
           COPY 'consrec.cbl'.

       FD  CERT-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE PIC X(80).

       77  WRK-ARQUIVO-STATUS   PIC X(02) VALUE '00'.
       77  WRK-CERTREG-STATUS   PIC X(02) VALUE '00'.
       77  WRK-CONSELHO-STATUS  PIC X(02) VALUE '00'.
       77  WRK-TEM-ATA          PIC X(01) VALUE 'N'.
           88 ATA-DO-CONSELHO       VALUE 'S'.
       77  WRK-EOF              PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO        VALUE 'S'.

           05  CER-FREQ        PIC ZZ9,99.
           05  FILLER          PIC X(04) VALUE ' PCT'.

       01  WRK-LINHA-CONSELHO.
           05  FILLER          PIC X(45) VALUE
               'PROMOVIDO POR DELIBERACAO DO CONSELHO DE CLAS'.
           05  FILLER          PIC X(16) VALUE 'SE - REUNIAO DE '.
           05  CER-CON-DATA    PIC 9(08).

       01  WRK-LINHA-JUSTIFICATIVA.
           05  CER-CON-ROTULO  PIC X(15).
           05  CER-CON-JUST    PIC X(60).

       01  WRK-LINHA-VOTACAO.
           05  FILLER          PIC X(09) VALUE 'VOTACAO: '.
           05  CER-CON-FAVOR   PIC Z9.
           05  FILLER          PIC X(11) VALUE ' A FAVOR,  '.
           05  CER-CON-CONTRA  PIC Z9.
           05  FILLER          PIC X(10) VALUE ' CONTRA,  '.
           05  CER-CON-ABST    PIC Z9.
           05  FILLER          PIC X(11) VALUE ' ABSTENCOES'.

       01  WRK-LINHA-ESCOLA     PIC X(80) VALUE
           'ESCOLA PARCEIRA CENTRAL - REGISTRO MEC 12345678'.

           IF WRK-CERTREG-STATUS = '35'
               OPEN OUTPUT CERT-REGISTER
           END-IF
           OPEN INPUT CONSELHO-FILE
           OPEN OUTPUT CERT-REPORT
           PERFORM 1000-MENU UNTIL OPCAO-SAIR
           CLOSE CERT-REGISTER
           IF WRK-CONSELHO-STATUS = '00' OR '23'
               CLOSE CONSELHO-FILE
           END-IF
           CLOSE CERT-REPORT
           GOBACK.

               END-IF
           END-PERFORM
           MOVE TRA-FREQ-PERC TO CER-FREQ
           WRITE REPORT-LINE FROM WRK-LINHA-FREQ
           IF ATR-DECISAO-CONSELHO
               PERFORM 2500-IMPRIME-CONSELHO
           END-IF.

      * a media abaixo da regra vem explicada pela ata; sem o
      * livro do conselho sai so a marca da decisao
       2500-IMPRIME-CONSELHO.
           MOVE ZEROS TO CER-CON-DATA
           MOVE 'N' TO WRK-TEM-ATA
           IF WRK-CONSELHO-STATUS = '00' OR '23'
               MOVE WRK-ANO TO CON-ANO
               MOVE TRA-ID TO CON-ALUNO
               READ CONSELHO-FILE
                   KEY IS CON-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-TEM-ATA
                       MOVE CON-DATA-REUNIAO TO CER-CON-DATA
               END-READ
           END-IF
           WRITE REPORT-LINE FROM WRK-LINHA-CONSELHO
           IF ATA-DO-CONSELHO
               PERFORM 2510-IMPRIME-ATA
           END-IF.

       2510-IMPRIME-ATA.
           MOVE 'JUSTIFICATIVA: ' TO CER-CON-ROTULO
           MOVE CON-JUST-LINHA (1) TO CER-CON-JUST
           WRITE REPORT-LINE FROM WRK-LINHA-JUSTIFICATIVA
           IF CON-JUST-LINHA (2) NOT = SPACES
               MOVE SPACES TO CER-CON-ROTULO
               MOVE CON-JUST-LINHA (2) TO CER-CON-JUST
               WRITE REPORT-LINE FROM WRK-LINHA-JUSTIFICATIVA
           END-IF
           MOVE CON-VOTOS-FAVOR TO CER-CON-FAVOR
           MOVE CON-VOTOS-CONTRA TO CER-CON-CONTRA
           MOVE CON-ABSTENCOES TO CER-CON-ABST
           WRITE REPORT-LINE FROM WRK-LINHA-VOTACAO.

      * a segunda via sai marcada e a via avanca no registro -
      * ninguem reimprime diploma em silencio
