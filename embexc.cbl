      *    lista cada um em EMBEXC.RPT com transportadora,
      *    destino e dias de atraso - para a operacao ligar
      *    para a transportadora antes do cliente ligar para
      *    nos. O comprovante de entrega (POD.DAT) tambem
      *    encerra o embarque, menos o de entrega parcial: esse
      *    embarque segue na lista, marcado PARCIAL, ate a
      *    transportadora completar a entrega.
      *    A filial da cotacao vai nas colunas 81-82 de cada
      *    linha, para o rptdist separar o relatorio por filial
      *    e destinatario.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS EMB-CHAVE
               FILE STATUS IS WRK-EMBSTAT-STATUS.

      * comprovantes de entrega do podcarga, opcional
           SELECT POD-FILE ASSIGN TO 'POD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POD-SEQ-COTACAO
               FILE STATUS IS WRK-POD-STATUS.

           SELECT EXCECAO-REPORT ASSIGN TO 'EMBEXC.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  EMBARQUE-STATUS.
           COPY 'embrec.cbl'.

       FD  POD-FILE.
           COPY 'podrec.cbl'.

      * depois da linha impressa vai a filial dela para a
      * distribuicao do relatorio (rptdist): ** no cabecalho,
      * em branco no resumo
       FD  EXCECAO-REPORT
           RECORD CONTAINS 82 CHARACTERS.
       01  REPORT-LINE.
           05  RPT-TEXTO       PIC X(80).
           05  RPT-FILIAL-DIST PIC X(02).

       WORKING-STORAGE SECTION.
       77  WRK-FRETELOG-STATUS  PIC X(02) VALUE '00'.
       77  WRK-EMBSTAT-STATUS   PIC X(02) VALUE '00'.
       77  WRK-EMBSTAT-DISP     PIC X(01) VALUE 'N'.
           88 EMBSTAT-DISPONIVEL    VALUE 'S'.
       77  WRK-POD-STATUS       PIC X(02) VALUE '00'.
       77  WRK-POD-DISP         PIC X(01) VALUE 'N'.
           88 POD-DISPONIVEL        VALUE 'S'.
       77  WRK-EOF              PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO        VALUE 'S'.
       77  WRK-EOF-EVT          PIC X(01) VALUE 'N'.

       77  WRK-TEM-ENTREGA      PIC X(01) VALUE 'N'.
           88 EMBARQUE-ENCERRADO    VALUE 'S'.
       77  WRK-ENTREGA-PARCIAL  PIC X(01) VALUE 'N'.
           88 EMBARQUE-PARCIAL      VALUE 'S'.
       77  WRK-QTD-EXCECOES     PIC 9(05) VALUE ZEROS.

       01  WRK-LINHA-CABECALHO.
           05  FILLER          PIC X(10) VALUE ' ATRASO: '.
           05  EXC-ATRASO      PIC ZZZZ9.
           05  FILLER          PIC X(05) VALUE ' DIAS'.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  EXC-MARCA       PIC X(07).

       01  WRK-LINHA-RESUMO.
           05  FILLER          PIC X(21) VALUE
           ELSE
               MOVE 'N' TO WRK-EMBSTAT-DISP
           END-IF
           OPEN INPUT POD-FILE
           IF WRK-POD-STATUS = '00'
               MOVE 'S' TO WRK-POD-DISP
           END-IF
           OPEN OUTPUT EXCECAO-REPORT
           MOVE DATA-SYS-NUM TO CAB-DATA
           MOVE WRK-LINHA-CABECALHO TO REPORT-LINE
           MOVE '**' TO RPT-FILIAL-DIST
           WRITE REPORT-LINE.

      * so embarque com data prometida ja vencida interessa; o
      * que tiver evento de entrega (ou devolucao) esta
                   INVALID KEY MOVE 'S' TO WRK-EOF-EVT
               END-START
               PERFORM 2110-LE-EVENTO UNTIL FIM-EVENTOS
           END-IF
           PERFORM 2150-VERIFICA-COMPROVANTE.

      * comprovante sem ressalva (ou com recusa/avaria, que
      * seguem por sinistro e devolucao) encerra o embarque;
      * o de entrega parcial o mantem aberto
       2150-VERIFICA-COMPROVANTE.
           MOVE 'N' TO WRK-ENTREGA-PARCIAL
           IF POD-DISPONIVEL
               MOVE LOG-SEQ-ID TO POD-SEQ-COTACAO
               READ POD-FILE
                   KEY IS POD-SEQ-COTACAO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF POD-PARCIAL
                           MOVE 'S' TO WRK-ENTREGA-PARCIAL
                           MOVE 'N' TO WRK-TEM-ENTREGA
                       ELSE
                           MOVE 'S' TO WRK-TEM-ENTREGA
                       END-IF
               END-READ
           END-IF.

       2110-LE-EVENTO.
           MOVE LOG-STADO TO EXC-UF
           MOVE LOG-PROMETIDA TO EXC-PROMETIDA
           MOVE WRK-DIAS-ATRASO TO EXC-ATRASO
           IF EMBARQUE-PARCIAL
               MOVE 'PARCIAL' TO EXC-MARCA
           ELSE
               MOVE SPACES TO EXC-MARCA
           END-IF
           MOVE WRK-LINHA-EXCECAO TO REPORT-LINE
      * cotacao antiga sem filial gravada conta como 01
           IF LOG-FILIAL = SPACES
               MOVE '01' TO RPT-FILIAL-DIST
           ELSE
               MOVE LOG-FILIAL TO RPT-FILIAL-DIST
           END-IF
           WRITE REPORT-LINE
           ADD 1 TO WRK-QTD-EXCECOES.

       3000-FINALIZA.
           IF EMBSTAT-DISPONIVEL
               CLOSE EMBARQUE-STATUS
           END-IF
           IF POD-DISPONIVEL
               CLOSE POD-FILE
           END-IF
           DISPLAY 'EMBARQUES EM ATRASO: ' WRK-QTD-EXCECOES.
