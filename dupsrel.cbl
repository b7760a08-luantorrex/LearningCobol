       IDENTIFICATION DIVISION.
       PROGRAM-ID. dupsrel.
      ********************************************************
      *    Relatorio de pedidos suspeitos de duplicidade
      *    Percorre a trilha DUPSUSP.DAT, gravada pelo lote
      *    (learning9) e pela inclusao no console (ordman), e
      *    imprime em DUPSUSP.RPT cada pedido que continua
      *    retido no mestre ORDMAST.DAT aguardando a decisao
      *    do operador, ao lado do pedido anterior que ele
      *    repete. O que ja foi confirmado ou cancelado na
      *    opcao de suspeitas do ordman sai da lista.
      *    Inicio, fim e contagem do passo vao para o
      *    RUNCTL.DAT (runctl), base da estatistica de passos
      *    da cadeia noturna (steprel).
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUPSUSP-FILE ASSIGN TO 'DUPSUSP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DUPSUSP-STATUS.

           SELECT ORDERS-FILE ASSIGN TO 'ORDMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-NUMERO
               FILE STATUS IS WRK-ORDMAST-STATUS.

           SELECT DUPS-REPORT ASSIGN TO 'DUPSUSP.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DUPSUSP-FILE.
           COPY 'dupsrec.cbl'.

       FD  ORDERS-FILE.
           COPY 'ordrec.cbl'.

       FD  DUPS-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       77  WRK-DUPSUSP-STATUS   PIC X(02) VALUE '00'.
       77  WRK-ORDMAST-STATUS   PIC X(02) VALUE '00'.
       77  WRK-ORDMAST-DISP     PIC X(01) VALUE 'N'.
           88 ORDMAST-DISPONIVEL    VALUE 'S'.
       77  WRK-EOF              PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO        VALUE 'S'.
       77  WRK-AINDA-RETIDO     PIC X(01) VALUE 'N'.
           88 AINDA-RETIDO          VALUE 'S'.

       77  WRK-QTD-LIDOS        PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-PENDENTES    PIC 9(05) VALUE ZEROS.

       01  DATA-SYS.
           02  ANO-SYS PIC 9(04) VALUE ZEROS.
           02  MES-SYS PIC 9(02) VALUE ZEROS.
           02  DIA-SYS PIC 9(02) VALUE ZEROS.

       01  WRK-LINHA-CABECALHO.
           05  FILLER          PIC X(46) VALUE
               'PEDIDOS RETIDOS POR SUSPEITA DE DUPLICIDADE - '.
           05  CAB-DIA         PIC 9(02).
           05  FILLER          PIC X(01) VALUE '/'.
           05  CAB-MES         PIC 9(02).
           05  FILLER          PIC X(01) VALUE '/'.
           05  CAB-ANO         PIC 9(04).

       01  WRK-LINHA-SUSPEITA.
           05  FILLER          PIC X(08) VALUE 'PEDIDO: '.
           05  DSR-PEDIDO      PIC 9(08).
           05  FILLER          PIC X(11) VALUE ' REPETE O: '.
           05  DSR-ORIGINAL    PIC 9(08).
           05  FILLER          PIC X(06) VALUE ' DIAS:'.
           05  DSR-DIAS        PIC ZZ9.
           05  FILLER          PIC X(06) VALUE ' CLI: '.
           05  DSR-CLIENTE     PIC 9(06).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  DSR-PDUTO       PIC X(20).
           05  FILLER          PIC X(05) VALUE ' UF: '.
           05  DSR-STADO       PIC X(02).
           05  FILLER          PIC X(06) VALUE ' END: '.
           05  DSR-ENDERECO    PIC 9(03).
           05  FILLER          PIC X(08) VALUE ' VALOR: '.
           05  DSR-VALOR       PIC ZZZ.ZZ9,99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  DSR-PROGRAMA    PIC X(10).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  DSR-DATA        PIC X(08).

       01  WRK-LINHA-TOTAL.
           05  FILLER          PIC X(30) VALUE
               'SUSPEITAS AGUARDANDO DECISAO: '.
           05  TOT-PENDENTES   PIC ZZZZ9.

      * contrato com o controle de execucao compartilhado
      * (runctl): inicio, fim e contagem do passo na cadeia
      * noturna, base da estatistica de passos do steprel
       01  WRK-RUNCTL.
           05  WRK-RC-OPERACAO PIC X(01).
           05  WRK-RC-PROGRAMA PIC X(12) VALUE 'DUPSREL'.
           05  WRK-RC-QTD      PIC 9(06).
           05  WRK-RC-RUN-ID   PIC 9(06).
           05  WRK-RC-PERMITIDO PIC X(01).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-LE-SUSPEITA UNTIL FIM-DE-ARQUIVO
           PERFORM 3000-FINALIZA
           STOP RUN.

       1000-INICIALIZA.
           MOVE 'I' TO WRK-RC-OPERACAO
           MOVE ZEROS TO WRK-RC-QTD
           CALL 'runctl' USING WRK-RUNCTL
           IF WRK-RC-PERMITIDO = 'N'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT DATA-SYS FROM DATE YYYYMMDD
           OPEN INPUT DUPSUSP-FILE
           IF WRK-DUPSUSP-STATUS NOT = '00'
               DISPLAY 'DUPSUSP.DAT INEXISTENTE - NENHUMA SUSPEITA'
               MOVE 'S' TO WRK-EOF
           END-IF
           OPEN INPUT ORDERS-FILE
      * sem o mestre nao da para saber o que ja foi tratado:
      * a trilha sai inteira
           IF WRK-ORDMAST-STATUS = '00'
               MOVE 'S' TO WRK-ORDMAST-DISP
           ELSE
               MOVE 'N' TO WRK-ORDMAST-DISP
           END-IF
           OPEN OUTPUT DUPS-REPORT
           MOVE DIA-SYS TO CAB-DIA
           MOVE MES-SYS TO CAB-MES
           MOVE ANO-SYS TO CAB-ANO
           WRITE REPORT-LINE FROM WRK-LINHA-CABECALHO.

       2000-LE-SUSPEITA.
           READ DUPSUSP-FILE
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               ADD 1 TO WRK-QTD-LIDOS
               PERFORM 2100-VERIFICA-RETENCAO
               IF AINDA-RETIDO
                   PERFORM 2200-IMPRIME-SUSPEITA
               END-IF
           END-IF.

      * so o pedido que segue retido no mestre entra na lista
       2100-VERIFICA-RETENCAO.
           MOVE 'S' TO WRK-AINDA-RETIDO
           IF ORDMAST-DISPONIVEL
               MOVE DUP-PEDIDO TO ORD-NUMERO
               READ ORDERS-FILE
                   KEY IS ORD-NUMERO
                   INVALID KEY
                       MOVE 'N' TO WRK-AINDA-RETIDO
                   NOT INVALID KEY
                       IF NOT ORD-SUSPEITO
                           MOVE 'N' TO WRK-AINDA-RETIDO
                       END-IF
               END-READ
           END-IF.

       2200-IMPRIME-SUSPEITA.
           MOVE DUP-PEDIDO TO DSR-PEDIDO
           MOVE DUP-ORIGINAL TO DSR-ORIGINAL
           MOVE DUP-DIAS TO DSR-DIAS
           MOVE DUP-CLIENTE TO DSR-CLIENTE
           MOVE DUP-PDUTO TO DSR-PDUTO
           MOVE DUP-STADO TO DSR-STADO
           MOVE DUP-ENDERECO TO DSR-ENDERECO
           MOVE DUP-VALOR TO DSR-VALOR
           MOVE DUP-PROGRAMA TO DSR-PROGRAMA
           MOVE DUP-DATA-HORA (1:8) TO DSR-DATA
           WRITE REPORT-LINE FROM WRK-LINHA-SUSPEITA
           ADD 1 TO WRK-QTD-PENDENTES.

       3000-FINALIZA.
           MOVE WRK-QTD-PENDENTES TO TOT-PENDENTES
           WRITE REPORT-LINE FROM WRK-LINHA-TOTAL
           CLOSE DUPS-REPORT
           IF WRK-DUPSUSP-STATUS = '00' OR '10'
               CLOSE DUPSUSP-FILE
           END-IF
           IF ORDMAST-DISPONIVEL
               CLOSE ORDERS-FILE
           END-IF
           DISPLAY 'SUSPEITAS NA TRILHA: ' WRK-QTD-LIDOS
               '  AGUARDANDO DECISAO: ' WRK-QTD-PENDENTES
           DISPLAY 'RELATORIO GERADO EM DUPSUSP.RPT'
           MOVE 'F' TO WRK-RC-OPERACAO
           MOVE WRK-QTD-LIDOS TO WRK-RC-QTD
           CALL 'runctl' USING WRK-RUNCTL.
