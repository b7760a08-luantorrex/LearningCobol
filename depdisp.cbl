      *    e a do deposito (LOG-UF-ORIGEM), com cotacao,
      *    produto, peso, destino e transportadora - cada
      *    armazem ve so o que e dele.
      *    Os embarques saem na ordem das janelas de coleta
      *    agendadas no COLETA.DAT (colman) para a data; os que
      *    ficaram sem agendamento vem no fim da pagina,
      *    marcados S/AGENDA, para o armazem ligar ao cliente.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ALTERNATE RECORD KEY IS LOG-STADO WITH DUPLICATES
               FILE STATUS IS WRK-FRETELOG-STATUS.

      * agenda de coleta por deposito, data e janela
           SELECT COLETA-FILE ASSIGN TO 'COLETA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COL-CHAVE
               FILE STATUS IS WRK-COLETA-STATUS.

           SELECT DISPATCH-REPORT ASSIGN TO 'DEPDISP.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  FRETE-LOG.
           COPY 'fretelog.cbl'.

       FD  COLETA-FILE.
           COPY 'colrec.cbl'.

       FD  DISPATCH-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE PIC X(80).
           88 FIM-DE-ARQUIVO        VALUE 'S'.
       77  WRK-EOF-DEPOT        PIC X(01) VALUE 'N'.
           88 FIM-DEPOTS            VALUE 'S'.
      * sem a agenda de coleta todo embarque sai S/AGENDA
       77  WRK-COLETA-STATUS    PIC X(02) VALUE '00'.
       77  WRK-COLETA-DISP      PIC X(01) VALUE 'N'.
           88 COLETA-DISPONIVEL     VALUE 'S'.
       77  WRK-EOF-COLETA       PIC X(01) VALUE 'N'.
           88 FIM-COLETA            VALUE 'S'.

       01  DATA-SYS.
           02  ANO-SYS PIC 9(04) VALUE ZEROS.
       77  WRK-UF-DEPOSITO      PIC X(02) VALUE SPACES.
       77  WRK-QTD-EMBARQUES    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-DEPOSITOS    PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-SEM-AGENDA   PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-ACHADOS      PIC 9(05) VALUE ZEROS.
       77  WRK-SLOT-ANTERIOR    PIC 9(02) VALUE ZEROS.

      * embarques do dia do deposito corrente, guardados para
      * sair na ordem da agenda; o que nao casou com nenhum
      * agendamento fica com EMB-T-LISTADO = N
       01  WRK-TABELA-EMBARQUES.
           05  WRK-EMB-DEP OCCURS 500 TIMES.
               10  EMB-T-SEQ       PIC 9(08).
               10  EMB-T-PEDIDO    PIC 9(08).
               10  EMB-T-PDUTO     PIC X(20).
               10  EMB-T-PESO      PIC 9(05)V99.
               10  EMB-T-UF        PIC X(02).
               10  EMB-T-TRANSP    PIC X(03).
               10  EMB-T-LISTADO   PIC X(01).
       77  WRK-QTD-EMB-DEP      PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-EMB          PIC 9(03) VALUE ZEROS.

       01  WRK-LINHA-CAB-DEP.
           05  FILLER          PIC X(22) VALUE
           05  EMB-UF          PIC X(02).
           05  FILLER          PIC X(09) VALUE ' TRANSP: '.
           05  EMB-TRANSP      PIC X(03).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  EMB-MARCA       PIC X(08).

       01  WRK-LINHA-JANELA.
           05  FILLER          PIC X(07) VALUE 'JANELA '.
           05  JAN-SLOT        PIC 9(02).
           05  FILLER          PIC X(03) VALUE ' - '.
           05  JAN-INICIO      PIC 99B99.
           05  FILLER          PIC X(03) VALUE ' A '.
           05  JAN-FIM         PIC 99B99.

       01  WRK-LINHA-SEM-COTACAO.
           05  FILLER          PIC X(08) VALUE 'PEDIDO: '.
           05  SCT-PEDIDO      PIC 9(08).
           05  FILLER          PIC X(38) VALUE
               ' AGENDADO - SEM EMBARQUE COTADO NO DIA'.

       01  WRK-LINHA-CAB-SEM-AGENDA.
           05  FILLER          PIC X(30) VALUE
               'SEM AGENDAMENTO DE COLETA:'.

       01  WRK-LINHA-TOT-DEP.
           05  FILLER          PIC X(22) VALUE
               'EMBARQUES DO DEPOSITO:'.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  TOT-EMBARQUES   PIC ZZZZ9.
           05  FILLER          PIC X(19) VALUE
               '  SEM AGENDAMENTO: '.
           05  TOT-SEM-AGENDA  PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
               DISPLAY 'FRETE-LOG INEXISTENTE'
               MOVE 'S' TO WRK-EOF-DEPOT
           END-IF
           OPEN INPUT COLETA-FILE
           IF WRK-COLETA-STATUS = '00'
               MOVE 'S' TO WRK-COLETA-DISP
           ELSE
               MOVE 'N' TO WRK-COLETA-DISP
           END-IF
           OPEN OUTPUT DISPATCH-REPORT.

      * uma pagina por deposito ativo, relendo o log do
       2100-IMPRIME-DEPOSITO.
           MOVE DEP-UF TO WRK-UF-DEPOSITO
           MOVE ZEROS TO WRK-QTD-EMBARQUES
           MOVE ZEROS TO WRK-QTD-SEM-AGENDA
           MOVE ZEROS TO WRK-QTD-EMB-DEP
           MOVE DEP-CODIGO TO CAB-CODIGO
           MOVE DEP-DESCRICAO TO CAB-DESCRICAO
           MOVE DATA-SYS-NUM TO CAB-DATA
           START FRETE-LOG KEY >= LOG-CHAVE
               INVALID KEY MOVE 'S' TO WRK-EOF
           END-START
           PERFORM 2200-CARREGA-EMBARQUE UNTIL FIM-DE-ARQUIVO
           IF COLETA-DISPONIVEL
               PERFORM 2300-LISTA-AGENDADOS
           END-IF
           PERFORM 2400-LISTA-SEM-AGENDA
           MOVE WRK-QTD-EMBARQUES TO TOT-EMBARQUES
           MOVE WRK-QTD-SEM-AGENDA TO TOT-SEM-AGENDA
           WRITE REPORT-LINE FROM WRK-LINHA-TOT-DEP
           ADD 1 TO WRK-QTD-DEPOSITOS.

       2200-CARREGA-EMBARQUE.
           READ FRETE-LOG NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF LOG-DATA-HORA (1:8) = DATA-SYS-NUM
                       AND LOG-UF-ORIGEM = WRK-UF-DEPOSITO
                   IF WRK-QTD-EMB-DEP < 500
                       ADD 1 TO WRK-QTD-EMB-DEP
                       MOVE LOG-SEQ-ID
                           TO EMB-T-SEQ (WRK-QTD-EMB-DEP)
                       MOVE LOG-PEDIDO
                           TO EMB-T-PEDIDO (WRK-QTD-EMB-DEP)
                       MOVE LOG-PDUTO
                           TO EMB-T-PDUTO (WRK-QTD-EMB-DEP)
                       MOVE LOG-PESO
                           TO EMB-T-PESO (WRK-QTD-EMB-DEP)
                       MOVE LOG-STADO
                           TO EMB-T-UF (WRK-QTD-EMB-DEP)
                       MOVE LOG-TRANSP
                           TO EMB-T-TRANSP (WRK-QTD-EMB-DEP)
                       MOVE 'N' TO EMB-T-LISTADO (WRK-QTD-EMB-DEP)
                   ELSE
                       DISPLAY 'DEPOSITO ' CAB-CODIGO
                           ' COM MAIS DE 500 EMBARQUES NO DIA - '
                           'SEQ ' LOG-SEQ-ID ' FORA DA LISTA'
                   END-IF
               END-IF
           END-IF.

      * agendamentos do deposito na data, na ordem da chave
      * (janela e pedido): cada um puxa os embarques do pedido
       2300-LISTA-AGENDADOS.
           MOVE 'N' TO WRK-EOF-COLETA
           MOVE ZEROS TO WRK-SLOT-ANTERIOR
           MOVE CAB-CODIGO TO COL-DEPOSITO
           MOVE DATA-SYS-NUM TO COL-DATA
           MOVE ZEROS TO COL-SLOT
           MOVE ZEROS TO COL-PEDIDO
           START COLETA-FILE KEY >= COL-CHAVE
               INVALID KEY MOVE 'S' TO WRK-EOF-COLETA
           END-START
           PERFORM 2310-LISTA-AGENDADO UNTIL FIM-COLETA.

       2310-LISTA-AGENDADO.
           READ COLETA-FILE NEXT RECORD
               AT END MOVE 'S' TO WRK-EOF-COLETA
           END-READ
           IF NOT FIM-COLETA
               IF COL-DEPOSITO NOT = CAB-CODIGO
                       OR COL-DATA NOT = DATA-SYS-NUM
                   MOVE 'S' TO WRK-EOF-COLETA
               ELSE
                   IF COL-SLOT NOT = WRK-SLOT-ANTERIOR
                       MOVE COL-SLOT TO JAN-SLOT
                       MOVE COL-HORA-INICIO TO JAN-INICIO
                       MOVE COL-HORA-FIM TO JAN-FIM
                       WRITE REPORT-LINE FROM WRK-LINHA-JANELA
                       MOVE COL-SLOT TO WRK-SLOT-ANTERIOR
                   END-IF
                   MOVE ZEROS TO WRK-QTD-ACHADOS
                   PERFORM VARYING WRK-IDX-EMB FROM 1 BY 1
                           UNTIL WRK-IDX-EMB > WRK-QTD-EMB-DEP
                       IF EMB-T-PEDIDO (WRK-IDX-EMB) = COL-PEDIDO
                               AND EMB-T-LISTADO (WRK-IDX-EMB) = 'N'
                           MOVE SPACES TO EMB-MARCA
                           PERFORM 2500-IMPRIME-EMBARQUE
                           ADD 1 TO WRK-QTD-ACHADOS
                       END-IF
                   END-PERFORM
                   IF WRK-QTD-ACHADOS = ZEROS
                       MOVE COL-PEDIDO TO SCT-PEDIDO
                       WRITE REPORT-LINE FROM WRK-LINHA-SEM-COTACAO
                   END-IF
               END-IF
           END-IF.

      * o que nao casou com agendamento sai marcado no fim
       2400-LISTA-SEM-AGENDA.
           PERFORM VARYING WRK-IDX-EMB FROM 1 BY 1
                   UNTIL WRK-IDX-EMB > WRK-QTD-EMB-DEP
               IF EMB-T-LISTADO (WRK-IDX-EMB) = 'N'
                   IF WRK-QTD-SEM-AGENDA = ZEROS
                       WRITE REPORT-LINE FROM WRK-LINHA-CAB-SEM-AGENDA
                   END-IF
                   MOVE 'S/AGENDA' TO EMB-MARCA
                   PERFORM 2500-IMPRIME-EMBARQUE
                   ADD 1 TO WRK-QTD-SEM-AGENDA
               END-IF
           END-PERFORM.

       2500-IMPRIME-EMBARQUE.
           MOVE EMB-T-SEQ (WRK-IDX-EMB) TO EMB-SEQ
           MOVE EMB-T-PDUTO (WRK-IDX-EMB) TO EMB-PDUTO
           MOVE EMB-T-PESO (WRK-IDX-EMB) TO EMB-PESO
           MOVE EMB-T-UF (WRK-IDX-EMB) TO EMB-UF
           MOVE EMB-T-TRANSP (WRK-IDX-EMB) TO EMB-TRANSP
           WRITE REPORT-LINE FROM WRK-LINHA-EMBARQUE
           MOVE 'S' TO EMB-T-LISTADO (WRK-IDX-EMB)
           ADD 1 TO WRK-QTD-EMBARQUES.

       9000-FINALIZA.
           CLOSE DISPATCH-REPORT
           IF WRK-DEPOT-STATUS = '00' OR '10'
           IF WRK-FRETELOG-STATUS = '00' OR '10'
               CLOSE FRETE-LOG
           END-IF
           IF COLETA-DISPONIVEL
               CLOSE COLETA-FILE
           END-IF
           DISPLAY 'LISTAS DE EXPEDICAO GERADAS: '
               WRK-QTD-DEPOSITOS.
