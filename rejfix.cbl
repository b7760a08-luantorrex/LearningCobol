      *    passam por uma area de passagem e voltam ao
      *    FRETEREJ.DAT para a proxima sessao de correcao -
      *    sem tabela em memoria, a fila de rejeitos nao tem
      *    mais teto. Cada rejeito corrigido ou descartado
      *    vai para o REJFIX.LOG com o operador da sessao.
      *    Cada gravacao no ORDMAST.DAT vai tambem para o
      *    diario de recuperacao JORNAL.DAT (jrnsrv) com as
      *    imagens antes e depois.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT STAGING-FILE ASSIGN TO 'REJFIX.TMP'
               ORGANIZATION IS LINE SEQUENTIAL.

      * trilha dos rejeitos resolvidos, acumulada entre sessoes
           SELECT REJFIX-LOG ASSIGN TO 'REJFIX.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REJFIXLOG-STATUS.

           SELECT PRODUCT-MASTER ASSIGN TO 'PRODUTO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           RECORD CONTAINS 114 CHARACTERS.
       01  STAGING-LINE PIC X(114).

       FD  REJFIX-LOG.
           COPY 'rejfixlog.cbl'.

       FD  PRODUCT-MASTER.
           COPY 'prodrec.cbl'.

       WORKING-STORAGE SECTION.
       77  WRK-REJECTS-STATUS    PIC X(02) VALUE '00'.
       77  WRK-ORDMAST-STATUS    PIC X(02) VALUE '00'.
       77  WRK-REJFIXLOG-STATUS  PIC X(02) VALUE '00'.

       77  WRK-OPERADOR          PIC X(10) VALUE SPACES.
       77  WRK-OPERADOR-OK       PIC X(01) VALUE 'N'.
           88 OPERADOR-VALIDO        VALUE 'S'.
       77  WRK-DATA-SISTEMA      PIC 9(08) VALUE ZEROS.
       77  WRK-HORA-SISTEMA      PIC 9(08) VALUE ZEROS.
       77  WRK-PEDIDO-LOG        PIC 9(08) VALUE ZEROS.

      * numeracao via servico central (seqsrv), serie P, para
      * um rejeito anterior a numeracao dos pedidos
           05  WRK-SEQ-QTD      PIC 9(04).
           05  WRK-SEQ-PRIMEIRO PIC 9(08).
           05  WRK-SEQ-SERIE    PIC X(01) VALUE 'P'.

      * contrato com o diario de recuperacao (jrnsrv)
       01  WRK-JRNSRV.
           05  WRK-JRN-PROGRAMA PIC X(10).
           05  WRK-JRN-OPERADOR PIC X(10).
           05  WRK-JRN-ARQUIVO  PIC X(12).
           05  WRK-JRN-CHAVE    PIC X(20).
           05  WRK-JRN-OPERACAO PIC X(01).
           05  WRK-JRN-ANTES    PIC X(300).
           05  WRK-JRN-DEPOIS   PIC X(300).

       77  WRK-PRODMASTER-STATUS PIC X(02) VALUE '00'.
       77  WRK-CUSTMAST-STATUS   PIC X(02) VALUE '00'.
       77  WRK-EOF               PIC X(01) VALUE 'N'.
           GOBACK.

       1000-INICIALIZA.
           PERFORM 1100-PEDE-OPERADOR
           OPEN EXTEND REJFIX-LOG
           IF WRK-REJFIXLOG-STATUS = '35'
               OPEN OUTPUT REJFIX-LOG
           END-IF
           OPEN INPUT PRODUCT-MASTER
           OPEN INPUT CUSTOMER-MASTER
           OPEN I-O ORDERS-RESUB
           END-IF
           OPEN OUTPUT STAGING-FILE.

       1100-PEDE-OPERADOR.
           MOVE 'N' TO WRK-OPERADOR-OK
           PERFORM UNTIL OPERADOR-VALIDO
               IF WRK-OPERADOR = SPACES
                   DISPLAY 'ID DO OPERADOR: '
                   ACCEPT WRK-OPERADOR FROM CONSOLE
               END-IF
               IF WRK-OPERADOR = SPACES
                   DISPLAY 'ID EM BRANCO, TENTE NOVAMENTE'
               ELSE
                   MOVE 'S' TO WRK-OPERADOR-OK
               END-IF
           END-PERFORM.

       2000-PROCESSA-REJEITOS.
           PERFORM 2100-TRATA-REJEITO UNTIL FIM-DE-ARQUIVO.

                   PERFORM 2200-CORRIGE-CAMPO
                   PERFORM 2300-GRAVA-RESUBMISSAO
                   ADD 1 TO WRK-QTD-CORRIGIDOS
                   MOVE RSB-NUMERO TO WRK-PEDIDO-LOG
                   PERFORM 2400-GRAVA-LOG-REJFIX
               WHEN DESCARTA-REJEITO
                   DISPLAY 'REJEITO DESCARTADO'
                   IF ORD-NUMERO IS NUMERIC
                       MOVE ORD-NUMERO TO WRK-PEDIDO-LOG
                   ELSE
                       MOVE ZEROS TO WRK-PEDIDO-LOG
                   END-IF
                   PERFORM 2400-GRAVA-LOG-REJFIX
               WHEN OTHER
                   ADD 1 TO WRK-QTD-MANTIDOS
                   MOVE WRK-MOTIVO-ATUAL TO REJ-MOTIVO
               WHEN 'CLIENTE-INV '
                   PERFORM 2250-PEDE-CLIENTE
               WHEN 'PESO-EXCEDE '
               WHEN 'TRANSP-EXCED'
                   PERFORM 2260-PEDE-PESO
               WHEN 'DATA-INVAL  '
                   PERFORM 2265-PEDE-DATA-ENVIO
           MOVE 'P' TO RSB-STATUS
           WRITE RESUB-ORDER-RECORD
               INVALID KEY
                   PERFORM 2310-REGRAVA-PEDIDO
               NOT INVALID KEY
                   MOVE SPACES TO WRK-JRN-ANTES
                   MOVE RESUB-ORDER-RECORD TO WRK-JRN-DEPOIS
                   MOVE 'I' TO WRK-JRN-OPERACAO
                   PERFORM 2320-GRAVA-JORNAL
           END-WRITE
           DISPLAY 'PEDIDO ' RSB-NUMERO
               ' REAPRESENTADO PARA O PROXIMO LOTE'.

      * o pedido ja esta no mestre: a imagem atual e lida para
      * o diario antes de ser regravada com a correcao
       2310-REGRAVA-PEDIDO.
           MOVE RESUB-ORDER-RECORD TO WRK-JRN-DEPOIS
           READ ORDERS-RESUB
               INVALID KEY
                   MOVE SPACES TO WRK-JRN-ANTES
               NOT INVALID KEY
                   MOVE RESUB-ORDER-RECORD TO WRK-JRN-ANTES
           END-READ
           MOVE WRK-JRN-DEPOIS TO RESUB-ORDER-RECORD
           REWRITE RESUB-ORDER-RECORD
               NOT INVALID KEY
                   MOVE 'A' TO WRK-JRN-OPERACAO
                   PERFORM 2320-GRAVA-JORNAL
           END-REWRITE.

       2320-GRAVA-JORNAL.
           MOVE 'REJFIX' TO WRK-JRN-PROGRAMA
           MOVE WRK-OPERADOR TO WRK-JRN-OPERADOR
           MOVE 'ORDMAST' TO WRK-JRN-ARQUIVO
           MOVE RSB-NUMERO TO WRK-JRN-CHAVE
           CALL 'jrnsrv' USING WRK-JRNSRV.

      * quem resolveu o rejeito e quem digitou o pedido
       2400-GRAVA-LOG-REJFIX.
           MOVE SPACES TO REJFIX-LOG-RECORD
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WRK-HORA-SISTEMA FROM TIME
           MOVE WRK-DATA-SISTEMA TO RFL-DATA-HORA (1:8)
           MOVE WRK-HORA-SISTEMA (1:6) TO RFL-DATA-HORA (9:6)
           MOVE WRK-OPERADOR TO RFL-OPERADOR
           MOVE WRK-ACAO TO RFL-ACAO
           MOVE WRK-MOTIVO-ATUAL TO RFL-MOTIVO
           MOVE WRK-PEDIDO-LOG TO RFL-PEDIDO
           MOVE ORD-OPERADOR TO RFL-OPER-PEDIDO
           IF ORD-ENTRADA IS NUMERIC
               MOVE ORD-ENTRADA TO RFL-ENTRADA
           ELSE
               MOVE ZEROS TO RFL-ENTRADA
           END-IF
           WRITE REJFIX-LOG-RECORD.

      * devolve ao FRETEREJ.DAT so os rejeitos pulados, pela
      * area de passagem, para a proxima sessao continuar de
      * onde parou
           CLOSE STAGING-FILE
           CLOSE FRETE-REJECTS
           CLOSE ORDERS-RESUB
           CLOSE REJFIX-LOG
           CLOSE PRODUCT-MASTER
           CLOSE CUSTOMER-MASTER
           DISPLAY 'CORRIGIDOS: ' WRK-QTD-CORRIGIDOS
