       IDENTIFICATION DIVISION.
       PROGRAM-ID. cttransm.
      ********************************************************
      *    Transmissao dos conhecimentos de transporte ao fisco
      *    Passo posterior ao fretect: percorre o CTDOC.DAT e
      *    gera em CTENVIO.DAT o lote a enviar ao fisco - uma
      *    linha E para cada documento emitido ainda pendente
      *    de autorizacao e uma linha C para cada cancelamento
      *    ainda nao comunicado, com a justificativa do
      *    CTVOID.DAT - entre header e trailer no estilo das
      *    demais interfaces. Cada documento enviado fica
      *    marcado T (transmitido) com a data do envio; a
      *    resposta do fisco e gravada pelo ctretorno. Documento
      *    rejeitado so volta ao lote depois de liberado para
      *    reenvio no ctman.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CT-MASTER ASSIGN TO 'CTDOC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CHAVE
               ALTERNATE RECORD KEY IS CT-SEQ-COTACAO
                   WITH DUPLICATES
               FILE STATUS IS WRK-CTDOC-STATUS.

           SELECT CT-VOID ASSIGN TO 'CTVOID.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CTVOID-STATUS.

           SELECT ENVIO-FILE ASSIGN TO 'CTENVIO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CT-MASTER.
           COPY 'ctrec.cbl'.

       FD  CT-VOID
           RECORD CONTAINS 49 CHARACTERS.
       01  CTVOID-LINE.
           05  VOI-NUMERO      PIC 9(08).
           05  VOI-SERIE       PIC X(03).
           05  VOI-DATA        PIC 9(08).
           05  VOI-MOTIVO      PIC X(20).
           05  VOI-OPERADOR    PIC X(10).

       FD  ENVIO-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ENVIO-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       77  WRK-CTDOC-STATUS     PIC X(02) VALUE '00'.
       77  WRK-CTVOID-STATUS    PIC X(02) VALUE '00'.
       77  WRK-EOF              PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO        VALUE 'S'.
       77  WRK-EOF-VOID         PIC X(01) VALUE 'N'.
           88 FIM-VOID              VALUE 'S'.

       01  DATA-SYS.
           02  ANO-SYS PIC 9(04) VALUE ZEROS.
           02  MES-SYS PIC 9(02) VALUE ZEROS.
           02  DIA-SYS PIC 9(02) VALUE ZEROS.
       01  DATA-SYS-NUM REDEFINES DATA-SYS PIC 9(08).

      * contrato com o controle central de data (datasrv): o
      * envio sai datado do dia de negocio
       01  WRK-DATACTL.
           05  WRK-DC-OPERACAO PIC X(01).
           05  WRK-DC-DATA     PIC 9(08).
           05  WRK-DC-CONTROLADA PIC X(01).
           05  WRK-DC-OK       PIC X(01).

      * contrato com o controle de execucao compartilhado
      * (runctl): um lote de envio por dia
       01  WRK-RUNCTL.
           05  WRK-RC-OPERACAO PIC X(01).
           05  WRK-RC-PROGRAMA PIC X(12) VALUE 'CTTRANSM'.
           05  WRK-RC-QTD      PIC 9(06).
           05  WRK-RC-RUN-ID   PIC 9(06).
           05  WRK-RC-PERMITIDO PIC X(01).

       77  WRK-QTD-ENVIADOS     PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-EMISSOES     PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-CANCELAM     PIC 9(06) VALUE ZEROS.
       77  WRK-TOT-FRETE        PIC 9(10)V99 VALUE ZEROS.

       01  WRK-DATA-HORA-SYS.
           05  WRK-DHS-DATA     PIC 9(08).
           05  WRK-DHS-HORA     PIC 9(06).

       01  WRK-LINHA-HEADER.
           05  FILLER          PIC X(01) VALUE 'H'.
           05  HDR-DATA        PIC 9(08).
           05  HDR-HORA        PIC 9(06).
           05  FILLER          PIC X(08) VALUE 'CTTRANSM'.

      * E = emissao a autorizar; C = cancelamento, com a
      * justificativa registrada no ctman
       01  WRK-LINHA-DOCUMENTO.
           05  FILLER          PIC X(01) VALUE 'D'.
           05  ENV-TIPO        PIC X(01).
           05  ENV-SERIE       PIC X(03).
           05  ENV-NUMERO      PIC 9(08).
           05  ENV-EMISSAO     PIC 9(08).
           05  ENV-CLIENTE     PIC 9(06).
           05  ENV-UF          PIC X(02).
           05  ENV-VALOR-CARGA PIC 9(06)V99.
           05  ENV-FRETE       PIC 9(04)V99.
           05  ENV-MOTIVO      PIC X(20).

       01  WRK-LINHA-TRAILER.
           05  FILLER          PIC X(01) VALUE 'T'.
           05  TRL-QTD         PIC 9(06).
           05  TRL-EMISSOES    PIC 9(06).
           05  TRL-CANCELAM    PIC 9(06).
           05  TRL-FRETE       PIC 9(10)V99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-SELECIONA-DOCUMENTO UNTIL FIM-DE-ARQUIVO
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
           MOVE 'L' TO WRK-DC-OPERACAO
           CALL 'datasrv' USING WRK-DATACTL
           MOVE WRK-DC-DATA TO DATA-SYS-NUM
           OPEN I-O CT-MASTER
           IF WRK-CTDOC-STATUS NOT = '00'
               DISPLAY 'REGISTRO DE CONHECIMENTOS INEXISTENTE - '
                   'NADA A TRANSMITIR'
               MOVE 'S' TO WRK-EOF
           END-IF
           ACCEPT WRK-DHS-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-DHS-HORA FROM TIME
           OPEN OUTPUT ENVIO-FILE
           MOVE WRK-DHS-DATA TO HDR-DATA
           MOVE WRK-DHS-HORA TO HDR-HORA
           WRITE ENVIO-LINE FROM WRK-LINHA-HEADER.

      * emitido pendente vai como E; cancelado com o
      * cancelamento pendente vai como C - inclusive o que
      * nunca chegou a ser autorizado, para o fisco saber que
      * o numero foi inutilizado
       2000-SELECIONA-DOCUMENTO.
           READ CT-MASTER NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF CT-EMITIDO AND CT-AUT-PENDENTE
                   MOVE 'E' TO ENV-TIPO
                   MOVE SPACES TO ENV-MOTIVO
                   PERFORM 2100-GRAVA-DOCUMENTO
                   MOVE 'T' TO CT-AUT-STATUS
                   MOVE DATA-SYS-NUM TO CT-AUT-DATA-ENVIO
                   ADD 1 TO WRK-QTD-EMISSOES
                   PERFORM 2300-REGRAVA-DOCUMENTO
               ELSE
                   IF CT-CANCELADO AND CT-CAN-PENDENTE
                       MOVE 'C' TO ENV-TIPO
                       PERFORM 2200-BUSCA-JUSTIFICATIVA
                       PERFORM 2100-GRAVA-DOCUMENTO
                       MOVE 'T' TO CT-CAN-STATUS
                       MOVE DATA-SYS-NUM TO CT-CAN-DATA-ENVIO
                       ADD 1 TO WRK-QTD-CANCELAM
                       PERFORM 2300-REGRAVA-DOCUMENTO
                   END-IF
               END-IF
           END-IF.

       2100-GRAVA-DOCUMENTO.
           MOVE CT-SERIE TO ENV-SERIE
           MOVE CT-NUMERO TO ENV-NUMERO
           MOVE CT-DATA-EMISSAO TO ENV-EMISSAO
           MOVE CT-CLIENTE TO ENV-CLIENTE
           MOVE CT-UF TO ENV-UF
           MOVE CT-VALOR-CARGA TO ENV-VALOR-CARGA
           MOVE CT-FRETE TO ENV-FRETE
           WRITE ENVIO-LINE FROM WRK-LINHA-DOCUMENTO
           ADD 1 TO WRK-QTD-ENVIADOS
           IF ENV-TIPO = 'E'
               ADD CT-FRETE TO WRK-TOT-FRETE
           END-IF.

      * a justificativa e a do registro de cancelados, na
      * serie do documento; a ultima linha dele prevalece
       2200-BUSCA-JUSTIFICATIVA.
           MOVE SPACES TO ENV-MOTIVO
           MOVE 'N' TO WRK-EOF-VOID
           OPEN INPUT CT-VOID
           IF WRK-CTVOID-STATUS NOT = '00'
               MOVE 'S' TO WRK-EOF-VOID
           END-IF
           PERFORM 2210-LE-VOID UNTIL FIM-VOID
           IF WRK-CTVOID-STATUS = '00' OR '10'
               CLOSE CT-VOID
           END-IF.

       2210-LE-VOID.
           READ CT-VOID
               AT END MOVE 'S' TO WRK-EOF-VOID
           END-READ
           IF NOT FIM-VOID
               IF VOI-NUMERO = CT-NUMERO
                       AND VOI-SERIE = CT-SERIE
                   MOVE VOI-MOTIVO TO ENV-MOTIVO
               END-IF
           END-IF.

       2300-REGRAVA-DOCUMENTO.
           REWRITE CT-RECORD
               INVALID KEY
                   DISPLAY 'ERRO MARCANDO CT TRANSMITIDO: '
                       CT-SERIE '-' CT-NUMERO
           END-REWRITE.

       3000-FINALIZA.
           MOVE WRK-QTD-ENVIADOS TO TRL-QTD
           MOVE WRK-QTD-EMISSOES TO TRL-EMISSOES
           MOVE WRK-QTD-CANCELAM TO TRL-CANCELAM
           MOVE WRK-TOT-FRETE TO TRL-FRETE
           WRITE ENVIO-LINE FROM WRK-LINHA-TRAILER
           CLOSE ENVIO-FILE
           IF WRK-CTDOC-STATUS = '00' OR '10'
               CLOSE CT-MASTER
           END-IF
           DISPLAY 'EMISSOES TRANSMITIDAS: ' WRK-QTD-EMISSOES
           DISPLAY 'CANCELAMENTOS TRANSMITIDOS: ' WRK-QTD-CANCELAM
           MOVE 'F' TO WRK-RC-OPERACAO
           MOVE WRK-QTD-ENVIADOS TO WRK-RC-QTD
           CALL 'runctl' USING WRK-RUNCTL.
