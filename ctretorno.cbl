       IDENTIFICATION DIVISION.
       PROGRAM-ID. ctretorno.
      ********************************************************
      *    Retorno do fisco sobre os conhecimentos transmitidos
      *    Le o arquivo de resposta do fisco (CTRET.DAT), uma
      *    linha por documento do lote do cttransm, e grava o
      *    resultado no CTDOC.DAT: emissao autorizada fica A
      *    com o numero do protocolo, rejeitada fica R com o
      *    codigo de rejeicao; o cancelamento segue o mesmo
      *    caminho nos campos de cancelamento. Rejeicao e
      *    resposta de documento desconhecido entram no
      *    ERROR.LOG para o supervisor; o CTRET.RPT lista todo
      *    retorno processado. Documento rejeitado nao entra
      *    em manifesto (manifgen) e aparece no ctaudit ate ser
      *    corrigido e reenviado.
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

           SELECT RETORNO-FILE ASSIGN TO 'CTRET.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RETORNO-STATUS.

           SELECT ERROR-LOG ASSIGN TO 'ERROR.LOG'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RETORNO-REPORT ASSIGN TO 'CTRET.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CT-MASTER.
           COPY 'ctrec.cbl'.

      * resposta do fisco: tipo do evento (E emissao, C
      * cancelamento), documento, resultado (A autorizado, R
      * rejeitado), protocolo ou codigo de rejeicao, data do
      * processamento no fisco e descricao
       FD  RETORNO-FILE
           RECORD CONTAINS 69 CHARACTERS.
       01  RETORNO-LINE.
           05  RET-TIPO        PIC X(01).
           05  RET-SERIE       PIC X(03).
           05  RET-NUMERO      PIC 9(08).
           05  RET-RESULTADO   PIC X(01).
               88  RET-AUTORIZADO      VALUE 'A'.
               88  RET-REJEITADO       VALUE 'R'.
           05  RET-PROTOCOLO   PIC X(15).
           05  RET-REJEICAO    PIC X(03).
           05  RET-DATA        PIC 9(08).
           05  RET-DESCRICAO   PIC X(30).

       FD  ERROR-LOG.
           COPY 'errorlog.cbl'.

       FD  RETORNO-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       77  WRK-CTDOC-STATUS     PIC X(02) VALUE '00'.
       77  WRK-RETORNO-STATUS   PIC X(02) VALUE '00'.
       77  WRK-CTDOC-DISP       PIC X(01) VALUE 'N'.
           88 CTDOC-DISPONIVEL      VALUE 'S'.
       77  WRK-EOF              PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO        VALUE 'S'.
       77  WRK-COD-MOTIVO       PIC X(12) VALUE SPACES.

       01  DATA-SYS.
           02  ANO-SYS PIC 9(04) VALUE ZEROS.
           02  MES-SYS PIC 9(02) VALUE ZEROS.
           02  DIA-SYS PIC 9(02) VALUE ZEROS.
       01  DATA-SYS-NUM REDEFINES DATA-SYS PIC 9(08).

      * contrato com o controle central de data (datasrv): o
      * retorno sem data do fisco fica com a data de negocio
       01  WRK-DATACTL.
           05  WRK-DC-OPERACAO PIC X(01).
           05  WRK-DC-DATA     PIC 9(08).
           05  WRK-DC-CONTROLADA PIC X(01).
           05  WRK-DC-OK       PIC X(01).

      * contrato com o controle de execucao compartilhado
      * (runctl)
       01  WRK-RUNCTL.
           05  WRK-RC-OPERACAO PIC X(01).
           05  WRK-RC-PROGRAMA PIC X(12) VALUE 'CTRETORNO'.
           05  WRK-RC-QTD      PIC 9(06).
           05  WRK-RC-RUN-ID   PIC 9(06).
           05  WRK-RC-PERMITIDO PIC X(01).

       77  WRK-QTD-LIDOS        PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-AUTORIZADOS  PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-REJEITADOS   PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-INVALIDOS    PIC 9(06) VALUE ZEROS.

       01  WRK-DATA-HORA-SYS.
           05  WRK-DHS-DATA     PIC 9(08).
           05  WRK-DHS-HORA     PIC 9(06).

       01  WRK-LINHA-CABECALHO  PIC X(80) VALUE
           'RETORNO DO FISCO - CONHECIMENTOS DE TRANSPORTE'.

       01  WRK-LINHA-COLUNAS.
           05  FILLER          PIC X(48) VALUE
               'T  SER NUMERO    R PROTOCOLO       REJ DESCRICAO'.

       01  WRK-LINHA-RETORNO.
           05  REL-TIPO        PIC X(01).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  REL-SERIE       PIC X(03).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  REL-NUMERO      PIC 9(08).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  REL-RESULTADO   PIC X(01).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  REL-PROTOCOLO   PIC X(15).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  REL-REJEICAO    PIC X(03).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  REL-DESCRICAO   PIC X(30).

       01  WRK-LINHA-TOTAIS.
           05  FILLER          PIC X(08) VALUE 'LIDOS: '.
           05  TOT-LIDOS       PIC ZZZ.ZZ9.
           05  FILLER          PIC X(15) VALUE '  AUTORIZADOS: '.
           05  TOT-AUTORIZADOS PIC ZZZ.ZZ9.
           05  FILLER          PIC X(14) VALUE '  REJEITADOS: '.
           05  TOT-REJEITADOS  PIC ZZZ.ZZ9.
           05  FILLER          PIC X(13) VALUE '  INVALIDOS: '.
           05  TOT-INVALIDOS   PIC ZZZ.ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESSA-RETORNO UNTIL FIM-DE-ARQUIVO
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
           OPEN INPUT RETORNO-FILE
           IF WRK-RETORNO-STATUS NOT = '00'
               DISPLAY 'CTRET.DAT INEXISTENTE - NADA A PROCESSAR'
               MOVE 'S' TO WRK-EOF
           END-IF
           OPEN I-O CT-MASTER
           IF WRK-CTDOC-STATUS = '00'
               MOVE 'S' TO WRK-CTDOC-DISP
           ELSE
               DISPLAY 'REGISTRO DE CONHECIMENTOS INEXISTENTE'
               MOVE 'S' TO WRK-EOF
           END-IF
           OPEN EXTEND ERROR-LOG
           OPEN OUTPUT RETORNO-REPORT
           WRITE REPORT-LINE FROM WRK-LINHA-CABECALHO
           WRITE REPORT-LINE FROM WRK-LINHA-COLUNAS.

       2000-PROCESSA-RETORNO.
           READ RETORNO-FILE
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               ADD 1 TO WRK-QTD-LIDOS
               IF RET-DATA NOT NUMERIC OR RET-DATA = ZEROS
                   MOVE DATA-SYS-NUM TO RET-DATA
               END-IF
               IF (RET-TIPO NOT = 'E' AND RET-TIPO NOT = 'C')
                       OR (NOT RET-AUTORIZADO AND NOT RET-REJEITADO)
                       OR RET-NUMERO NOT NUMERIC
                   MOVE 'RET-INVALIDO' TO WRK-COD-MOTIVO
                   PERFORM 2900-GRAVA-ERRO
                   ADD 1 TO WRK-QTD-INVALIDOS
               ELSE
                   MOVE RET-SERIE TO CT-SERIE
                   MOVE RET-NUMERO TO CT-NUMERO
                   READ CT-MASTER
                       KEY IS CT-CHAVE
                       INVALID KEY
                           MOVE 'CT-INEXIST' TO WRK-COD-MOTIVO
                           PERFORM 2900-GRAVA-ERRO
                           ADD 1 TO WRK-QTD-INVALIDOS
                       NOT INVALID KEY
                           PERFORM 2100-GRAVA-RESULTADO
                   END-READ
               END-IF
               PERFORM 2800-IMPRIME-RETORNO
           END-IF.

       2100-GRAVA-RESULTADO.
           IF RET-TIPO = 'E'
               PERFORM 2200-RESULTADO-EMISSAO
           ELSE
               PERFORM 2300-RESULTADO-CANCELAMENTO
           END-IF
           REWRITE CT-RECORD
               INVALID KEY
                   DISPLAY 'ERRO GRAVANDO RETORNO DO CT: '
                       CT-SERIE '-' CT-NUMERO
           END-REWRITE
           IF RET-AUTORIZADO
               ADD 1 TO WRK-QTD-AUTORIZADOS
           ELSE
               ADD 1 TO WRK-QTD-REJEITADOS
               MOVE 'CT-REJEITADO' TO WRK-COD-MOTIVO
               PERFORM 2900-GRAVA-ERRO
           END-IF.

      * autorizacao ja gravada nao e desfeita por resposta
      * repetida do fisco
       2200-RESULTADO-EMISSAO.
           MOVE RET-DATA TO CT-AUT-DATA-RETORNO
           IF RET-AUTORIZADO
               MOVE 'A' TO CT-AUT-STATUS
               MOVE RET-PROTOCOLO TO CT-AUT-PROTOCOLO
               MOVE SPACES TO CT-AUT-REJEICAO
           ELSE
               IF NOT CT-AUT-AUTORIZADO
                   MOVE 'R' TO CT-AUT-STATUS
                   MOVE RET-REJEICAO TO CT-AUT-REJEICAO
               END-IF
           END-IF.

       2300-RESULTADO-CANCELAMENTO.
           IF RET-AUTORIZADO
               MOVE 'A' TO CT-CAN-STATUS
               MOVE RET-PROTOCOLO TO CT-CAN-PROTOCOLO
               MOVE SPACES TO CT-CAN-REJEICAO
           ELSE
               IF NOT CT-CAN-AUTORIZADO
                   MOVE 'R' TO CT-CAN-STATUS
                   MOVE RET-REJEICAO TO CT-CAN-REJEICAO
               END-IF
           END-IF.

       2800-IMPRIME-RETORNO.
           MOVE RET-TIPO TO REL-TIPO
           MOVE RET-SERIE TO REL-SERIE
           MOVE RET-NUMERO TO REL-NUMERO
           MOVE RET-RESULTADO TO REL-RESULTADO
           MOVE RET-PROTOCOLO TO REL-PROTOCOLO
           MOVE RET-REJEICAO TO REL-REJEICAO
           MOVE RET-DESCRICAO TO REL-DESCRICAO
           WRITE REPORT-LINE FROM WRK-LINHA-RETORNO.

      * rejeicao segura o embarque no manifesto: critica,
      * como as demais falhas de transmissao
       2900-GRAVA-ERRO.
           MOVE 'CTRETORNO' TO ERR-PROGRAMA
           ACCEPT WRK-DHS-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-DHS-HORA FROM TIME
           MOVE WRK-DHS-DATA TO ERR-DATA-HORA (1:8)
           MOVE WRK-DHS-HORA TO ERR-DATA-HORA (9:6)
           MOVE WRK-COD-MOTIVO TO ERR-MOTIVO
           MOVE SPACES TO ERR-ENTRADA
           STRING 'CT=' DELIMITED BY SIZE
               RET-SERIE DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               RET-NUMERO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               RET-TIPO DELIMITED BY SIZE
               ' REJ=' DELIMITED BY SIZE
               RET-REJEICAO DELIMITED BY SIZE
               INTO ERR-ENTRADA
           MOVE 'C' TO ERR-SEVERIDADE
           MOVE SPACES TO ERR-TRATADA ERR-TRATADA-POR
           WRITE ERROR-LOG-RECORD.

       3000-FINALIZA.
           MOVE WRK-QTD-LIDOS TO TOT-LIDOS
           MOVE WRK-QTD-AUTORIZADOS TO TOT-AUTORIZADOS
           MOVE WRK-QTD-REJEITADOS TO TOT-REJEITADOS
           MOVE WRK-QTD-INVALIDOS TO TOT-INVALIDOS
           WRITE REPORT-LINE FROM WRK-LINHA-TOTAIS
           CLOSE RETORNO-REPORT
           CLOSE ERROR-LOG
           IF WRK-RETORNO-STATUS = '00' OR '10'
               CLOSE RETORNO-FILE
           END-IF
           IF CTDOC-DISPONIVEL
               CLOSE CT-MASTER
           END-IF
           DISPLAY 'RETORNOS LIDOS: ' WRK-QTD-LIDOS
           DISPLAY 'AUTORIZADOS: ' WRK-QTD-AUTORIZADOS
               ' REJEITADOS: ' WRK-QTD-REJEITADOS
               ' INVALIDOS: ' WRK-QTD-INVALIDOS
           MOVE 'F' TO WRK-RC-OPERACAO
           MOVE WRK-QTD-LIDOS TO WRK-RC-QTD
           CALL 'runctl' USING WRK-RUNCTL
           IF WRK-QTD-REJEITADOS > ZEROS
                   OR WRK-QTD-INVALIDOS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
