      *    contador da serie e todo numero acima dele, e
      *    confere que cada documento cancelado tem sua linha
      *    no registro CTVOID.DAT - numero cancelado sem
      *    justificativa tambem e achado de auditoria. Lista
      *    ainda todo documento cuja emissao (ou cancelamento)
      *    segue sem autorizacao do fisco - pendente de envio,
      *    sem retorno ou rejeitado - alem do prazo de
      *    autorizacao contado da emissao.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CHAVE
               ALTERNATE RECORD KEY IS CT-SEQ-COTACAO
                   WITH DUPLICATES
               FILE STATUS IS WRK-CTDOC-STATUS.

           SELECT CT-SERIES ASSIGN TO 'CTSERIES.DAT'
       77  WRK-VOID-ACHADO      PIC X(01) VALUE 'N'.
           88 CANCELAMENTO-JUSTIFICADO VALUE 'S'.

      * prazo, em dias corridos desde a emissao, para o
      * documento estar autorizado (ou o cancelamento
      * homologado); dias contados no mes comercial, como no
      * embexc
       77  WRK-PRAZO-AUTORIZ    PIC 9(03) VALUE 1.
       77  WRK-DIAS-HOJE        PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-EMISSAO     PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-DECORRIDOS  PIC S9(05) VALUE ZEROS.
       77  WRK-QTD-SEM-AUTORIZ  PIC 9(08) VALUE ZEROS.

       01  DATA-SYS.
           02  ANO-SYS PIC 9(04) VALUE ZEROS.
           02  MES-SYS PIC 9(02) VALUE ZEROS.
           02  DIA-SYS PIC 9(02) VALUE ZEROS.
       01  DATA-SYS-NUM REDEFINES DATA-SYS PIC 9(08).

       01  WRK-DATA-EMISSAO.
           05  WRK-EMI-ANO      PIC 9(04).
           05  WRK-EMI-MES      PIC 9(02).
           05  WRK-EMI-DIA      PIC 9(02).

      * contrato com o controle central de data (datasrv): o
      * prazo corre ate o dia de negocio
       01  WRK-DATACTL.
           05  WRK-DC-OPERACAO PIC X(01).
           05  WRK-DC-DATA     PIC 9(08).
           05  WRK-DC-CONTROLADA PIC X(01).
           05  WRK-DC-OK       PIC X(01).

       01  WRK-LINHA-CABECALHO  PIC X(80) VALUE
           'AUDITORIA DAS SERIES FISCAIS DE CONHECIMENTOS'.

               'CANCELADO SEM LINHA NO CTVOID: '.
           05  SJU-NUMERO      PIC 9(08).

       01  WRK-LINHA-CAB-AUTORIZ.
           05  FILLER          PIC X(43) VALUE
               'DOCUMENTOS SEM AUTORIZACAO ALEM DO PRAZO ('.
           05  CAU-PRAZO       PIC ZZ9.
           05  FILLER          PIC X(07) VALUE ' DIAS)'.

       01  WRK-LINHA-COL-AUTORIZ.
           05  FILLER          PIC X(36) VALUE
               'SER   NUMERO  EMISSAO EVENTO        '.
           05  FILLER          PIC X(22) VALUE
               'SITUACAO      DIAS REJ'.

       01  WRK-LINHA-SEM-AUTORIZ.
           05  SAU-SERIE       PIC X(03).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  SAU-NUMERO      PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  SAU-EMISSAO     PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  SAU-EVENTO      PIC X(13).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  SAU-SITUACAO    PIC X(13).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  SAU-DIAS        PIC ZZZ9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  SAU-REJEICAO    PIC X(03).

       01  WRK-LINHA-RESUMO-AUTORIZ.
           05  FILLER          PIC X(33) VALUE
               'SEM AUTORIZACAO ALEM DO PRAZO: '.
           05  RSA-QTD         PIC ZZZZZZZ9.

       01  WRK-LINHA-RESUMO.
           05  FILLER          PIC X(07) VALUE 'DOCS: '.
           05  RES-DOCS        PIC ZZZZZZZ9.
       0000-MAIN-PROCESS.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-AUDITA-SERIE UNTIL FIM-SERIES
           PERFORM 3000-AUDITA-AUTORIZACAO
           PERFORM 4000-FINALIZA
           STOP RUN.

       1000-INICIALIZA.
           MOVE 'L' TO WRK-DC-OPERACAO
           CALL 'datasrv' USING WRK-DATACTL
           MOVE WRK-DC-DATA TO DATA-SYS-NUM
           COMPUTE WRK-DIAS-HOJE =
               (ANO-SYS * 360) + (MES-SYS * 30) + DIA-SYS
           OPEN INPUT CT-SERIES
           IF WRK-CTSER-STATUS NOT = '00'
               DISPLAY 'NENHUMA SERIE FISCAL ABERTA'
               END-IF
           END-IF.

      *****************************************************
      *    segunda passada no registro inteiro: documento
      *    emitido sem autorizacao e cancelamento sem
      *    homologacao, vencido o prazo desde a emissao
      *****************************************************
       3000-AUDITA-AUTORIZACAO.
           MOVE WRK-PRAZO-AUTORIZ TO CAU-PRAZO
           WRITE REPORT-LINE FROM WRK-LINHA-CAB-AUTORIZ
           WRITE REPORT-LINE FROM WRK-LINHA-COL-AUTORIZ
           IF WRK-CTDOC-STATUS = '00' OR '10' OR '23'
               MOVE 'N' TO WRK-EOF-DOCS
               MOVE LOW-VALUES TO CT-CHAVE
               START CT-MASTER KEY >= CT-CHAVE
                   INVALID KEY MOVE 'S' TO WRK-EOF-DOCS
               END-START
               PERFORM 3100-CONFERE-AUTORIZACAO UNTIL FIM-DOCS
           END-IF
           MOVE WRK-QTD-SEM-AUTORIZ TO RSA-QTD
           WRITE REPORT-LINE FROM WRK-LINHA-RESUMO-AUTORIZ.

       3100-CONFERE-AUTORIZACAO.
           READ CT-MASTER NEXT RECORD
               AT END MOVE 'S' TO WRK-EOF-DOCS
           END-READ
           IF NOT FIM-DOCS
               MOVE CT-DATA-EMISSAO TO WRK-DATA-EMISSAO
               COMPUTE WRK-DIAS-EMISSAO =
                   (WRK-EMI-ANO * 360) + (WRK-EMI-MES * 30) +
                   WRK-EMI-DIA
               COMPUTE WRK-DIAS-DECORRIDOS =
                   WRK-DIAS-HOJE - WRK-DIAS-EMISSAO
               IF WRK-DIAS-DECORRIDOS > WRK-PRAZO-AUTORIZ
                   IF CT-EMITIDO AND NOT CT-AUT-AUTORIZADO
                       MOVE 'EMISSAO' TO SAU-EVENTO
                       MOVE CT-AUT-STATUS TO SAU-SITUACAO
                       MOVE CT-AUT-REJEICAO TO SAU-REJEICAO
                       PERFORM 3200-IMPRIME-SEM-AUTORIZ
                   END-IF
                   IF CT-CANCELADO AND NOT CT-CAN-AUTORIZADO
                       MOVE 'CANCELAMENTO' TO SAU-EVENTO
                       MOVE CT-CAN-STATUS TO SAU-SITUACAO
                       MOVE CT-CAN-REJEICAO TO SAU-REJEICAO
                       PERFORM 3200-IMPRIME-SEM-AUTORIZ
                   END-IF
               END-IF
           END-IF.

       3200-IMPRIME-SEM-AUTORIZ.
           EVALUATE SAU-SITUACAO (1:1)
               WHEN 'T'
                   MOVE 'SEM RETORNO' TO SAU-SITUACAO
               WHEN 'R'
                   MOVE 'REJEITADO' TO SAU-SITUACAO
               WHEN OTHER
                   MOVE 'NAO ENVIADO' TO SAU-SITUACAO
           END-EVALUATE
           MOVE CT-SERIE TO SAU-SERIE
           MOVE CT-NUMERO TO SAU-NUMERO
           MOVE CT-DATA-EMISSAO TO SAU-EMISSAO
           MOVE WRK-DIAS-DECORRIDOS TO SAU-DIAS
           WRITE REPORT-LINE FROM WRK-LINHA-SEM-AUTORIZ
           ADD 1 TO WRK-QTD-SEM-AUTORIZ.

       4000-FINALIZA.
           MOVE WRK-QTD-DOCS TO RES-DOCS
           MOVE WRK-QTD-FALTANTES TO RES-FALTANTES
           END-IF
           IF WRK-QTD-FALTANTES > ZEROS OR WRK-QTD-ACIMA > ZEROS
                   OR WRK-QTD-SEM-JUST > ZEROS
                   OR WRK-QTD-SEM-AUTORIZ > ZEROS
               DISPLAY 'SERIES FISCAIS COM ACHADOS - VER '
                   'CTAUDIT.RPT'
               MOVE 4 TO RETURN-CODE
