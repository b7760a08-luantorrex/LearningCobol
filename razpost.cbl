       IDENTIFICATION DIVISION.
       PROGRAM-ID. razpost.
      ********************************************************
      *    Lancamento da interface contabil no razao geral
      *    Roda no fim do dia, depois do fretegl e antes da
      *    geracao do dia seguinte: le o FRETEGL.DAT lote a
      *    lote (header, lancamentos, trailer - um lote por
      *    programa gerador e rodada) e soma cada lancamento no
      *    RAZAO.DAT, por competencia (mes da data do
      *    lancamento) e conta. O lote so entra inteiro: a
      *    contagem e os totais tem de bater com o trailer,
      *    debitos tem de igualar creditos e toda conta tem de
      *    estar no plano de contas (PLANOCTA.DAT) e ativa.
      *    Lote rejeitado ou sem trailer vai para a trilha de
      *    excecoes (ERROR.LOG) como critico; lote lancado fica
      *    registrado no RAZLOTE.DAT, e a mesma interface lida
      *    de novo nao lanca em dobro. O resumo da rodada sai
      *    em RAZPOST.RPT.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-FILE ASSIGN TO 'FRETEGL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GL-STATUS.

           SELECT PLANO-CONTAS ASSIGN TO 'PLANOCTA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLC-CONTA
               FILE STATUS IS WRK-PLANOCTA-STATUS.

           SELECT RAZAO-FILE ASSIGN TO 'RAZAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAZ-CHAVE
               FILE STATUS IS WRK-RAZAO-STATUS.

           SELECT RAZLOTE-FILE ASSIGN TO 'RAZLOTE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RZL-CHAVE
               FILE STATUS IS WRK-RAZLOTE-STATUS.

           SELECT ERROR-LOG ASSIGN TO 'ERROR.LOG'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RAZPOST-REPORT ASSIGN TO 'RAZPOST.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-FILE.
       01  GL-LINE             PIC X(80).

       FD  PLANO-CONTAS.
           COPY 'planorec.cbl'.

       FD  RAZAO-FILE.
           COPY 'razaorec.cbl'.

       FD  RAZLOTE-FILE.
           COPY 'razloterec.cbl'.

       FD  ERROR-LOG.
           COPY 'errorlog.cbl'.

       FD  RAZPOST-REPORT.
       01  REPORT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       77  WRK-GL-STATUS        PIC X(02) VALUE '00'.
       77  WRK-PLANOCTA-STATUS  PIC X(02) VALUE '00'.
       77  WRK-RAZAO-STATUS     PIC X(02) VALUE '00'.
       77  WRK-RAZLOTE-STATUS   PIC X(02) VALUE '00'.
       77  WRK-PLANOCTA-DISP    PIC X(01) VALUE 'N'.
           88 PLANOCTA-DISPONIVEL   VALUE 'S'.
       77  WRK-EOF              PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO        VALUE 'S'.
       77  WRK-LOTE-ABERTO      PIC X(01) VALUE 'N'.
           88 LOTE-ABERTO           VALUE 'S'.
       77  WRK-LOTE-ESTOURO     PIC X(01) VALUE 'N'.
       77  WRK-LOTE-INVALIDO    PIC X(01) VALUE 'N'.
       77  WRK-LOTE-JA-LANCADO  PIC X(01) VALUE 'N'.
           88 LOTE-JA-LANCADO       VALUE 'S'.
       77  WRK-MOTIVO-REJEICAO  PIC X(12) VALUE SPACES.
       77  WRK-IDX              PIC 9(04) VALUE ZEROS.

       77  WRK-LOTE-QTD         PIC 9(04) VALUE ZEROS.
       77  WRK-LOTE-DEBITOS     PIC 9(10)V99 VALUE ZEROS.
       77  WRK-LOTE-CREDITOS    PIC 9(10)V99 VALUE ZEROS.

       77  WRK-QTD-LOTES-LIDOS  PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-LOTES-LANC   PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-LOTES-JA     PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-LOTES-REJ    PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-LANC-RAZAO   PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-AVULSAS      PIC 9(06) VALUE ZEROS.
       77  WRK-TOT-DEBITOS      PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-CREDITOS     PIC 9(11)V99 VALUE ZEROS.

       01  DATA-SYS.
           02  ANO-SYS PIC 9(04) VALUE ZEROS.
           02  MES-SYS PIC 9(02) VALUE ZEROS.
           02  DIA-SYS PIC 9(02) VALUE ZEROS.
       01  DATA-SYS-NUM REDEFINES DATA-SYS PIC 9(08).

      * contrato com o controle central de data (datasrv)
       01  WRK-DATACTL.
           05  WRK-DC-OPERACAO PIC X(01).
           05  WRK-DC-DATA     PIC 9(08).
           05  WRK-DC-CONTROLADA PIC X(01).
           05  WRK-DC-OK       PIC X(01).

      * contrato com o controle de execucao compartilhado
      * (runctl); a repeticao de lote ja e barrada pelo
      * RAZLOTE.DAT, o runctl so registra a rodada
       01  WRK-RUNCTL.
           05  WRK-RC-OPERACAO PIC X(01).
           05  WRK-RC-PROGRAMA PIC X(12) VALUE 'RAZPOST'.
           05  WRK-RC-QTD      PIC 9(06).
           05  WRK-RC-RUN-ID   PIC 9(06).
           05  WRK-RC-PERMITIDO PIC X(01).

       01  WRK-DATA-HORA-SYS.
           05  WRK-DHS-DATA     PIC 9(08).
           05  WRK-DHS-HORA     PIC 9(06).

      * uma linha da interface nas tres visoes do FRETEGL.DAT
       01  WRK-LINHA-GL.
           05  GL-TIPO         PIC X(01).
               88  GL-HEADER       VALUE 'H'.
               88  GL-LANCAMENTO   VALUE 'D'.
               88  GL-TRAILER      VALUE 'T'.
           05  FILLER          PIC X(79).
       01  WRK-GL-HEADER REDEFINES WRK-LINHA-GL.
           05  FILLER          PIC X(01).
           05  GLH-DATA        PIC 9(08).
           05  GLH-HORA        PIC 9(06).
           05  GLH-PROGRAMA    PIC X(08).
           05  FILLER          PIC X(57).
       01  WRK-GL-LANC REDEFINES WRK-LINHA-GL.
           05  FILLER          PIC X(01).
           05  GLD-DATA        PIC 9(08).
           05  GLD-CONTA       PIC 9(05).
           05  GLD-NATUREZA    PIC X(01).
           05  GLD-VALOR       PIC 9(10)V99.
           05  FILLER          PIC X(53).
       01  WRK-GL-TRAILER REDEFINES WRK-LINHA-GL.
           05  FILLER          PIC X(01).
           05  GLT-QTD         PIC 9(04).
           05  GLT-DEBITOS     PIC 9(10)V99.
           05  GLT-CREDITOS    PIC 9(10)V99.
           05  FILLER          PIC X(51).

      * lote corrente guardado ate o trailer: so lanca no
      * razao depois de conferido inteiro
       01  WRK-LOTE-HEADER.
           05  WRK-LH-DATA      PIC 9(08).
           05  WRK-LH-HORA      PIC 9(06).
           05  WRK-LH-PROGRAMA  PIC X(08).
       01  WRK-TAB-LOTE.
           05  WRK-TL-LANC OCCURS 500 TIMES.
               10  WRK-TL-DATA      PIC 9(08).
               10  WRK-TL-CONTA     PIC 9(05).
               10  WRK-TL-NATUREZA  PIC X(01).
               10  WRK-TL-VALOR     PIC 9(10)V99.

       01  WRK-LINHA-SEPARADOR  PIC X(80) VALUE ALL '-'.

       01  WRK-LINHA-TITULO.
           05  FILLER          PIC X(40) VALUE
               'LANCAMENTO DA INTERFACE NO RAZAO - '.
           05  TIT-DATA        PIC 9(08).

       01  WRK-LINHA-COLUNAS.
           05  FILLER          PIC X(40) VALUE
               'PROGRAMA DATA     HORA    QTD          D'.
           05  FILLER          PIC X(40) VALUE
               'EBITOS         CREDITOS SITUACAO        '.

       01  WRK-LINHA-DETALHE.
           05  DET-PROGRAMA    PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-DATA        PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-HORA        PIC 9(06).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-QTD         PIC ZZZ9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-DEBITOS     PIC Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-CREDITOS    PIC Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-SITUACAO    PIC X(14).

       01  WRK-LINHA-TOT-QTD.
           05  FILLER          PIC X(13) VALUE 'LOTES LIDOS: '.
           05  TOT-LIDOS       PIC ZZZZZ9.
           05  FILLER          PIC X(12) VALUE '  LANCADOS: '.
           05  TOT-LANCADOS    PIC ZZZZZ9.
           05  FILLER          PIC X(15) VALUE '  JA NO RAZAO: '.
           05  TOT-JA          PIC ZZZZZ9.
           05  FILLER          PIC X(14) VALUE '  REJEITADOS: '.
           05  TOT-REJEITADOS  PIC ZZZZZ9.

       01  WRK-LINHA-TOT-VALOR.
           05  FILLER          PIC X(24) VALUE
               'LANCADO NO RAZAO - DEB: '.
           05  TOT-DEBITOS     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER          PIC X(08) VALUE '  CRED: '.
           05  TOT-CREDITOS    PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESSA-LINHA UNTIL FIM-DE-ARQUIVO
      * interface terminando no meio de um lote: o gerador
      * ainda nao fechou o trailer ou abortou
           IF LOTE-ABERTO
               MOVE 'LOTE-INCOMPL' TO WRK-MOTIVO-REJEICAO
               PERFORM 2600-REJEITA-LOTE
           END-IF
           PERFORM 9000-FINALIZA
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
           MOVE WRK-DC-DATA TO DATA-SYS
           ACCEPT WRK-DHS-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-DHS-HORA FROM TIME
           OPEN INPUT GL-FILE
           IF WRK-GL-STATUS NOT = '00'
               DISPLAY 'FRETEGL.DAT INEXISTENTE - NADA A LANCAR'
               MOVE 'S' TO WRK-EOF
           END-IF
      * sem o plano de contas o lote e conferido so pelos
      * totais, como antes do plano existir
           OPEN INPUT PLANO-CONTAS
           IF WRK-PLANOCTA-STATUS = '00'
               MOVE 'S' TO WRK-PLANOCTA-DISP
           ELSE
               DISPLAY 'PLANOCTA.DAT INDISPONIVEL - CONTAS NAO '
                   'CONFERIDAS'
           END-IF
      * primeira rodada do ambiente: razao e controle de
      * lotes ainda nao existem
           OPEN I-O RAZAO-FILE
           IF WRK-RAZAO-STATUS = '35'
               OPEN OUTPUT RAZAO-FILE
               CLOSE RAZAO-FILE
               OPEN I-O RAZAO-FILE
           END-IF
           OPEN I-O RAZLOTE-FILE
           IF WRK-RAZLOTE-STATUS = '35'
               OPEN OUTPUT RAZLOTE-FILE
               CLOSE RAZLOTE-FILE
               OPEN I-O RAZLOTE-FILE
           END-IF
           OPEN EXTEND ERROR-LOG
           OPEN OUTPUT RAZPOST-REPORT
           MOVE DATA-SYS-NUM TO TIT-DATA
           WRITE REPORT-LINE FROM WRK-LINHA-TITULO
           WRITE REPORT-LINE FROM WRK-LINHA-SEPARADOR
           WRITE REPORT-LINE FROM WRK-LINHA-COLUNAS
           WRITE REPORT-LINE FROM WRK-LINHA-SEPARADOR.

       2000-PROCESSA-LINHA.
           READ GL-FILE INTO WRK-LINHA-GL
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               EVALUATE TRUE
                   WHEN GL-HEADER
                       PERFORM 2100-ABRE-LOTE
                   WHEN GL-LANCAMENTO
                       PERFORM 2200-GUARDA-LANCAMENTO
                   WHEN GL-TRAILER
                       PERFORM 2300-FECHA-LOTE
                   WHEN OTHER
                       ADD 1 TO WRK-QTD-AVULSAS
               END-EVALUATE
           END-IF.

       2100-ABRE-LOTE.
           IF LOTE-ABERTO
               MOVE 'LOTE-INCOMPL' TO WRK-MOTIVO-REJEICAO
               PERFORM 2600-REJEITA-LOTE
           END-IF
           MOVE GLH-DATA TO WRK-LH-DATA
           MOVE GLH-HORA TO WRK-LH-HORA
           MOVE GLH-PROGRAMA TO WRK-LH-PROGRAMA
           MOVE ZEROS TO WRK-LOTE-QTD WRK-LOTE-DEBITOS
               WRK-LOTE-CREDITOS
           MOVE 'N' TO WRK-LOTE-ESTOURO WRK-LOTE-INVALIDO
           MOVE 'S' TO WRK-LOTE-ABERTO
           ADD 1 TO WRK-QTD-LOTES-LIDOS.

      * lancamento fora de lote nao tem trailer que o confira:
      * so conta, nao entra no razao
       2200-GUARDA-LANCAMENTO.
           IF NOT LOTE-ABERTO
               ADD 1 TO WRK-QTD-AVULSAS
           ELSE
               ADD 1 TO WRK-LOTE-QTD
               IF GLD-CONTA IS NOT NUMERIC
                       OR GLD-VALOR IS NOT NUMERIC
                       OR GLD-DATA IS NOT NUMERIC
                       OR GLD-NATUREZA NOT = 'D' AND 'C'
                   MOVE 'S' TO WRK-LOTE-INVALIDO
               ELSE
                   IF GLD-NATUREZA = 'D'
                       ADD GLD-VALOR TO WRK-LOTE-DEBITOS
                   ELSE
                       ADD GLD-VALOR TO WRK-LOTE-CREDITOS
                   END-IF
               END-IF
               IF WRK-LOTE-QTD > 500
                   MOVE 'S' TO WRK-LOTE-ESTOURO
               ELSE
                   MOVE GLD-DATA TO WRK-TL-DATA (WRK-LOTE-QTD)
                   MOVE GLD-CONTA TO WRK-TL-CONTA (WRK-LOTE-QTD)
                   MOVE GLD-NATUREZA
                       TO WRK-TL-NATUREZA (WRK-LOTE-QTD)
                   MOVE GLD-VALOR TO WRK-TL-VALOR (WRK-LOTE-QTD)
               END-IF
           END-IF.

       2300-FECHA-LOTE.
           IF NOT LOTE-ABERTO
               ADD 1 TO WRK-QTD-AVULSAS
           ELSE
               PERFORM 2400-CONFERE-LOTE
               IF WRK-MOTIVO-REJEICAO NOT = SPACES
                   PERFORM 2600-REJEITA-LOTE
               ELSE
                   PERFORM 2500-LANCA-LOTE
               END-IF
           END-IF.

      * o lote tem de bater com o proprio trailer, fechar
      * debito com credito e cair so em conta ativa do plano
       2400-CONFERE-LOTE.
           MOVE SPACES TO WRK-MOTIVO-REJEICAO
           EVALUATE TRUE
               WHEN WRK-LOTE-INVALIDO = 'S'
                   MOVE 'LOTE-INVALID' TO WRK-MOTIVO-REJEICAO
               WHEN WRK-LOTE-ESTOURO = 'S'
                   MOVE 'LOTE-GRANDE' TO WRK-MOTIVO-REJEICAO
               WHEN GLT-QTD IS NOT NUMERIC
                       OR GLT-DEBITOS IS NOT NUMERIC
                       OR GLT-CREDITOS IS NOT NUMERIC
                   MOVE 'LOTE-INVALID' TO WRK-MOTIVO-REJEICAO
               WHEN GLT-QTD NOT = WRK-LOTE-QTD
                       OR GLT-DEBITOS NOT = WRK-LOTE-DEBITOS
                       OR GLT-CREDITOS NOT = WRK-LOTE-CREDITOS
                   MOVE 'LOTE-TOTAIS' TO WRK-MOTIVO-REJEICAO
               WHEN WRK-LOTE-DEBITOS NOT = WRK-LOTE-CREDITOS
                   MOVE 'LOTE-DESBAL' TO WRK-MOTIVO-REJEICAO
               WHEN OTHER
                   IF PLANOCTA-DISPONIVEL
                       PERFORM VARYING WRK-IDX FROM 1 BY 1
                               UNTIL WRK-IDX > WRK-LOTE-QTD
                                  OR WRK-MOTIVO-REJEICAO
                                         NOT = SPACES
                           PERFORM 2410-CONFERE-CONTA
                       END-PERFORM
                   END-IF
           END-EVALUATE.

       2410-CONFERE-CONTA.
           MOVE WRK-TL-CONTA (WRK-IDX) TO PLC-CONTA
           READ PLANO-CONTAS
               KEY IS PLC-CONTA
               INVALID KEY
                   MOVE 'CONTA-INEXIS' TO WRK-MOTIVO-REJEICAO
               NOT INVALID KEY
                   IF NOT PLC-CONTA-ATIVA
                       MOVE 'CONTA-ENCERR' TO WRK-MOTIVO-REJEICAO
                   END-IF
           END-READ.

      * lote ja lancado numa rodada anterior so aparece no
      * resumo; lote novo soma no razao e fica registrado
       2500-LANCA-LOTE.
           MOVE WRK-LH-DATA TO RZL-DATA-GERACAO
           MOVE WRK-LH-HORA TO RZL-HORA-GERACAO
           MOVE WRK-LH-PROGRAMA TO RZL-PROGRAMA
           MOVE WRK-LOTE-QTD TO RZL-QTD
           MOVE WRK-LOTE-DEBITOS TO RZL-DEBITOS
           READ RAZLOTE-FILE
               KEY IS RZL-CHAVE
               INVALID KEY
                   MOVE 'N' TO WRK-LOTE-JA-LANCADO
               NOT INVALID KEY
                   MOVE 'S' TO WRK-LOTE-JA-LANCADO
           END-READ
           IF LOTE-JA-LANCADO
               ADD 1 TO WRK-QTD-LOTES-JA
               MOVE 'JA NO RAZAO' TO DET-SITUACAO
           ELSE
               PERFORM VARYING WRK-IDX FROM 1 BY 1
                       UNTIL WRK-IDX > WRK-LOTE-QTD
                   PERFORM 2510-ACUMULA-RAZAO
               END-PERFORM
               MOVE WRK-LOTE-CREDITOS TO RZL-CREDITOS
               MOVE DATA-SYS-NUM TO RZL-DATA-POSTAGEM
               WRITE RAZLOTE-RECORD
                   INVALID KEY
                       DISPLAY 'ERRO GRAVANDO RAZLOTE: ' RZL-CHAVE
               END-WRITE
               ADD 1 TO WRK-QTD-LOTES-LANC
               ADD WRK-LOTE-DEBITOS TO WRK-TOT-DEBITOS
               ADD WRK-LOTE-CREDITOS TO WRK-TOT-CREDITOS
               MOVE 'LANCADO' TO DET-SITUACAO
           END-IF
           PERFORM 2700-IMPRIME-LOTE
           MOVE 'N' TO WRK-LOTE-ABERTO.

       2510-ACUMULA-RAZAO.
           MOVE WRK-TL-DATA (WRK-IDX) (1:6) TO RAZ-COMPETENCIA
           MOVE WRK-TL-CONTA (WRK-IDX) TO RAZ-CONTA
           READ RAZAO-FILE
               KEY IS RAZ-CHAVE
               INVALID KEY
                   MOVE ZEROS TO RAZ-DEBITOS RAZ-CREDITOS
                       RAZ-QTD-LANC
                   PERFORM 2520-SOMA-LANCAMENTO
                   WRITE RAZAO-RECORD
                       INVALID KEY
                           DISPLAY 'ERRO GRAVANDO RAZAO: ' RAZ-CHAVE
                   END-WRITE
               NOT INVALID KEY
                   PERFORM 2520-SOMA-LANCAMENTO
                   REWRITE RAZAO-RECORD
                       INVALID KEY
                           DISPLAY 'ERRO REGRAVANDO RAZAO: '
                               RAZ-CHAVE
                   END-REWRITE
           END-READ
           ADD 1 TO WRK-QTD-LANC-RAZAO.

       2520-SOMA-LANCAMENTO.
           IF WRK-TL-NATUREZA (WRK-IDX) = 'D'
               ADD WRK-TL-VALOR (WRK-IDX) TO RAZ-DEBITOS
           ELSE
               ADD WRK-TL-VALOR (WRK-IDX) TO RAZ-CREDITOS
           END-IF
           ADD 1 TO RAZ-QTD-LANC.

      * lote recusado inteiro: nada dele entra no razao e a
      * excecao fica para a contabilidade tratar no errrev
       2600-REJEITA-LOTE.
           ADD 1 TO WRK-QTD-LOTES-REJ
           MOVE 'RAZPOST' TO ERR-PROGRAMA
           MOVE WRK-DHS-DATA TO ERR-DATA-HORA (1:8)
           MOVE WRK-DHS-HORA TO ERR-DATA-HORA (9:6)
           MOVE WRK-MOTIVO-REJEICAO TO ERR-MOTIVO
           MOVE SPACES TO ERR-ENTRADA
           STRING WRK-LH-PROGRAMA DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-LH-DATA DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-LH-HORA DELIMITED BY SIZE
                  INTO ERR-ENTRADA
           END-STRING
           MOVE 'C' TO ERR-SEVERIDADE
           MOVE SPACES TO ERR-TRATADA ERR-TRATADA-POR
           WRITE ERROR-LOG-RECORD
           MOVE WRK-MOTIVO-REJEICAO TO DET-SITUACAO
           PERFORM 2700-IMPRIME-LOTE
           MOVE 'N' TO WRK-LOTE-ABERTO.

       2700-IMPRIME-LOTE.
           MOVE WRK-LH-PROGRAMA TO DET-PROGRAMA
           MOVE WRK-LH-DATA TO DET-DATA
           MOVE WRK-LH-HORA TO DET-HORA
           MOVE WRK-LOTE-QTD TO DET-QTD
           MOVE WRK-LOTE-DEBITOS TO DET-DEBITOS
           MOVE WRK-LOTE-CREDITOS TO DET-CREDITOS
           WRITE REPORT-LINE FROM WRK-LINHA-DETALHE.

       9000-FINALIZA.
           WRITE REPORT-LINE FROM WRK-LINHA-SEPARADOR
           MOVE WRK-QTD-LOTES-LIDOS TO TOT-LIDOS
           MOVE WRK-QTD-LOTES-LANC TO TOT-LANCADOS
           MOVE WRK-QTD-LOTES-JA TO TOT-JA
           MOVE WRK-QTD-LOTES-REJ TO TOT-REJEITADOS
           WRITE REPORT-LINE FROM WRK-LINHA-TOT-QTD
           MOVE WRK-TOT-DEBITOS TO TOT-DEBITOS
           MOVE WRK-TOT-CREDITOS TO TOT-CREDITOS
           WRITE REPORT-LINE FROM WRK-LINHA-TOT-VALOR
           CLOSE RAZPOST-REPORT
           CLOSE ERROR-LOG
           CLOSE RAZAO-FILE
           CLOSE RAZLOTE-FILE
           IF PLANOCTA-DISPONIVEL
               CLOSE PLANO-CONTAS
           END-IF
           IF WRK-GL-STATUS = '00' OR '10'
               CLOSE GL-FILE
           END-IF
           DISPLAY 'LOTES LANCADOS NO RAZAO: ' WRK-QTD-LOTES-LANC
           DISPLAY 'LOTES JA LANCADOS: ' WRK-QTD-LOTES-JA
           DISPLAY 'LOTES REJEITADOS: ' WRK-QTD-LOTES-REJ
           IF WRK-QTD-AVULSAS > ZEROS
               DISPLAY 'LINHAS FORA DE LOTE IGNORADAS: '
                   WRK-QTD-AVULSAS
           END-IF
           MOVE 'F' TO WRK-RC-OPERACAO
           MOVE WRK-QTD-LANC-RAZAO TO WRK-RC-QTD
           CALL 'runctl' USING WRK-RUNCTL.
