       IDENTIFICATION DIVISION.
       PROGRAM-ID. garcred.
      ********************************************************
      *    Apuracao mensal dos creditos de garantia de prazo
      *    Fecha o mes anterior (mesmo criterio do fretefecha)
      *    e roda depois do faturamento dele: para cada cotacao
      *    de cliente com contrato ativo e garantia de prazo,
      *    entregue no mes segundo o comprovante (POD.DAT)
      *    depois da data prometida (LOG-PROMETIDA), calcula o
      *    credito pelos termos do contrato - percentual do
      *    frete por dia de atraso (base 30/360, como o
      *    podrel), limitado ao teto - e localiza a fatura que
      *    cobrou a cotacao. Cada credito vira um registro
      *    pendente em GARCRED.DAT, que o fretecred emite como
      *    nota de credito com o motivo GAR, e uma linha do
      *    registro GARCRED.RPT.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRETE-LOG ASSIGN TO 'FRETELOG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOG-CHAVE
               ALTERNATE RECORD KEY IS LOG-STADO WITH DUPLICATES
               FILE STATUS IS WRK-FRETELOG-STATUS.

           SELECT POD-FILE ASSIGN TO 'POD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POD-SEQ-COTACAO
               FILE STATUS IS WRK-POD-STATUS.

           SELECT CONTRATO-FILE ASSIGN TO 'CONTRATO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-CLIENTE
               FILE STATUS IS WRK-CONTRATO-STATUS.

      * mestre de faturas, para achar a fatura que cobrou a
      * cotacao
           SELECT FATURAS-FILE ASSIGN TO 'FATURAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               FILE STATUS IS WRK-FATURAS-STATUS.

      * creditos apurados, emitidos depois pelo fretecred
           SELECT GARCRED-FILE ASSIGN TO 'GARCRED.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GAR-CHAVE
               FILE STATUS IS WRK-GARCRED-STATUS.

           SELECT GARCRED-REPORT ASSIGN TO 'GARCRED.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FRETE-LOG.
           COPY 'fretelog.cbl'.

       FD  POD-FILE.
           COPY 'podrec.cbl'.

       FD  CONTRATO-FILE.
           COPY 'contrrec.cbl'.

       FD  FATURAS-FILE.
           COPY 'faturec.cbl'.

       FD  GARCRED-FILE.
           COPY 'garcredrec.cbl'.

       FD  GARCRED-REPORT
           RECORD CONTAINS 100 CHARACTERS.
       01  REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       77  WRK-FRETELOG-STATUS  PIC X(02) VALUE '00'.
       77  WRK-POD-STATUS       PIC X(02) VALUE '00'.
       77  WRK-CONTRATO-STATUS  PIC X(02) VALUE '00'.
       77  WRK-FATURAS-STATUS   PIC X(02) VALUE '00'.
       77  WRK-GARCRED-STATUS   PIC X(02) VALUE '00'.
       77  WRK-EOF              PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO        VALUE 'S'.
       77  WRK-EOF-FAT          PIC X(01) VALUE 'N'.
           88 FIM-FATURAS           VALUE 'S'.
       77  WRK-FATURADO         PIC X(01) VALUE 'N'.
           88 COMPETENCIA-FATURADA  VALUE 'S'.
       77  WRK-COMPETENCIA-FEITA PIC X(01) VALUE 'N'.
           88 COMPETENCIA-JA-APURADA VALUE 'S'.
       77  WRK-GARANTIA         PIC X(01) VALUE 'N'.
           88 CLIENTE-COM-GARANTIA  VALUE 'S'.

       01  DATA-SYS.
           02  ANO-SYS PIC 9(04) VALUE ZEROS.
           02  MES-SYS PIC 9(02) VALUE ZEROS.
           02  DIA-SYS PIC 9(02) VALUE ZEROS.

      * contrato com o controle central de data (datasrv)
       01  WRK-DATACTL.
           05  WRK-DC-OPERACAO PIC X(01).
           05  WRK-DC-DATA     PIC 9(08).
           05  WRK-DC-CONTROLADA PIC X(01).
           05  WRK-DC-OK       PIC X(01).

      * contrato com o controle de execucao compartilhado
      * (runctl)
       01  WRK-RUNCTL.
           05  WRK-RC-OPERACAO PIC X(01).
           05  WRK-RC-PROGRAMA PIC X(12) VALUE 'GARCRED'.
           05  WRK-RC-QTD      PIC 9(06).
           05  WRK-RC-RUN-ID   PIC 9(06).
           05  WRK-RC-PERMITIDO PIC X(01).

      * mes fechado: o anterior ao corrente, como no fretefecha
       77  WRK-ANO-FECHAMENTO   PIC 9(04) VALUE ZEROS.
       77  WRK-MES-FECHAMENTO   PIC 9(02) VALUE ZEROS.
       01  WRK-COMPETENCIA.
           05  WRK-CMP-ANO      PIC 9(04).
           05  WRK-CMP-MES      PIC 9(02).
       01  WRK-COMPETENCIA-NUM REDEFINES WRK-COMPETENCIA
                                PIC 9(06).

      * contagem de dias na base comercial 30/360, mesmo
      * criterio do podrel
       01  WRK-DATA-QUEBRA.
           05  WRK-QBR-ANO      PIC 9(04).
           05  WRK-QBR-MES      PIC 9(02).
           05  WRK-QBR-DIA      PIC 9(02).
       01  WRK-DATA-QUEBRA-NUM REDEFINES WRK-DATA-QUEBRA
                                PIC 9(08).
       77  WRK-DIAS-PROM        PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-REAL        PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-ATRASO      PIC S9(05) VALUE ZEROS.

      * termos da garantia do cliente e o credito apurado
       77  WRK-PERC-DIA         PIC 9(02)V99 VALUE ZEROS.
       77  WRK-TETO             PIC 9(03) VALUE ZEROS.
       77  WRK-PERC-CREDITO     PIC 9(07)V99 VALUE ZEROS.
       77  WRK-VALOR-CREDITO    PIC 9(06)V99 VALUE ZEROS.

      * fatura que cobrou a cotacao: a fatura (nao nota de
      * credito) do cliente e da filial na competencia da
      * cotacao
       77  WRK-CMP-COTACAO      PIC 9(06) VALUE ZEROS.
       77  WRK-FILIAL-COTACAO   PIC X(02) VALUE SPACES.
       77  WRK-FATURA-ACHADA    PIC 9(08) VALUE ZEROS.

       77  WRK-QTD-CREDITOS     PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-SEM-FATURA   PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-CREDITOS     PIC 9(08)V99 VALUE ZEROS.

       01  WRK-LINHA-TITULO.
           05  FILLER          PIC X(29) VALUE
               'CREDITOS DE GARANTIA DE PRAZO'.
           05  FILLER          PIC X(16) VALUE ' - COMPETENCIA '.
           05  TIT-MES         PIC 9(02).
           05  FILLER          PIC X(01) VALUE '/'.
           05  TIT-ANO         PIC 9(04).

       01  WRK-LINHA-COLUNAS.
           05  FILLER          PIC X(40) VALUE
               'COTACAO  CLIENTE PROMETID ENTREGA   DIA '.
           05  FILLER          PIC X(40) VALUE
               '     FRETE   PERC    CREDITO  FATURA    '.

       01  WRK-LINHA-CREDITO.
           05  CRE-COTACAO     PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  CRE-CLIENTE     PIC 9(06).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  CRE-PROMETIDA   PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  CRE-ENTREGA     PIC 9(08).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  CRE-DIAS        PIC ZZ9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  CRE-FRETE       PIC ZZ.ZZ9,99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  CRE-PERC        PIC ZZ9,99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  CRE-VALOR       PIC ZZZ.ZZ9,99.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  CRE-FATURA      PIC X(11).

       01  WRK-LINHA-TOTAL.
           05  FILLER          PIC X(19) VALUE
               'CREDITOS APURADOS: '.
           05  TOT-QTD         PIC ZZZZ9.
           05  FILLER          PIC X(10) VALUE '  TOTAL: '.
           05  TOT-VALOR       PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER          PIC X(14) VALUE '  SEM FATURA: '.
           05  TOT-SEM-FATURA  PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESSA-COTACAO UNTIL FIM-DE-ARQUIVO
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
           PERFORM 1050-CALCULA-MES-FECHAMENTO
           MOVE WRK-ANO-FECHAMENTO TO WRK-CMP-ANO
           MOVE WRK-MES-FECHAMENTO TO WRK-CMP-MES
           OPEN INPUT FATURAS-FILE
           PERFORM 1060-VERIFICA-FATURAMENTO
           IF NOT COMPETENCIA-FATURADA
               DISPLAY 'COMPETENCIA ' WRK-CMP-MES '/' WRK-CMP-ANO
                   ' AINDA NAO FATURADA - RODE O FRETEFAT ANTES'
               PERFORM 1090-RECUSA-EXECUCAO
           END-IF
           OPEN I-O GARCRED-FILE
      * primeira apuracao do ambiente: o arquivo de creditos
      * ainda nao existe e precisa ser criado vazio
           IF WRK-GARCRED-STATUS = '35'
               OPEN OUTPUT GARCRED-FILE
           ELSE
               PERFORM 1080-VERIFICA-COMPETENCIA
           END-IF
           IF COMPETENCIA-JA-APURADA
               DISPLAY 'COMPETENCIA ' WRK-CMP-MES '/' WRK-CMP-ANO
                   ' JA APURADA - EXECUCAO RECUSADA'
               CLOSE GARCRED-FILE
               PERFORM 1090-RECUSA-EXECUCAO
           END-IF
           OPEN INPUT FRETE-LOG
           IF WRK-FRETELOG-STATUS NOT = '00'
               DISPLAY 'FRETE-LOG INEXISTENTE'
               SET FIM-DE-ARQUIVO TO TRUE
           END-IF
           OPEN INPUT POD-FILE
           IF WRK-POD-STATUS NOT = '00'
               DISPLAY 'MESTRE DE COMPROVANTES INEXISTENTE'
               SET FIM-DE-ARQUIVO TO TRUE
           END-IF
           OPEN INPUT CONTRATO-FILE
           IF WRK-CONTRATO-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE CONTRATOS INEXISTENTE'
               SET FIM-DE-ARQUIVO TO TRUE
           END-IF
           OPEN OUTPUT GARCRED-REPORT
           MOVE WRK-MES-FECHAMENTO TO TIT-MES
           MOVE WRK-ANO-FECHAMENTO TO TIT-ANO
           WRITE REPORT-LINE FROM WRK-LINHA-TITULO
           WRITE REPORT-LINE FROM WRK-LINHA-COLUNAS.

      * apura sempre o mes anterior ao mes corrente do sistema,
      * mesmo criterio do 1050 do fretefecha
       1050-CALCULA-MES-FECHAMENTO.
           IF MES-SYS = 1
               MOVE 12 TO WRK-MES-FECHAMENTO
               COMPUTE WRK-ANO-FECHAMENTO = ANO-SYS - 1
           ELSE
               COMPUTE WRK-MES-FECHAMENTO = MES-SYS - 1
               MOVE ANO-SYS TO WRK-ANO-FECHAMENTO
           END-IF.

      * o credito vai contra a fatura da cotacao: sem o
      * faturamento do mes fechado as cotacoes dele ficariam
      * sem fatura para creditar
       1060-VERIFICA-FATURAMENTO.
           MOVE 'N' TO WRK-FATURADO
           MOVE 'N' TO WRK-EOF-FAT
           IF WRK-FATURAS-STATUS NOT = '00'
               SET FIM-FATURAS TO TRUE
           END-IF
           PERFORM 1065-LE-FATURA
               UNTIL FIM-FATURAS OR COMPETENCIA-FATURADA.

       1065-LE-FATURA.
           READ FATURAS-FILE NEXT RECORD
               AT END SET FIM-FATURAS TO TRUE
           END-READ
           IF NOT FIM-FATURAS
               IF FAT-COMPETENCIA = WRK-COMPETENCIA-NUM
                       AND FAT-DOC-FATURA
                   MOVE 'S' TO WRK-FATURADO
               END-IF
           END-IF.

      * qualquer credito ja apurado para a competencia barra a
      * execucao: apurar de novo creditaria o atraso duas vezes
       1080-VERIFICA-COMPETENCIA.
           MOVE 'N' TO WRK-COMPETENCIA-FEITA
           MOVE WRK-COMPETENCIA-NUM TO GAR-COMPETENCIA
           MOVE ZEROS TO GAR-SEQ-COTACAO
           START GARCRED-FILE KEY >= GAR-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   READ GARCRED-FILE NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                           IF GAR-COMPETENCIA = WRK-COMPETENCIA-NUM
                               MOVE 'S' TO WRK-COMPETENCIA-FEITA
                           END-IF
                   END-READ
           END-START.

       1090-RECUSA-EXECUCAO.
           IF WRK-FATURAS-STATUS = '00' OR '10'
               CLOSE FATURAS-FILE
           END-IF
           MOVE 'E' TO WRK-RC-OPERACAO
           MOVE ZEROS TO WRK-RC-QTD
           CALL 'runctl' USING WRK-RUNCTL
           MOVE 8 TO RETURN-CODE
           STOP RUN.

      * embarque normal de cliente, com data prometida e
      * comprovante de entrega no mes fechado
       2000-PROCESSA-COTACAO.
           READ FRETE-LOG NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF LOG-NORMAL AND LOG-CLIENTE > ZEROS
                       AND LOG-PROMETIDA > ZEROS
                   MOVE LOG-SEQ-ID TO POD-SEQ-COTACAO
                   READ POD-FILE
                       KEY IS POD-SEQ-COTACAO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF POD-DATA-ENTREGA (1:6) =
                                   WRK-COMPETENCIA
                               PERFORM 2100-CALCULA-ATRASO
                           END-IF
                   END-READ
               END-IF
           END-IF.

       2100-CALCULA-ATRASO.
           MOVE LOG-PROMETIDA TO WRK-DATA-QUEBRA-NUM
           COMPUTE WRK-DIAS-PROM =
               (WRK-QBR-ANO * 360) + (WRK-QBR-MES * 30) +
               WRK-QBR-DIA
           MOVE POD-DATA-ENTREGA TO WRK-DATA-QUEBRA-NUM
           COMPUTE WRK-DIAS-REAL =
               (WRK-QBR-ANO * 360) + (WRK-QBR-MES * 30) +
               WRK-QBR-DIA
           COMPUTE WRK-DIAS-ATRASO = WRK-DIAS-REAL - WRK-DIAS-PROM
           IF WRK-DIAS-ATRASO > ZEROS
               PERFORM 2200-LE-GARANTIA
               IF CLIENTE-COM-GARANTIA
                   PERFORM 2300-CALCULA-CREDITO
                   IF WRK-VALOR-CREDITO > ZEROS
                       PERFORM 2400-LOCALIZA-FATURA
                       PERFORM 2500-GRAVA-CREDITO
                   END-IF
               END-IF
           END-IF.

      * so contrato ativo com percentual de garantia gera
      * credito
       2200-LE-GARANTIA.
           MOVE 'N' TO WRK-GARANTIA
           MOVE LOG-CLIENTE TO CON-CLIENTE
           READ CONTRATO-FILE
               KEY IS CON-CLIENTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CON-ATIVO
                           AND CON-GAR-PERC-DIA IS NUMERIC
                           AND CON-GAR-PERC-DIA > ZEROS
                       MOVE 'S' TO WRK-GARANTIA
                       MOVE CON-GAR-PERC-DIA TO WRK-PERC-DIA
                       IF CON-GAR-TETO IS NUMERIC
                               AND CON-GAR-TETO > ZEROS
                           MOVE CON-GAR-TETO TO WRK-TETO
                       ELSE
                           MOVE 100 TO WRK-TETO
                       END-IF
                   END-IF
           END-READ.

      * percentual = dias de atraso x percentual ao dia,
      * limitado ao teto; o credito sai sobre o frete cobrado
       2300-CALCULA-CREDITO.
           COMPUTE WRK-PERC-CREDITO = WRK-DIAS-ATRASO * WRK-PERC-DIA
           IF WRK-PERC-CREDITO > WRK-TETO
               MOVE WRK-TETO TO WRK-PERC-CREDITO
           END-IF
           COMPUTE WRK-VALOR-CREDITO ROUNDED =
               LOG-FRETE * WRK-PERC-CREDITO / 100.

      * a fatura da cotacao e a do cliente e da filial na
      * competencia da cotacao; cotacao sem filial gravada foi
      * faturada pela 01, como no fretefat
       2400-LOCALIZA-FATURA.
           MOVE ZEROS TO WRK-FATURA-ACHADA
           MOVE LOG-DATA-HORA (1:6) TO WRK-CMP-COTACAO
           IF LOG-FILIAL = SPACES
               MOVE '01' TO WRK-FILIAL-COTACAO
           ELSE
               MOVE LOG-FILIAL TO WRK-FILIAL-COTACAO
           END-IF
           MOVE 'N' TO WRK-EOF-FAT
           MOVE ZEROS TO FAT-NUMERO
           START FATURAS-FILE KEY >= FAT-NUMERO
               INVALID KEY SET FIM-FATURAS TO TRUE
           END-START
           PERFORM 2410-LE-FATURA
               UNTIL FIM-FATURAS OR WRK-FATURA-ACHADA > ZEROS.

       2410-LE-FATURA.
           READ FATURAS-FILE NEXT RECORD
               AT END SET FIM-FATURAS TO TRUE
           END-READ
           IF NOT FIM-FATURAS
               IF FAT-DOC-FATURA
                       AND FAT-CLIENTE = LOG-CLIENTE
                       AND FAT-COMPETENCIA = WRK-CMP-COTACAO
                       AND (FAT-FILIAL = WRK-FILIAL-COTACAO
                         OR (FAT-FILIAL = SPACES
                             AND WRK-FILIAL-COTACAO = '01'))
                   MOVE FAT-NUMERO TO WRK-FATURA-ACHADA
               END-IF
           END-IF.

       2500-GRAVA-CREDITO.
           MOVE WRK-COMPETENCIA-NUM TO GAR-COMPETENCIA
           MOVE LOG-SEQ-ID TO GAR-SEQ-COTACAO
           MOVE LOG-CLIENTE TO GAR-CLIENTE
           MOVE WRK-FILIAL-COTACAO TO GAR-FILIAL
           MOVE WRK-FATURA-ACHADA TO GAR-FATURA
           MOVE LOG-PROMETIDA TO GAR-PROMETIDA
           MOVE POD-DATA-ENTREGA TO GAR-ENTREGA
           MOVE WRK-DIAS-ATRASO TO GAR-DIAS-ATRASO
           MOVE LOG-FRETE TO GAR-FRETE
           MOVE WRK-PERC-CREDITO TO GAR-PERC
           MOVE WRK-VALOR-CREDITO TO GAR-VALOR
           MOVE ZEROS TO GAR-NOTA
           IF WRK-FATURA-ACHADA = ZEROS
               MOVE 'S' TO GAR-SITUACAO
               MOVE 'SEM FATURA' TO CRE-FATURA
               ADD 1 TO WRK-QTD-SEM-FATURA
           ELSE
               MOVE 'P' TO GAR-SITUACAO
               MOVE WRK-FATURA-ACHADA TO CRE-FATURA
           END-IF
           WRITE GARCRED-RECORD
               INVALID KEY
                   DISPLAY 'CREDITO DE GARANTIA DUPLICADO: '
                       GAR-CHAVE
               NOT INVALID KEY
                   MOVE GAR-SEQ-COTACAO TO CRE-COTACAO
                   MOVE GAR-CLIENTE TO CRE-CLIENTE
                   MOVE GAR-PROMETIDA TO CRE-PROMETIDA
                   MOVE GAR-ENTREGA TO CRE-ENTREGA
                   MOVE GAR-DIAS-ATRASO TO CRE-DIAS
                   MOVE GAR-FRETE TO CRE-FRETE
                   MOVE GAR-PERC TO CRE-PERC
                   MOVE GAR-VALOR TO CRE-VALOR
                   WRITE REPORT-LINE FROM WRK-LINHA-CREDITO
                   ADD 1 TO WRK-QTD-CREDITOS
                   ADD GAR-VALOR TO WRK-TOT-CREDITOS
           END-WRITE.

       9000-FINALIZA.
           MOVE WRK-QTD-CREDITOS TO TOT-QTD
           MOVE WRK-TOT-CREDITOS TO TOT-VALOR
           MOVE WRK-QTD-SEM-FATURA TO TOT-SEM-FATURA
           WRITE REPORT-LINE FROM WRK-LINHA-TOTAL
           CLOSE GARCRED-REPORT
           CLOSE GARCRED-FILE
           IF WRK-FRETELOG-STATUS = '00' OR '10'
               CLOSE FRETE-LOG
           END-IF
           IF WRK-POD-STATUS = '00' OR '10' OR '23'
               CLOSE POD-FILE
           END-IF
           IF WRK-CONTRATO-STATUS = '00' OR '10' OR '23'
               CLOSE CONTRATO-FILE
           END-IF
           IF WRK-FATURAS-STATUS = '00' OR '10' OR '23'
               CLOSE FATURAS-FILE
           END-IF
           DISPLAY 'CREDITOS DE GARANTIA APURADOS: '
               WRK-QTD-CREDITOS
           DISPLAY 'SEM FATURA PARA CREDITAR: ' WRK-QTD-SEM-FATURA
           MOVE 'F' TO WRK-RC-OPERACAO
           MOVE WRK-QTD-CREDITOS TO WRK-RC-QTD
           CALL 'runctl' USING WRK-RUNCTL.
