       IDENTIFICATION DIVISION.
       PROGRAM-ID. comissao.
      ********************************************************
      *    Comissao mensal dos vendedores
      *    Fecha o mes anterior a data de negocio (mesmo
      *    criterio de mes do fretefat) e paga comissao sobre o
      *    dinheiro recebido, nao sobre o faturado: cada
      *    pagamento aplicado no mes (PAGDET.DAT da baixa, fora
      *    a aplicacao de saldo credor, que nao e dinheiro
      *    novo) vai ao vendedor do cliente (CUS-VENDEDOR) pelo
      *    percentual dele - o proprio do tipo de contrato
      *    ativo do cliente, quando cadastrado. As notas de
      *    credito emitidas no mes (FATURAS.DAT, tipo C) saem
      *    do vendedor pelo mesmo percentual. O COMISSAO.RPT
      *    traz um extrato por vendedor com cada pagamento e
      *    cada nota e o FOLHACOM.DAT leva a comissao liquida
      *    de cada um para a folha de pagamento (provento, ou
      *    desconto quando as notas passam do recebido).
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGTO-DETALHE ASSIGN TO 'PAGDET.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PAGDET-STATUS.

           SELECT FATURAS-FILE ASSIGN TO 'FATURAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               FILE STATUS IS WRK-FATURAS-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUS-ID
               FILE STATUS IS WRK-CUSTMAST-STATUS.

           SELECT CONTRATO-FILE ASSIGN TO 'CONTRATO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-CLIENTE
               FILE STATUS IS WRK-CONTRATO-STATUS.

           SELECT VENDEDOR-FILE ASSIGN TO 'VENDEDOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEN-CODIGO
               FILE STATUS IS WRK-VENDEDOR-STATUS.

      * pagamentos e notas do mes, ordenados por vendedor
      * para a quebra que abre o extrato de cada um
           SELECT SORT-WORK ASSIGN TO 'SORTWK1'.

           SELECT SORTED-COMISSAO ASSIGN TO 'COMSRT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COMISSAO-REPORT ASSIGN TO 'COMISSAO.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

      * interface com a folha de pagamento
           SELECT FOLHA-FILE ASSIGN TO 'FOLHACOM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAGTO-DETALHE.
           COPY 'pagdetrec.cbl'.

       FD  FATURAS-FILE.
           COPY 'faturec.cbl'.

       FD  CUSTOMER-MASTER.
           COPY 'custrec.cbl'.

       FD  CONTRATO-FILE.
           COPY 'contrrec.cbl'.

       FD  VENDEDOR-FILE.
           COPY 'vendrec.cbl'.

       SD  SORT-WORK.
       01  SORT-COMISSAO-RECORD.
           05  SRT-VENDEDOR        PIC X(04).
           05  SRT-DATA            PIC 9(08).
           05  SRT-TIPO            PIC X(01).
           05  SRT-DOCUMENTO       PIC 9(08).
           05  SRT-CLIENTE         PIC 9(06).
           05  SRT-CONTRATO        PIC X(01).
           05  SRT-VALOR           PIC 9(08)V99.
           05  SRT-PERC            PIC 9(02)V99.
           05  SRT-COMISSAO        PIC 9(08)V99.

       FD  SORTED-COMISSAO.
       01  SORTED-COMISSAO-RECORD.
           05  SCM-VENDEDOR        PIC X(04).
           05  SCM-DATA            PIC 9(08).
      *    P = pagamento recebido, C = nota de credito emitida
           05  SCM-TIPO            PIC X(01).
               88  SCM-PAGAMENTO       VALUE 'P'.
               88  SCM-NOTA-CREDITO    VALUE 'C'.
           05  SCM-DOCUMENTO       PIC 9(08).
           05  SCM-CLIENTE         PIC 9(06).
           05  SCM-CONTRATO        PIC X(01).
           05  SCM-VALOR           PIC 9(08)V99.
           05  SCM-PERC            PIC 9(02)V99.
           05  SCM-COMISSAO        PIC 9(08)V99.

       FD  COMISSAO-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE PIC X(80).

       FD  FOLHA-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  FOLHA-LINE PIC X(40).

       WORKING-STORAGE SECTION.
       77  WRK-PAGDET-STATUS    PIC X(02) VALUE '00'.
       77  WRK-FATURAS-STATUS   PIC X(02) VALUE '00'.
       77  WRK-CUSTMAST-STATUS  PIC X(02) VALUE '00'.
       77  WRK-CONTRATO-STATUS  PIC X(02) VALUE '00'.
       77  WRK-CONTRATO-DISP    PIC X(01) VALUE 'N'.
           88 CONTRATO-DISPONIVEL   VALUE 'S'.
       77  WRK-VENDEDOR-STATUS  PIC X(02) VALUE '00'.
       77  WRK-EOF              PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO        VALUE 'S'.
       77  WRK-EOF-ENTRADA      PIC X(01) VALUE 'N'.
           88 FIM-ENTRADA           VALUE 'S'.

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
      * (runctl)
       01  WRK-RUNCTL.
           05  WRK-RC-OPERACAO PIC X(01).
           05  WRK-RC-PROGRAMA PIC X(12) VALUE 'COMISSAO'.
           05  WRK-RC-QTD      PIC 9(06).
           05  WRK-RC-RUN-ID   PIC 9(06).
           05  WRK-RC-PERMITIDO PIC X(01).

      * mes comissionado (AAAAMM), comparado com o inicio das
      * datas de pagamento e de emissao
       77  WRK-ANO-FECHAMENTO   PIC 9(04) VALUE ZEROS.
       77  WRK-MES-FECHAMENTO   PIC 9(02) VALUE ZEROS.
       01  WRK-COMPETENCIA.
           05  WRK-CMP-ANO      PIC 9(04).
           05  WRK-CMP-MES      PIC 9(02).
       01  WRK-COMPETENCIA-NUM REDEFINES WRK-COMPETENCIA
                                PIC 9(06).

      * documento lido para o SORT
       77  WRK-CLIENTE-DOC      PIC 9(06) VALUE ZEROS.
       77  WRK-VALOR-DOC        PIC 9(08)V99 VALUE ZEROS.
       77  WRK-CLIENTE-LIDO     PIC 9(06) VALUE ZEROS.
       77  WRK-VENDEDOR-CLIENTE PIC X(04) VALUE SPACES.
       77  WRK-TIPO-CONTRATO    PIC X(01) VALUE SPACES.
       77  WRK-PERC-CLIENTE     PIC 9(02)V99 VALUE ZEROS.

      * quebra por vendedor
       77  WRK-VENDEDOR-QUEBRA  PIC X(04) VALUE SPACES.
       77  WRK-QTD-DOC-VEND     PIC 9(05) VALUE ZEROS.
       77  WRK-VEN-RECEBIDO     PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VEN-CREDITOS     PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VEN-COM-RECEB    PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VEN-COM-CRED     PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VEN-LIQUIDO      PIC S9(09)V99 VALUE ZEROS.
       77  WRK-VEN-MATRICULA    PIC X(10) VALUE SPACES.

       77  WRK-QTD-PAGAMENTOS   PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-NOTAS        PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-SEM-VEND     PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-SEM-VEND     PIC 9(09)V99 VALUE ZEROS.
       77  WRK-QTD-VENDEDORES   PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-FOLHA        PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-FOLHA        PIC S9(09)V99 VALUE ZEROS.

       01  WRK-LINHA-SEPARADOR  PIC X(80) VALUE ALL '='.

       01  WRK-LINHA-TITULO.
           05  FILLER          PIC X(36) VALUE
               'EXTRATO DE COMISSAO - COMPETENCIA '.
           05  TIT-MES         PIC 9(02).
           05  FILLER          PIC X(01) VALUE '/'.
           05  TIT-ANO         PIC 9(04).

       01  WRK-LINHA-VENDEDOR.
           05  FILLER          PIC X(10) VALUE 'VENDEDOR: '.
           05  EXT-VENDEDOR    PIC X(04).
           05  FILLER          PIC X(03) VALUE ' - '.
           05  EXT-NOME        PIC X(30).
           05  FILLER          PIC X(13) VALUE '  MATRICULA: '.
           05  EXT-MATRICULA   PIC X(10).

       01  WRK-LINHA-COLUNAS.
           05  FILLER          PIC X(43) VALUE
               'DATA     DOCUMENTO CLIENTE CT         VALOR'.
           05  FILLER          PIC X(21) VALUE
               '    %        COMISSAO'.

      * nota de credito sai com a comissao negativa
       01  WRK-LINHA-DOCUMENTO.
           05  DOC-DATA        PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DOC-TIPO        PIC X(02).
           05  DOC-NUMERO      PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DOC-CLIENTE     PIC 9(06).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DOC-CONTRATO    PIC X(01).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DOC-VALOR       PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DOC-PERC        PIC Z9,99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DOC-COMISSAO    PIC -ZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-TOT-RECEBIDO.
           05  FILLER          PIC X(22) VALUE
               '    RECEBIDO NO MES:  '.
           05  TOT-RECEBIDO    PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER          PIC X(13) VALUE '  COMISSAO: '.
           05  TOT-COM-RECEB   PIC ZZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-TOT-CREDITOS.
           05  FILLER          PIC X(22) VALUE
               '    NOTAS DE CREDITO: '.
           05  TOT-CREDITOS    PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER          PIC X(13) VALUE '  ESTORNO: '.
           05  TOT-COM-CRED    PIC ZZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-TOT-LIQUIDO.
           05  FILLER          PIC X(22) VALUE
               '    COMISSAO LIQUIDA: '.
           05  FILLER          PIC X(27) VALUE SPACES.
           05  TOT-LIQUIDO     PIC -ZZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-SEM-VEND.
           05  FILLER          PIC X(30) VALUE
               'RECEBIDO DE CLIENTE SEM VEND: '.
           05  SVD-QTD         PIC ZZZZ9.
           05  FILLER          PIC X(11) VALUE '  VALOR: '.
           05  SVD-VALOR       PIC ZZZ.ZZZ.ZZ9,99.

      * interface da folha: cabecalho, um movimento por
      * vendedor com comissao no mes e trailer de controle
       01  WRK-FOLHA-HEADER.
           05  FILLER          PIC X(01) VALUE 'H'.
           05  FLH-COMPETENCIA PIC 9(06).
           05  FLH-DATA        PIC 9(08).
           05  FILLER          PIC X(25) VALUE SPACES.

       01  WRK-FOLHA-MOVIMENTO.
           05  FILLER          PIC X(01) VALUE 'D'.
           05  FLM-MATRICULA   PIC X(10).
           05  FLM-VENDEDOR    PIC X(04).
           05  FLM-COMPETENCIA PIC 9(06).
      *    P = provento, D = desconto (estorno maior que o
      *    recebido)
           05  FLM-EVENTO      PIC X(01).
           05  FLM-VALOR       PIC 9(08)V99.
           05  FILLER          PIC X(08) VALUE SPACES.

       01  WRK-FOLHA-TRAILER.
           05  FILLER          PIC X(01) VALUE 'T'.
           05  FLT-QTD         PIC 9(05).
           05  FLT-TOTAL       PIC S9(09)V99
                                   SIGN IS LEADING SEPARATE.
           05  FILLER          PIC X(22) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INICIALIZA
           SORT SORT-WORK ON ASCENDING KEY SRT-VENDEDOR
                   SRT-DATA SRT-TIPO SRT-DOCUMENTO
               INPUT PROCEDURE IS 1100-SELECIONA-DOCUMENTOS
               GIVING SORTED-COMISSAO
           OPEN INPUT SORTED-COMISSAO
           MOVE 'N' TO WRK-EOF
           PERFORM 2000-PROCESSA-DOCUMENTO UNTIL FIM-DE-ARQUIVO
           IF WRK-QTD-DOC-VEND > ZEROS
               PERFORM 2200-FECHA-VENDEDOR
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
           IF MES-SYS = 1
               MOVE 12 TO WRK-MES-FECHAMENTO
               COMPUTE WRK-ANO-FECHAMENTO = ANO-SYS - 1
           ELSE
               COMPUTE WRK-MES-FECHAMENTO = MES-SYS - 1
               MOVE ANO-SYS TO WRK-ANO-FECHAMENTO
           END-IF
           MOVE WRK-ANO-FECHAMENTO TO WRK-CMP-ANO
           MOVE WRK-MES-FECHAMENTO TO WRK-CMP-MES
           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT VENDEDOR-FILE
           IF WRK-CUSTMAST-STATUS NOT = '00'
                   OR WRK-VENDEDOR-STATUS NOT = '00'
               DISPLAY 'CUSTMAST.DAT OU VENDEDOR.DAT INDISPONIVEL'
                   ' - COMISSAO NAO APURADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CONTRATO-FILE
           IF WRK-CONTRATO-STATUS = '00'
               MOVE 'S' TO WRK-CONTRATO-DISP
           END-IF
           OPEN OUTPUT COMISSAO-REPORT
           OPEN OUTPUT FOLHA-FILE
           MOVE WRK-MES-FECHAMENTO TO TIT-MES
           MOVE WRK-ANO-FECHAMENTO TO TIT-ANO
           WRITE REPORT-LINE FROM WRK-LINHA-TITULO
           WRITE REPORT-LINE FROM WRK-LINHA-SEPARADOR
           MOVE WRK-COMPETENCIA-NUM TO FLH-COMPETENCIA
           MOVE DATA-SYS-NUM TO FLH-DATA
           WRITE FOLHA-LINE FROM WRK-FOLHA-HEADER.

      * repassa ao SORT os pagamentos recebidos no mes e as
      * notas de credito emitidas no mes, cada um ja com o
      * vendedor do cliente e a comissao calculada
       1100-SELECIONA-DOCUMENTOS.
           MOVE 'N' TO WRK-EOF-ENTRADA
           OPEN INPUT PAGTO-DETALHE
           IF WRK-PAGDET-STATUS NOT = '00'
               DISPLAY 'PAGDET.DAT INEXISTENTE - SEM RECEBIMENTOS'
               SET FIM-ENTRADA TO TRUE
           END-IF
           PERFORM 1200-LE-PAGAMENTO UNTIL FIM-ENTRADA
           IF WRK-PAGDET-STATUS = '00' OR '10'
               CLOSE PAGTO-DETALHE
           END-IF
           MOVE 'N' TO WRK-EOF-ENTRADA
           OPEN INPUT FATURAS-FILE
           IF WRK-FATURAS-STATUS NOT = '00'
               DISPLAY 'FATURAS.DAT INEXISTENTE - SEM NOTAS'
               SET FIM-ENTRADA TO TRUE
           END-IF
           PERFORM 1300-LE-NOTA UNTIL FIM-ENTRADA
           IF WRK-FATURAS-STATUS = '00' OR '10'
               CLOSE FATURAS-FILE
           END-IF.

      * a aplicacao de saldo credor na emissao (origem
      * CREDITO) nao e dinheiro recebido: a nota que gerou o
      * saldo ja saiu do vendedor quando foi emitida; os
      * lancamentos de acordo de pagamento (origens ACORDO...)
      * so transferem saldo entre faturas e parcelas
       1200-LE-PAGAMENTO.
           READ PAGTO-DETALHE
               AT END SET FIM-ENTRADA TO TRUE
           END-READ
           IF NOT FIM-ENTRADA
               IF PGD-DATA (1:6) = WRK-COMPETENCIA
                       AND PGD-ORIGEM NOT = 'CREDITO'
                       AND PGD-ORIGEM (1:6) NOT = 'ACORDO'
                   MOVE PGD-CLIENTE TO WRK-CLIENTE-DOC
                   MOVE PGD-VALOR TO WRK-VALOR-DOC
                   PERFORM 1400-IDENTIFICA-VENDEDOR
                   IF WRK-VENDEDOR-CLIENTE NOT = SPACES
                       MOVE 'P' TO SRT-TIPO
                       MOVE PGD-DATA TO SRT-DATA
                       MOVE PGD-FATURA TO SRT-DOCUMENTO
                       PERFORM 1500-LIBERA-DOCUMENTO
                       ADD 1 TO WRK-QTD-PAGAMENTOS
                   ELSE
                       ADD 1 TO WRK-QTD-SEM-VEND
                       ADD WRK-VALOR-DOC TO WRK-TOT-SEM-VEND
                   END-IF
               END-IF
           END-IF.

       1300-LE-NOTA.
           READ FATURAS-FILE NEXT RECORD
               AT END SET FIM-ENTRADA TO TRUE
           END-READ
           IF NOT FIM-ENTRADA
               IF FAT-DOC-CREDITO
                       AND FAT-DATA-EMISSAO (1:6) = WRK-COMPETENCIA
                   MOVE FAT-CLIENTE TO WRK-CLIENTE-DOC
                   MOVE FAT-TOTAL TO WRK-VALOR-DOC
                   PERFORM 1400-IDENTIFICA-VENDEDOR
                   IF WRK-VENDEDOR-CLIENTE NOT = SPACES
                       MOVE 'C' TO SRT-TIPO
                       MOVE FAT-DATA-EMISSAO TO SRT-DATA
                       MOVE FAT-NUMERO TO SRT-DOCUMENTO
                       PERFORM 1500-LIBERA-DOCUMENTO
                       ADD 1 TO WRK-QTD-NOTAS
                   END-IF
               END-IF
           END-IF.

      * vendedor e percentual do cliente, relidos so na troca
      * de cliente; cliente sem vendedor (ou com vendedor fora
      * do cadastro) fica fora da comissao
       1400-IDENTIFICA-VENDEDOR.
           IF WRK-CLIENTE-DOC NOT = WRK-CLIENTE-LIDO
               MOVE WRK-CLIENTE-DOC TO WRK-CLIENTE-LIDO
               MOVE SPACES TO WRK-VENDEDOR-CLIENTE
               MOVE WRK-CLIENTE-DOC TO CUS-ID
               READ CUSTOMER-MASTER
                   KEY IS CUS-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUS-VENDEDOR TO WRK-VENDEDOR-CLIENTE
               END-READ
               IF WRK-VENDEDOR-CLIENTE NOT = SPACES
                   MOVE WRK-VENDEDOR-CLIENTE TO VEN-CODIGO
                   READ VENDEDOR-FILE
                       KEY IS VEN-CODIGO
                       INVALID KEY
                           MOVE SPACES TO WRK-VENDEDOR-CLIENTE
                       NOT INVALID KEY
                           PERFORM 1450-PERCENTUAL-CLIENTE
                   END-READ
               END-IF
           END-IF.

      * contrato ativo do cliente escolhe o percentual do tipo
      * dele, se o vendedor tiver um; senao vale o geral
       1450-PERCENTUAL-CLIENTE.
           MOVE SPACES TO WRK-TIPO-CONTRATO
           MOVE VEN-PERC-COMISSAO TO WRK-PERC-CLIENTE
           IF CONTRATO-DISPONIVEL
               MOVE WRK-CLIENTE-DOC TO CON-CLIENTE
               READ CONTRATO-FILE
                   KEY IS CON-CLIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CON-ATIVO
                           MOVE CON-TIPO TO WRK-TIPO-CONTRATO
                       END-IF
               END-READ
           END-IF
           EVALUATE WRK-TIPO-CONTRATO
               WHEN 'F'
                   IF VEN-PERC-CTR-FIXO > ZEROS
                       MOVE VEN-PERC-CTR-FIXO TO WRK-PERC-CLIENTE
                   END-IF
               WHEN 'V'
                   IF VEN-PERC-CTR-VOLUME > ZEROS
                       MOVE VEN-PERC-CTR-VOLUME TO WRK-PERC-CLIENTE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1500-LIBERA-DOCUMENTO.
           MOVE WRK-VENDEDOR-CLIENTE TO SRT-VENDEDOR
           MOVE WRK-CLIENTE-DOC TO SRT-CLIENTE
           MOVE WRK-TIPO-CONTRATO TO SRT-CONTRATO
           MOVE WRK-VALOR-DOC TO SRT-VALOR
           MOVE WRK-PERC-CLIENTE TO SRT-PERC
           COMPUTE SRT-COMISSAO ROUNDED =
               WRK-VALOR-DOC * WRK-PERC-CLIENTE / 100
           RELEASE SORT-COMISSAO-RECORD.

      * quebra por vendedor: fecha o extrato anterior e abre
      * o do novo antes do primeiro documento dele
       2000-PROCESSA-DOCUMENTO.
           READ SORTED-COMISSAO
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF SCM-VENDEDOR NOT = WRK-VENDEDOR-QUEBRA
                   IF WRK-QTD-DOC-VEND > ZEROS
                       PERFORM 2200-FECHA-VENDEDOR
                   END-IF
                   PERFORM 2100-ABRE-VENDEDOR
               END-IF
               PERFORM 2300-IMPRIME-DOCUMENTO
           END-IF.

       2100-ABRE-VENDEDOR.
           MOVE SCM-VENDEDOR TO WRK-VENDEDOR-QUEBRA
           MOVE ZEROS TO WRK-QTD-DOC-VEND WRK-VEN-RECEBIDO
               WRK-VEN-CREDITOS WRK-VEN-COM-RECEB WRK-VEN-COM-CRED
           MOVE SCM-VENDEDOR TO EXT-VENDEDOR VEN-CODIGO
           MOVE SPACES TO EXT-NOME WRK-VEN-MATRICULA
           READ VENDEDOR-FILE
               KEY IS VEN-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE VEN-NOME TO EXT-NOME
                   MOVE VEN-MATRICULA TO WRK-VEN-MATRICULA
           END-READ
           MOVE WRK-VEN-MATRICULA TO EXT-MATRICULA
           WRITE REPORT-LINE FROM WRK-LINHA-VENDEDOR
           WRITE REPORT-LINE FROM WRK-LINHA-COLUNAS
           ADD 1 TO WRK-QTD-VENDEDORES.

      * totais do vendedor e o movimento dele na folha; sem
      * comissao liquida nao ha movimento
       2200-FECHA-VENDEDOR.
           COMPUTE WRK-VEN-LIQUIDO =
               WRK-VEN-COM-RECEB - WRK-VEN-COM-CRED
           MOVE WRK-VEN-RECEBIDO TO TOT-RECEBIDO
           MOVE WRK-VEN-COM-RECEB TO TOT-COM-RECEB
           WRITE REPORT-LINE FROM WRK-LINHA-TOT-RECEBIDO
           IF WRK-VEN-CREDITOS > ZEROS
               MOVE WRK-VEN-CREDITOS TO TOT-CREDITOS
               MOVE WRK-VEN-COM-CRED TO TOT-COM-CRED
               WRITE REPORT-LINE FROM WRK-LINHA-TOT-CREDITOS
           END-IF
           MOVE WRK-VEN-LIQUIDO TO TOT-LIQUIDO
           WRITE REPORT-LINE FROM WRK-LINHA-TOT-LIQUIDO
           WRITE REPORT-LINE FROM WRK-LINHA-SEPARADOR
           IF WRK-VEN-LIQUIDO NOT = ZEROS
               MOVE WRK-VEN-MATRICULA TO FLM-MATRICULA
               MOVE WRK-VENDEDOR-QUEBRA TO FLM-VENDEDOR
               MOVE WRK-COMPETENCIA-NUM TO FLM-COMPETENCIA
               IF WRK-VEN-LIQUIDO > ZEROS
                   MOVE 'P' TO FLM-EVENTO
               ELSE
                   MOVE 'D' TO FLM-EVENTO
               END-IF
               MOVE WRK-VEN-LIQUIDO TO FLM-VALOR
               WRITE FOLHA-LINE FROM WRK-FOLHA-MOVIMENTO
               ADD 1 TO WRK-QTD-FOLHA
               ADD WRK-VEN-LIQUIDO TO WRK-TOT-FOLHA
           END-IF.

       2300-IMPRIME-DOCUMENTO.
           MOVE SCM-DATA TO DOC-DATA
           MOVE SCM-DOCUMENTO TO DOC-NUMERO
           MOVE SCM-CLIENTE TO DOC-CLIENTE
           MOVE SCM-CONTRATO TO DOC-CONTRATO
           MOVE SCM-VALOR TO DOC-VALOR
           MOVE SCM-PERC TO DOC-PERC
           IF SCM-NOTA-CREDITO
               MOVE 'NC' TO DOC-TIPO
               COMPUTE DOC-COMISSAO = ZEROS - SCM-COMISSAO
               ADD SCM-VALOR TO WRK-VEN-CREDITOS
               ADD SCM-COMISSAO TO WRK-VEN-COM-CRED
           ELSE
               MOVE 'PG' TO DOC-TIPO
               MOVE SCM-COMISSAO TO DOC-COMISSAO
               ADD SCM-VALOR TO WRK-VEN-RECEBIDO
               ADD SCM-COMISSAO TO WRK-VEN-COM-RECEB
           END-IF
           WRITE REPORT-LINE FROM WRK-LINHA-DOCUMENTO
           ADD 1 TO WRK-QTD-DOC-VEND.

       9000-FINALIZA.
           MOVE WRK-QTD-SEM-VEND TO SVD-QTD
           MOVE WRK-TOT-SEM-VEND TO SVD-VALOR
           WRITE REPORT-LINE FROM WRK-LINHA-SEM-VEND
           MOVE WRK-QTD-FOLHA TO FLT-QTD
           MOVE WRK-TOT-FOLHA TO FLT-TOTAL
           WRITE FOLHA-LINE FROM WRK-FOLHA-TRAILER
           CLOSE SORTED-COMISSAO
           CLOSE COMISSAO-REPORT
           CLOSE FOLHA-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE VENDEDOR-FILE
           IF CONTRATO-DISPONIVEL
               CLOSE CONTRATO-FILE
           END-IF
           DISPLAY 'PAGAMENTOS COMISSIONADOS: ' WRK-QTD-PAGAMENTOS
           DISPLAY 'NOTAS DE CREDITO ESTORNADAS: ' WRK-QTD-NOTAS
           DISPLAY 'PAGAMENTOS DE CLIENTE SEM VENDEDOR: '
               WRK-QTD-SEM-VEND
           DISPLAY 'VENDEDORES NO EXTRATO: ' WRK-QTD-VENDEDORES
           DISPLAY 'MOVIMENTOS NA FOLHA: ' WRK-QTD-FOLHA
           DISPLAY 'EXTRATO GERADO EM COMISSAO.RPT'
           DISPLAY 'INTERFACE DA FOLHA GERADA EM FOLHACOM.DAT'
           MOVE 'F' TO WRK-RC-OPERACAO
           MOVE WRK-QTD-FOLHA TO WRK-RC-QTD
           CALL 'runctl' USING WRK-RUNCTL.
