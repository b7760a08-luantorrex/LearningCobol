       IDENTIFICATION DIVISION.
       PROGRAM-ID. embrast.
      ********************************************************
      *    Extrato noturno de rastreio para o portal do cliente
      *    Junta os eventos de embarque registrados na data de
      *    negocio (EMBSTAT.DAT, do embreg, pela data em que o
      *    evento foi digitado - evento informado com atraso
      *    sai na noite em que entrou) com a cotacao do
      *    FRETE-LOG - pedido, cotacao, data prometida - e o
      *    endereco de entrega do caderno do cliente, e grava
      *    RASTREIO.DAT agrupado por cliente: header do
      *    arquivo, um bloco por cliente (abertura, eventos e
      *    fechamento com a contagem) e trailer com o total de
      *    clientes e de eventos, para o portal conferir a
      *    carga. Cotacao sem cliente identificado e cliente
      *    que recusou o rastreio (CUS-SEM-RASTREIO) ficam de
      *    fora.
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
           SELECT FRETE-LOG ASSIGN TO 'FRETELOG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOG-CHAVE
               ALTERNATE RECORD KEY IS LOG-STADO WITH DUPLICATES
               FILE STATUS IS WRK-FRETELOG-STATUS.

           SELECT EMBARQUE-STATUS ASSIGN TO 'EMBSTAT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMB-CHAVE
               FILE STATUS IS WRK-EMBSTAT-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUS-ID
               FILE STATUS IS WRK-CUSTMAST-STATUS.

           SELECT ENDERECO-FILE ASSIGN TO 'ENDCLI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS END-CHAVE
               FILE STATUS IS WRK-ENDCLI-STATUS.

      * eventos do dia, ordenados por cliente para a quebra
      * que abre o bloco de cada um
           SELECT SORT-WORK ASSIGN TO 'SORTWK1'.

           SELECT SORTED-EVENTOS ASSIGN TO 'RASTSRT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RASTREIO-FILE ASSIGN TO 'RASTREIO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FRETE-LOG.
           COPY 'fretelog.cbl'.

       FD  EMBARQUE-STATUS.
           COPY 'embrec.cbl'.

       FD  CUSTOMER-MASTER.
           COPY 'custrec.cbl'.

       FD  ENDERECO-FILE.
           COPY 'endrec.cbl'.

       SD  SORT-WORK.
       01  SORT-EVENTO-RECORD.
           05  SRT-CLIENTE         PIC 9(06).
           05  SRT-COTACAO         PIC 9(08).
           05  SRT-EVT-SEQ         PIC 9(03).
           05  SRT-PEDIDO          PIC 9(08).
           05  SRT-TIPO-EVENTO     PIC X(01).
           05  SRT-DATA-EVENTO     PIC 9(08).
           05  SRT-PROMETIDA       PIC 9(08).
           05  SRT-OBSERVACAO      PIC X(20).
           05  SRT-ENDERECO        PIC 9(03).
           05  SRT-UF-DESTINO      PIC X(02).

       FD  SORTED-EVENTOS.
       01  SORTED-EVENTO-RECORD.
           05  SEV-CLIENTE         PIC 9(06).
           05  SEV-COTACAO         PIC 9(08).
           05  SEV-EVT-SEQ         PIC 9(03).
           05  SEV-PEDIDO          PIC 9(08).
           05  SEV-TIPO-EVENTO     PIC X(01).
           05  SEV-DATA-EVENTO     PIC 9(08).
           05  SEV-PROMETIDA       PIC 9(08).
           05  SEV-OBSERVACAO      PIC X(20).
           05  SEV-ENDERECO        PIC 9(03).
           05  SEV-UF-DESTINO      PIC X(02).

       FD  RASTREIO-FILE
           RECORD CONTAINS 130 CHARACTERS.
       01  RASTREIO-LINE PIC X(130).

       WORKING-STORAGE SECTION.
       77  WRK-FRETELOG-STATUS  PIC X(02) VALUE '00'.
       77  WRK-EMBSTAT-STATUS   PIC X(02) VALUE '00'.
       77  WRK-CUSTMAST-STATUS  PIC X(02) VALUE '00'.
       77  WRK-ENDCLI-STATUS    PIC X(02) VALUE '00'.
       77  WRK-ENDCLI-DISP      PIC X(01) VALUE 'N'.
           88 ENDCLI-DISPONIVEL     VALUE 'S'.
       77  WRK-EOF              PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO        VALUE 'S'.
       77  WRK-EOF-LOG          PIC X(01) VALUE 'N'.
           88 FIM-LOG               VALUE 'S'.
       77  WRK-EOF-EVT          PIC X(01) VALUE 'N'.
           88 FIM-EVENTOS           VALUE 'S'.

      * contrato com o controle central de data (datasrv): o
      * extrato e o dos eventos da data de negocio da noite
       01  WRK-DATACTL.
           05  WRK-DC-OPERACAO PIC X(01).
           05  WRK-DC-DATA     PIC 9(08).
           05  WRK-DC-CONTROLADA PIC X(01).
           05  WRK-DC-OK       PIC X(01).
       77  WRK-DATA-PROCESSO    PIC 9(08) VALUE ZEROS.

      * ultimo cliente consultado no mestre durante a selecao:
      * as cotacoes de um mesmo cliente costumam vir juntas
       77  WRK-CLIENTE-LIDO     PIC 9(06) VALUE ZEROS.
       77  WRK-CLIENTE-ENVIA    PIC X(01) VALUE 'N'.
           88 CLIENTE-RECEBE-RASTREIO VALUE 'S'.
       77  WRK-NOME-CLIENTE     PIC X(20) VALUE SPACES.

       77  WRK-CLIENTE-QUEBRA   PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-EVT-CLIENTE  PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-CLIENTES     PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-EVENTOS      PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-RECUSADOS    PIC 9(05) VALUE ZEROS.

      * digito verificador (digver comum) da conta e do
      * pedido, como o cliente os recebe na confirmacao
       77  WRK-NUM-VERIFICA PIC 9(08) VALUE ZEROS.
       77  WRK-DIGITO-CALC PIC 9(01) VALUE ZEROS.
       77  WRK-SOMA-DV    PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-DV     PIC 9(01) VALUE ZEROS.
       77  WRK-RESTO-DV   PIC 9(02) VALUE ZEROS.

      * layout do RASTREIO.DAT: H header, C abertura do
      * cliente, D evento, S fechamento do cliente, T trailer
       01  WRK-RAST-HEADER.
           05  FILLER          PIC X(01) VALUE 'H'.
           05  RSH-DATA        PIC 9(08).
           05  FILLER          PIC X(08) VALUE 'EMBRAST'.

       01  WRK-RAST-CLIENTE.
           05  FILLER          PIC X(01) VALUE 'C'.
           05  RSC-CLIENTE     PIC 9(06).
           05  RSC-CLIENTE-DV  PIC 9(01).
           05  RSC-NOME        PIC X(20).

      * evento: tipo C/T/E/D do embreg; o endereco vem do
      * caderno do cliente (UF da cotacao quando a sequencia
      * nao esta mais cadastrada)
       01  WRK-RAST-EVENTO.
           05  FILLER          PIC X(01) VALUE 'D'.
           05  RSD-CLIENTE     PIC 9(06).
           05  RSD-PEDIDO      PIC 9(08).
           05  RSD-PEDIDO-DV   PIC 9(01).
           05  RSD-COTACAO     PIC 9(08).
           05  RSD-TIPO-EVENTO PIC X(01).
           05  RSD-DATA-EVENTO PIC 9(08).
           05  RSD-PROMETIDA   PIC 9(08).
           05  RSD-OBSERVACAO  PIC X(20).
           05  RSD-ENDERECO    PIC 9(03).
           05  RSD-RUA         PIC X(30).
           05  RSD-CIDADE      PIC X(20).
           05  RSD-UF          PIC X(02).
           05  RSD-CEP         PIC 9(08).

       01  WRK-RAST-FECHA.
           05  FILLER          PIC X(01) VALUE 'S'.
           05  RSS-CLIENTE     PIC 9(06).
           05  RSS-EVENTOS     PIC 9(05).

       01  WRK-RAST-TRAILER.
           05  FILLER          PIC X(01) VALUE 'T'.
           05  RST-CLIENTES    PIC 9(05).
           05  RST-EVENTOS     PIC 9(07).

      * contrato com o controle de execucao compartilhado
      * (runctl): inicio, fim e contagem do passo na cadeia
      * noturna, base da estatistica de passos do steprel
       01  WRK-RUNCTL.
           05  WRK-RC-OPERACAO PIC X(01).
           05  WRK-RC-PROGRAMA PIC X(12) VALUE 'EMBRAST'.
           05  WRK-RC-QTD      PIC 9(06).
           05  WRK-RC-RUN-ID   PIC 9(06).
           05  WRK-RC-PERMITIDO PIC X(01).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INICIALIZA
           SORT SORT-WORK ON ASCENDING KEY SRT-CLIENTE
                   SRT-COTACAO SRT-EVT-SEQ
               INPUT PROCEDURE IS 1100-SELECIONA-EVENTOS
               GIVING SORTED-EVENTOS
           OPEN INPUT SORTED-EVENTOS
           OPEN OUTPUT RASTREIO-FILE
           MOVE WRK-DATA-PROCESSO TO RSH-DATA
           WRITE RASTREIO-LINE FROM WRK-RAST-HEADER
           MOVE 'N' TO WRK-EOF
           PERFORM 2000-GRAVA-EVENTO UNTIL FIM-DE-ARQUIVO
           IF WRK-QTD-EVT-CLIENTE > ZEROS
               PERFORM 2200-FECHA-CLIENTE
           END-IF
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
           MOVE WRK-DC-DATA TO WRK-DATA-PROCESSO
           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT ENDERECO-FILE
           IF WRK-ENDCLI-STATUS = '00'
               MOVE 'S' TO WRK-ENDCLI-DISP
           END-IF.

      * varre o FRETE-LOG e, para cada cotacao de cliente que
      * aceita o rastreio, repassa ao SORT os eventos da
      * trilha digitados na data de negocio
       1100-SELECIONA-EVENTOS.
           OPEN INPUT FRETE-LOG
           IF WRK-FRETELOG-STATUS NOT = '00'
               DISPLAY 'FRETE-LOG INEXISTENTE - EXTRATO VAZIO'
               SET FIM-LOG TO TRUE
           END-IF
           OPEN INPUT EMBARQUE-STATUS
           IF WRK-EMBSTAT-STATUS NOT = '00'
               DISPLAY 'EMBSTAT.DAT INEXISTENTE - EXTRATO VAZIO'
               SET FIM-LOG TO TRUE
           END-IF
           PERFORM 1200-LE-COTACAO UNTIL FIM-LOG
           IF WRK-FRETELOG-STATUS = '00' OR '10'
               CLOSE FRETE-LOG
           END-IF
           IF WRK-EMBSTAT-STATUS = '00' OR '10' OR '23'
               CLOSE EMBARQUE-STATUS
           END-IF.

       1200-LE-COTACAO.
           READ FRETE-LOG NEXT RECORD
               AT END SET FIM-LOG TO TRUE
           END-READ
           IF NOT FIM-LOG
               IF LOG-CLIENTE > ZEROS
                   PERFORM 1300-VERIFICA-CLIENTE
                   IF CLIENTE-RECEBE-RASTREIO
                       MOVE 'N' TO WRK-EOF-EVT
                       MOVE LOG-SEQ-ID TO EMB-SEQ-COTACAO
                       MOVE ZEROS TO EMB-EVT-SEQ
                       START EMBARQUE-STATUS KEY >= EMB-CHAVE
                           INVALID KEY MOVE 'S' TO WRK-EOF-EVT
                       END-START
                       PERFORM 1210-LE-EVENTO UNTIL FIM-EVENTOS
                   END-IF
               END-IF
           END-IF.

       1210-LE-EVENTO.
           READ EMBARQUE-STATUS NEXT RECORD
               AT END MOVE 'S' TO WRK-EOF-EVT
           END-READ
           IF NOT FIM-EVENTOS
               IF EMB-SEQ-COTACAO NOT = LOG-SEQ-ID
                   MOVE 'S' TO WRK-EOF-EVT
               ELSE
      * evento anterior ao carimbo de digitacao vale pela
      * data do proprio evento
                   IF EMB-DATA-REGISTRO IS NOT NUMERIC
                       MOVE ZEROS TO EMB-DATA-REGISTRO
                   END-IF
                   IF EMB-DATA-REGISTRO = ZEROS
                       MOVE EMB-DATA TO EMB-DATA-REGISTRO
                   END-IF
                   IF EMB-DATA-REGISTRO = WRK-DATA-PROCESSO
                       MOVE LOG-CLIENTE TO SRT-CLIENTE
                       MOVE LOG-SEQ-ID TO SRT-COTACAO
                       MOVE EMB-EVT-SEQ TO SRT-EVT-SEQ
                       MOVE LOG-PEDIDO TO SRT-PEDIDO
                       MOVE EMB-TIPO-EVENTO TO SRT-TIPO-EVENTO
                       MOVE EMB-DATA TO SRT-DATA-EVENTO
                       MOVE LOG-PROMETIDA TO SRT-PROMETIDA
                       MOVE EMB-OBSERVACAO TO SRT-OBSERVACAO
                       MOVE LOG-ENDERECO TO SRT-ENDERECO
                       MOVE LOG-STADO TO SRT-UF-DESTINO
                       RELEASE SORT-EVENTO-RECORD
                   END-IF
               END-IF
           END-IF.

      * cliente fora do mestre nao tem portal; o que recusou
      * o rastreio so entra na contagem de excluidos
       1300-VERIFICA-CLIENTE.
           IF LOG-CLIENTE NOT = WRK-CLIENTE-LIDO
               MOVE LOG-CLIENTE TO WRK-CLIENTE-LIDO
               MOVE 'N' TO WRK-CLIENTE-ENVIA
               MOVE LOG-CLIENTE TO CUS-ID
               READ CUSTOMER-MASTER
                   KEY IS CUS-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CUS-SEM-RASTREIO
                           ADD 1 TO WRK-QTD-RECUSADOS
                       ELSE
                           MOVE 'S' TO WRK-CLIENTE-ENVIA
                       END-IF
               END-READ
           END-IF.

      * quebra por cliente: fecha o bloco anterior e abre o
      * do novo antes do primeiro evento dele
       2000-GRAVA-EVENTO.
           READ SORTED-EVENTOS
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF SEV-CLIENTE NOT = WRK-CLIENTE-QUEBRA
                   IF WRK-QTD-EVT-CLIENTE > ZEROS
                       PERFORM 2200-FECHA-CLIENTE
                   END-IF
                   PERFORM 2100-ABRE-CLIENTE
               END-IF
               PERFORM 2300-MONTA-EVENTO
               WRITE RASTREIO-LINE FROM WRK-RAST-EVENTO
               ADD 1 TO WRK-QTD-EVT-CLIENTE
               ADD 1 TO WRK-QTD-EVENTOS
           END-IF.

       2100-ABRE-CLIENTE.
           MOVE SEV-CLIENTE TO WRK-CLIENTE-QUEBRA
           MOVE ZEROS TO WRK-QTD-EVT-CLIENTE
           MOVE SEV-CLIENTE TO CUS-ID
           READ CUSTOMER-MASTER
               KEY IS CUS-ID
               INVALID KEY
                   MOVE SPACES TO WRK-NOME-CLIENTE
               NOT INVALID KEY
                   MOVE CUS-NOME TO WRK-NOME-CLIENTE
           END-READ
           MOVE SEV-CLIENTE TO RSC-CLIENTE
           MOVE SEV-CLIENTE TO WRK-NUM-VERIFICA
           PERFORM CALCULA-DIGITO-VERIFICADOR
           MOVE WRK-DIGITO-CALC TO RSC-CLIENTE-DV
           MOVE WRK-NOME-CLIENTE TO RSC-NOME
           WRITE RASTREIO-LINE FROM WRK-RAST-CLIENTE
           ADD 1 TO WRK-QTD-CLIENTES.

       2200-FECHA-CLIENTE.
           MOVE WRK-CLIENTE-QUEBRA TO RSS-CLIENTE
           MOVE WRK-QTD-EVT-CLIENTE TO RSS-EVENTOS
           WRITE RASTREIO-LINE FROM WRK-RAST-FECHA.

       2300-MONTA-EVENTO.
           MOVE SEV-CLIENTE TO RSD-CLIENTE
           MOVE SEV-PEDIDO TO RSD-PEDIDO
           IF SEV-PEDIDO > ZEROS
               MOVE SEV-PEDIDO TO WRK-NUM-VERIFICA
               PERFORM CALCULA-DIGITO-VERIFICADOR
               MOVE WRK-DIGITO-CALC TO RSD-PEDIDO-DV
           ELSE
               MOVE ZEROS TO RSD-PEDIDO-DV
           END-IF
           MOVE SEV-COTACAO TO RSD-COTACAO
           MOVE SEV-TIPO-EVENTO TO RSD-TIPO-EVENTO
           MOVE SEV-DATA-EVENTO TO RSD-DATA-EVENTO
           MOVE SEV-PROMETIDA TO RSD-PROMETIDA
           MOVE SEV-OBSERVACAO TO RSD-OBSERVACAO
           PERFORM 2400-BUSCA-ENDERECO.

      * endereco zeros na cotacao = endereco 001 do caderno,
      * o mesmo criterio da etiqueta
       2400-BUSCA-ENDERECO.
           IF SEV-ENDERECO = ZEROS
               MOVE 1 TO RSD-ENDERECO
           ELSE
               MOVE SEV-ENDERECO TO RSD-ENDERECO
           END-IF
           MOVE SPACES TO RSD-RUA RSD-CIDADE
           MOVE SEV-UF-DESTINO TO RSD-UF
           MOVE ZEROS TO RSD-CEP
           IF ENDCLI-DISPONIVEL
               MOVE SEV-CLIENTE TO END-CLIENTE
               MOVE RSD-ENDERECO TO END-SEQ
               READ ENDERECO-FILE
                   KEY IS END-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE END-RUA TO RSD-RUA
                       MOVE END-CIDADE TO RSD-CIDADE
                       MOVE END-UF TO RSD-UF
                       MOVE END-CEP TO RSD-CEP
               END-READ
           END-IF.

       3000-FINALIZA.
           MOVE WRK-QTD-CLIENTES TO RST-CLIENTES
           MOVE WRK-QTD-EVENTOS TO RST-EVENTOS
           WRITE RASTREIO-LINE FROM WRK-RAST-TRAILER
           CLOSE RASTREIO-FILE
           CLOSE SORTED-EVENTOS
           CLOSE CUSTOMER-MASTER
           IF ENDCLI-DISPONIVEL
               CLOSE ENDERECO-FILE
           END-IF
           DISPLAY 'DATA DOS EVENTOS: ' WRK-DATA-PROCESSO
           DISPLAY 'CLIENTES NO EXTRATO: ' WRK-QTD-CLIENTES
           DISPLAY 'EVENTOS EXTRAIDOS: ' WRK-QTD-EVENTOS
           DISPLAY 'CLIENTES FORA DO RASTREIO: ' WRK-QTD-RECUSADOS
           MOVE 'F' TO WRK-RC-OPERACAO
           MOVE WRK-QTD-EVENTOS TO WRK-RC-QTD
           CALL 'runctl' USING WRK-RUNCTL.

           COPY 'digver.cbl'.
