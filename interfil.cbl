       IDENTIFICATION DIVISION.
       PROGRAM-ID. interfil.
      ********************************************************
      *    Rateio da receita de frete e acerto entre filiais
      *    Roda no fechamento, sobre o mes anterior (mesmo
      *    criterio do fretefecha): cada cotacao do mes no
      *    FRETE-LOG foi lancada 100% na filial que vendeu
      *    (LOG-FILIAL), mas a coleta e a entrega podem ser
      *    feitas pelo deposito de outra filial. A area de
      *    atuacao (FILOPER.DAT) da a filial operadora da UF de
      *    origem e da UF de destino; o rateio (RATEIOFIL.DAT,
      *    da filial vendedora ou o geral) reparte o frete
      *    entre vendedora, origem e destino. A parte que cabe
      *    a outra filial vira divida da vendedora com ela. O
      *    INTERFIL.RPT mostra a receita lancada e a apropriada
      *    de cada filial e o acerto liquido entre cada par de
      *    filiais; o acerto sai tambem como lancamentos entre
      *    filiais no FRETEGL.DAT - a vendedora estorna a
      *    receita contra a conta corrente entre filiais e a
      *    operadora reconhece a receita contra a mesma conta,
      *    cada linha com a filial dona do lancamento.
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

           SELECT FILIAL-OPER ASSIGN TO 'FILOPER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOP-UF
               FILE STATUS IS WRK-FILOPER-STATUS.

           SELECT RATEIO-FILIAL ASSIGN TO 'RATEIOFIL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTF-FILIAL-VENDA
               FILE STATUS IS WRK-RATEIOFIL-STATUS.

           SELECT GL-FILE ASSIGN TO 'FRETEGL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INTERFIL-REPORT ASSIGN TO 'INTERFIL.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FRETE-LOG.
           COPY 'fretelog.cbl'.

       FD  FILIAL-OPER.
           COPY 'filoperrec.cbl'.

       FD  RATEIO-FILIAL.
           COPY 'rateiorec.cbl'.

       FD  GL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  GL-LINE PIC X(80).

       FD  INTERFIL-REPORT.
       01  REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       77  WRK-FRETELOG-STATUS  PIC X(02) VALUE '00'.
       77  WRK-FILOPER-STATUS   PIC X(02) VALUE '00'.
       77  WRK-RATEIOFIL-STATUS PIC X(02) VALUE '00'.
       77  WRK-FILOPER-DISP     PIC X(01) VALUE 'N'.
           88 FILOPER-DISPONIVEL    VALUE 'S'.
       77  WRK-RATEIOFIL-DISP   PIC X(01) VALUE 'N'.
           88 RATEIOFIL-DISPONIVEL  VALUE 'S'.
       77  WRK-EOF              PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO        VALUE 'S'.

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
      * (runctl): acertar duas vezes dobraria os lancamentos
       01  WRK-RUNCTL.
           05  WRK-RC-OPERACAO PIC X(01).
           05  WRK-RC-PROGRAMA PIC X(12) VALUE 'INTERFIL'.
           05  WRK-RC-QTD      PIC 9(06).
           05  WRK-RC-RUN-ID   PIC 9(06).
           05  WRK-RC-PERMITIDO PIC X(01).

      * mes acertado - sempre o mes imediatamente anterior,
      * mesmo criterio do fretefecha; os lancamentos saem
      * datados do ultimo dia dele
       01  WRK-DATA-FIM-MES.
           05  WRK-FIM-ANO      PIC 9(04).
           05  WRK-FIM-MES      PIC 9(02).
           05  WRK-FIM-DIA      PIC 9(02).
       01  WRK-DATA-FIM-MES-NUM REDEFINES WRK-DATA-FIM-MES
                                PIC 9(08).
       77  WRK-DATA-VALIDA-FLAG PIC X(01) VALUE 'S'.
       77  WRK-DIAS-NO-MES      PIC 9(02) VALUE ZEROS.

      * rateio em uso: o da filial vendedora, senao o geral;
      * sem nenhum, a receita fica toda com quem vendeu
       77  WRK-PERC-VENDA       PIC 9(03)V99 VALUE 100.
       77  WRK-PERC-ORIGEM      PIC 9(03)V99 VALUE ZEROS.
       77  WRK-PERC-DESTINO     PIC 9(03)V99 VALUE ZEROS.

       77  WRK-FIL-VENDA        PIC X(02) VALUE SPACES.
       77  WRK-FIL-ORIGEM       PIC X(02) VALUE SPACES.
       77  WRK-FIL-DESTINO      PIC X(02) VALUE SPACES.
       77  WRK-FIL-BUSCA        PIC X(02) VALUE SPACES.
       77  WRK-UF-BUSCA         PIC X(02) VALUE SPACES.
       77  WRK-PARTE-VENDA      PIC 9(08)V99 VALUE ZEROS.
       77  WRK-PARTE-ORIGEM     PIC 9(08)V99 VALUE ZEROS.
       77  WRK-PARTE-DESTINO    PIC 9(08)V99 VALUE ZEROS.
       77  WRK-PARTE-PAR        PIC 9(08)V99 VALUE ZEROS.

       77  WRK-QTD-COTACOES     PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-RATEADAS     PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-ACERTOS      PIC 9(04) VALUE ZEROS.

      * filiais do mes, em ordem de codigo
       77  WRK-QTD-FILIAIS      PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-FIL          PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-DESLOCA      PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-FILIAIS.
           05  WRK-TF-ENTRADA OCCURS 50 TIMES.
               10  WRK-TF-FILIAL     PIC X(02).
               10  WRK-TF-LANCADA    PIC 9(10)V99.
               10  WRK-TF-APROPRIADA PIC 9(10)V99.
               10  WRK-TF-A-PAGAR    PIC 9(10)V99.
               10  WRK-TF-A-RECEBER  PIC 9(10)V99.

      * quanto cada vendedora deve a cada operadora, bruto,
      * em ordem de devedora + credora
       77  WRK-QTD-PARES        PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-PAR          PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-VOLTA        PIC 9(03) VALUE ZEROS.
       01  WRK-PAR-BUSCA.
           05  WRK-PB-DEVEDORA  PIC X(02).
           05  WRK-PB-CREDORA   PIC X(02).
       01  WRK-TAB-PARES.
           05  WRK-TP-ENTRADA OCCURS 200 TIMES.
               10  WRK-TP-CHAVE.
                   15  WRK-TP-DEVEDORA PIC X(02).
                   15  WRK-TP-CREDORA  PIC X(02).
               10  WRK-TP-QTD        PIC 9(06).
               10  WRK-TP-VALOR      PIC 9(10)V99.
               10  WRK-TP-ACERTADO   PIC X(01).
       77  WRK-VALOR-VOLTA      PIC 9(10)V99 VALUE ZEROS.
       77  WRK-QTD-PARCELAS     PIC 9(06) VALUE ZEROS.
       77  WRK-VALOR-LIQUIDO    PIC S9(10)V99 VALUE ZEROS.
       77  WRK-SALDO-FILIAL     PIC S9(10)V99 VALUE ZEROS.

      * contas do razao: a receita de frete volta da
      * vendedora para a operadora pela conta corrente entre
      * filiais; padrao quando o evento nao tem regra
       77  WRK-CTA-REC-FRETE    PIC 9(05) VALUE 41101.
       77  WRK-CTA-CC-FILIAIS   PIC 9(05) VALUE 11301.

      * contrato com a regra de contabilizacao (ctbregra): o
      * evento devolve as contas de debito e credito da regra
      * cadastrada; as contas acima ficam como padrao quando
      * o evento nao tem regra
       01  WRK-CTBREGRA.
           05  WRK-CR-EVENTO   PIC X(12).
           05  WRK-CR-FILIAL   PIC X(02).
           05  WRK-CR-DEBITO   PIC 9(05).
           05  WRK-CR-CREDITO  PIC 9(05).
           05  WRK-CR-ACHADA   PIC X(01).

       77  WRK-TOT-DEBITOS      PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOT-CREDITOS     PIC 9(10)V99 VALUE ZEROS.
       77  WRK-QTD-LANCAMENTOS  PIC 9(04) VALUE ZEROS.

       01  WRK-DATA-HORA-SYS.
           05  WRK-DHS-DATA     PIC 9(08).
           05  WRK-DHS-HORA     PIC 9(06).

       01  WRK-LINHA-HEADER.
           05  FILLER          PIC X(01) VALUE 'H'.
           05  HDR-DATA        PIC 9(08).
           05  HDR-HORA        PIC 9(06).
           05  FILLER          PIC X(08) VALUE 'INTERFIL'.

      * lancamento entre filiais: o layout comum da interface
      * seguido da filial dona do lancamento
       01  WRK-LINHA-LANCAMENTO.
           05  FILLER          PIC X(01) VALUE 'D'.
           05  LAN-DATA        PIC 9(08).
           05  LAN-CONTA       PIC 9(05).
           05  LAN-NATUREZA    PIC X(01).
           05  LAN-VALOR       PIC 9(10)V99.
           05  LAN-FILIAL      PIC X(02).

       01  WRK-LINHA-TRAILER.
           05  FILLER          PIC X(01) VALUE 'T'.
           05  TRL-QTD         PIC 9(04).
           05  TRL-DEBITOS     PIC 9(10)V99.
           05  TRL-CREDITOS    PIC 9(10)V99.

       01  WRK-LINHA-SEPARADOR  PIC X(100) VALUE ALL '-'.

       01  WRK-LINHA-TITULO.
           05  FILLER          PIC X(45) VALUE
               'ACERTO DE RECEITA DE FRETE ENTRE FILIAIS - '.
           05  TIT-MES         PIC 9(02).
           05  FILLER          PIC X(01) VALUE '/'.
           05  TIT-ANO         PIC 9(04).

       01  WRK-LINHA-SECAO-FILIAIS.
           05  FILLER          PIC X(40) VALUE
               'RECEITA DE FRETE POR FILIAL'.

       01  WRK-LINHA-COL-FILIAIS.
           05  FILLER          PIC X(50) VALUE
               'FILIAL  RECEITA LANCADA   RECEITA APROPR.         '.
           05  FILLER          PIC X(41) VALUE
               ' A PAGAR        A RECEBER         LIQUIDO'.

       01  WRK-LINHA-FILIAL.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  FIL-CODIGO      PIC X(02).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  FIL-LANCADA     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  FIL-APROPRIADA  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  FIL-A-PAGAR     PIC Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  FIL-A-RECEBER   PIC Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  FIL-LIQUIDO     PIC -ZZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-SECAO-ACERTO.
           05  FILLER          PIC X(40) VALUE
               'ACERTO ENTRE FILIAIS'.

       01  WRK-LINHA-COL-ACERTO.
           05  FILLER          PIC X(50) VALUE
               'DEVEDORA  CREDORA  PARCELAS       DEVIDO IDA     D'.
           05  FILLER          PIC X(28) VALUE
               'EVIDO VOLTA   ACERTO LIQUIDO'.

       01  WRK-LINHA-ACERTO.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  ACE-DEVEDORA    PIC X(02).
           05  FILLER          PIC X(07) VALUE SPACES.
           05  ACE-CREDORA     PIC X(02).
           05  FILLER          PIC X(06) VALUE SPACES.
           05  ACE-QTD         PIC ZZZ.ZZ9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  ACE-IDA         PIC Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  ACE-VOLTA       PIC Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  ACE-LIQUIDO     PIC Z.ZZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-SEM-ACERTO.
           05  FILLER          PIC X(50) VALUE
               'NENHUMA RECEITA A ACERTAR ENTRE FILIAIS NO MES'.

       01  WRK-LINHA-TOTAIS.
           05  FILLER          PIC X(21) VALUE
               'COTACOES DO MES: '.
           05  TOT-COTACOES    PIC ZZZ.ZZ9.
           05  FILLER          PIC X(27) VALUE
               '   RATEADAS ENTRE FILIAIS: '.
           05  TOT-RATEADAS    PIC ZZZ.ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-RATEIA-COTACAO UNTIL FIM-DE-ARQUIVO
           PERFORM 3000-IMPRIME-FILIAIS
           PERFORM 4000-ACERTA-PARES
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
           PERFORM 1050-CALCULA-MES-ACERTO
           OPEN INPUT FRETE-LOG
           IF WRK-FRETELOG-STATUS NOT = '00'
               DISPLAY 'FRETE-LOG INEXISTENTE - NADA A RATEAR'
               MOVE 'S' TO WRK-EOF
           END-IF
      * sem a area de atuacao toda cotacao fica com quem
      * vendeu; sem o rateio, idem
           OPEN INPUT FILIAL-OPER
           IF WRK-FILOPER-STATUS = '00'
               MOVE 'S' TO WRK-FILOPER-DISP
           END-IF
           OPEN INPUT RATEIO-FILIAL
           IF WRK-RATEIOFIL-STATUS = '00'
               MOVE 'S' TO WRK-RATEIOFIL-DISP
           END-IF
           OPEN OUTPUT INTERFIL-REPORT
           MOVE WRK-FIM-MES TO TIT-MES
           MOVE WRK-FIM-ANO TO TIT-ANO
           WRITE REPORT-LINE FROM WRK-LINHA-TITULO
           WRITE REPORT-LINE FROM WRK-LINHA-SEPARADOR.

       1050-CALCULA-MES-ACERTO.
           IF MES-SYS = 1
               MOVE 12 TO WRK-FIM-MES
               COMPUTE WRK-FIM-ANO = ANO-SYS - 1
           ELSE
               COMPUTE WRK-FIM-MES = MES-SYS - 1
               MOVE ANO-SYS TO WRK-FIM-ANO
           END-IF
           MOVE 1 TO WRK-FIM-DIA
           PERFORM VALIDA-DATA-FIM-MES
           MOVE WRK-DIAS-NO-MES TO WRK-FIM-DIA.

           COPY 'dateval.cbl'
               REPLACING VALIDA-DATA-CALENDARIO
                             BY VALIDA-DATA-FIM-MES
                         WRK-ANO BY WRK-FIM-ANO
                         WRK-MES BY WRK-FIM-MES
                         WRK-DIA BY WRK-FIM-DIA.

       2000-RATEIA-COTACAO.
           READ FRETE-LOG NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
                   AND LOG-DATA-HORA (1:6) = WRK-DATA-FIM-MES (1:6)
                   AND LOG-FRETE > ZEROS
               ADD 1 TO WRK-QTD-COTACOES
               PERFORM 2100-DEFINE-FILIAIS
               PERFORM 2200-DEFINE-RATEIO
               COMPUTE WRK-PARTE-ORIGEM ROUNDED =
                   LOG-FRETE * WRK-PERC-ORIGEM / 100
               COMPUTE WRK-PARTE-DESTINO ROUNDED =
                   LOG-FRETE * WRK-PERC-DESTINO / 100
      * a vendedora fica com o resto, para o rateio fechar
      * no centavo com o frete lancado
               COMPUTE WRK-PARTE-VENDA = LOG-FRETE
                   - WRK-PARTE-ORIGEM - WRK-PARTE-DESTINO
               MOVE WRK-FIL-VENDA TO WRK-FIL-BUSCA
               PERFORM 2500-LOCALIZA-FILIAL
               ADD LOG-FRETE TO WRK-TF-LANCADA (WRK-IDX-FIL)
               ADD WRK-PARTE-VENDA TO WRK-TF-APROPRIADA (WRK-IDX-FIL)
               MOVE WRK-FIL-ORIGEM TO WRK-FIL-BUSCA
               PERFORM 2500-LOCALIZA-FILIAL
               ADD WRK-PARTE-ORIGEM
                   TO WRK-TF-APROPRIADA (WRK-IDX-FIL)
               MOVE WRK-FIL-DESTINO TO WRK-FIL-BUSCA
               PERFORM 2500-LOCALIZA-FILIAL
               ADD WRK-PARTE-DESTINO
                   TO WRK-TF-APROPRIADA (WRK-IDX-FIL)
               IF (WRK-FIL-ORIGEM NOT = WRK-FIL-VENDA
                       AND WRK-PARTE-ORIGEM > ZEROS)
                   OR (WRK-FIL-DESTINO NOT = WRK-FIL-VENDA
                       AND WRK-PARTE-DESTINO > ZEROS)
                   ADD 1 TO WRK-QTD-RATEADAS
               END-IF
               IF WRK-FIL-ORIGEM NOT = WRK-FIL-VENDA
                   MOVE WRK-FIL-ORIGEM TO WRK-PB-CREDORA
                   MOVE WRK-PARTE-ORIGEM TO WRK-PARTE-PAR
                   PERFORM 2300-SOMA-PAR
               END-IF
               IF WRK-FIL-DESTINO NOT = WRK-FIL-VENDA
                   MOVE WRK-FIL-DESTINO TO WRK-PB-CREDORA
                   MOVE WRK-PARTE-DESTINO TO WRK-PARTE-PAR
                   PERFORM 2300-SOMA-PAR
               END-IF
           END-IF.

      * vendedora pela cotacao (espacos valem 01); operadoras
      * pela UF de origem e de destino na area de atuacao
       2100-DEFINE-FILIAIS.
           MOVE LOG-FILIAL TO WRK-FIL-VENDA
           IF WRK-FIL-VENDA = SPACES
               MOVE '01' TO WRK-FIL-VENDA
           END-IF
           MOVE LOG-UF-ORIGEM TO WRK-UF-BUSCA
           PERFORM 2150-FILIAL-DA-UF
           MOVE WRK-FIL-BUSCA TO WRK-FIL-ORIGEM
           MOVE LOG-STADO TO WRK-UF-BUSCA
           PERFORM 2150-FILIAL-DA-UF
           MOVE WRK-FIL-BUSCA TO WRK-FIL-DESTINO.

       2150-FILIAL-DA-UF.
           MOVE WRK-FIL-VENDA TO WRK-FIL-BUSCA
           IF FILOPER-DISPONIVEL AND WRK-UF-BUSCA NOT = SPACES
               MOVE WRK-UF-BUSCA TO FOP-UF
               READ FILIAL-OPER
                   KEY IS FOP-UF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FOP-FILIAL TO WRK-FIL-BUSCA
               END-READ
           END-IF.

       2200-DEFINE-RATEIO.
           MOVE 100 TO WRK-PERC-VENDA
           MOVE ZEROS TO WRK-PERC-ORIGEM WRK-PERC-DESTINO
           IF RATEIOFIL-DISPONIVEL
               MOVE WRK-FIL-VENDA TO RTF-FILIAL-VENDA
               READ RATEIO-FILIAL
                   KEY IS RTF-FILIAL-VENDA
                   INVALID KEY
                       MOVE SPACES TO RTF-FILIAL-VENDA
                       READ RATEIO-FILIAL
                           KEY IS RTF-FILIAL-VENDA
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM 2210-ASSUME-RATEIO
                       END-READ
                   NOT INVALID KEY
                       PERFORM 2210-ASSUME-RATEIO
               END-READ
           END-IF.

       2210-ASSUME-RATEIO.
           MOVE RTF-PERC-VENDA TO WRK-PERC-VENDA
           MOVE RTF-PERC-ORIGEM TO WRK-PERC-ORIGEM
           MOVE RTF-PERC-DESTINO TO WRK-PERC-DESTINO.

      * a vendedora deve a operadora a parte que coube a ela
       2300-SOMA-PAR.
           IF WRK-PARTE-PAR > ZEROS
               MOVE WRK-FIL-VENDA TO WRK-PB-DEVEDORA
               PERFORM 2600-LOCALIZA-PAR
               IF WRK-IDX-PAR > ZEROS
                   ADD 1 TO WRK-TP-QTD (WRK-IDX-PAR)
                   ADD WRK-PARTE-PAR TO WRK-TP-VALOR (WRK-IDX-PAR)
               END-IF
           END-IF.

      * procura a filial na tabela; filial nova entra na
      * posicao da ordem de codigo, deslocando as maiores
       2500-LOCALIZA-FILIAL.
           PERFORM VARYING WRK-IDX-FIL FROM 1 BY 1
                   UNTIL WRK-IDX-FIL > WRK-QTD-FILIAIS
                      OR WRK-TF-FILIAL (WRK-IDX-FIL)
                             NOT < WRK-FIL-BUSCA
               CONTINUE
           END-PERFORM
           IF WRK-IDX-FIL > WRK-QTD-FILIAIS
                   OR WRK-TF-FILIAL (WRK-IDX-FIL) NOT = WRK-FIL-BUSCA
               IF WRK-QTD-FILIAIS < 50
                   PERFORM VARYING WRK-IDX-DESLOCA
                           FROM WRK-QTD-FILIAIS BY -1
                           UNTIL WRK-IDX-DESLOCA < WRK-IDX-FIL
                       MOVE WRK-TF-ENTRADA (WRK-IDX-DESLOCA)
                           TO WRK-TF-ENTRADA (WRK-IDX-DESLOCA + 1)
                   END-PERFORM
                   ADD 1 TO WRK-QTD-FILIAIS
                   MOVE WRK-FIL-BUSCA TO WRK-TF-FILIAL (WRK-IDX-FIL)
                   MOVE ZEROS TO WRK-TF-LANCADA (WRK-IDX-FIL)
                       WRK-TF-APROPRIADA (WRK-IDX-FIL)
                       WRK-TF-A-PAGAR (WRK-IDX-FIL)
                       WRK-TF-A-RECEBER (WRK-IDX-FIL)
               ELSE
      * tabela cheia: a filial excedente soma na ultima
                   DISPLAY 'TABELA DE FILIAIS CHEIA - FILIAL '
                       WRK-FIL-BUSCA
                   MOVE WRK-QTD-FILIAIS TO WRK-IDX-FIL
               END-IF
           END-IF.

      * mesmo esquema para o par devedora + credora; par que
      * nao cabe na tabela fica fora do acerto e e avisado
       2600-LOCALIZA-PAR.
           PERFORM VARYING WRK-IDX-PAR FROM 1 BY 1
                   UNTIL WRK-IDX-PAR > WRK-QTD-PARES
                      OR WRK-TP-CHAVE (WRK-IDX-PAR)
                             NOT < WRK-PAR-BUSCA
               CONTINUE
           END-PERFORM
           IF WRK-IDX-PAR > WRK-QTD-PARES
                   OR WRK-TP-CHAVE (WRK-IDX-PAR) NOT = WRK-PAR-BUSCA
               IF WRK-QTD-PARES < 200
                   PERFORM VARYING WRK-IDX-DESLOCA
                           FROM WRK-QTD-PARES BY -1
                           UNTIL WRK-IDX-DESLOCA < WRK-IDX-PAR
                       MOVE WRK-TP-ENTRADA (WRK-IDX-DESLOCA)
                           TO WRK-TP-ENTRADA (WRK-IDX-DESLOCA + 1)
                   END-PERFORM
                   ADD 1 TO WRK-QTD-PARES
                   MOVE WRK-PAR-BUSCA TO WRK-TP-CHAVE (WRK-IDX-PAR)
                   MOVE ZEROS TO WRK-TP-QTD (WRK-IDX-PAR)
                       WRK-TP-VALOR (WRK-IDX-PAR)
                   MOVE 'N' TO WRK-TP-ACERTADO (WRK-IDX-PAR)
               ELSE
                   DISPLAY 'TABELA DE ACERTOS CHEIA - PAR '
                       WRK-PAR-BUSCA ' FORA DO ACERTO'
                   MOVE ZEROS TO WRK-IDX-PAR
               END-IF
           END-IF.

      * receita lancada x apropriada por filial, com o que
      * cada uma deve e tem a receber no bruto
       3000-IMPRIME-FILIAIS.
           PERFORM VARYING WRK-IDX-PAR FROM 1 BY 1
                   UNTIL WRK-IDX-PAR > WRK-QTD-PARES
               MOVE WRK-TP-DEVEDORA (WRK-IDX-PAR) TO WRK-FIL-BUSCA
               PERFORM 2500-LOCALIZA-FILIAL
               ADD WRK-TP-VALOR (WRK-IDX-PAR)
                   TO WRK-TF-A-PAGAR (WRK-IDX-FIL)
               MOVE WRK-TP-CREDORA (WRK-IDX-PAR) TO WRK-FIL-BUSCA
               PERFORM 2500-LOCALIZA-FILIAL
               ADD WRK-TP-VALOR (WRK-IDX-PAR)
                   TO WRK-TF-A-RECEBER (WRK-IDX-FIL)
           END-PERFORM
           WRITE REPORT-LINE FROM WRK-LINHA-SECAO-FILIAIS
           WRITE REPORT-LINE FROM WRK-LINHA-COL-FILIAIS
           PERFORM VARYING WRK-IDX-FIL FROM 1 BY 1
                   UNTIL WRK-IDX-FIL > WRK-QTD-FILIAIS
               MOVE WRK-TF-FILIAL (WRK-IDX-FIL) TO FIL-CODIGO
               MOVE WRK-TF-LANCADA (WRK-IDX-FIL) TO FIL-LANCADA
               MOVE WRK-TF-APROPRIADA (WRK-IDX-FIL) TO FIL-APROPRIADA
               MOVE WRK-TF-A-PAGAR (WRK-IDX-FIL) TO FIL-A-PAGAR
               MOVE WRK-TF-A-RECEBER (WRK-IDX-FIL) TO FIL-A-RECEBER
               COMPUTE WRK-SALDO-FILIAL =
                   WRK-TF-A-RECEBER (WRK-IDX-FIL)
                   - WRK-TF-A-PAGAR (WRK-IDX-FIL)
               MOVE WRK-SALDO-FILIAL TO FIL-LIQUIDO
               WRITE REPORT-LINE FROM WRK-LINHA-FILIAL
           END-PERFORM
           WRITE REPORT-LINE FROM WRK-LINHA-SEPARADOR.

      *****************************************************
      *    compensa ida e volta de cada par de filiais e
      *    lanca o liquido: a devedora estorna a receita
      *    contra a conta corrente, a credora reconhece
      *****************************************************
       4000-ACERTA-PARES.
           WRITE REPORT-LINE FROM WRK-LINHA-SECAO-ACERTO
           WRITE REPORT-LINE FROM WRK-LINHA-COL-ACERTO
           ACCEPT WRK-DHS-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-DHS-HORA FROM TIME
           OPEN EXTEND GL-FILE
           MOVE WRK-DHS-DATA TO HDR-DATA
           MOVE WRK-DHS-HORA TO HDR-HORA
           WRITE GL-LINE FROM WRK-LINHA-HEADER
           PERFORM VARYING WRK-IDX-PAR FROM 1 BY 1
                   UNTIL WRK-IDX-PAR > WRK-QTD-PARES
               IF WRK-TP-ACERTADO (WRK-IDX-PAR) = 'N'
                   PERFORM 4100-ACERTA-PAR
               END-IF
           END-PERFORM
           MOVE WRK-QTD-LANCAMENTOS TO TRL-QTD
           MOVE WRK-TOT-DEBITOS TO TRL-DEBITOS
           MOVE WRK-TOT-CREDITOS TO TRL-CREDITOS
           WRITE GL-LINE FROM WRK-LINHA-TRAILER
           CLOSE GL-FILE
           IF WRK-QTD-ACERTOS = ZEROS
               WRITE REPORT-LINE FROM WRK-LINHA-SEM-ACERTO
           END-IF.

       4100-ACERTA-PAR.
           MOVE 'S' TO WRK-TP-ACERTADO (WRK-IDX-PAR)
           MOVE ZEROS TO WRK-VALOR-VOLTA
           MOVE WRK-TP-CREDORA (WRK-IDX-PAR) TO WRK-PB-DEVEDORA
           MOVE WRK-TP-DEVEDORA (WRK-IDX-PAR) TO WRK-PB-CREDORA
           PERFORM VARYING WRK-IDX-VOLTA FROM 1 BY 1
                   UNTIL WRK-IDX-VOLTA > WRK-QTD-PARES
                      OR WRK-TP-CHAVE (WRK-IDX-VOLTA) = WRK-PAR-BUSCA
               CONTINUE
           END-PERFORM
           IF WRK-IDX-VOLTA NOT > WRK-QTD-PARES
               MOVE WRK-TP-VALOR (WRK-IDX-VOLTA) TO WRK-VALOR-VOLTA
               MOVE 'S' TO WRK-TP-ACERTADO (WRK-IDX-VOLTA)
           END-IF
           COMPUTE WRK-VALOR-LIQUIDO =
               WRK-TP-VALOR (WRK-IDX-PAR) - WRK-VALOR-VOLTA
      * a linha sai sempre na direcao de quem deve no liquido
           IF WRK-VALOR-LIQUIDO < ZEROS
               MOVE WRK-TP-CREDORA (WRK-IDX-PAR) TO ACE-DEVEDORA
               MOVE WRK-TP-DEVEDORA (WRK-IDX-PAR) TO ACE-CREDORA
               MOVE WRK-VALOR-VOLTA TO ACE-IDA
               MOVE WRK-TP-VALOR (WRK-IDX-PAR) TO ACE-VOLTA
               COMPUTE WRK-VALOR-LIQUIDO = 0 - WRK-VALOR-LIQUIDO
           ELSE
               MOVE WRK-TP-DEVEDORA (WRK-IDX-PAR) TO ACE-DEVEDORA
               MOVE WRK-TP-CREDORA (WRK-IDX-PAR) TO ACE-CREDORA
               MOVE WRK-TP-VALOR (WRK-IDX-PAR) TO ACE-IDA
               MOVE WRK-VALOR-VOLTA TO ACE-VOLTA
           END-IF
           MOVE WRK-TP-QTD (WRK-IDX-PAR) TO WRK-QTD-PARCELAS
           IF WRK-IDX-VOLTA NOT > WRK-QTD-PARES
               ADD WRK-TP-QTD (WRK-IDX-VOLTA) TO WRK-QTD-PARCELAS
           END-IF
           MOVE WRK-QTD-PARCELAS TO ACE-QTD
           MOVE WRK-VALOR-LIQUIDO TO ACE-LIQUIDO
           WRITE REPORT-LINE FROM WRK-LINHA-ACERTO
           ADD 1 TO WRK-QTD-ACERTOS
           IF WRK-VALOR-LIQUIDO > ZEROS
               PERFORM 4200-LANCA-ACERTO
           END-IF.

      * dois pares balanceados, um em cada filial
       4200-LANCA-ACERTO.
           MOVE WRK-DATA-FIM-MES-NUM TO LAN-DATA
           MOVE WRK-VALOR-LIQUIDO TO LAN-VALOR
           MOVE 'INTERFIL-DEV' TO WRK-CR-EVENTO
           MOVE ACE-DEVEDORA TO WRK-CR-FILIAL
           MOVE WRK-CTA-REC-FRETE TO WRK-CR-DEBITO
           MOVE WRK-CTA-CC-FILIAIS TO WRK-CR-CREDITO
           CALL 'ctbregra' USING WRK-CTBREGRA
           MOVE ACE-DEVEDORA TO LAN-FILIAL
           PERFORM 4300-GRAVA-PAR
           MOVE 'INTERFIL-CRD' TO WRK-CR-EVENTO
           MOVE ACE-CREDORA TO WRK-CR-FILIAL
           MOVE WRK-CTA-CC-FILIAIS TO WRK-CR-DEBITO
           MOVE WRK-CTA-REC-FRETE TO WRK-CR-CREDITO
           CALL 'ctbregra' USING WRK-CTBREGRA
           MOVE ACE-CREDORA TO LAN-FILIAL
           PERFORM 4300-GRAVA-PAR.

       4300-GRAVA-PAR.
           MOVE WRK-CR-DEBITO TO LAN-CONTA
           MOVE 'D' TO LAN-NATUREZA
           WRITE GL-LINE FROM WRK-LINHA-LANCAMENTO
           ADD LAN-VALOR TO WRK-TOT-DEBITOS
           MOVE WRK-CR-CREDITO TO LAN-CONTA
           MOVE 'C' TO LAN-NATUREZA
           WRITE GL-LINE FROM WRK-LINHA-LANCAMENTO
           ADD LAN-VALOR TO WRK-TOT-CREDITOS
           ADD 2 TO WRK-QTD-LANCAMENTOS.

       9000-FINALIZA.
           MOVE WRK-QTD-COTACOES TO TOT-COTACOES
           MOVE WRK-QTD-RATEADAS TO TOT-RATEADAS
           WRITE REPORT-LINE FROM WRK-LINHA-SEPARADOR
           WRITE REPORT-LINE FROM WRK-LINHA-TOTAIS
           CLOSE INTERFIL-REPORT
           IF WRK-FRETELOG-STATUS = '00' OR '10'
               CLOSE FRETE-LOG
           END-IF
           IF FILOPER-DISPONIVEL
               CLOSE FILIAL-OPER
           END-IF
           IF RATEIOFIL-DISPONIVEL
               CLOSE RATEIO-FILIAL
           END-IF
           DISPLAY 'COTACOES DO MES: ' WRK-QTD-COTACOES
           DISPLAY 'COTACOES RATEADAS ENTRE FILIAIS: '
               WRK-QTD-RATEADAS
           DISPLAY 'ACERTOS ENTRE FILIAIS: ' WRK-QTD-ACERTOS
           MOVE 'F' TO WRK-RC-OPERACAO
           MOVE WRK-QTD-COTACOES TO WRK-RC-QTD
           CALL 'runctl' USING WRK-RUNCTL.
