      *    confirmacao ou com contagem/total divergente vira
      *    linha no ERROR.LOG, do mesmo jeito que o gradeack
      *    confere a transmissao do boletim.
      *    A transportadora tambem pode recusar embarques
      *    avulsos (linha com status RL e o numero da
      *    cotacao). Cada linha recusada, e todas as linhas de
      *    um manifesto sem confirmacao nenhuma, sao
      *    reofertadas a proxima transportadora elegivel da UF
      *    pelas mesmas regras do lote (fator da faixa de
      *    peso, certificacao para carga perigosa, teto do dia
      *    no capsrv, adicional de combustivel vigente): o
      *    FRETE-LOG passa a apontar a nova transportadora e o
      *    custo dela, a reoferta fica no RETENDER.DAT (o
      *    podrel conta a recusa contra a original) e os
      *    embarques reofertados saem num manifesto
      *    suplementar MANIFSUP.DAT, mesmo layout H/D/T.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ERROR-LOG ASSIGN TO 'ERROR.LOG'
               ORGANIZATION IS LINE SEQUENTIAL.

      * arquivos da reoferta: sem o FRETE-LOG ou sem a
      * TRANSP-TABLE a conferencia segue so com a trilha de
      * erros, como antes
           SELECT FRETE-LOG ASSIGN TO 'FRETELOG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOG-CHAVE
               ALTERNATE RECORD KEY IS LOG-STADO WITH DUPLICATES
               FILE STATUS IS WRK-FRETELOG-STATUS.

           SELECT TRANSP-TABLE ASSIGN TO 'TRANSPTAB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRP-CHAVE
               FILE STATUS IS WRK-TRANSPTAB-STATUS.

           SELECT PRODUCT-MASTER ASSIGN TO 'PRODUTO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WRK-PRODMASTER-STATUS.

           SELECT ORDERS-FILE ASSIGN TO 'ORDMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-NUMERO
               FILE STATUS IS WRK-ORDERS-STATUS.

           SELECT COMBIND-FILE ASSIGN TO 'COMBIND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COMB-DATA-VIGENCIA
               FILE STATUS IS WRK-COMBIND-STATUS.

           SELECT RETENDER-FILE ASSIGN TO 'RETENDER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RETENDER-STATUS.

           SELECT SUPLEMENTAR-FILE ASSIGN TO 'MANIFSUP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MANIFESTO-FILE
           05  ACK-QTD         PIC 9(06).
           05  ACK-FRETE       PIC 9(10)V99.
           05  ACK-STATUS      PIC X(02).
      *    na recusa de linha (status RL), a cotacao recusada
           05  ACK-SEQ         PIC 9(08).
           05  FILLER          PIC X(41).

       FD  ERROR-LOG.
           COPY 'errorlog.cbl'.

       FD  FRETE-LOG.
           COPY 'fretelog.cbl'.

       FD  TRANSP-TABLE.
           COPY 'transptab.cbl'.

       FD  PRODUCT-MASTER.
           COPY 'prodrec.cbl'.

       FD  ORDERS-FILE.
           COPY 'ordrec.cbl'.

       FD  COMBIND-FILE.
           COPY 'combrec.cbl'.

       FD  RETENDER-FILE.
           COPY 'retenrec.cbl'.

       FD  SUPLEMENTAR-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  SUPLEMENTAR-LINE PIC X(60).

       WORKING-STORAGE SECTION.
       77  WRK-MANIF-STATUS     PIC X(02) VALUE '00'.
       77  WRK-ACK-STATUS       PIC X(02) VALUE '00'.
           05  WRK-HDR-DATA    PIC 9(08).
           05  WRK-HDR-TRANSP  PIC X(03).
           05  FILLER          PIC X(48).
       01  WRK-MANIF-DETALHE REDEFINES WRK-MANIF-LINHA.
           05  WRK-DET-MARCA   PIC X(01).
           05  WRK-DET-SEQ     PIC 9(08).
           05  FILLER          PIC X(37).
           05  WRK-DET-VOLUMES PIC 9(03).
           05  FILLER          PIC X(11).
       01  WRK-MANIF-TRAILER REDEFINES WRK-MANIF-LINHA.
           05  WRK-TRL-MARCA   PIC X(01).
           05  WRK-TRL-QTD     PIC 9(06).
           05  WRK-DHS-DATA     PIC 9(08).
           05  WRK-DHS-HORA     PIC 9(06).

       77  WRK-FRETELOG-STATUS  PIC X(02) VALUE '00'.
       77  WRK-TRANSPTAB-STATUS PIC X(02) VALUE '00'.
       77  WRK-PRODMASTER-STATUS PIC X(02) VALUE '00'.
       77  WRK-ORDERS-STATUS    PIC X(02) VALUE '00'.
       77  WRK-COMBIND-STATUS   PIC X(02) VALUE '00'.
       77  WRK-RETENDER-STATUS  PIC X(02) VALUE '00'.
       77  WRK-REOFERTA-DISP    PIC X(01) VALUE 'N'.
           88 REOFERTA-DISPONIVEL   VALUE 'S'.
       77  WRK-PRODUTO-DISP     PIC X(01) VALUE 'N'.
           88 PRODUTO-DISPONIVEL    VALUE 'S'.
       77  WRK-ORDERS-DISP      PIC X(01) VALUE 'N'.
           88 ORDERS-DISPONIVEL     VALUE 'S'.
       77  WRK-EOF-LOG          PIC X(01) VALUE 'N'.
           88 FIM-LOG               VALUE 'S'.
       77  WRK-EOF-TRANSP       PIC X(01) VALUE 'N'.
           88 FIM-TRANSP            VALUE 'S'.
       77  WRK-EOF-COMB         PIC X(01) VALUE 'N'.
           88 FIM-COMBIND           VALUE 'S'.
       77  WRK-EOF-RET          PIC X(01) VALUE 'N'.
           88 FIM-RETENDER          VALUE 'S'.
       77  WRK-ACHOU-ACK        PIC X(01) VALUE 'N'.
           88 ACK-DO-MANIFESTO      VALUE 'S'.
       77  WRK-ACHOU-LOG        PIC X(01) VALUE 'N'.
           88 COTACAO-LOCALIZADA    VALUE 'S'.

      * linhas do manifesto corrente, guardadas do header ao
      * trailer; a recusa de linha do MANIFACK.DAT marca a
      * sua, e o manifesto sem confirmacao marca todas
       01  WRK-TABELA-LINHAS.
           05  WRK-LIN-ENTRADA OCCURS 500 TIMES.
               10  WRK-LIN-SEQ       PIC 9(08).
               10  WRK-LIN-RECUSADA  PIC X(01).
               10  WRK-LIN-VOLUMES   PIC 9(03).
       77  WRK-QTD-LINHAS       PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-LINHA        PIC 9(04) VALUE ZEROS.
       77  WRK-MOTIVO-REOFERTA  PIC X(01) VALUE SPACES.

      * recusas ja registradas no historico (e as desta
      * rodada): transportadora que ja recusou a cotacao nao
      * recebe a mesma cotacao de volta
       01  WRK-TABELA-RECUSAS.
           05  WRK-RCS-ENTRADA OCCURS 1000 TIMES.
               10  WRK-RCS-SEQ       PIC 9(08).
               10  WRK-RCS-TRANSP    PIC X(03).
       77  WRK-QTD-RECUSAS      PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-RECUSA       PIC 9(04) VALUE ZEROS.
       77  WRK-JA-RECUSOU       PIC X(01) VALUE 'N'.
           88 TRANSP-JA-RECUSOU     VALUE 'S'.

      * embarques reofertados nesta rodada, agrupados por
      * transportadora nova no manifesto suplementar
       01  WRK-TABELA-SUPL.
           05  WRK-SUP-ENTRADA OCCURS 500 TIMES.
               10  WRK-SUP-TRANSP    PIC X(03).
               10  WRK-SUP-DATA      PIC 9(08).
               10  WRK-SUP-SEQ       PIC 9(08).
               10  WRK-SUP-PDUTO     PIC X(20).
               10  WRK-SUP-PESO      PIC 9(05)V99.
               10  WRK-SUP-UF        PIC X(02).
               10  WRK-SUP-FRETE     PIC 9(04)V99.
               10  WRK-SUP-VOLUMES   PIC 9(03).
               10  WRK-SUP-REEMBOLSO PIC 9(06)V99.
               10  WRK-SUP-EMITIDO   PIC X(01).
       77  WRK-QTD-SUPL         PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-SUPL         PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-SUPL-BLOCO   PIC 9(04) VALUE ZEROS.

      * escolha da nova transportadora, mesmas regras e
      * mesmos tamanhos do lote (learning9)
       77  WRK-CATEG-PERIGOSA   PIC X(10) VALUE 'PERIGOSO'.
       77  WRK-CARGA-PERIGO     PIC X(01) VALUE 'N'.
           88 CARGA-PERIGOSA        VALUE 'S'.
       77  WRK-DIVISOR-CUBAGEM  PIC 9(04) VALUE 6000.
       77  WRK-COMPRIMENTO      PIC 9(03) VALUE ZEROS.
       77  WRK-LARGURA          PIC 9(03) VALUE ZEROS.
       77  WRK-ALTURA           PIC 9(03) VALUE ZEROS.
       77  WRK-PESO-CUBICO      PIC 9(05)V99 VALUE ZEROS.
       77  WRK-PESO-COTADO      PIC 9(05)V99 VALUE ZEROS.
       77  WRK-TEM-TRANSP       PIC X(01) VALUE 'N'.
           88 TRANSP-ENCONTRADA     VALUE 'S'.
       77  WRK-CAND-OK          PIC X(01) VALUE 'N'.
           88 CANDIDATO-OK          VALUE 'S'.
       77  WRK-FRETE-CAND       PIC 9(04)V99 VALUE ZEROS.
       77  WRK-MELHOR-FRETE     PIC 9(04)V99 VALUE ZEROS.
       77  WRK-TRANSP-ESCOLHIDA PIC X(03) VALUE SPACES.
       77  WRK-COMBUSTIVEL      PIC 9(04)V99 VALUE ZEROS.
       77  WRK-PERC-COMB        PIC 9(02)V99 VALUE ZEROS.
       77  WRK-DATA-COMB        PIC 9(08) VALUE ZEROS.

       01  WRK-FAIXAS-PESO.
           05  FILLER.
               10  FILLER PIC 9(03)V99 VALUE 005,00.
               10  FILLER PIC 9(01)V99 VALUE 1,00.
           05  FILLER.
               10  FILLER PIC 9(03)V99 VALUE 020,00.
               10  FILLER PIC 9(01)V99 VALUE 1,10.
           05  FILLER.
               10  FILLER PIC 9(03)V99 VALUE 050,00.
               10  FILLER PIC 9(01)V99 VALUE 1,25.
           05  FILLER.
               10  FILLER PIC 9(03)V99 VALUE 999,99.
               10  FILLER PIC 9(01)V99 VALUE 1,50.

       01  WRK-TB-FAIXAS-PESO REDEFINES WRK-FAIXAS-PESO.
           05  WRK-FAIXA OCCURS 4 TIMES.
               10  WRK-FAIXA-PESO-ATE  PIC 9(03)V99.
               10  WRK-FAIXA-FATOR     PIC 9(01)V99.

       77  WRK-IDX-FAIXA        PIC 9(01) VALUE ZEROS.
       77  WRK-IDX-FAIXA-SEL    PIC 9(01) VALUE 1.
       77  WRK-FAIXA-OK         PIC X(01) VALUE 'N'.
           88 FAIXA-ENCONTRADA      VALUE 'S'.

      * contrato com o teto diario das transportadoras
      * (capsrv), o mesmo do lote: C consulta, V reserva a
      * escolhida, L devolve a reserva
       01  WRK-CAPSRV.
           05  WRK-CAP-OPERACAO PIC X(01).
           05  WRK-CAP-DATA     PIC 9(08).
           05  WRK-CAP-UF       PIC X(02).
           05  WRK-CAP-TRANSP   PIC X(03).
           05  WRK-CAP-QTD      PIC 9(05).
           05  WRK-CAP-PESO     PIC 9(07)V99.
           05  WRK-CAP-DISPONIVEL PIC X(01).
               88 CAP-DISPONIVEL    VALUE 'S'.
       77  WRK-RESERVA-OK       PIC X(01) VALUE 'N'.
           88 RESERVA-FEITA         VALUE 'S'.
       77  WRK-TENT-RESERVA     PIC 9(02) VALUE ZEROS.
       77  WRK-MAX-RESERVA      PIC 9(02) VALUE 05.

       77  WRK-QTD-REOFERTADOS  PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-SEM-TRANSP   PIC 9(04) VALUE ZEROS.

      * manifesto suplementar, layouts do manifgen; o header
      * leva a origem MANIFSUP no lugar de MANIFGEN
       01  WRK-SUP-HEADER.
           05  FILLER          PIC X(01) VALUE 'H'.
           05  SHD-DATA        PIC 9(08).
           05  SHD-TRANSP      PIC X(03).
           05  FILLER          PIC X(08) VALUE 'MANIFSUP'.

       01  WRK-SUP-DETALHE.
           05  FILLER          PIC X(01) VALUE 'D'.
           05  SDT-SEQ         PIC 9(08).
           05  SDT-PDUTO       PIC X(20).
           05  SDT-PESO        PIC 9(05)V99.
           05  SDT-UF          PIC X(02).
           05  SDT-CARGA       PIC 9(08).
           05  SDT-VOLUMES     PIC 9(03).
           05  SDT-REEMBOLSO   PIC 9(06)V99.

       01  WRK-SUP-TRAILER.
           05  FILLER          PIC X(01) VALUE 'T'.
           05  STR-QTD         PIC 9(06).
           05  STR-PESO        PIC 9(08)V99.
           05  STR-FRETE       PIC 9(10)V99.
           05  STR-VOLUMES     PIC 9(06).
           05  STR-REEMBOLSO   PIC 9(08)V99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           OPEN EXTEND ERROR-LOG
           PERFORM 0100-ABRE-REOFERTA
           OPEN INPUT MANIFESTO-FILE
           IF WRK-MANIF-STATUS NOT = '00'
               DISPLAY 'MANIF.DAT INEXISTENTE - NADA A CONFERIR'
           DISPLAY 'MANIFESTOS CONFIRMADOS: ' WRK-QTD-CONFIRMADOS
           DISPLAY 'MANIFESTOS PENDENTES/DIVERGENTES: '
               WRK-QTD-PENDENTES
           PERFORM 5000-EMITE-SUPLEMENTAR
           PERFORM 0200-FECHA-REOFERTA
           DISPLAY 'EMBARQUES REOFERTADOS: ' WRK-QTD-REOFERTADOS
           DISPLAY 'EMBARQUES SEM TRANSPORTADORA NA REOFERTA: '
               WRK-QTD-SEM-TRANSP
           CLOSE ERROR-LOG
           IF WRK-QTD-PENDENTES > ZEROS
                   OR WRK-QTD-SEM-TRANSP > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      * a reoferta precisa do log e da tabela de
      * transportadoras; produto e mestre de pedidos so
      * refinam a escolha (carga perigosa e peso cubado)
       0100-ABRE-REOFERTA.
           OPEN I-O FRETE-LOG
           OPEN INPUT TRANSP-TABLE
           IF WRK-FRETELOG-STATUS = '00'
                   AND WRK-TRANSPTAB-STATUS = '00'
               MOVE 'S' TO WRK-REOFERTA-DISP
           ELSE
               DISPLAY 'FRETE-LOG OU TRANSP-TABLE INDISPONIVEL - '
                   'SEM REOFERTA AUTOMATICA'
           END-IF
           OPEN INPUT PRODUCT-MASTER
           IF WRK-PRODMASTER-STATUS = '00'
               MOVE 'S' TO WRK-PRODUTO-DISP
           END-IF
           OPEN INPUT ORDERS-FILE
           IF WRK-ORDERS-STATUS = '00'
               MOVE 'S' TO WRK-ORDERS-DISP
           END-IF
           PERFORM 1200-CARREGA-RECUSAS
           OPEN EXTEND RETENDER-FILE
      * primeiro uso do ambiente: cria o historico vazio
           IF WRK-RETENDER-STATUS = '35'
               OPEN OUTPUT RETENDER-FILE
           END-IF
           OPEN OUTPUT SUPLEMENTAR-FILE.

       0200-FECHA-REOFERTA.
           CLOSE SUPLEMENTAR-FILE
           CLOSE RETENDER-FILE
           IF WRK-FRETELOG-STATUS = '00' OR '10'
               CLOSE FRETE-LOG
           END-IF
           IF WRK-TRANSPTAB-STATUS = '00' OR '10'
               CLOSE TRANSP-TABLE
           END-IF
           IF PRODUTO-DISPONIVEL
               CLOSE PRODUCT-MASTER
           END-IF
           IF ORDERS-DISPONIVEL
               CLOSE ORDERS-FILE
           END-IF.

      * cada header guarda a transportadora do bloco; o
      * trailer que o segue fecha o manifesto e dispara a
      * conferencia contra o arquivo de confirmacao
                   IF WRK-HDR-MARCA = 'H'
                       MOVE WRK-HDR-TRANSP TO WRK-TRANSP-CORRENTE
                       MOVE WRK-HDR-DATA TO WRK-DATA-MANIF
                       MOVE ZEROS TO WRK-QTD-LINHAS
                   END-IF
                   IF WRK-DET-MARCA = 'D'
                       PERFORM 1100-GUARDA-LINHA
                   END-IF
                   IF WRK-TRL-MARCA = 'T'
                       PERFORM 2000-CONFERE-MANIFESTO
                   END-IF
           END-READ.

       1100-GUARDA-LINHA.
           IF WRK-QTD-LINHAS < 500
               ADD 1 TO WRK-QTD-LINHAS
               MOVE WRK-DET-SEQ TO WRK-LIN-SEQ (WRK-QTD-LINHAS)
               MOVE 'N' TO WRK-LIN-RECUSADA (WRK-QTD-LINHAS)
      * volumes contados pelo manifgen; linha sem a contagem
      * vale um volume, como la
               IF WRK-DET-VOLUMES IS NUMERIC
                       AND WRK-DET-VOLUMES > ZEROS
                   MOVE WRK-DET-VOLUMES
                       TO WRK-LIN-VOLUMES (WRK-QTD-LINHAS)
               ELSE
                   MOVE 1 TO WRK-LIN-VOLUMES (WRK-QTD-LINHAS)
               END-IF
           ELSE
               DISPLAY 'AVISO: MANIFESTO ' WRK-TRANSP-CORRENTE
                   ' COM MAIS DE 500 LINHAS - EXCEDENTE SEM '
                   'REOFERTA'
           END-IF.

      * recusas anteriores, do historico inteiro
       1200-CARREGA-RECUSAS.
           MOVE ZEROS TO WRK-QTD-RECUSAS
           MOVE 'N' TO WRK-EOF-RET
           OPEN INPUT RETENDER-FILE
           IF WRK-RETENDER-STATUS NOT = '00'
               MOVE 'S' TO WRK-EOF-RET
           END-IF
           PERFORM 1210-LE-RECUSA UNTIL FIM-RETENDER
           IF WRK-RETENDER-STATUS = '00' OR '10'
               CLOSE RETENDER-FILE
           END-IF.

       1210-LE-RECUSA.
           READ RETENDER-FILE
               AT END MOVE 'S' TO WRK-EOF-RET
           END-READ
           IF NOT FIM-RETENDER
               PERFORM 1220-GUARDA-RECUSA
           END-IF.

       1220-GUARDA-RECUSA.
           IF WRK-QTD-RECUSAS < 1000
               ADD 1 TO WRK-QTD-RECUSAS
               MOVE RET-SEQ-COTACAO TO WRK-RCS-SEQ (WRK-QTD-RECUSAS)
               MOVE RET-TRANSP-ANT
                   TO WRK-RCS-TRANSP (WRK-QTD-RECUSAS)
           END-IF.

      * percentual de combustivel vigente na data do
      * manifesto, mesma busca do lote; relido so quando a
      * data muda
       1300-BUSCA-INDICE-COMB.
           MOVE WRK-DATA-MANIF TO WRK-DATA-COMB
           MOVE ZEROS TO WRK-PERC-COMB
           MOVE 'N' TO WRK-EOF-COMB
           OPEN INPUT COMBIND-FILE
           IF WRK-COMBIND-STATUS NOT = '00'
               MOVE 'S' TO WRK-EOF-COMB
           END-IF
           PERFORM 1310-LE-VIGENCIA-COMB UNTIL FIM-COMBIND
           IF WRK-COMBIND-STATUS = '00' OR '10'
               CLOSE COMBIND-FILE
           END-IF.

       1310-LE-VIGENCIA-COMB.
           READ COMBIND-FILE NEXT RECORD
               AT END MOVE 'S' TO WRK-EOF-COMB
           END-READ
           IF NOT FIM-COMBIND
               IF COMB-DATA-VIGENCIA > WRK-DATA-MANIF
                   MOVE 'S' TO WRK-EOF-COMB
               ELSE
                   MOVE COMB-PERC TO WRK-PERC-COMB
               END-IF
           END-IF.

       2000-CONFERE-MANIFESTO.
           MOVE 'N' TO WRK-CONFIRMADO
           MOVE 'N' TO WRK-ACHOU-ACK
           MOVE 'N' TO WRK-DIVERGIU
           MOVE 'N' TO WRK-EOF-ACK
           OPEN INPUT ACK-FILE
                   PERFORM 3000-GRAVA-ERRO
               END-IF
               ADD 1 TO WRK-QTD-PENDENTES
           END-IF
      * manifesto que a transportadora nem confirmou volta
      * inteiro para a praca; o divergente so reoferta as
      * linhas recusadas - a divergencia e do supervisor
           IF NOT ACK-DO-MANIFESTO
               PERFORM VARYING WRK-IDX-LINHA FROM 1 BY 1
                       UNTIL WRK-IDX-LINHA > WRK-QTD-LINHAS
                   MOVE 'P' TO WRK-LIN-RECUSADA (WRK-IDX-LINHA)
               END-PERFORM
           END-IF
           IF REOFERTA-DISPONIVEL
               IF WRK-DATA-MANIF NOT = WRK-DATA-COMB
                   PERFORM 1300-BUSCA-INDICE-COMB
               END-IF
               PERFORM VARYING WRK-IDX-LINHA FROM 1 BY 1
                       UNTIL WRK-IDX-LINHA > WRK-QTD-LINHAS
                   IF WRK-LIN-RECUSADA (WRK-IDX-LINHA) NOT = 'N'
                       PERFORM 4000-REOFERTA-LINHA
                   END-IF
               END-PERFORM
           END-IF.

      * a confirmacao so vale quando transportadora, data,
      * contagem e total de frete conferem com o trailer; so
      * a primeira linha de manifesto conta, mas o arquivo e
      * lido ate o fim atras das recusas de linha
       2100-LE-ACK.
           READ ACK-FILE
               AT END MOVE 'S' TO WRK-EOF-ACK
           IF NOT FIM-ACK
               IF ACK-TRANSP = WRK-TRANSP-CORRENTE
                       AND ACK-DATA = WRK-DATA-MANIF
                   IF ACK-STATUS = 'RL'
                       PERFORM 2200-MARCA-RECUSA
                   ELSE
                   IF NOT ACK-DO-MANIFESTO
                       PERFORM 2150-CONFERE-ACK
                   END-IF
                   END-IF
               END-IF
           END-IF.

       2150-CONFERE-ACK.
           MOVE 'S' TO WRK-ACHOU-ACK
           IF ACK-QTD = WRK-TRL-QTD
                   AND ACK-FRETE = WRK-TRL-FRETE
                   AND ACK-STATUS = 'OK'
               MOVE 'S' TO WRK-CONFIRMADO
           ELSE
               MOVE 'S' TO WRK-DIVERGIU
               MOVE 'MANIF-DIVERG' TO WRK-COD-MOTIVO
               PERFORM 3000-GRAVA-ERRO
           END-IF.

      * linha recusada que nao e deste manifesto e ignorada
       2200-MARCA-RECUSA.
           PERFORM VARYING WRK-IDX-LINHA FROM 1 BY 1
                   UNTIL WRK-IDX-LINHA > WRK-QTD-LINHAS
               IF WRK-LIN-SEQ (WRK-IDX-LINHA) = ACK-SEQ
                   MOVE 'R' TO WRK-LIN-RECUSADA (WRK-IDX-LINHA)
               END-IF
           END-PERFORM.

       3000-GRAVA-ERRO.
           MOVE 'MANIFACK' TO ERR-PROGRAMA
           ACCEPT WRK-DHS-DATA FROM DATE YYYYMMDD
           MOVE 'C' TO ERR-SEVERIDADE
           MOVE SPACES TO ERR-TRATADA ERR-TRATADA-POR
           WRITE ERROR-LOG-RECORD.

      * embarque que ficou sem transportadora na reoferta
      * segue com a original e precisa de cotacao manual
       3100-GRAVA-ERRO-LINHA.
           MOVE 'MANIFACK' TO ERR-PROGRAMA
           ACCEPT WRK-DHS-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-DHS-HORA FROM TIME
           MOVE WRK-DHS-DATA TO ERR-DATA-HORA (1:8)
           MOVE WRK-DHS-HORA TO ERR-DATA-HORA (9:6)
           MOVE WRK-COD-MOTIVO TO ERR-MOTIVO
           MOVE SPACES TO ERR-ENTRADA
           STRING 'SEQ=' DELIMITED BY SIZE
               WRK-LIN-SEQ (WRK-IDX-LINHA) DELIMITED BY SIZE
               ' TRP=' DELIMITED BY SIZE
               WRK-TRANSP-CORRENTE DELIMITED BY SIZE
               INTO ERR-ENTRADA
           MOVE 'C' TO ERR-SEVERIDADE
           MOVE SPACES TO ERR-TRATADA ERR-TRATADA-POR
           WRITE ERROR-LOG-RECORD.

      *****************************************************
      *    reoferta de uma linha recusada ou sem confirmacao:
      *    so cotacao que ainda esta com a transportadora do
      *    manifesto (uma segunda conferencia do mesmo
      *    manifesto nao reoferta de novo)
      *****************************************************
       4000-REOFERTA-LINHA.
           MOVE WRK-LIN-RECUSADA (WRK-IDX-LINHA)
               TO WRK-MOTIVO-REOFERTA
           PERFORM 4100-LOCALIZA-COTACAO
           IF COTACAO-LOCALIZADA
                   AND LOG-TRANSP = WRK-TRANSP-CORRENTE
               PERFORM 4200-PREPARA-COTACAO
               IF NOT FAIXA-ENCONTRADA
                   MOVE SPACES TO WRK-TRANSP-ESCOLHIDA
               ELSE
                   PERFORM 4300-ESCOLHE-TRANSP
               END-IF
               IF TRANSP-ENCONTRADA
                   PERFORM 4400-GRAVA-REOFERTA
               ELSE
                   ADD 1 TO WRK-QTD-SEM-TRANSP
                   MOVE 'REOFERTA-SEM' TO WRK-COD-MOTIVO
                   PERFORM 3100-GRAVA-ERRO-LINHA
               END-IF
               PERFORM 4500-GRAVA-HISTORICO
           END-IF.

      * mesma busca sequencial por LOG-SEQ-ID do fretedev
       4100-LOCALIZA-COTACAO.
           MOVE 'N' TO WRK-ACHOU-LOG
           MOVE 'N' TO WRK-EOF-LOG
           MOVE LOW-VALUES TO LOG-CHAVE
           START FRETE-LOG KEY >= LOG-CHAVE
               INVALID KEY MOVE 'S' TO WRK-EOF-LOG
           END-START
           PERFORM 4110-LE-COTACAO
               UNTIL FIM-LOG OR COTACAO-LOCALIZADA.

       4110-LE-COTACAO.
           READ FRETE-LOG NEXT RECORD
               AT END MOVE 'S' TO WRK-EOF-LOG
           END-READ
           IF NOT FIM-LOG
               IF LOG-SEQ-ID = WRK-LIN-SEQ (WRK-IDX-LINHA)
                   MOVE 'S' TO WRK-ACHOU-LOG
               END-IF
           END-IF.

      * categoria do produto e peso cotado como no lote:
      * sem o cadastro o produto conta como carga comum, sem
      * o pedido do mestre a faixa sai so do peso real
       4200-PREPARA-COTACAO.
           MOVE 'N' TO WRK-CARGA-PERIGO
           IF PRODUTO-DISPONIVEL
               MOVE LOG-PDUTO TO PRD-CODIGO
               READ PRODUCT-MASTER
                   KEY IS PRD-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PRD-CATEGORIA = WRK-CATEG-PERIGOSA
                           MOVE 'S' TO WRK-CARGA-PERIGO
                       END-IF
               END-READ
           END-IF
           MOVE ZEROS TO WRK-COMPRIMENTO WRK-LARGURA WRK-ALTURA
           IF ORDERS-DISPONIVEL AND LOG-PEDIDO > ZEROS
               MOVE LOG-PEDIDO TO ORD-NUMERO
               READ ORDERS-FILE
                   KEY IS ORD-NUMERO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ORD-COMPRIMENTO IS NUMERIC
                               AND ORD-LARGURA IS NUMERIC
                               AND ORD-ALTURA IS NUMERIC
                           MOVE ORD-COMPRIMENTO TO WRK-COMPRIMENTO
                           MOVE ORD-LARGURA TO WRK-LARGURA
                           MOVE ORD-ALTURA TO WRK-ALTURA
                       END-IF
               END-READ
           END-IF
           COMPUTE WRK-PESO-CUBICO ROUNDED =
               (WRK-COMPRIMENTO * WRK-LARGURA * WRK-ALTURA)
               / WRK-DIVISOR-CUBAGEM
               ON SIZE ERROR
                   MOVE 99999,99 TO WRK-PESO-CUBICO
           END-COMPUTE
           IF WRK-PESO-CUBICO > LOG-PESO
               MOVE WRK-PESO-CUBICO TO WRK-PESO-COTADO
           ELSE
               MOVE LOG-PESO TO WRK-PESO-COTADO
           END-IF
           MOVE 'N' TO WRK-FAIXA-OK
           PERFORM VARYING WRK-IDX-FAIXA FROM 1 BY 1
                   UNTIL WRK-IDX-FAIXA > 4
               IF WRK-PESO-COTADO <= WRK-FAIXA-PESO-ATE (WRK-IDX-FAIXA)
                   MOVE WRK-IDX-FAIXA TO WRK-IDX-FAIXA-SEL
                   MOVE 'S' TO WRK-FAIXA-OK
                   MOVE 5 TO WRK-IDX-FAIXA
               END-IF
           END-PERFORM.

      * a mais barata entre as ativas da UF (certificadas,
      * na carga perigosa) com teto no dia, fora a que
      * recusou e quem ja recusou esta cotacao antes; a
      * escolhida tem a sobra do dia reservada e, se outro
      * levou a sobra depois da consulta, a escolha e refeita
       4300-ESCOLHE-TRANSP.
           MOVE ZEROS TO WRK-TENT-RESERVA
           MOVE 'N' TO WRK-RESERVA-OK
           PERFORM 4305-ESCOLHE-E-RESERVA UNTIL RESERVA-FEITA.

       4305-ESCOLHE-E-RESERVA.
           MOVE 'N' TO WRK-TEM-TRANSP
           MOVE SPACES TO WRK-TRANSP-ESCOLHIDA
           MOVE ZEROS TO WRK-MELHOR-FRETE
           MOVE 'N' TO WRK-EOF-TRANSP
           MOVE LOG-STADO TO TRP-UF
           MOVE SPACES TO TRP-CODIGO
           START TRANSP-TABLE KEY >= TRP-CHAVE
               INVALID KEY MOVE 'S' TO WRK-EOF-TRANSP
           END-START
           PERFORM 4310-AVALIA-TRANSP UNTIL FIM-TRANSP
           IF NOT TRANSP-ENCONTRADA
               MOVE 'S' TO WRK-RESERVA-OK
           ELSE
               PERFORM 4340-RESERVA-TETO
               IF CAP-DISPONIVEL
                   MOVE 'S' TO WRK-RESERVA-OK
               ELSE
                   ADD 1 TO WRK-TENT-RESERVA
                   IF WRK-TENT-RESERVA >= WRK-MAX-RESERVA
                       MOVE 'N' TO WRK-TEM-TRANSP
                       MOVE SPACES TO WRK-TRANSP-ESCOLHIDA
                       MOVE 'S' TO WRK-RESERVA-OK
                   END-IF
               END-IF
           END-IF.

       4310-AVALIA-TRANSP.
           READ TRANSP-TABLE NEXT RECORD
               AT END MOVE 'S' TO WRK-EOF-TRANSP
           END-READ
           IF NOT FIM-TRANSP
               IF TRP-UF NOT = LOG-STADO
                   MOVE 'S' TO WRK-EOF-TRANSP
               ELSE
                   PERFORM 4320-VERIFICA-RECUSA
                   IF TRP-TRANSP-ATIVA
                           AND NOT TRANSP-JA-RECUSOU
                           AND (NOT CARGA-PERIGOSA
                               OR TRP-CERTIFICADA)
                       MOVE 'S' TO WRK-CAND-OK
                       COMPUTE WRK-FRETE-CAND ROUNDED =
                           LOG-VALOR * TRP-TAXA *
                           TRP-FATOR (WRK-IDX-FAIXA-SEL)
                           ON SIZE ERROR
                               MOVE 'N' TO WRK-CAND-OK
                       END-COMPUTE
                       IF CANDIDATO-OK
                           IF NOT TRANSP-ENCONTRADA
                                   OR WRK-FRETE-CAND < WRK-MELHOR-FRETE
                               PERFORM 4330-CONSULTA-TETO
                               IF CAP-DISPONIVEL
                                   MOVE 'S' TO WRK-TEM-TRANSP
                                   MOVE WRK-FRETE-CAND
                                       TO WRK-MELHOR-FRETE
                                   MOVE TRP-CODIGO
                                       TO WRK-TRANSP-ESCOLHIDA
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       4320-VERIFICA-RECUSA.
           MOVE 'N' TO WRK-JA-RECUSOU
           IF TRP-CODIGO = WRK-TRANSP-CORRENTE
               MOVE 'S' TO WRK-JA-RECUSOU
           END-IF
           PERFORM VARYING WRK-IDX-RECUSA FROM 1 BY 1
                   UNTIL WRK-IDX-RECUSA > WRK-QTD-RECUSAS
                       OR TRANSP-JA-RECUSOU
               IF WRK-RCS-SEQ (WRK-IDX-RECUSA) = LOG-SEQ-ID
                       AND WRK-RCS-TRANSP (WRK-IDX-RECUSA)
                           = TRP-CODIGO
                   MOVE 'S' TO WRK-JA-RECUSOU
               END-IF
           END-PERFORM.

       4330-CONSULTA-TETO.
           MOVE 'C' TO WRK-CAP-OPERACAO
           MOVE WRK-DATA-MANIF TO WRK-CAP-DATA
           MOVE LOG-STADO TO WRK-CAP-UF
           MOVE TRP-CODIGO TO WRK-CAP-TRANSP
           MOVE 1 TO WRK-CAP-QTD
           MOVE LOG-PESO TO WRK-CAP-PESO
           CALL 'capsrv' USING WRK-CAPSRV.

       4340-RESERVA-TETO.
           MOVE 'V' TO WRK-CAP-OPERACAO
           MOVE WRK-DATA-MANIF TO WRK-CAP-DATA
           MOVE LOG-STADO TO WRK-CAP-UF
           MOVE WRK-TRANSP-ESCOLHIDA TO WRK-CAP-TRANSP
           MOVE 1 TO WRK-CAP-QTD
           MOVE LOG-PESO TO WRK-CAP-PESO
           CALL 'capsrv' USING WRK-CAPSRV.

      * o frete cobrado do cliente fica como cotado; muda a
      * perna da transportadora: quem leva e o custo dela (o
      * teto do dia ja foi reservado na escolha e volta se a
      * cotacao nao for regravada)
       4400-GRAVA-REOFERTA.
           MOVE ZEROS TO WRK-COMBUSTIVEL
           IF WRK-PERC-COMB > ZEROS
               COMPUTE WRK-COMBUSTIVEL ROUNDED =
                   WRK-MELHOR-FRETE * WRK-PERC-COMB / 100
                   ON SIZE ERROR
                       MOVE ZEROS TO WRK-COMBUSTIVEL
               END-COMPUTE
           END-IF
           MOVE LOG-CUSTO-TRANSP TO RET-CUSTO-ANT
           MOVE WRK-TRANSP-ESCOLHIDA TO LOG-TRANSP
           MOVE WRK-MELHOR-FRETE TO LOG-CUSTO-TRANSP
           REWRITE FRETE-LOG-RECORD
               INVALID KEY
                   DISPLAY 'ERRO REGRAVANDO FRETE-LOG: ' LOG-CHAVE
                   MOVE 'L' TO WRK-CAP-OPERACAO
                   MOVE WRK-DATA-MANIF TO WRK-CAP-DATA
                   MOVE LOG-STADO TO WRK-CAP-UF
                   MOVE LOG-TRANSP TO WRK-CAP-TRANSP
                   MOVE 1 TO WRK-CAP-QTD
                   MOVE LOG-PESO TO WRK-CAP-PESO
                   CALL 'capsrv' USING WRK-CAPSRV
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-REOFERTADOS
                   PERFORM 4410-GUARDA-SUPLEMENTAR
           END-REWRITE.

       4410-GUARDA-SUPLEMENTAR.
           IF WRK-QTD-SUPL < 500
               ADD 1 TO WRK-QTD-SUPL
               MOVE LOG-TRANSP TO WRK-SUP-TRANSP (WRK-QTD-SUPL)
               MOVE WRK-DATA-MANIF TO WRK-SUP-DATA (WRK-QTD-SUPL)
               MOVE LOG-SEQ-ID TO WRK-SUP-SEQ (WRK-QTD-SUPL)
               MOVE LOG-PDUTO TO WRK-SUP-PDUTO (WRK-QTD-SUPL)
               MOVE LOG-PESO TO WRK-SUP-PESO (WRK-QTD-SUPL)
               MOVE LOG-STADO TO WRK-SUP-UF (WRK-QTD-SUPL)
               MOVE LOG-FRETE TO WRK-SUP-FRETE (WRK-QTD-SUPL)
               MOVE WRK-LIN-VOLUMES (WRK-IDX-LINHA)
                   TO WRK-SUP-VOLUMES (WRK-QTD-SUPL)
               MOVE LOG-REEMBOLSO TO WRK-SUP-REEMBOLSO (WRK-QTD-SUPL)
               MOVE 'N' TO WRK-SUP-EMITIDO (WRK-QTD-SUPL)
           ELSE
               DISPLAY 'AVISO: TABELA DO SUPLEMENTAR CHEIA - SEQ '
                   LOG-SEQ-ID ' FORA DO MANIFESTO SUPLEMENTAR'
           END-IF.

      * a recusa fica no historico com ou sem nova
      * transportadora - e ela que pesa no scorecard
       4500-GRAVA-HISTORICO.
           ACCEPT WRK-DHS-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-DHS-HORA FROM TIME
           MOVE WRK-DHS-DATA TO RET-DATA-HORA (1:8)
           MOVE WRK-DHS-HORA TO RET-DATA-HORA (9:6)
           MOVE WRK-DATA-MANIF TO RET-DATA-MANIF
           MOVE LOG-SEQ-ID TO RET-SEQ-COTACAO
           MOVE LOG-STADO TO RET-UF
           MOVE WRK-TRANSP-CORRENTE TO RET-TRANSP-ANT
           IF TRANSP-ENCONTRADA
               MOVE WRK-TRANSP-ESCOLHIDA TO RET-TRANSP-NOVA
               MOVE WRK-MELHOR-FRETE TO RET-CUSTO-NOVO
               MOVE WRK-COMBUSTIVEL TO RET-COMBUSTIVEL
           ELSE
               MOVE SPACES TO RET-TRANSP-NOVA
               MOVE LOG-CUSTO-TRANSP TO RET-CUSTO-ANT
               MOVE ZEROS TO RET-CUSTO-NOVO RET-COMBUSTIVEL
           END-IF
           MOVE WRK-MOTIVO-REOFERTA TO RET-MOTIVO
           WRITE RETENDER-RECORD
           PERFORM 1220-GUARDA-RECUSA.

      *****************************************************
      *    manifesto suplementar: um bloco H/D/T por
      *    transportadora nova e data, como o manifgen
      *****************************************************
       5000-EMITE-SUPLEMENTAR.
           PERFORM 5100-EMITE-BLOCO
               VARYING WRK-IDX-SUPL FROM 1 BY 1
               UNTIL WRK-IDX-SUPL > WRK-QTD-SUPL.

       5100-EMITE-BLOCO.
           IF WRK-SUP-EMITIDO (WRK-IDX-SUPL) = 'N'
               MOVE WRK-SUP-DATA (WRK-IDX-SUPL) TO SHD-DATA
               MOVE WRK-SUP-TRANSP (WRK-IDX-SUPL) TO SHD-TRANSP
               WRITE SUPLEMENTAR-LINE FROM WRK-SUP-HEADER
               MOVE ZEROS TO STR-QTD STR-PESO STR-FRETE
                   STR-VOLUMES STR-REEMBOLSO
               PERFORM 5200-EMITE-DETALHE
                   VARYING WRK-IDX-SUPL-BLOCO FROM WRK-IDX-SUPL BY 1
                   UNTIL WRK-IDX-SUPL-BLOCO > WRK-QTD-SUPL
               WRITE SUPLEMENTAR-LINE FROM WRK-SUP-TRAILER
           END-IF.

      * a carga de veiculo do plano era da transportadora
      * original - o embarque reofertado sai sem carga
       5200-EMITE-DETALHE.
           IF WRK-SUP-EMITIDO (WRK-IDX-SUPL-BLOCO) = 'N'
                   AND WRK-SUP-TRANSP (WRK-IDX-SUPL-BLOCO)
                       = WRK-SUP-TRANSP (WRK-IDX-SUPL)
                   AND WRK-SUP-DATA (WRK-IDX-SUPL-BLOCO)
                       = WRK-SUP-DATA (WRK-IDX-SUPL)
               MOVE WRK-SUP-SEQ (WRK-IDX-SUPL-BLOCO) TO SDT-SEQ
               MOVE WRK-SUP-PDUTO (WRK-IDX-SUPL-BLOCO) TO SDT-PDUTO
               MOVE WRK-SUP-PESO (WRK-IDX-SUPL-BLOCO) TO SDT-PESO
               MOVE WRK-SUP-UF (WRK-IDX-SUPL-BLOCO) TO SDT-UF
               MOVE ZEROS TO SDT-CARGA
               MOVE WRK-SUP-VOLUMES (WRK-IDX-SUPL-BLOCO)
                   TO SDT-VOLUMES
               MOVE WRK-SUP-REEMBOLSO (WRK-IDX-SUPL-BLOCO)
                   TO SDT-REEMBOLSO
               WRITE SUPLEMENTAR-LINE FROM WRK-SUP-DETALHE
               ADD 1 TO STR-QTD
               ADD WRK-SUP-VOLUMES (WRK-IDX-SUPL-BLOCO)
                   TO STR-VOLUMES
               ADD WRK-SUP-REEMBOLSO (WRK-IDX-SUPL-BLOCO)
                   TO STR-REEMBOLSO
               ADD WRK-SUP-PESO (WRK-IDX-SUPL-BLOCO) TO STR-PESO
               ADD WRK-SUP-FRETE (WRK-IDX-SUPL-BLOCO) TO STR-FRETE
               MOVE 'S' TO WRK-SUP-EMITIDO (WRK-IDX-SUPL-BLOCO)
           END-IF.
