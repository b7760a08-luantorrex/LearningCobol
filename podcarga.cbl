      *    cotacao ja confirmada e atualizada com REWRITE.
      *    Linha com cotacao ou data invalida vai para a
      *    trilha de excecoes em vez de entrar torta no mestre.
      *    A linha traz tambem o codigo de excecao da entrega
      *    (R recusada, P parcial, A avariada) e os volumes
      *    entregues. Excecao nova ou mudada dispara o
      *    acompanhamento: avaria abre sinistro no
      *    SINISTRO.DAT ligado a cotacao, recusa entra na fila
      *    de devolucao a cotar do fretedev (DEVPEND.DAT) e a
      *    parcial fica so no comprovante - o embexc mantem o
      *    embarque aberto na lista de vencidos. Volumes
      *    recebidos abaixo dos volumes do pedido (ORDVOL.DAT)
      *    sao divergencia de entrega: a falta vai para o
      *    ERROR.LOG e o comprovante sem excecao passa a
      *    entrega parcial.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ERROR-LOG ASSIGN TO 'ERROR.LOG'
               ORGANIZATION IS LINE SEQUENTIAL.

      * cotacao da entrega com excecao, para a UF e o valor
      * do sinistro
           SELECT FRETE-LOG ASSIGN TO 'FRETELOG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOG-CHAVE
               ALTERNATE RECORD KEY IS LOG-STADO WITH DUPLICATES
               FILE STATUS IS WRK-FRETELOG-STATUS.

           SELECT SINISTRO-FILE ASSIGN TO 'SINISTRO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIN-ID
               FILE STATUS IS WRK-SINISTRO-STATUS.

      * proximo numero de sinistro, o mesmo controle do sinreg
           SELECT SINISTRO-SEQ ASSIGN TO 'SINSEQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SINSEQ-STATUS.

           SELECT DEVPEND-FILE ASSIGN TO 'DEVPEND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DVP-SEQ-ORIGINAL
               FILE STATUS IS WRK-DEVPEND-STATUS.

      * volumes do pedido, para conferir os volumes recebidos
           SELECT ORDVOL-FILE ASSIGN TO 'ORDVOL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OVL-CHAVE
               FILE STATUS IS WRK-ORDVOL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * layout lido direto dos bytes do arquivo da
      * transportadora, mesma tecnica do cargacam
      * arquivo antigo de 36 posicoes chega sem excecao e
      * sem volumes (espacos) e vale entrega sem ressalva
       FD  POD-SEED
           RECORD CONTAINS 42 CHARACTERS.
       01  SEED-LINE.
           05  SEED-SEQ        PIC 9(08).
           05  SEED-DATA       PIC 9(08).
           05  SEED-RECEBEDOR  PIC X(20).
           05  SEED-EXCECAO    PIC X(01).
           05  SEED-QTD        PIC 9(05).

       FD  POD-FILE.
           COPY 'podrec.cbl'.
       FD  ERROR-LOG.
           COPY 'errorlog.cbl'.

       FD  FRETE-LOG.
           COPY 'fretelog.cbl'.

       FD  SINISTRO-FILE.
           COPY 'sinrec.cbl'.

       FD  SINISTRO-SEQ
           RECORD CONTAINS 8 CHARACTERS.
       01  SSEQ-LINE PIC 9(08).

       FD  DEVPEND-FILE.
           COPY 'devpend.cbl'.

       FD  ORDVOL-FILE.
           COPY 'ordvolrec.cbl'.

       WORKING-STORAGE SECTION.
       77  WRK-SEED-STATUS      PIC X(02) VALUE '00'.
       77  WRK-POD-STATUS       PIC X(02) VALUE '00'.
       77  WRK-QTD-NOVOS        PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-ATUALIZADOS  PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-REJEITADOS   PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-SINISTROS    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-DEVOLUCOES   PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-PARCIAIS     PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-FALTAS       PIC 9(05) VALUE ZEROS.

      * volumes despachados no pedido da cotacao (1 quando o
      * pedido nao registrou volumes)
       77  WRK-ORDVOL-STATUS    PIC X(02) VALUE '00'.
       77  WRK-ORDVOL-DISP      PIC X(01) VALUE 'N'.
           88 ORDVOL-DISPONIVEL     VALUE 'S'.
       77  WRK-QTD-DESPACHADA   PIC 9(05) VALUE ZEROS.

       77  WRK-FRETELOG-STATUS  PIC X(02) VALUE '00'.
       77  WRK-SINISTRO-STATUS  PIC X(02) VALUE '00'.
       77  WRK-SINSEQ-STATUS    PIC X(02) VALUE '00'.
       77  WRK-DEVPEND-STATUS   PIC X(02) VALUE '00'.
       77  WRK-FRETELOG-DISP    PIC X(01) VALUE 'N'.
           88 FRETELOG-DISPONIVEL   VALUE 'S'.
       77  WRK-EOF-LOG          PIC X(01) VALUE 'N'.
           88 FIM-LOG               VALUE 'S'.
       77  WRK-ACHOU            PIC X(01) VALUE 'N'.
           88 COTACAO-ENCONTRADA    VALUE 'S'.
       77  WRK-PROX-SIN         PIC 9(08) VALUE ZEROS.

      * excecao que o comprovante ja tinha antes desta carga:
      * reenvio do mesmo comprovante nao repete o
      * acompanhamento
       77  WRK-EXCECAO-ANTERIOR PIC X(01) VALUE SPACES.
       77  WRK-POD-NOVO         PIC X(01) VALUE 'N'.
           88 COMPROVANTE-NOVO      VALUE 'S'.
       77  WRK-COD-MOTIVO       PIC X(12) VALUE SPACES.

       01  WRK-DATA-HORA-SYS.
      * e precisa ser criado vazio
           IF WRK-POD-STATUS = '35'
               OPEN OUTPUT POD-FILE
               CLOSE POD-FILE
               OPEN I-O POD-FILE
           END-IF
           OPEN EXTEND ERROR-LOG
           OPEN INPUT FRETE-LOG
           IF WRK-FRETELOG-STATUS = '00'
               MOVE 'S' TO WRK-FRETELOG-DISP
           END-IF
           OPEN INPUT ORDVOL-FILE
           IF WRK-ORDVOL-STATUS = '00'
               MOVE 'S' TO WRK-ORDVOL-DISP
           END-IF.

       2000-PROCESSA-LINHA.
           READ POD-SEED
                       MOVE 'POD-DATA-INV' TO WRK-COD-MOTIVO
                   END-IF
               END-IF
           END-IF
           IF WRK-COD-MOTIVO = SPACES
               IF SEED-EXCECAO NOT = SPACE AND 'R' AND 'P' AND 'A'
                   MOVE 'POD-EXC-INV ' TO WRK-COD-MOTIVO
               END-IF
           END-IF.

      * confirmacao nova entra, cotacao ja confirmada e
      * atualizada - a transportadora pode reenviar o arquivo
      * corrigido sem duplicar
       2200-APLICA-CONFIRMACAO.
           MOVE SEED-SEQ TO POD-SEQ-COTACAO
           MOVE 'N' TO WRK-POD-NOVO
           MOVE SPACES TO WRK-EXCECAO-ANTERIOR
           READ POD-FILE
               KEY IS POD-SEQ-COTACAO
               INVALID KEY
                   MOVE 'S' TO WRK-POD-NOVO
               NOT INVALID KEY
                   MOVE POD-EXCECAO TO WRK-EXCECAO-ANTERIOR
           END-READ
           MOVE SEED-SEQ TO POD-SEQ-COTACAO
           MOVE SEED-DATA TO POD-DATA-ENTREGA
           MOVE SEED-RECEBEDOR TO POD-RECEBEDOR
           MOVE SEED-EXCECAO TO POD-EXCECAO
           IF SEED-QTD IS NUMERIC
               MOVE SEED-QTD TO POD-QTD-ENTREGUE
           ELSE
               MOVE ZEROS TO POD-QTD-ENTREGUE
           END-IF
           IF POD-QTD-ENTREGUE > ZEROS
               PERFORM 2250-CONFERE-VOLUMES
           END-IF
           WRITE POD-RECORD
               INVALID KEY
                   REWRITE POD-RECORD
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-NOVOS
           END-WRITE
           IF NOT POD-SEM-EXCECAO
               IF COMPROVANTE-NOVO
                       OR POD-EXCECAO NOT = WRK-EXCECAO-ANTERIOR
                   PERFORM 2400-ACOMPANHA-EXCECAO
               END-IF
           END-IF.

      * volumes recebidos contra os despachados: falta e
      * divergencia de entrega, registrada no ERROR.LOG; sem
      * outra excecao informada o comprovante fica como
      * entrega parcial e o embarque segue aberto no embexc
       2250-CONFERE-VOLUMES.
           PERFORM 2410-LOCALIZA-COTACAO
           IF COTACAO-ENCONTRADA
               MOVE 1 TO WRK-QTD-DESPACHADA
               IF ORDVOL-DISPONIVEL
                       AND LOG-PEDIDO IS NUMERIC
                       AND LOG-PEDIDO > ZEROS
                   MOVE LOG-PEDIDO TO OVL-PEDIDO
                   MOVE 1 TO OVL-VOLUME
                   READ ORDVOL-FILE
                       KEY IS OVL-CHAVE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF OVL-TOTAL > 1
                               MOVE OVL-TOTAL TO WRK-QTD-DESPACHADA
                           END-IF
                   END-READ
               END-IF
               IF POD-QTD-ENTREGUE < WRK-QTD-DESPACHADA
                   ADD 1 TO WRK-QTD-FALTAS
                   MOVE 'POD-VOL-FALT' TO WRK-COD-MOTIVO
                   PERFORM 2300-GRAVA-ERRO
                   MOVE SPACES TO WRK-COD-MOTIVO
                   DISPLAY 'FALTA DE VOLUMES NA COTACAO '
                       POD-SEQ-COTACAO ': RECEBIDOS '
                       POD-QTD-ENTREGUE ' DE ' WRK-QTD-DESPACHADA
                   IF POD-SEM-EXCECAO
                       MOVE 'P' TO POD-EXCECAO
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      *    acompanhamento automatico da excecao de entrega,
      *    no lugar do repasse manual do conferente de
      *    comprovantes para sinistros e logistica reversa
      *****************************************************
       2400-ACOMPANHA-EXCECAO.
           EVALUATE TRUE
               WHEN POD-AVARIADA
                   PERFORM 2410-LOCALIZA-COTACAO
                   IF COTACAO-ENCONTRADA
                       PERFORM 2500-ABRE-SINISTRO
                   ELSE
                       MOVE 'POD-COT-INEX' TO WRK-COD-MOTIVO
                       PERFORM 2300-GRAVA-ERRO
                   END-IF
               WHEN POD-RECUSADA
                   PERFORM 2600-PEDE-DEVOLUCAO
      * a parcial fica registrada no comprovante: o embexc
      * le o POD.DAT e segura o embarque como aberto
               WHEN POD-PARCIAL
                   ADD 1 TO WRK-QTD-PARCIAIS
           END-EVALUATE.

      * mesma busca sequencial por LOG-SEQ-ID do sinreg
       2410-LOCALIZA-COTACAO.
           MOVE 'N' TO WRK-ACHOU
           MOVE 'N' TO WRK-EOF-LOG
           IF NOT FRETELOG-DISPONIVEL
               MOVE 'S' TO WRK-EOF-LOG
           ELSE
               MOVE LOW-VALUES TO LOG-CHAVE
               START FRETE-LOG KEY >= LOG-CHAVE
                   INVALID KEY MOVE 'S' TO WRK-EOF-LOG
               END-START
           END-IF
           PERFORM 2420-LE-LOG UNTIL FIM-LOG OR COTACAO-ENCONTRADA.

       2420-LE-LOG.
           READ FRETE-LOG NEXT RECORD
               AT END SET FIM-LOG TO TRUE
           END-READ
           IF NOT FIM-LOG
               IF LOG-SEQ-ID = POD-SEQ-COTACAO
                   MOVE 'S' TO WRK-ACHOU
               END-IF
           END-IF.

      * sinistro aberto pelo valor da mercadoria da cotacao,
      * na data da entrega; sinistros confere e ajusta o
      * valor reclamado no sinreg
       2500-ABRE-SINISTRO.
           OPEN I-O SINISTRO-FILE
           IF WRK-SINISTRO-STATUS = '35'
               OPEN OUTPUT SINISTRO-FILE
               CLOSE SINISTRO-FILE
               OPEN I-O SINISTRO-FILE
           END-IF
           IF WRK-SINISTRO-STATUS NOT = '00'
               DISPLAY 'SINISTRO.DAT INDISPONIVEL - STATUS '
                   WRK-SINISTRO-STATUS ' - COTACAO '
                   POD-SEQ-COTACAO ' SEM SINISTRO'
           ELSE
               PERFORM 2510-PROXIMO-SINISTRO
               MOVE WRK-PROX-SIN TO SIN-ID
               MOVE POD-SEQ-COTACAO TO SIN-SEQ-COTACAO
               MOVE LOG-STADO TO SIN-STADO
               MOVE LOG-TRANSP TO SIN-TRANSP
               MOVE POD-DATA-ENTREGA TO SIN-DATA
               MOVE LOG-VALOR TO SIN-VALOR-RECLAMADO
               MOVE ZEROS TO SIN-VALOR-PAGO
               MOVE 'A' TO SIN-STATUS
               WRITE SINISTRO-RECORD
                   INVALID KEY
                       DISPLAY 'ERRO GRAVANDO SINISTRO: ' SIN-ID
                   NOT INVALID KEY
                       ADD 1 TO WRK-QTD-SINISTROS
               END-WRITE
               CLOSE SINISTRO-FILE
           END-IF.

      * mesmo controle de numeracao do sinreg: um unico
      * registro reescrito a cada sinistro
       2510-PROXIMO-SINISTRO.
           MOVE ZEROS TO WRK-PROX-SIN
           OPEN INPUT SINISTRO-SEQ
           IF WRK-SINSEQ-STATUS = '00'
               READ SINISTRO-SEQ
               MOVE SSEQ-LINE TO WRK-PROX-SIN
               CLOSE SINISTRO-SEQ
           END-IF
           ADD 1 TO WRK-PROX-SIN
           OPEN OUTPUT SINISTRO-SEQ
           MOVE WRK-PROX-SIN TO SSEQ-LINE
           WRITE SSEQ-LINE
           CLOSE SINISTRO-SEQ.

      * recusa vai para a fila do fretedev; cotacao que ja
      * esta na fila nao entra duas vezes
       2600-PEDE-DEVOLUCAO.
           OPEN I-O DEVPEND-FILE
           IF WRK-DEVPEND-STATUS = '35'
               OPEN OUTPUT DEVPEND-FILE
               CLOSE DEVPEND-FILE
               OPEN I-O DEVPEND-FILE
           END-IF
           IF WRK-DEVPEND-STATUS NOT = '00'
               DISPLAY 'DEVPEND.DAT INDISPONIVEL - STATUS '
                   WRK-DEVPEND-STATUS ' - COTACAO '
                   POD-SEQ-COTACAO ' SEM DEVOLUCAO PENDENTE'
           ELSE
               MOVE POD-SEQ-COTACAO TO DVP-SEQ-ORIGINAL
               MOVE POD-DATA-ENTREGA TO DVP-DATA-RECUSA
               MOVE POD-RECEBEDOR TO DVP-RECEBEDOR
               MOVE 'P' TO DVP-STATUS
               MOVE ZEROS TO DVP-SEQ-DEVOLUCAO
               WRITE DEVPEND-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WRK-QTD-DEVOLUCOES
               END-WRITE
               CLOSE DEVPEND-FILE
           END-IF.

       2300-GRAVA-ERRO.
           MOVE 'PODCARGA' TO ERR-PROGRAMA
           DISPLAY 'CONFIRMACOES NOVAS: ' WRK-QTD-NOVOS
           DISPLAY 'CONFIRMACOES ATUALIZADAS: ' WRK-QTD-ATUALIZADOS
           DISPLAY 'LINHAS REJEITADAS: ' WRK-QTD-REJEITADOS
           DISPLAY 'SINISTROS ABERTOS POR AVARIA: ' WRK-QTD-SINISTROS
           DISPLAY 'DEVOLUCOES PENDENTES POR RECUSA: '
               WRK-QTD-DEVOLUCOES
           DISPLAY 'ENTREGAS PARCIAIS: ' WRK-QTD-PARCIAIS
           DISPLAY 'FALTAS DE VOLUMES: ' WRK-QTD-FALTAS
           IF ORDVOL-DISPONIVEL
               CLOSE ORDVOL-FILE
           END-IF
           IF WRK-SEED-STATUS = '00' OR '10'
               CLOSE POD-SEED
           END-IF
           CLOSE POD-FILE
           IF FRETELOG-DISPONIVEL
               CLOSE FRETE-LOG
           END-IF
           CLOSE ERROR-LOG.

           COPY 'dateval.cbl'
