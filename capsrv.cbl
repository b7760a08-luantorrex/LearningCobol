       IDENTIFICATION DIVISION.
       PROGRAM-ID. capsrv.
      ********************************************************
      *    Servico central do teto diario das transportadoras
      *    Unico ponto que mexe no CAPUSO.DAT: quem escolhe
      *    transportadora (o lote learning9, o balcao pedmulti)
      *    CALLa com a operacao C para saber se o embarque
      *    ainda cabe no teto do dia do CAPACIDADE.DAT, ao
      *    comparar as candidatas, e com a operacao V para
      *    reservar a escolhida: confere o teto e soma o
      *    embarque e o peso ao consumo do dia numa abertura
      *    exclusiva so do CAPUSO.DAT, para duas particoes do
      *    lote (ou o lote e o balcao) nao levarem a mesma
      *    sobra. A operacao L devolve a reserva da cotacao
      *    que nao chegou ao log. Sem o cadastro de
      *    capacidade, ou sem registro para a transportadora
      *    na UF, tudo cabe - como era antes do teto existir.
      *    Os arquivos ficam abertos so durante a chamada e a
      *    abertura do consumo em uso por outro e re-tentada,
      *    mesmo esquema do seqsrv.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAPAC-FILE ASSIGN TO 'CAPACIDADE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAP-CHAVE
               FILE STATUS IS WRK-CAPAC-STATUS.

           SELECT CAPUSO-FILE ASSIGN TO 'CAPUSO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPU-CHAVE
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WRK-CAPUSO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAPAC-FILE.
           COPY 'caprec.cbl'.

       FD  CAPUSO-FILE.
           COPY 'capusorec.cbl'.

       WORKING-STORAGE SECTION.
       77  WRK-CAPAC-STATUS     PIC X(02) VALUE '00'.
       77  WRK-CAPUSO-STATUS    PIC X(02) VALUE '00'.
       77  WRK-TEM-TETO         PIC X(01) VALUE 'N'.
           88 TETO-CADASTRADO       VALUE 'S'.
       77  WRK-USO-EMBARQUES    PIC 9(06) VALUE ZEROS.
       77  WRK-USO-PESO         PIC 9(08)V99 VALUE ZEROS.
       77  WRK-TENTATIVAS       PIC 9(03) VALUE ZEROS.
       77  WRK-MAX-TENTATIVAS   PIC 9(03) VALUE 100.
       77  WRK-ABERTO           PIC X(01) VALUE 'N'.
           88 USO-ABERTO            VALUE 'S'.
       77  WRK-USO-NOVO         PIC X(01) VALUE 'N'.
           88 USO-SEM-REGISTRO      VALUE 'S'.

       LINKAGE SECTION.
      * contrato com quem escolhe transportadora: operacao C
      * (consulta), V (reserva) ou L (libera a reserva), data
      * de negocio, UF de destino, transportadora, embarques
      * e peso do pedido (ou do grupo consolidado); na
      * consulta e na reserva LNK-DISPONIVEL volta S quando o
      * pedido cabe no que sobra do dia (na reserva, ja
      * somado ao consumo), N quando so cabe num dia com o
      * teto livre - ou o consumo ficou em uso por outro alem
      * das tentativas - e X quando passa do teto cheio, nao
      * cabe em dia nenhum
       01  LNK-CAPSRV.
           05  LNK-OPERACAO    PIC X(01).
               88  LNK-CONSULTA     VALUE 'C'.
               88  LNK-RESERVA      VALUE 'V'.
               88  LNK-LIBERA       VALUE 'L'.
           05  LNK-DATA        PIC 9(08).
           05  LNK-UF          PIC X(02).
           05  LNK-TRANSP      PIC X(03).
           05  LNK-QTD         PIC 9(05).
           05  LNK-PESO        PIC 9(07)V99.
           05  LNK-DISPONIVEL  PIC X(01).
               88  LNK-CABE         VALUE 'S'.
               88  LNK-LOTADA       VALUE 'N'.
               88  LNK-EXCEDE-TETO  VALUE 'X'.

       PROCEDURE DIVISION USING LNK-CAPSRV.
       0000-MAIN-PROCESS.
           MOVE 'S' TO LNK-DISPONIVEL
           IF LNK-QTD = ZEROS
               MOVE 1 TO LNK-QTD
           END-IF
           EVALUATE TRUE
               WHEN LNK-CONSULTA
                   PERFORM 1000-CONSULTA-TETO
               WHEN LNK-RESERVA
                   PERFORM 2000-RESERVA-TETO
               WHEN LNK-LIBERA
                   PERFORM 3000-LIBERA-USO
               WHEN OTHER
                   DISPLAY 'CAPSRV: OPERACAO INVALIDA ' LNK-OPERACAO
           END-EVALUATE
           GOBACK.

      * o teto vale por embarques e por peso, cada um so
      * quando cadastrado maior que zero; o pedido maior que
      * o proprio teto e recusado sem olhar o consumo do dia
       1000-CONSULTA-TETO.
           PERFORM 1100-LE-TETO
           IF TETO-CADASTRADO
               IF (CAP-MAX-EMBARQUES > ZEROS
                       AND LNK-QTD > CAP-MAX-EMBARQUES)
                   OR (CAP-MAX-PESO > ZEROS
                       AND LNK-PESO > CAP-MAX-PESO)
                   MOVE 'X' TO LNK-DISPONIVEL
               ELSE
                   PERFORM 1200-LE-USO
                   IF CAP-MAX-EMBARQUES > ZEROS
                           AND WRK-USO-EMBARQUES + LNK-QTD
                               > CAP-MAX-EMBARQUES
                       MOVE 'N' TO LNK-DISPONIVEL
                   END-IF
                   IF CAP-MAX-PESO > ZEROS
                           AND WRK-USO-PESO + LNK-PESO > CAP-MAX-PESO
                       MOVE 'N' TO LNK-DISPONIVEL
                   END-IF
               END-IF
           END-IF.

       1100-LE-TETO.
           MOVE 'N' TO WRK-TEM-TETO
           OPEN INPUT CAPAC-FILE
           IF WRK-CAPAC-STATUS = '00'
               MOVE LNK-UF TO CAP-UF
               MOVE LNK-TRANSP TO CAP-TRANSP
               READ CAPAC-FILE
                   KEY IS CAP-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-TEM-TETO
               END-READ
               CLOSE CAPAC-FILE
           END-IF.

      * consumo do dia ate aqui; sem o arquivo de consumo
      * ninguem recebeu nada ainda
       1200-LE-USO.
           MOVE ZEROS TO WRK-USO-EMBARQUES WRK-USO-PESO
           OPEN INPUT CAPUSO-FILE
           IF WRK-CAPUSO-STATUS = '00'
               MOVE LNK-DATA TO CPU-DATA
               MOVE LNK-UF TO CPU-UF
               MOVE LNK-TRANSP TO CPU-TRANSP
               READ CAPUSO-FILE
                   KEY IS CPU-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CPU-EMBARQUES TO WRK-USO-EMBARQUES
                       MOVE CPU-PESO TO WRK-USO-PESO
               END-READ
               CLOSE CAPUSO-FILE
           END-IF.

      * confere e soma na mesma abertura do consumo: ninguem
      * le a sobra do dia entre a conferencia e a gravacao.
      * O consumo e somado com ou sem teto cadastrado - o
      * relatorio de utilizacao mostra tambem quem roda sem
      * limite
       2000-RESERVA-TETO.
           PERFORM 1100-LE-TETO
           IF TETO-CADASTRADO
                   AND ((CAP-MAX-EMBARQUES > ZEROS
                       AND LNK-QTD > CAP-MAX-EMBARQUES)
                   OR (CAP-MAX-PESO > ZEROS
                       AND LNK-PESO > CAP-MAX-PESO))
               MOVE 'X' TO LNK-DISPONIVEL
           ELSE
               PERFORM 2100-ABRE-USO
               IF USO-ABERTO
                   PERFORM 2200-LE-USO-RESERVA
                   PERFORM 2300-CONFERE-SOBRA
                   IF LNK-CABE
                       PERFORM 2400-GRAVA-USO
                   END-IF
                   CLOSE CAPUSO-FILE
               ELSE
      * sem o consumo nao da para garantir a sobra: quem tem
      * teto espera, quem nao tem segue sem registrar o uso
                   DISPLAY 'CAPSRV: CAPUSO.DAT EM USO - STATUS '
                       WRK-CAPUSO-STATUS
                   IF TETO-CADASTRADO
                       MOVE 'N' TO LNK-DISPONIVEL
                   END-IF
               END-IF
           END-IF.

      * re-tenta a abertura quando o consumo esta em uso por
      * outra reserva em andamento, como o seqsrv
       2100-ABRE-USO.
           MOVE 'N' TO WRK-ABERTO
           MOVE ZEROS TO WRK-TENTATIVAS
           PERFORM UNTIL USO-ABERTO
                   OR WRK-TENTATIVAS >= WRK-MAX-TENTATIVAS
               ADD 1 TO WRK-TENTATIVAS
               OPEN I-O CAPUSO-FILE
               EVALUATE WRK-CAPUSO-STATUS
                   WHEN '00'
                       MOVE 'S' TO WRK-ABERTO
                   WHEN '35'
      * primeiro uso do ambiente: cria o arquivo vazio e
      * reabre para a reserva
                       OPEN OUTPUT CAPUSO-FILE
                       CLOSE CAPUSO-FILE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

       2200-LE-USO-RESERVA.
           MOVE ZEROS TO WRK-USO-EMBARQUES WRK-USO-PESO
           MOVE 'N' TO WRK-USO-NOVO
           MOVE LNK-DATA TO CPU-DATA
           MOVE LNK-UF TO CPU-UF
           MOVE LNK-TRANSP TO CPU-TRANSP
           READ CAPUSO-FILE
               KEY IS CPU-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-USO-NOVO
               NOT INVALID KEY
                   MOVE CPU-EMBARQUES TO WRK-USO-EMBARQUES
                   MOVE CPU-PESO TO WRK-USO-PESO
           END-READ.

       2300-CONFERE-SOBRA.
           IF TETO-CADASTRADO
               IF CAP-MAX-EMBARQUES > ZEROS
                       AND WRK-USO-EMBARQUES + LNK-QTD
                           > CAP-MAX-EMBARQUES
                   MOVE 'N' TO LNK-DISPONIVEL
               END-IF
               IF CAP-MAX-PESO > ZEROS
                       AND WRK-USO-PESO + LNK-PESO > CAP-MAX-PESO
                   MOVE 'N' TO LNK-DISPONIVEL
               END-IF
           END-IF.

       2400-GRAVA-USO.
           IF USO-SEM-REGISTRO
               MOVE LNK-DATA TO CPU-DATA
               MOVE LNK-UF TO CPU-UF
               MOVE LNK-TRANSP TO CPU-TRANSP
               MOVE LNK-QTD TO CPU-EMBARQUES
               MOVE LNK-PESO TO CPU-PESO
               WRITE CAPUSO-RECORD
                   INVALID KEY
                       DISPLAY 'CAPSRV: ERRO GRAVANDO USO '
                           CPU-CHAVE
                       MOVE 'N' TO LNK-DISPONIVEL
               END-WRITE
           ELSE
               ADD LNK-QTD TO CPU-EMBARQUES
                   ON SIZE ERROR
                       MOVE 99999 TO CPU-EMBARQUES
               END-ADD
               ADD LNK-PESO TO CPU-PESO
                   ON SIZE ERROR
                       MOVE 9999999,99 TO CPU-PESO
               END-ADD
               REWRITE CAPUSO-RECORD
                   INVALID KEY
                       DISPLAY 'CAPSRV: ERRO REGRAVANDO USO '
                           CPU-CHAVE
                       MOVE 'N' TO LNK-DISPONIVEL
               END-REWRITE
           END-IF.

      * devolve ao dia o embarque reservado que nao virou
      * cotacao; o consumo nunca fica negativo
       3000-LIBERA-USO.
           PERFORM 2100-ABRE-USO
           IF NOT USO-ABERTO
               DISPLAY 'CAPSRV: CAPUSO.DAT EM USO, RESERVA NAO '
                   'DEVOLVIDA - STATUS ' WRK-CAPUSO-STATUS
           ELSE
               PERFORM 2200-LE-USO-RESERVA
               IF NOT USO-SEM-REGISTRO
                   IF CPU-EMBARQUES > LNK-QTD
                       SUBTRACT LNK-QTD FROM CPU-EMBARQUES
                   ELSE
                       MOVE ZEROS TO CPU-EMBARQUES
                   END-IF
                   IF CPU-PESO > LNK-PESO
                       SUBTRACT LNK-PESO FROM CPU-PESO
                   ELSE
                       MOVE ZEROS TO CPU-PESO
                   END-IF
                   REWRITE CAPUSO-RECORD
                       INVALID KEY
                           DISPLAY 'CAPSRV: ERRO REGRAVANDO USO '
                               CPU-CHAVE
                   END-REWRITE
               END-IF
               CLOSE CAPUSO-FILE
           END-IF.
