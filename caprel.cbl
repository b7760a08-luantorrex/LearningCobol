       IDENTIFICATION DIVISION.
       PROGRAM-ID. caprel.
      ********************************************************
      *    Utilizacao diaria do teto das transportadoras
      *    Roda na cadeia noturna logo depois do frete em lote:
      *    para cada transportadora e UF do CAPACIDADE.DAT
      *    imprime em CAPREL.RPT os embarques e o peso ja
      *    entregues a ela na data de negocio (CAPUSO.DAT,
      *    mantido pelo capsrv), contra o teto cadastrado, com
      *    o percentual usado e o que ainda sobra. Quem chegou
      *    ao teto sai marcado ESGOTADO; transportadora que
      *    recebeu embarque sem teto cadastrado sai no fim como
      *    SEM TETO, para o cadastro ser completado.
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
           SELECT CAPAC-FILE ASSIGN TO 'CAPACIDADE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAP-CHAVE
               FILE STATUS IS WRK-CAPAC-STATUS.

           SELECT CAPUSO-FILE ASSIGN TO 'CAPUSO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPU-CHAVE
               FILE STATUS IS WRK-CAPUSO-STATUS.

           SELECT CAP-REPORT ASSIGN TO 'CAPREL.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CAPAC-FILE.
           COPY 'caprec.cbl'.

       FD  CAPUSO-FILE.
           COPY 'capusorec.cbl'.

       FD  CAP-REPORT
           RECORD CONTAINS 120 CHARACTERS.
       01  REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       77  WRK-CAPAC-STATUS     PIC X(02) VALUE '00'.
       77  WRK-CAPUSO-STATUS    PIC X(02) VALUE '00'.
       77  WRK-EOF              PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO        VALUE 'S'.
       77  WRK-EOF-USO          PIC X(01) VALUE 'N'.
           88 FIM-USO               VALUE 'S'.

      * contrato com o controle central de data (datasrv): a
      * utilizacao e a da data de negocio do lote da noite
       01  WRK-DATACTL.
           05  WRK-DC-OPERACAO PIC X(01).
           05  WRK-DC-DATA     PIC 9(08).
           05  WRK-DC-CONTROLADA PIC X(01).
           05  WRK-DC-OK       PIC X(01).
       77  WRK-DATA-PROCESSO    PIC 9(08) VALUE ZEROS.

      * consumo do dia carregado do CAPUSO.DAT; a marca diz se
      * a linha ja saiu junto do teto cadastrado
       01  WRK-TABELA-USO.
           05  WRK-USO-ENTRADA OCCURS 200 TIMES.
               10  WRK-USO-UF        PIC X(02).
               10  WRK-USO-TRANSP    PIC X(03).
               10  WRK-USO-EMBARQUES PIC 9(05).
               10  WRK-USO-PESO      PIC 9(07)V99.
               10  WRK-USO-IMPRESSO  PIC X(01).
       77  WRK-QTD-USO          PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-USO          PIC 9(03) VALUE ZEROS.
       77  WRK-USO-ACHADO       PIC X(01) VALUE 'N'.
           88 USO-NA-TABELA         VALUE 'S'.

       77  WRK-EMB-USADOS       PIC 9(05) VALUE ZEROS.
       77  WRK-PESO-USADO       PIC 9(07)V99 VALUE ZEROS.
       77  WRK-EMB-SOBRA        PIC S9(05) VALUE ZEROS.
       77  WRK-PESO-SOBRA       PIC S9(07)V99 VALUE ZEROS.
       77  WRK-PCT-EMB          PIC 9(05)V99 VALUE ZEROS.
       77  WRK-PCT-PESO         PIC 9(05)V99 VALUE ZEROS.
       77  WRK-QTD-ESGOTADAS    PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-SEM-TETO     PIC 9(04) VALUE ZEROS.

       01  WRK-DATA-QUEBRA.
           05  WRK-QBR-ANO      PIC 9(04).
           05  WRK-QBR-MES      PIC 9(02).
           05  WRK-QBR-DIA      PIC 9(02).

       01  WRK-LINHA-CABECALHO.
           05  FILLER          PIC X(44) VALUE
               'UTILIZACAO DO TETO DAS TRANSPORTADORAS - '.
           05  CAB-DIA         PIC 9(02).
           05  FILLER          PIC X(01) VALUE '/'.
           05  CAB-MES         PIC 9(02).
           05  FILLER          PIC X(01) VALUE '/'.
           05  CAB-ANO         PIC 9(04).

       01  WRK-LINHA-TITULO.
           05  FILLER          PIC X(60) VALUE
               'TRANSP UF  EMBARQ   TETO  SOBRA    PCT       PESO     '.
           05  FILLER          PIC X(60) VALUE
               '   TETO PESO      SOBRA    PCT SITUACAO'.

       01  WRK-LINHA-DETALHE.
           05  DET-TRANSP      PIC X(03).
           05  FILLER          PIC X(04) VALUE SPACES.
           05  DET-UF          PIC X(02).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DET-EMB-USADOS  PIC ZZZZ9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DET-EMB-TETO    PIC ZZZZ9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-EMB-SOBRA   PIC -ZZZZ9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-PCT-EMB     PIC ZZZZ9,99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-PESO-USADO  PIC Z.ZZZ.ZZ9,99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-PESO-TETO   PIC Z.ZZZ.ZZ9,99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-PESO-SOBRA  PIC -Z.ZZZ.ZZ9,99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-PCT-PESO    PIC ZZZZ9,99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-SITUACAO    PIC X(08).

       01  WRK-LINHA-RESUMO.
           05  FILLER          PIC X(22) VALUE
               'TETOS ESGOTADOS NO DIA'.
           05  FILLER          PIC X(02) VALUE ': '.
           05  RES-ESGOTADAS   PIC ZZZ9.
           05  FILLER          PIC X(24) VALUE
               '   EMBARQUES SEM TETO: '.
           05  RES-SEM-TETO    PIC ZZZ9.

      * contrato com o controle de execucao compartilhado
      * (runctl): inicio, fim e contagem do passo na cadeia
      * noturna, base da estatistica de passos do steprel
       01  WRK-RUNCTL.
           05  WRK-RC-OPERACAO PIC X(01).
           05  WRK-RC-PROGRAMA PIC X(12) VALUE 'CAPREL'.
           05  WRK-RC-QTD      PIC 9(06).
           05  WRK-RC-RUN-ID   PIC 9(06).
           05  WRK-RC-PERMITIDO PIC X(01).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-IMPRIME-TETO UNTIL FIM-DE-ARQUIVO
           PERFORM 3000-IMPRIME-SEM-TETO
               VARYING WRK-IDX-USO FROM 1 BY 1
               UNTIL WRK-IDX-USO > WRK-QTD-USO
           PERFORM 4000-FINALIZA
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
           PERFORM 1100-CARREGA-USO
           OPEN OUTPUT CAP-REPORT
           MOVE WRK-DATA-PROCESSO TO WRK-DATA-QUEBRA
           MOVE WRK-QBR-DIA TO CAB-DIA
           MOVE WRK-QBR-MES TO CAB-MES
           MOVE WRK-QBR-ANO TO CAB-ANO
           WRITE REPORT-LINE FROM WRK-LINHA-CABECALHO
           WRITE REPORT-LINE FROM WRK-LINHA-TITULO
           OPEN INPUT CAPAC-FILE
           IF WRK-CAPAC-STATUS NOT = '00'
               DISPLAY 'CAPACIDADE.DAT INEXISTENTE - SO O CONSUMO '
                   'SEM TETO SERA LISTADO'
               MOVE 'S' TO WRK-EOF
           END-IF.

      * o consumo do dia comeca na chave data + brancos e vai
      * ate a data mudar
       1100-CARREGA-USO.
           MOVE ZEROS TO WRK-QTD-USO
           MOVE 'N' TO WRK-EOF-USO
           OPEN INPUT CAPUSO-FILE
           IF WRK-CAPUSO-STATUS NOT = '00'
               MOVE 'S' TO WRK-EOF-USO
           ELSE
               MOVE WRK-DATA-PROCESSO TO CPU-DATA
               MOVE SPACES TO CPU-UF CPU-TRANSP
               START CAPUSO-FILE KEY >= CPU-CHAVE
                   INVALID KEY MOVE 'S' TO WRK-EOF-USO
               END-START
           END-IF
           PERFORM 1150-LE-USO UNTIL FIM-USO
           IF WRK-CAPUSO-STATUS = '00' OR '10' OR '23'
               CLOSE CAPUSO-FILE
           END-IF.

       1150-LE-USO.
           READ CAPUSO-FILE NEXT RECORD
               AT END MOVE 'S' TO WRK-EOF-USO
           END-READ
           IF NOT FIM-USO
               IF CPU-DATA NOT = WRK-DATA-PROCESSO
                   MOVE 'S' TO WRK-EOF-USO
               ELSE
                   IF WRK-QTD-USO >= 200
                       DISPLAY 'AVISO: TABELA DE CONSUMO CHEIA'
                       MOVE 'S' TO WRK-EOF-USO
                   ELSE
                       ADD 1 TO WRK-QTD-USO
                       MOVE CPU-UF TO WRK-USO-UF (WRK-QTD-USO)
                       MOVE CPU-TRANSP TO WRK-USO-TRANSP (WRK-QTD-USO)
                       MOVE CPU-EMBARQUES
                           TO WRK-USO-EMBARQUES (WRK-QTD-USO)
                       MOVE CPU-PESO TO WRK-USO-PESO (WRK-QTD-USO)
                       MOVE 'N' TO WRK-USO-IMPRESSO (WRK-QTD-USO)
                   END-IF
               END-IF
           END-IF.

       2000-IMPRIME-TETO.
           READ CAPAC-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               PERFORM 2100-LOCALIZA-USO
               MOVE ZEROS TO WRK-EMB-USADOS WRK-PESO-USADO
               IF USO-NA-TABELA
                   MOVE WRK-USO-EMBARQUES (WRK-IDX-USO)
                       TO WRK-EMB-USADOS
                   MOVE WRK-USO-PESO (WRK-IDX-USO) TO WRK-PESO-USADO
                   MOVE 'S' TO WRK-USO-IMPRESSO (WRK-IDX-USO)
               END-IF
               PERFORM 2200-MONTA-DETALHE
               WRITE REPORT-LINE FROM WRK-LINHA-DETALHE
           END-IF.

       2100-LOCALIZA-USO.
           MOVE 'N' TO WRK-USO-ACHADO
           PERFORM VARYING WRK-IDX-USO FROM 1 BY 1
                   UNTIL WRK-IDX-USO > WRK-QTD-USO
                       OR USO-NA-TABELA
               IF WRK-USO-UF (WRK-IDX-USO) = CAP-UF
                       AND WRK-USO-TRANSP (WRK-IDX-USO) = CAP-TRANSP
                   MOVE 'S' TO WRK-USO-ACHADO
               END-IF
           END-PERFORM
           IF USO-NA-TABELA
               SUBTRACT 1 FROM WRK-IDX-USO
           END-IF.

      * limite zerado e sem limite naquela medida: sobra e
      * percentual saem em branco (zeros)
       2200-MONTA-DETALHE.
           MOVE CAP-TRANSP TO DET-TRANSP
           MOVE CAP-UF TO DET-UF
           MOVE WRK-EMB-USADOS TO DET-EMB-USADOS
           MOVE CAP-MAX-EMBARQUES TO DET-EMB-TETO
           MOVE WRK-PESO-USADO TO DET-PESO-USADO
           MOVE CAP-MAX-PESO TO DET-PESO-TETO
           MOVE ZEROS TO WRK-EMB-SOBRA WRK-PESO-SOBRA
               WRK-PCT-EMB WRK-PCT-PESO
           MOVE 'OK      ' TO DET-SITUACAO
           IF CAP-MAX-EMBARQUES > ZEROS
               COMPUTE WRK-EMB-SOBRA =
                   CAP-MAX-EMBARQUES - WRK-EMB-USADOS
               COMPUTE WRK-PCT-EMB ROUNDED =
                   WRK-EMB-USADOS * 100 / CAP-MAX-EMBARQUES
                   ON SIZE ERROR MOVE 99999,99 TO WRK-PCT-EMB
               END-COMPUTE
               IF WRK-EMB-SOBRA <= ZEROS
                   MOVE 'ESGOTADO' TO DET-SITUACAO
               END-IF
           END-IF
           IF CAP-MAX-PESO > ZEROS
               COMPUTE WRK-PESO-SOBRA =
                   CAP-MAX-PESO - WRK-PESO-USADO
               COMPUTE WRK-PCT-PESO ROUNDED =
                   WRK-PESO-USADO * 100 / CAP-MAX-PESO
                   ON SIZE ERROR MOVE 99999,99 TO WRK-PCT-PESO
               END-COMPUTE
               IF WRK-PESO-SOBRA <= ZEROS
                   MOVE 'ESGOTADO' TO DET-SITUACAO
               END-IF
           END-IF
           IF DET-SITUACAO = 'ESGOTADO'
               ADD 1 TO WRK-QTD-ESGOTADAS
           END-IF
           MOVE WRK-EMB-SOBRA TO DET-EMB-SOBRA
           MOVE WRK-PESO-SOBRA TO DET-PESO-SOBRA
           MOVE WRK-PCT-EMB TO DET-PCT-EMB
           MOVE WRK-PCT-PESO TO DET-PCT-PESO.

      * consumo de transportadora sem teto cadastrado
       3000-IMPRIME-SEM-TETO.
           IF WRK-USO-IMPRESSO (WRK-IDX-USO) = 'N'
               ADD 1 TO WRK-QTD-SEM-TETO
               MOVE WRK-USO-TRANSP (WRK-IDX-USO) TO DET-TRANSP
               MOVE WRK-USO-UF (WRK-IDX-USO) TO DET-UF
               MOVE WRK-USO-EMBARQUES (WRK-IDX-USO) TO DET-EMB-USADOS
               MOVE WRK-USO-PESO (WRK-IDX-USO) TO DET-PESO-USADO
               MOVE ZEROS TO DET-EMB-TETO DET-EMB-SOBRA DET-PCT-EMB
                   DET-PESO-TETO DET-PESO-SOBRA DET-PCT-PESO
               MOVE 'SEM TETO' TO DET-SITUACAO
               WRITE REPORT-LINE FROM WRK-LINHA-DETALHE
           END-IF.

       4000-FINALIZA.
           MOVE WRK-QTD-ESGOTADAS TO RES-ESGOTADAS
           MOVE WRK-QTD-SEM-TETO TO RES-SEM-TETO
           WRITE REPORT-LINE FROM WRK-LINHA-RESUMO
           CLOSE CAP-REPORT
           IF WRK-CAPAC-STATUS = '00' OR '10'
               CLOSE CAPAC-FILE
           END-IF
           DISPLAY 'UTILIZACAO DO TETO GERADA EM CAPREL.RPT'
           MOVE 'F' TO WRK-RC-OPERACAO
           MOVE WRK-QTD-USO TO WRK-RC-QTD
           CALL 'runctl' USING WRK-RUNCTL.
