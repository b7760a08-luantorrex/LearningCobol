       IDENTIFICATION DIVISION.
       PROGRAM-ID. cargactb.
      ********************************************************
      *    Carga do plano de contas e das regras contabeis
      *    Le o PLANOCTA.SEED (uma conta por linha: codigo,
      *    tipo, descricao e situacao) e aplica no mestre
      *    indexado PLANOCTA.DAT; depois le o REGRACTB.SEED
      *    (uma regra por linha: evento, filial, conta de
      *    debito, conta de credito e descricao) e aplica no
      *    REGRACTB.DAT consultado pelo ctbregra. Como o
      *    cargacam, a carga e incremental: registro novo
      *    entra com WRITE e um ja cadastrado e atualizado com
      *    REWRITE. Regra que aponta para conta fora do plano
      *    (ou encerrada) e rejeitada, para nenhum programa
      *    lancar em conta que o razpost nao aceitaria.
      *    Carrega tambem, com seed opcional, a area de atuacao
      *    das filiais por UF (FILOPER.SEED) e o rateio da
      *    receita de frete entre filiais (RATEIOFIL.SEED),
      *    que o interfil usa no acerto mensal; rateio que nao
      *    soma 100% e rejeitado.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANO-SEED ASSIGN TO 'PLANOCTA.SEED'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PLANO-SEED-STATUS.

           SELECT REGRA-SEED ASSIGN TO 'REGRACTB.SEED'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REGRA-SEED-STATUS.

      * seeds opcionais do rateio entre filiais - sem eles o
      * cadastro em vigor fica como esta
           SELECT FILOPER-SEED ASSIGN TO 'FILOPER.SEED'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FILOPER-SEED-STATUS.

           SELECT RATEIO-SEED ASSIGN TO 'RATEIOFIL.SEED'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RATEIO-SEED-STATUS.

           SELECT PLANO-CONTAS ASSIGN TO 'PLANOCTA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLC-CONTA
               FILE STATUS IS WRK-PLANOCTA-STATUS.

           SELECT REGRA-CONTABIL ASSIGN TO 'REGRACTB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RGC-CHAVE
               FILE STATUS IS WRK-REGRACTB-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
      * layouts lidos direto dos bytes do seed, mesma tecnica
      * do cargacam
       FD  PLANO-SEED
           RECORD CONTAINS 80 CHARACTERS.
       01  PLANO-SEED-LINE.
           05  PLS-CONTA       PIC 9(05).
           05  PLS-TIPO        PIC X(01).
           05  PLS-DESCRICAO   PIC X(30).
           05  PLS-SITUACAO    PIC X(01).
           05  FILLER          PIC X(43).

       FD  REGRA-SEED
           RECORD CONTAINS 80 CHARACTERS.
       01  REGRA-SEED-LINE.
           05  RGS-EVENTO      PIC X(12).
           05  RGS-FILIAL      PIC X(02).
           05  RGS-DEBITO      PIC 9(05).
           05  RGS-CREDITO     PIC 9(05).
           05  RGS-DESCRICAO   PIC X(30).
           05  FILLER          PIC X(26).

       FD  FILOPER-SEED
           RECORD CONTAINS 80 CHARACTERS.
       01  FILOPER-SEED-LINE.
           05  FOS-UF          PIC X(02).
           05  FOS-FILIAL      PIC X(02).
           05  FOS-DESCRICAO   PIC X(20).
           05  FILLER          PIC X(56).

       FD  RATEIO-SEED
           RECORD CONTAINS 80 CHARACTERS.
       01  RATEIO-SEED-LINE.
           05  RTS-FILIAL      PIC X(02).
           05  RTS-PERC-VENDA  PIC 9(03)V99.
           05  RTS-PERC-ORIGEM PIC 9(03)V99.
           05  RTS-PERC-DESTINO PIC 9(03)V99.
           05  FILLER          PIC X(63).

       FD  PLANO-CONTAS.
           COPY 'planorec.cbl'.

       FD  REGRA-CONTABIL.
           COPY 'regctbrec.cbl'.

       FD  FILIAL-OPER.
           COPY 'filoperrec.cbl'.

       FD  RATEIO-FILIAL.
           COPY 'rateiorec.cbl'.

       WORKING-STORAGE SECTION.
       77  WRK-PLANO-SEED-STATUS PIC X(02) VALUE '00'.
       77  WRK-REGRA-SEED-STATUS PIC X(02) VALUE '00'.
       77  WRK-PLANOCTA-STATUS  PIC X(02) VALUE '00'.
       77  WRK-REGRACTB-STATUS  PIC X(02) VALUE '00'.
       77  WRK-FILOPER-SEED-STATUS PIC X(02) VALUE '00'.
       77  WRK-RATEIO-SEED-STATUS PIC X(02) VALUE '00'.
       77  WRK-FILOPER-STATUS   PIC X(02) VALUE '00'.
       77  WRK-RATEIOFIL-STATUS PIC X(02) VALUE '00'.
       77  WRK-QTD-UFS          PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-RATEIOS      PIC 9(05) VALUE ZEROS.
       77  WRK-SOMA-PERC        PIC 9(04)V99 VALUE ZEROS.
       77  WRK-EOF              PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO        VALUE 'S'.
       77  WRK-CONTA-OK         PIC X(01) VALUE 'N'.
       77  WRK-CONTA-TESTE      PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-CONTAS-NOVAS PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-CONTAS-ATUAL PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-REGRAS-NOVAS PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-REGRAS-ATUAL PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-REJEITADOS   PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-CARREGA-PLANO UNTIL FIM-DE-ARQUIVO
           MOVE 'N' TO WRK-EOF
           OPEN INPUT REGRA-SEED
           IF WRK-REGRA-SEED-STATUS NOT = '00'
               DISPLAY 'REGRACTB.SEED INEXISTENTE - NADA A CARREGAR'
               MOVE 'S' TO WRK-EOF
           END-IF
           PERFORM 3000-CARREGA-REGRA UNTIL FIM-DE-ARQUIVO
           MOVE 'N' TO WRK-EOF
           OPEN INPUT FILOPER-SEED
           IF WRK-FILOPER-SEED-STATUS NOT = '00'
               MOVE 'S' TO WRK-EOF
           ELSE
               PERFORM 3500-ABRE-FILOPER
           END-IF
           PERFORM 3600-CARREGA-FILOPER UNTIL FIM-DE-ARQUIVO
           MOVE 'N' TO WRK-EOF
           OPEN INPUT RATEIO-SEED
           IF WRK-RATEIO-SEED-STATUS NOT = '00'
               MOVE 'S' TO WRK-EOF
           ELSE
               PERFORM 3700-ABRE-RATEIO
           END-IF
           PERFORM 3800-CARREGA-RATEIO UNTIL FIM-DE-ARQUIVO
           PERFORM 4000-FINALIZA
           STOP RUN.

       1000-INICIALIZA.
           OPEN INPUT PLANO-SEED
           IF WRK-PLANO-SEED-STATUS NOT = '00'
               DISPLAY 'PLANOCTA.SEED INEXISTENTE - NADA A CARREGAR'
               MOVE 'S' TO WRK-EOF
           END-IF
      * primeira carga do ambiente: os mestres ainda nao
      * existem e precisam ser criados vazios
           OPEN I-O PLANO-CONTAS
           IF WRK-PLANOCTA-STATUS = '35'
               OPEN OUTPUT PLANO-CONTAS
               CLOSE PLANO-CONTAS
               OPEN I-O PLANO-CONTAS
           END-IF
           OPEN I-O REGRA-CONTABIL
           IF WRK-REGRACTB-STATUS = '35'
               OPEN OUTPUT REGRA-CONTABIL
               CLOSE REGRA-CONTABIL
               OPEN I-O REGRA-CONTABIL
           END-IF.

       2000-CARREGA-PLANO.
           READ PLANO-SEED
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF PLS-CONTA IS NOT NUMERIC
                       OR PLS-TIPO NOT = 'A' AND 'P' AND 'L'
                                     AND 'R' AND 'D'
                   DISPLAY 'LINHA INVALIDA IGNORADA: '
                       PLANO-SEED-LINE
                   ADD 1 TO WRK-QTD-REJEITADOS
               ELSE
                   PERFORM 2100-APLICA-CONTA
               END-IF
           END-IF.

       2100-APLICA-CONTA.
           MOVE PLS-CONTA TO PLC-CONTA
           MOVE PLS-TIPO TO PLC-TIPO
           MOVE PLS-DESCRICAO TO PLC-DESCRICAO
           MOVE PLS-SITUACAO TO PLC-SITUACAO
           IF PLC-SITUACAO = SPACES
               MOVE 'S' TO PLC-SITUACAO
           END-IF
           WRITE PLANO-CONTA-RECORD
               INVALID KEY
                   REWRITE PLANO-CONTA-RECORD
                       INVALID KEY
                           DISPLAY 'ERRO CARGA CONTA: ' PLC-CONTA
                       NOT INVALID KEY
                           ADD 1 TO WRK-QTD-CONTAS-ATUAL
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-CONTAS-NOVAS
           END-WRITE.

       3000-CARREGA-REGRA.
           READ REGRA-SEED
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF RGS-EVENTO = SPACES
                       OR RGS-DEBITO IS NOT NUMERIC
                       OR RGS-CREDITO IS NOT NUMERIC
                   DISPLAY 'LINHA INVALIDA IGNORADA: '
                       REGRA-SEED-LINE
                   ADD 1 TO WRK-QTD-REJEITADOS
               ELSE
                   PERFORM 3100-VALIDA-CONTAS
                   IF WRK-CONTA-OK = 'S'
                       PERFORM 3200-APLICA-REGRA
                   ELSE
                       ADD 1 TO WRK-QTD-REJEITADOS
                   END-IF
               END-IF
           END-IF.

      * as duas contas da regra tem de estar no plano e ativas
       3100-VALIDA-CONTAS.
           MOVE RGS-DEBITO TO WRK-CONTA-TESTE
           PERFORM 3110-CONFERE-CONTA
           IF WRK-CONTA-OK = 'S'
               MOVE RGS-CREDITO TO WRK-CONTA-TESTE
               PERFORM 3110-CONFERE-CONTA
           END-IF.

       3110-CONFERE-CONTA.
           MOVE 'N' TO WRK-CONTA-OK
           MOVE WRK-CONTA-TESTE TO PLC-CONTA
           READ PLANO-CONTAS
               KEY IS PLC-CONTA
               INVALID KEY
                   DISPLAY 'REGRA ' RGS-EVENTO ' ' RGS-FILIAL
                       ' REJEITADA - CONTA FORA DO PLANO: '
                       WRK-CONTA-TESTE
               NOT INVALID KEY
                   IF PLC-CONTA-ATIVA
                       MOVE 'S' TO WRK-CONTA-OK
                   ELSE
                       DISPLAY 'REGRA ' RGS-EVENTO ' ' RGS-FILIAL
                           ' REJEITADA - CONTA ENCERRADA: '
                           WRK-CONTA-TESTE
                   END-IF
           END-READ.

       3200-APLICA-REGRA.
           MOVE RGS-EVENTO TO RGC-EVENTO
           MOVE RGS-FILIAL TO RGC-FILIAL
           MOVE RGS-DEBITO TO RGC-CONTA-DEBITO
           MOVE RGS-CREDITO TO RGC-CONTA-CREDITO
           MOVE RGS-DESCRICAO TO RGC-DESCRICAO
           WRITE REGRA-CONTABIL-RECORD
               INVALID KEY
                   REWRITE REGRA-CONTABIL-RECORD
                       INVALID KEY
                           DISPLAY 'ERRO CARGA REGRA: ' RGC-CHAVE
                       NOT INVALID KEY
                           ADD 1 TO WRK-QTD-REGRAS-ATUAL
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-REGRAS-NOVAS
           END-WRITE.

       3500-ABRE-FILOPER.
           OPEN I-O FILIAL-OPER
           IF WRK-FILOPER-STATUS = '35'
               OPEN OUTPUT FILIAL-OPER
               CLOSE FILIAL-OPER
               OPEN I-O FILIAL-OPER
           END-IF.

       3600-CARREGA-FILOPER.
           READ FILOPER-SEED
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF FOS-UF = SPACES OR FOS-FILIAL = SPACES
                   DISPLAY 'LINHA INVALIDA IGNORADA: '
                       FILOPER-SEED-LINE
                   ADD 1 TO WRK-QTD-REJEITADOS
               ELSE
                   MOVE FOS-UF TO FOP-UF
                   MOVE FOS-FILIAL TO FOP-FILIAL
                   MOVE FOS-DESCRICAO TO FOP-DESCRICAO
                   WRITE FILIAL-OPER-RECORD
                       INVALID KEY
                           REWRITE FILIAL-OPER-RECORD
                               INVALID KEY
                                   DISPLAY 'ERRO CARGA UF: ' FOP-UF
                           END-REWRITE
                   END-WRITE
                   ADD 1 TO WRK-QTD-UFS
               END-IF
           END-IF.

       3700-ABRE-RATEIO.
           OPEN I-O RATEIO-FILIAL
           IF WRK-RATEIOFIL-STATUS = '35'
               OPEN OUTPUT RATEIO-FILIAL
               CLOSE RATEIO-FILIAL
               OPEN I-O RATEIO-FILIAL
           END-IF.

      * as tres partes do rateio tem de fechar a receita toda
       3800-CARREGA-RATEIO.
           READ RATEIO-SEED
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE ZEROS TO WRK-SOMA-PERC
               IF RTS-PERC-VENDA IS NUMERIC
                       AND RTS-PERC-ORIGEM IS NUMERIC
                       AND RTS-PERC-DESTINO IS NUMERIC
                   COMPUTE WRK-SOMA-PERC = RTS-PERC-VENDA
                       + RTS-PERC-ORIGEM + RTS-PERC-DESTINO
               END-IF
               IF WRK-SOMA-PERC NOT = 100
                   DISPLAY 'RATEIO INVALIDO IGNORADO: '
                       RATEIO-SEED-LINE
                   ADD 1 TO WRK-QTD-REJEITADOS
               ELSE
                   MOVE RTS-FILIAL TO RTF-FILIAL-VENDA
                   MOVE RTS-PERC-VENDA TO RTF-PERC-VENDA
                   MOVE RTS-PERC-ORIGEM TO RTF-PERC-ORIGEM
                   MOVE RTS-PERC-DESTINO TO RTF-PERC-DESTINO
                   WRITE RATEIO-FILIAL-RECORD
                       INVALID KEY
                           REWRITE RATEIO-FILIAL-RECORD
                               INVALID KEY
                                   DISPLAY 'ERRO CARGA RATEIO: '
                                       RTF-FILIAL-VENDA
                           END-REWRITE
                   END-WRITE
                   ADD 1 TO WRK-QTD-RATEIOS
               END-IF
           END-IF.

       4000-FINALIZA.
           DISPLAY 'CONTAS INCLUIDAS: ' WRK-QTD-CONTAS-NOVAS
           DISPLAY 'CONTAS ATUALIZADAS: ' WRK-QTD-CONTAS-ATUAL
           DISPLAY 'REGRAS INCLUIDAS: ' WRK-QTD-REGRAS-NOVAS
           DISPLAY 'REGRAS ATUALIZADAS: ' WRK-QTD-REGRAS-ATUAL
           DISPLAY 'UFS DE ATUACAO CARREGADAS: ' WRK-QTD-UFS
           DISPLAY 'RATEIOS CARREGADOS: ' WRK-QTD-RATEIOS
           DISPLAY 'LINHAS REJEITADAS: ' WRK-QTD-REJEITADOS
           IF WRK-PLANO-SEED-STATUS = '00' OR '10'
               CLOSE PLANO-SEED
           END-IF
           IF WRK-REGRA-SEED-STATUS = '00' OR '10'
               CLOSE REGRA-SEED
           END-IF
           IF WRK-FILOPER-SEED-STATUS = '00' OR '10'
               CLOSE FILOPER-SEED
               CLOSE FILIAL-OPER
           END-IF
           IF WRK-RATEIO-SEED-STATUS = '00' OR '10'
               CLOSE RATEIO-SEED
               CLOSE RATEIO-FILIAL
           END-IF
           CLOSE PLANO-CONTAS
           CLOSE REGRA-CONTABIL.
