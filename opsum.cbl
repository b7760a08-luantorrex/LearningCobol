      *    as sessoes do SESSION.LOG (quem rodou
      *    o que), e as filas de rejeito pendentes do frete
      *    (FRETEREJ.DAT) e das cargas de seed (SEEDREJ.DAT).
      *    Lista tambem as alteracoes de cadastro sensivel que
      *    esperam aprovacao (ALTPEND.DAT) ha mais de um dia,
      *    para a segunda assinatura nao ficar esquecida.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SEEDREJ-STATUS.

      * fila da dupla custodia gravada pelo altsrv
           SELECT ALTPEND-FILE ASSIGN TO 'ALTPEND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ALP-NUMERO
               FILE STATUS IS WRK-ALTPEND-STATUS.

           SELECT RESUMO-REPORT ASSIGN TO 'OPSUM.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

           RECORD CONTAINS 80 CHARACTERS.
       01  SEED-REJECT-LINE PIC X(80).

       FD  ALTPEND-FILE.
           COPY 'altpendrec.cbl'.

       FD  RESUMO-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE PIC X(80).
       77  WRK-SESSION-STATUS   PIC X(02) VALUE '00'.
       77  WRK-REJECTS-STATUS   PIC X(02) VALUE '00'.
       77  WRK-SEEDREJ-STATUS   PIC X(02) VALUE '00'.
       77  WRK-ALTPEND-STATUS   PIC X(02) VALUE '00'.
       77  WRK-EOF              PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO        VALUE 'S'.

       77  WRK-PEND-AVISO       PIC 9(05) VALUE ZEROS.
       77  WRK-PEND-CRIT        PIC 9(05) VALUE ZEROS.

      * idade do pedido de alteracao pelo calendario
      * comercial (mes de 30 dias), como no resto do sistema;
      * vencido e o que passou de 24 horas
       77  WRK-HORA-AGORA       PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-HOJE        PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-PEDIDO      PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-ESPERA      PIC S9(07) VALUE ZEROS.
       77  WRK-QTD-ALT-VENCIDAS PIC 9(05) VALUE ZEROS.
       01  WRK-DATA-PEDIDO.
           05  WRK-PED-ANO      PIC 9(04).
           05  WRK-PED-MES      PIC 9(02).
           05  WRK-PED-DIA      PIC 9(02).
       01  WRK-DATA-HOJE.
           05  WRK-HOJE-ANO     PIC 9(04).
           05  WRK-HOJE-MES     PIC 9(02).
           05  WRK-HOJE-DIA     PIC 9(02).

       01  WRK-LINHA-CABECALHO.
           05  FILLER          PIC X(31) VALUE
               'RESUMO DIARIO DA OPERACAO - '.
           05  FILLER          PIC X(18) VALUE '  REJEITOS SEED: '.
           05  FIL-SEED        PIC ZZZZ9.

       01  WRK-LINHA-ALTERACAO.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  ALT-NUMERO      PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  ALT-CAMPO       PIC X(12).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  ALT-CHAVE       PIC X(10).
           05  FILLER          PIC X(05) VALUE ' POR '.
           05  ALT-SOLICITANTE PIC X(10).
           05  FILLER          PIC X(04) VALUE ' EM '.
           05  ALT-DATA        PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  ALT-HORA        PIC X(04).

       01  WRK-LINHA-TOTAL-ALT.
           05  FILLER          PIC X(30) VALUE
               'ALTERACOES VENCIDAS NA FILA: '.
           05  TOT-ALT         PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INICIALIZA
           PERFORM 2500-IMPRIME-ERROS
           PERFORM 3000-LISTA-SESSOES
           PERFORM 4000-CONTA-FILAS
           PERFORM 4500-LISTA-ALTERACOES
           PERFORM 5000-FINALIZA
           STOP RUN.

               NOT AT END ADD 1 TO WRK-QTD-REJ-SEED
           END-READ.

      * pedido de alteracao sensivel ainda sem segunda
      * assinatura depois de um dia inteiro na fila
       4500-LISTA-ALTERACOES.
           MOVE 'ALTERACOES SENSIVEIS PENDENTES HA MAIS DE UM DIA'
               TO WRK-LINHA-SECAO
           WRITE REPORT-LINE FROM WRK-LINHA-SECAO
           ACCEPT WRK-HORA-AGORA FROM TIME
           MOVE WRK-DATA-DIA TO WRK-DATA-HOJE
           COMPUTE WRK-DIAS-HOJE = WRK-HOJE-ANO * 360
               + WRK-HOJE-MES * 30 + WRK-HOJE-DIA
           MOVE 'N' TO WRK-EOF
           OPEN INPUT ALTPEND-FILE
           IF WRK-ALTPEND-STATUS NOT = '00'
               MOVE 'S' TO WRK-EOF
           END-IF
           PERFORM 4600-LE-ALTERACAO UNTIL FIM-DE-ARQUIVO
           IF WRK-ALTPEND-STATUS = '00' OR '10'
               CLOSE ALTPEND-FILE
           END-IF
           IF WRK-QTD-ALT-VENCIDAS = ZEROS
               MOVE '  NENHUMA ALTERACAO AGUARDANDO HA MAIS DE UM DIA'
                   TO WRK-LINHA-SECAO
               WRITE REPORT-LINE FROM WRK-LINHA-SECAO
           END-IF
           MOVE WRK-QTD-ALT-VENCIDAS TO TOT-ALT
           WRITE REPORT-LINE FROM WRK-LINHA-TOTAL-ALT.

       4600-LE-ALTERACAO.
           READ ALTPEND-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO AND ALP-PENDENTE
               MOVE ALP-DATA-HORA (1:8) TO WRK-DATA-PEDIDO
               COMPUTE WRK-DIAS-PEDIDO = WRK-PED-ANO * 360
                   + WRK-PED-MES * 30 + WRK-PED-DIA
               COMPUTE WRK-DIAS-ESPERA =
                   WRK-DIAS-HOJE - WRK-DIAS-PEDIDO
               IF WRK-DIAS-ESPERA > 1
                   OR (WRK-DIAS-ESPERA = 1
                       AND ALP-DATA-HORA (9:6)
                           <= WRK-HORA-AGORA (1:6))
                   ADD 1 TO WRK-QTD-ALT-VENCIDAS
                   MOVE ALP-NUMERO TO ALT-NUMERO
                   MOVE ALP-CAMPO TO ALT-CAMPO
                   MOVE ALP-CHAVE TO ALT-CHAVE
                   MOVE ALP-SOLICITANTE TO ALT-SOLICITANTE
                   MOVE ALP-DATA-HORA (1:8) TO ALT-DATA
                   MOVE ALP-DATA-HORA (9:4) TO ALT-HORA
                   WRITE REPORT-LINE FROM WRK-LINHA-ALTERACAO
               END-IF
           END-IF.

       5000-FINALIZA.
           DISPLAY 'RESUMO DO DIA GRAVADO EM OPSUM.RPT'
           CLOSE RESUMO-REPORT.
