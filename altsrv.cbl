       IDENTIFICATION DIVISION.
       PROGRAM-ID. altsrv.
      ********************************************************
      *    Dupla custodia das alteracoes de cadastro sensivel
      *    Subrotina CALLed pelas manutencoes que mexem em
      *    campo sensivel (clicred - limite de credito,
      *    contman - desconto do contrato, refman - taxas da
      *    tabela de frete) antes de gravar o cadastro. Se o
      *    campo esta no SENSIVEL.CFG a alteracao nao vale
      *    na hora: vai para a fila ALTPEND.DAT com os valores
      *    antes e depois e o operador que pediu, numerada
      *    pelo seqsrv (serie M), e a manutencao grava o
      *    cadastro sem ela. So a aprovacao de outro
      *    supervisor ou administrador no altaprov a aplica.
      *    Campo fora da configuracao volta liberado para a
      *    manutencao gravar como sempre. Sem o SENSIVEL.CFG
      *    todos os campos controlados ficam retidos. O
      *    pedido vai para a trilha ERROR.LOG pela propria
      *    manutencao, junto das demais alteracoes dela.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * um campo sensivel por linha (CUS-LIMITE, CON-DESCONTO,
      * FRT-TAXA, FRT-ICMS)
           SELECT SENSIVEL-CONFIG ASSIGN TO 'SENSIVEL.CFG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SENSCFG-STATUS.

           SELECT ALTPEND-FILE ASSIGN TO 'ALTPEND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALP-NUMERO
               FILE STATUS IS WRK-ALTPEND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SENSIVEL-CONFIG.
       01  SENSIVEL-CONFIG-RECORD.
           05  SCF-CAMPO       PIC X(12).

       FD  ALTPEND-FILE.
           COPY 'altpendrec.cbl'.

       WORKING-STORAGE SECTION.
       77  WRK-SENSCFG-STATUS   PIC X(02) VALUE '00'.
       77  WRK-ALTPEND-STATUS   PIC X(02) VALUE '00'.
       77  WRK-EOF              PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO        VALUE 'S'.
       77  WRK-SENSIVEL         PIC X(01) VALUE 'N'.
           88 CAMPO-SENSIVEL        VALUE 'S'.

      * numeracao via servico central (seqsrv), serie M
       01  WRK-SEQSRV.
           05  WRK-SEQ-QTD      PIC 9(04).
           05  WRK-SEQ-PRIMEIRO PIC 9(08).
           05  WRK-SEQ-SERIE    PIC X(01) VALUE 'M'.

       01  WRK-DATA-HORA-SYS.
           05  WRK-DHS-DATA     PIC 9(08).
           05  WRK-DHS-HORA     PIC 9(06).

       LINKAGE SECTION.
      * contrato com as manutencoes: cadastro, chave, campo e
      * as imagens antes/depois no layout do ALTVALOR; volta
      * em LNK-ALT-RETIDA S = na fila para aprovacao (com o
      * numero), N = campo livre, a manutencao grava, E = a
      * fila nao aceitou - a manutencao nao grava o campo
       01  LNK-ALTSRV.
           05  LNK-ALT-ARQUIVO  PIC X(12).
           05  LNK-ALT-CHAVE    PIC X(20).
           05  LNK-ALT-CAMPO    PIC X(12).
           05  LNK-ALT-ANTES    PIC X(60).
           05  LNK-ALT-DEPOIS   PIC X(60).
           05  LNK-ALT-OPERADOR PIC X(10).
           05  LNK-ALT-RETIDA   PIC X(01).
           05  LNK-ALT-NUMERO   PIC 9(08).

       PROCEDURE DIVISION USING LNK-ALTSRV.
       0000-MAIN-PROCESS.
           MOVE 'N' TO LNK-ALT-RETIDA
           MOVE ZEROS TO LNK-ALT-NUMERO
      * valor igual ao atual nao e alteracao
           IF LNK-ALT-ANTES = LNK-ALT-DEPOIS
               GOBACK
           END-IF
           PERFORM 1000-VERIFICA-CAMPO
           IF CAMPO-SENSIVEL
               PERFORM 2000-REGISTRA-PENDENCIA
           END-IF
           GOBACK.

       1000-VERIFICA-CAMPO.
           MOVE 'N' TO WRK-SENSIVEL
           OPEN INPUT SENSIVEL-CONFIG
           IF WRK-SENSCFG-STATUS NOT = '00'
               MOVE 'S' TO WRK-SENSIVEL
           ELSE
               MOVE 'N' TO WRK-EOF
               PERFORM 1100-LE-CONFIG
                   UNTIL FIM-DE-ARQUIVO OR CAMPO-SENSIVEL
               CLOSE SENSIVEL-CONFIG
           END-IF.

       1100-LE-CONFIG.
           READ SENSIVEL-CONFIG
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF SCF-CAMPO = LNK-ALT-CAMPO
                   MOVE 'S' TO WRK-SENSIVEL
               END-IF
           END-IF.

       2000-REGISTRA-PENDENCIA.
           MOVE 'E' TO LNK-ALT-RETIDA
           MOVE 1 TO WRK-SEQ-QTD
           CALL 'seqsrv' USING WRK-SEQSRV
           IF WRK-SEQ-PRIMEIRO = ZEROS
               GOBACK
           END-IF
           OPEN I-O ALTPEND-FILE
      * primeira alteracao do ambiente: a fila ainda nao
      * existe e precisa ser criada vazia
           IF WRK-ALTPEND-STATUS = '35'
               OPEN OUTPUT ALTPEND-FILE
               CLOSE ALTPEND-FILE
               OPEN I-O ALTPEND-FILE
           END-IF
           IF WRK-ALTPEND-STATUS NOT = '00'
               GOBACK
           END-IF
           ACCEPT WRK-DHS-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-DHS-HORA FROM TIME
           MOVE WRK-SEQ-PRIMEIRO TO ALP-NUMERO
           MOVE LNK-ALT-ARQUIVO TO ALP-ARQUIVO
           MOVE LNK-ALT-CHAVE TO ALP-CHAVE
           MOVE LNK-ALT-CAMPO TO ALP-CAMPO
           MOVE LNK-ALT-ANTES TO ALP-VALOR-ANTES
           MOVE LNK-ALT-DEPOIS TO ALP-VALOR-DEPOIS
           MOVE LNK-ALT-OPERADOR TO ALP-SOLICITANTE
           MOVE WRK-DATA-HORA-SYS TO ALP-DATA-HORA
           MOVE 'P' TO ALP-SITUACAO
           MOVE SPACES TO ALP-APROVADOR
           MOVE ZEROS TO ALP-DATA-DECISAO
           WRITE ALTPEND-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO LNK-ALT-RETIDA
                   MOVE ALP-NUMERO TO LNK-ALT-NUMERO
           END-WRITE
           CLOSE ALTPEND-FILE.
