       IDENTIFICATION DIVISION.
       PROGRAM-ID. notretor.
      ********************************************************
      *    Retorno do gateway de SMS e e-mail
      *    Le o arquivo de resposta do gateway (NOTRET.DAT), uma
      *    linha por aviso do lote do notenvio, e grava o
      *    resultado na central de notificacoes NOTIFICA.DAT:
      *    aviso entregue fica R com a data do retorno, falha
      *    fica F com o motivo informado pelo gateway. So muda
      *    aviso que esteja E (enviado); resposta repetida ou de
      *    aviso desconhecido e resposta invalida aparecem no
      *    NOTRET.RPT, que lista todo retorno processado, e
      *    encerram com codigo de retorno 4.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIFICA-FILE ASSIGN TO 'NOTIFICA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTF-CHAVE
               FILE STATUS IS WRK-NOTIFICA-STATUS.

           SELECT RETORNO-FILE ASSIGN TO 'NOTRET.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RETORNO-STATUS.

           SELECT RETORNO-REPORT ASSIGN TO 'NOTRET.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTIFICA-FILE.
           COPY 'notrec.cbl'.

      * resposta do gateway: chave do aviso como saiu no
      * NOTENVIO.DAT, resultado (R entregue, F falha), data do
      * processamento no gateway e motivo da falha
       FD  RETORNO-FILE
           RECORD CONTAINS 48 CHARACTERS.
       01  RETORNO-LINE.
           05  RET-ALUNO       PIC 9(06).
           05  RET-TIPO        PIC X(01).
           05  RET-REFERENCIA  PIC X(12).
           05  RET-RESULTADO   PIC X(01).
               88  RET-ENTREGUE        VALUE 'R'.
               88  RET-FALHOU          VALUE 'F'.
           05  RET-DATA        PIC 9(08).
           05  RET-MOTIVO      PIC X(20).

       FD  RETORNO-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       77  WRK-NOTIFICA-STATUS  PIC X(02) VALUE '00'.
       77  WRK-RETORNO-STATUS   PIC X(02) VALUE '00'.
       77  WRK-NOTIFICA-DISP    PIC X(01) VALUE 'N'.
           88 NOTIFICA-DISPONIVEL   VALUE 'S'.
       77  WRK-EOF              PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO        VALUE 'S'.

       01  DATA-SYS.
           02  ANO-SYS PIC 9(04) VALUE ZEROS.
           02  MES-SYS PIC 9(02) VALUE ZEROS.
           02  DIA-SYS PIC 9(02) VALUE ZEROS.
       01  DATA-SYS-NUM REDEFINES DATA-SYS PIC 9(08).

      * contrato com o controle de execucao compartilhado
      * (runctl)
       01  WRK-RUNCTL.
           05  WRK-RC-OPERACAO PIC X(01).
           05  WRK-RC-PROGRAMA PIC X(12) VALUE 'NOTRETOR'.
           05  WRK-RC-QTD      PIC 9(06).
           05  WRK-RC-RUN-ID   PIC 9(06).
           05  WRK-RC-PERMITIDO PIC X(01).

       77  WRK-QTD-LIDOS        PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-ENTREGUES    PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-FALHAS       PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-IGNORADOS    PIC 9(06) VALUE ZEROS.

       01  WRK-LINHA-CABECALHO  PIC X(80) VALUE
           'RETORNO DO GATEWAY - NOTIFICACOES AS FAMILIAS'.

       01  WRK-LINHA-COLUNAS.
           05  FILLER          PIC X(54) VALUE
               'ALUNO  T REFERENCIA   R DATA     SITUACAO   MOTIVO'.

       01  WRK-LINHA-RETORNO.
           05  REL-ALUNO       PIC 9(06).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  REL-TIPO        PIC X(01).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  REL-REFERENCIA  PIC X(12).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  REL-RESULTADO   PIC X(01).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  REL-DATA        PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  REL-SITUACAO    PIC X(10).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  REL-MOTIVO      PIC X(20).

       01  WRK-LINHA-TOTAIS.
           05  FILLER          PIC X(08) VALUE 'LIDOS: '.
           05  TOT-LIDOS       PIC ZZZ.ZZ9.
           05  FILLER          PIC X(14) VALUE '  ENTREGUES: '.
           05  TOT-ENTREGUES   PIC ZZZ.ZZ9.
           05  FILLER          PIC X(11) VALUE '  FALHAS: '.
           05  TOT-FALHAS      PIC ZZZ.ZZ9.
           05  FILLER          PIC X(14) VALUE '  IGNORADOS: '.
           05  TOT-IGNORADOS   PIC ZZZ.ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESSA-RETORNO UNTIL FIM-DE-ARQUIVO
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
           ACCEPT DATA-SYS FROM DATE YYYYMMDD
           OPEN INPUT RETORNO-FILE
           IF WRK-RETORNO-STATUS NOT = '00'
               DISPLAY 'NOTRET.DAT INEXISTENTE - NADA A PROCESSAR'
               MOVE 'S' TO WRK-EOF
           END-IF
           OPEN I-O NOTIFICA-FILE
           IF WRK-NOTIFICA-STATUS = '00'
               MOVE 'S' TO WRK-NOTIFICA-DISP
           ELSE
               DISPLAY 'CENTRAL DE NOTIFICACOES INEXISTENTE'
               MOVE 'S' TO WRK-EOF
           END-IF
           OPEN OUTPUT RETORNO-REPORT
           WRITE REPORT-LINE FROM WRK-LINHA-CABECALHO
           WRITE REPORT-LINE FROM WRK-LINHA-COLUNAS.

       2000-PROCESSA-RETORNO.
           READ RETORNO-FILE
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               ADD 1 TO WRK-QTD-LIDOS
               IF RET-DATA NOT NUMERIC OR RET-DATA = ZEROS
                   MOVE DATA-SYS-NUM TO RET-DATA
               END-IF
               IF (NOT RET-ENTREGUE AND NOT RET-FALHOU)
                       OR RET-ALUNO NOT NUMERIC
                   MOVE 'INVALIDO' TO REL-SITUACAO
                   ADD 1 TO WRK-QTD-IGNORADOS
               ELSE
                   MOVE RET-ALUNO TO NTF-ALUNO
                   MOVE RET-TIPO TO NTF-TIPO
                   MOVE RET-REFERENCIA TO NTF-REFERENCIA
                   READ NOTIFICA-FILE
                       KEY IS NTF-CHAVE
                       INVALID KEY
                           MOVE 'DESCONHEC.' TO REL-SITUACAO
                           ADD 1 TO WRK-QTD-IGNORADOS
                       NOT INVALID KEY
                           PERFORM 2100-GRAVA-RESULTADO
                   END-READ
               END-IF
               PERFORM 2800-IMPRIME-RETORNO
           END-IF.

      * resultado ja gravado nao e alterado por resposta
      * repetida do gateway
       2100-GRAVA-RESULTADO.
           IF NOT NTF-ENVIADA
               MOVE 'REPETIDO' TO REL-SITUACAO
               ADD 1 TO WRK-QTD-IGNORADOS
           ELSE
               MOVE RET-DATA TO NTF-DATA-RETORNO
               IF RET-ENTREGUE
                   MOVE 'R' TO NTF-SITUACAO
                   MOVE SPACES TO NTF-MOTIVO-FALHA
                   MOVE 'ENTREGUE' TO REL-SITUACAO
                   ADD 1 TO WRK-QTD-ENTREGUES
               ELSE
                   MOVE 'F' TO NTF-SITUACAO
                   MOVE RET-MOTIVO TO NTF-MOTIVO-FALHA
                   MOVE 'FALHOU' TO REL-SITUACAO
                   ADD 1 TO WRK-QTD-FALHAS
               END-IF
               REWRITE NOTIFICACAO-RECORD
                   INVALID KEY
                       DISPLAY 'ERRO GRAVANDO RETORNO DO AVISO: '
                           NTF-ALUNO ' ' NTF-TIPO ' '
                           NTF-REFERENCIA
               END-REWRITE
           END-IF.

       2800-IMPRIME-RETORNO.
           MOVE RET-ALUNO TO REL-ALUNO
           MOVE RET-TIPO TO REL-TIPO
           MOVE RET-REFERENCIA TO REL-REFERENCIA
           MOVE RET-RESULTADO TO REL-RESULTADO
           MOVE RET-DATA TO REL-DATA
           MOVE RET-MOTIVO TO REL-MOTIVO
           WRITE REPORT-LINE FROM WRK-LINHA-RETORNO.

       3000-FINALIZA.
           MOVE WRK-QTD-LIDOS TO TOT-LIDOS
           MOVE WRK-QTD-ENTREGUES TO TOT-ENTREGUES
           MOVE WRK-QTD-FALHAS TO TOT-FALHAS
           MOVE WRK-QTD-IGNORADOS TO TOT-IGNORADOS
           WRITE REPORT-LINE FROM WRK-LINHA-TOTAIS
           CLOSE RETORNO-REPORT
           IF WRK-RETORNO-STATUS = '00' OR '10'
               CLOSE RETORNO-FILE
           END-IF
           IF NOTIFICA-DISPONIVEL
               CLOSE NOTIFICA-FILE
           END-IF
           DISPLAY 'RETORNOS LIDOS: ' WRK-QTD-LIDOS
           DISPLAY 'ENTREGUES: ' WRK-QTD-ENTREGUES
               ' FALHAS: ' WRK-QTD-FALHAS
               ' IGNORADOS: ' WRK-QTD-IGNORADOS
           MOVE 'F' TO WRK-RC-OPERACAO
           MOVE WRK-QTD-LIDOS TO WRK-RC-QTD
           CALL 'runctl' USING WRK-RUNCTL
           IF WRK-QTD-IGNORADOS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
