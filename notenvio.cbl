       IDENTIFICATION DIVISION.
       PROGRAM-ID. notenvio.
      ********************************************************
      *    Extrato noturno de notificacoes para o gateway
      *    Percorre a central de notificacoes NOTIFICA.DAT
      *    (notsrv) e gera em NOTENVIO.DAT o lote para o
      *    gateway de SMS e e-mail - uma linha D por aviso
      *    pendente, com a chave do aviso, os dois telefones
      *    do responsavel, o nome dele e do aluno e o texto -
      *    entre header e trailer no estilo das demais
      *    interfaces. Cada aviso enviado fica marcado E
      *    (enviado) com a data do envio; a entrega ou a falha
      *    e gravada pelo notretor. Aviso de familia sem
      *    telefone nao entra no lote.
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

           SELECT ENVIO-FILE ASSIGN TO 'NOTENVIO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTIFICA-FILE.
           COPY 'notrec.cbl'.

       FD  ENVIO-FILE
           RECORD CONTAINS 210 CHARACTERS.
       01  ENVIO-LINE PIC X(210).

       WORKING-STORAGE SECTION.
       77  WRK-NOTIFICA-STATUS  PIC X(02) VALUE '00'.
       77  WRK-NOTIFICA-DISP    PIC X(01) VALUE 'N'.
           88 NOTIFICA-DISPONIVEL   VALUE 'S'.
       77  WRK-EOF              PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO        VALUE 'S'.

      * contrato com o controle de execucao compartilhado
      * (runctl): um lote de envio por dia
       01  WRK-RUNCTL.
           05  WRK-RC-OPERACAO PIC X(01).
           05  WRK-RC-PROGRAMA PIC X(12) VALUE 'NOTENVIO'.
           05  WRK-RC-QTD      PIC 9(06).
           05  WRK-RC-RUN-ID   PIC 9(06).
           05  WRK-RC-PERMITIDO PIC X(01).

       77  WRK-QTD-ENVIADOS     PIC 9(06) VALUE ZEROS.

       01  WRK-DATA-HORA-SYS.
           05  WRK-DHS-DATA     PIC 9(08).
           05  WRK-DHS-HORA     PIC 9(06).

       01  WRK-LINHA-HEADER.
           05  FILLER          PIC X(01) VALUE 'H'.
           05  HDR-DATA        PIC 9(08).
           05  HDR-HORA        PIC 9(06).
           05  FILLER          PIC X(08) VALUE 'NOTENVIO'.

      * a chave volta no arquivo de retorno do gateway
       01  WRK-LINHA-AVISO.
           05  FILLER          PIC X(01) VALUE 'D'.
           05  ENV-ALUNO       PIC 9(06).
           05  ENV-TIPO        PIC X(01).
           05  ENV-REFERENCIA  PIC X(12).
           05  ENV-FONE1       PIC 9(11).
           05  ENV-FONE2       PIC 9(11).
           05  ENV-RESPONSAVEL PIC X(30).
           05  ENV-NOME-ALUNO  PIC X(30).
           05  ENV-TEXTO       PIC X(100).

       01  WRK-LINHA-TRAILER.
           05  FILLER          PIC X(01) VALUE 'T'.
           05  TRL-QTD         PIC 9(06).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-SELECIONA-AVISO UNTIL FIM-DE-ARQUIVO
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
           ACCEPT WRK-DHS-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-DHS-HORA FROM TIME
           OPEN I-O NOTIFICA-FILE
           IF WRK-NOTIFICA-STATUS = '00'
               MOVE 'S' TO WRK-NOTIFICA-DISP
           ELSE
               DISPLAY 'CENTRAL DE NOTIFICACOES INEXISTENTE - '
                   'NADA A ENVIAR'
               MOVE 'S' TO WRK-EOF
           END-IF
           OPEN OUTPUT ENVIO-FILE
           MOVE WRK-DHS-DATA TO HDR-DATA
           MOVE WRK-DHS-HORA TO HDR-HORA
           WRITE ENVIO-LINE FROM WRK-LINHA-HEADER.

       2000-SELECIONA-AVISO.
           READ NOTIFICA-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF NTF-PENDENTE
                   PERFORM 2100-GRAVA-AVISO
                   MOVE 'E' TO NTF-SITUACAO
                   MOVE WRK-DHS-DATA TO NTF-DATA-ENVIO
                   PERFORM 2200-REGRAVA-AVISO
               END-IF
           END-IF.

       2100-GRAVA-AVISO.
           MOVE NTF-ALUNO TO ENV-ALUNO
           MOVE NTF-TIPO TO ENV-TIPO
           MOVE NTF-REFERENCIA TO ENV-REFERENCIA
           MOVE NTF-FONE1 TO ENV-FONE1
           MOVE NTF-FONE2 TO ENV-FONE2
           MOVE NTF-RESPONSAVEL TO ENV-RESPONSAVEL
           MOVE NTF-NOME-ALUNO TO ENV-NOME-ALUNO
           MOVE NTF-TEXTO TO ENV-TEXTO
           WRITE ENVIO-LINE FROM WRK-LINHA-AVISO
           ADD 1 TO WRK-QTD-ENVIADOS.

       2200-REGRAVA-AVISO.
           REWRITE NOTIFICACAO-RECORD
               INVALID KEY
                   DISPLAY 'ERRO MARCANDO AVISO ENVIADO: '
                       NTF-ALUNO ' ' NTF-TIPO ' ' NTF-REFERENCIA
           END-REWRITE.

       3000-FINALIZA.
           MOVE WRK-QTD-ENVIADOS TO TRL-QTD
           WRITE ENVIO-LINE FROM WRK-LINHA-TRAILER
           CLOSE ENVIO-FILE
           IF NOTIFICA-DISPONIVEL
               CLOSE NOTIFICA-FILE
           END-IF
           DISPLAY 'AVISOS ENVIADOS AO GATEWAY: ' WRK-QTD-ENVIADOS
           MOVE 'F' TO WRK-RC-OPERACAO
           MOVE WRK-QTD-ENVIADOS TO WRK-RC-QTD
           CALL 'runctl' USING WRK-RUNCTL.
