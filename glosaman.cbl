       IDENTIFICATION DIVISION.
       PROGRAM-ID. glosaman.
      ********************************************************
      *    Contestacao de glosas de transportadoras no console
      *    A transportadora que discorda de uma glosa apurada
      *    no fechamento a pagar (transpfech) tem ate o
      *    fechamento seguinte para contestar: a glosa
      *    contestada sai do desconto e fica retida ate alguem
      *    resolver aqui - mantida, volta a pendente e e
      *    descontada no proximo fechamento; cancelada, nao e
      *    mais cobrada. Toda mudanca de situacao grava data e
      *    operador na glosa e ecoa na trilha comum ERROR.LOG,
      *    no estilo do contman, e vai para o diario de
      *    recuperacao JORNAL.DAT (jrnsrv) com as imagens antes
      *    e depois.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLOSA-FILE ASSIGN TO 'GLOSA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLS-CHAVE
               FILE STATUS IS WRK-GLOSA-STATUS.

           SELECT ERROR-LOG ASSIGN TO 'ERROR.LOG'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GLOSA-FILE.
           COPY 'glosarec.cbl'.

       FD  ERROR-LOG.
           COPY 'errorlog.cbl'.

       WORKING-STORAGE SECTION.
       77  WRK-GLOSA-STATUS     PIC X(02) VALUE '00'.

       77  WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77  WRK-OPERADOR-OK      PIC X(01) VALUE 'N'.
           88 OPERADOR-VALIDO       VALUE 'S'.

       77  WRK-OPCAO            PIC 9(01) VALUE ZEROS.
           88 OPCAO-CONTESTAR       VALUE 1.
           88 OPCAO-RESOLVER        VALUE 2.
           88 OPCAO-EXIBIR          VALUE 3.
           88 OPCAO-SAIR            VALUE 4.

       77  WRK-TIPO             PIC X(01) VALUE SPACES.
       77  WRK-REFERENCIA       PIC 9(08) VALUE ZEROS.
       77  WRK-DECISAO          PIC X(01) VALUE SPACES.
       77  WRK-COD-MOTIVO       PIC X(12) VALUE SPACES.
       77  WRK-ED-VALOR         PIC ZZ.ZZZ.ZZ9,99.

       01  WRK-DATA-HORA-SYS.
           05  WRK-DHS-DATA     PIC 9(08).
           05  WRK-DHS-HORA     PIC 9(06).

      * contrato com o diario de recuperacao (jrnsrv)
       01  WRK-JRNSRV.
           05  WRK-JRN-PROGRAMA PIC X(10).
           05  WRK-JRN-OPERADOR PIC X(10).
           05  WRK-JRN-ARQUIVO  PIC X(12).
           05  WRK-JRN-CHAVE    PIC X(20).
           05  WRK-JRN-OPERACAO PIC X(01).
           05  WRK-JRN-ANTES    PIC X(300).
           05  WRK-JRN-DEPOIS   PIC X(300).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           OPEN I-O GLOSA-FILE
           IF WRK-GLOSA-STATUS NOT = '00'
               DISPLAY 'NENHUMA GLOSA APURADA - GLOSA.DAT AUSENTE'
               GOBACK
           END-IF
           OPEN EXTEND ERROR-LOG
           PERFORM 1100-PEDE-OPERADOR
           PERFORM 1000-MENU UNTIL OPCAO-SAIR
           CLOSE GLOSA-FILE
           CLOSE ERROR-LOG
           GOBACK.

       1100-PEDE-OPERADOR.
           MOVE 'N' TO WRK-OPERADOR-OK
           PERFORM UNTIL OPERADOR-VALIDO
               DISPLAY 'ID DO OPERADOR: '
               ACCEPT WRK-OPERADOR FROM CONSOLE
               IF WRK-OPERADOR = SPACES
                   DISPLAY 'ID EM BRANCO, TENTE NOVAMENTE'
               ELSE
                   MOVE 'S' TO WRK-OPERADOR-OK
               END-IF
           END-PERFORM.

       1000-MENU.
           DISPLAY '========================================='
           DISPLAY 'GLOSAS DE TRANSPORTADORAS'
           DISPLAY '1 - CONTESTAR GLOSA'
           DISPLAY '2 - RESOLVER CONTESTACAO'
           DISPLAY '3 - EXIBIR GLOSA'
           DISPLAY '4 - SAIR'
           DISPLAY 'ESCOLHA UMA OPCAO: '
           ACCEPT WRK-OPCAO FROM CONSOLE
           EVALUATE TRUE
               WHEN OPCAO-CONTESTAR PERFORM 2000-CONTESTA
               WHEN OPCAO-RESOLVER  PERFORM 3000-RESOLVE
               WHEN OPCAO-EXIBIR    PERFORM 4000-EXIBE
               WHEN OPCAO-SAIR      CONTINUE
               WHEN OTHER           DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      * a glosa e identificada pelo tipo e pelo numero do
      * sinistro (S) ou da cotacao atrasada (A), como sai no
      * extrato da transportadora
       1500-PEDE-GLOSA.
           DISPLAY 'TIPO (S=SINISTRO A=ATRASO): '
           ACCEPT WRK-TIPO FROM CONSOLE
           DISPLAY 'REFERENCIA (SINISTRO OU COTACAO): '
           ACCEPT WRK-REFERENCIA FROM CONSOLE
           MOVE WRK-TIPO TO GLS-TIPO
           MOVE WRK-REFERENCIA TO GLS-REFERENCIA.

      * so a glosa ainda nao descontada pode ser contestada
       2000-CONTESTA.
           PERFORM 1500-PEDE-GLOSA
           READ GLOSA-FILE
               KEY IS GLS-CHAVE
               INVALID KEY
                   DISPLAY 'GLOSA NAO ENCONTRADA: ' WRK-TIPO
                       WRK-REFERENCIA
               NOT INVALID KEY
                   MOVE GLOSA-RECORD TO WRK-JRN-ANTES
                   IF GLS-PENDENTE
                       MOVE 'C' TO GLS-SITUACAO
                       PERFORM 5000-REGRAVA-GLOSA
                       MOVE 'GLS-CONTEST ' TO WRK-COD-MOTIVO
                       PERFORM 8000-GRAVA-AUDITORIA
                       DISPLAY 'GLOSA RETIDA ATE A RESOLUCAO'
                   ELSE
                       DISPLAY 'GLOSA NAO ESTA PENDENTE - SITUACAO '
                           GLS-SITUACAO
                   END-IF
           END-READ.

      * mantida volta a pendente e entra no proximo desconto;
      * cancelada sai da cobranca de vez
       3000-RESOLVE.
           PERFORM 1500-PEDE-GLOSA
           READ GLOSA-FILE
               KEY IS GLS-CHAVE
               INVALID KEY
                   DISPLAY 'GLOSA NAO ENCONTRADA: ' WRK-TIPO
                       WRK-REFERENCIA
               NOT INVALID KEY
                   MOVE GLOSA-RECORD TO WRK-JRN-ANTES
                   IF GLS-CONTESTADA
                       PERFORM 3100-DECIDE
                   ELSE
                       DISPLAY 'GLOSA NAO ESTA CONTESTADA - '
                           'SITUACAO ' GLS-SITUACAO
                   END-IF
           END-READ.

       3100-DECIDE.
           PERFORM 4100-MOSTRA-GLOSA
           DISPLAY 'M=MANTER A GLOSA  X=CANCELAR A GLOSA: '
           ACCEPT WRK-DECISAO FROM CONSOLE
           EVALUATE WRK-DECISAO
               WHEN 'M'
                   MOVE 'P' TO GLS-SITUACAO
                   PERFORM 5000-REGRAVA-GLOSA
                   MOVE 'GLS-MANTIDA ' TO WRK-COD-MOTIVO
                   PERFORM 8000-GRAVA-AUDITORIA
                   DISPLAY 'GLOSA MANTIDA - DESCONTO NO PROXIMO '
                       'FECHAMENTO'
               WHEN 'X'
                   MOVE 'X' TO GLS-SITUACAO
                   PERFORM 5000-REGRAVA-GLOSA
                   MOVE 'GLS-CANCELAD' TO WRK-COD-MOTIVO
                   PERFORM 8000-GRAVA-AUDITORIA
                   DISPLAY 'GLOSA CANCELADA'
               WHEN OTHER
                   DISPLAY 'DECISAO INVALIDA - GLOSA CONTINUA '
                       'CONTESTADA'
           END-EVALUATE.

       4000-EXIBE.
           PERFORM 1500-PEDE-GLOSA
           READ GLOSA-FILE
               KEY IS GLS-CHAVE
               INVALID KEY
                   DISPLAY 'GLOSA NAO ENCONTRADA: ' WRK-TIPO
                       WRK-REFERENCIA
               NOT INVALID KEY
                   PERFORM 4100-MOSTRA-GLOSA
           END-READ.

       4100-MOSTRA-GLOSA.
           MOVE GLS-VALOR TO WRK-ED-VALOR
           DISPLAY 'GLOSA: ' GLS-TIPO GLS-REFERENCIA
               ' TRANSP: ' GLS-TRANSP
               ' COTACAO: ' GLS-SEQ-COTACAO
           DISPLAY 'APURADA EM: ' GLS-COMPETENCIA
               ' DESCONTADA EM: ' GLS-COMPET-DESCONTO
               ' DIAS ATRASO: ' GLS-DIAS-ATRASO
           DISPLAY 'VALOR: ' WRK-ED-VALOR
               ' SITUACAO: ' GLS-SITUACAO
               ' EM ' GLS-DATA-SITUACAO ' POR ' GLS-OPERADOR.

       5000-REGRAVA-GLOSA.
           ACCEPT WRK-DHS-DATA FROM DATE YYYYMMDD
           MOVE WRK-DHS-DATA TO GLS-DATA-SITUACAO
           MOVE WRK-OPERADOR TO GLS-OPERADOR
           REWRITE GLOSA-RECORD
               INVALID KEY
                   DISPLAY 'ERRO REGRAVANDO GLOSA: ' GLS-CHAVE
               NOT INVALID KEY
                   MOVE GLOSA-RECORD TO WRK-JRN-DEPOIS
                   MOVE 'A' TO WRK-JRN-OPERACAO
                   PERFORM 8100-GRAVA-JORNAL
           END-REWRITE.

      * ecoa a mudanca na trilha comum, mesmo formato do
      * contman
       8000-GRAVA-AUDITORIA.
           MOVE 'GLOSAMAN' TO ERR-PROGRAMA
           ACCEPT WRK-DHS-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-DHS-HORA FROM TIME
           MOVE WRK-DHS-DATA TO ERR-DATA-HORA (1:8)
           MOVE WRK-DHS-HORA TO ERR-DATA-HORA (9:6)
           MOVE WRK-COD-MOTIVO TO ERR-MOTIVO
           STRING 'OPER=' DELIMITED BY SIZE
               WRK-OPERADOR DELIMITED BY SIZE
               ' GLS=' DELIMITED BY SIZE
               GLS-TIPO DELIMITED BY SIZE
               GLS-REFERENCIA DELIMITED BY SIZE
               INTO ERR-ENTRADA
           MOVE 'I' TO ERR-SEVERIDADE
           MOVE SPACES TO ERR-TRATADA ERR-TRATADA-POR
           WRITE ERROR-LOG-RECORD
           DISPLAY 'ALTERACAO REGISTRADA: ' WRK-COD-MOTIVO.

       8100-GRAVA-JORNAL.
           MOVE 'GLOSAMAN' TO WRK-JRN-PROGRAMA
           MOVE WRK-OPERADOR TO WRK-JRN-OPERADOR
           MOVE 'GLOSA' TO WRK-JRN-ARQUIVO
           MOVE GLS-CHAVE TO WRK-JRN-CHAVE
           CALL 'jrnsrv' USING WRK-JRNSRV.
