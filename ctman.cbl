      *    cancelados CTVOID.DAT com data, motivo e operador -
      *    a prova que o fiscal pede para cada buraco de
      *    impressao. Tambem exibe qualquer documento pelo
      *    numero, com a situacao no fisco, e libera para
      *    reenvio (cttransm) o documento ou cancelamento
      *    rejeitado depois de corrigido. Cada gravacao vai
      *    tambem para o diario de recuperacao JORNAL.DAT
      *    (jrnsrv) com as imagens antes e depois.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CHAVE
               ALTERNATE RECORD KEY IS CT-SEQ-COTACAO
                   WITH DUPLICATES
               FILE STATUS IS WRK-CTDOC-STATUS.

      * registro corrido dos numeros cancelados, um por linha
       77  WRK-OPCAO            PIC 9(01) VALUE ZEROS.
           88 OPCAO-CANCELAR        VALUE 1.
           88 OPCAO-EXIBIR          VALUE 2.
           88 OPCAO-REENVIAR        VALUE 3.
           88 OPCAO-SAIR            VALUE 4.

       77  WRK-CT-BUSCA         PIC 9(08) VALUE ZEROS.
       77  WRK-SERIE-BUSCA      PIC X(03) VALUE SPACES.
       77  WRK-ED-VALOR         PIC ZZZ.ZZ9,99.
       77  WRK-ED-FRETE         PIC ZZ.ZZ9,99.

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
           OPEN I-O CT-MASTER
           DISPLAY 'CONHECIMENTOS DE TRANSPORTE'
           DISPLAY '1 - CANCELAR DOCUMENTO'
           DISPLAY '2 - EXIBIR DOCUMENTO'
           DISPLAY '3 - LIBERAR REJEITADO PARA REENVIO'
           DISPLAY '4 - SAIR'
           DISPLAY 'ESCOLHA UMA OPCAO: '
           ACCEPT WRK-OPCAO FROM CONSOLE
           EVALUATE TRUE
               WHEN OPCAO-CANCELAR PERFORM 2000-CANCELA
               WHEN OPCAO-EXIBIR   PERFORM 3000-EXIBE
               WHEN OPCAO-REENVIAR PERFORM 4000-REENVIA
               WHEN OPCAO-SAIR     CONTINUE
               WHEN OTHER          DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
               INVALID KEY
                   DISPLAY 'DOCUMENTO NAO ENCONTRADO: ' WRK-CT-BUSCA
               NOT INVALID KEY
                   MOVE CT-RECORD TO WRK-JRN-ANTES
                   IF CT-CANCELADO
                       DISPLAY 'DOCUMENTO JA CANCELADO'
                   ELSE
                       DISPLAY 'ID DO OPERADOR: '
                       ACCEPT WRK-OPERADOR FROM CONSOLE
                       MOVE 'C' TO CT-STATUS
                       MOVE 'P' TO CT-CAN-STATUS
                       MOVE ZEROS TO CT-CAN-DATA-ENVIO
                       MOVE SPACES TO CT-CAN-PROTOCOLO
                           CT-CAN-REJEICAO
                       REWRITE CT-RECORD
                       MOVE CT-RECORD TO WRK-JRN-DEPOIS
                       MOVE 'A' TO WRK-JRN-OPERACAO
                       PERFORM 7000-GRAVA-JORNAL
                       PERFORM 2100-GRAVA-CANCELAMENTO
                       DISPLAY 'DOCUMENTO ' WRK-CT-BUSCA
                           ' CANCELADO - NUMERO NAO SERA REUSADO'
                   DISPLAY 'EMISSAO: ' CT-DATA-EMISSAO
                       ' CARGA: ' WRK-ED-VALOR
                       ' FRETE: ' WRK-ED-FRETE
                   DISPLAY 'FISCO: ' CT-AUT-STATUS
                       ' ENVIO: ' CT-AUT-DATA-ENVIO
                       ' PROTOCOLO: ' CT-AUT-PROTOCOLO
                       ' REJEICAO: ' CT-AUT-REJEICAO
                   IF CT-CANCELADO
                       DISPLAY 'CANCELAMENTO NO FISCO: '
                           CT-CAN-STATUS
                           ' PROTOCOLO: ' CT-CAN-PROTOCOLO
                           ' REJEICAO: ' CT-CAN-REJEICAO
                   END-IF
           END-READ.

      * rejeitado volta a pendente e sai no proximo lote do
      * cttransm; a correcao do motivo e feita antes
       4000-REENVIA.
           PERFORM 1500-PEDE-CHAVE
           READ CT-MASTER
               KEY IS CT-CHAVE
               INVALID KEY
                   DISPLAY 'DOCUMENTO NAO ENCONTRADO: ' WRK-CT-BUSCA
               NOT INVALID KEY
                   MOVE CT-RECORD TO WRK-JRN-ANTES
                   IF CT-CANCELADO AND CT-CAN-REJEITADO
                       MOVE 'P' TO CT-CAN-STATUS
                       MOVE SPACES TO CT-CAN-REJEICAO
                       REWRITE CT-RECORD
                       MOVE CT-RECORD TO WRK-JRN-DEPOIS
                       MOVE 'A' TO WRK-JRN-OPERACAO
                       PERFORM 7000-GRAVA-JORNAL
                       DISPLAY 'CANCELAMENTO LIBERADO PARA REENVIO'
                   ELSE
                       IF CT-EMITIDO AND CT-AUT-REJEITADO
                           MOVE 'P' TO CT-AUT-STATUS
                           MOVE SPACES TO CT-AUT-REJEICAO
                           REWRITE CT-RECORD
                           MOVE CT-RECORD TO WRK-JRN-DEPOIS
                           MOVE 'A' TO WRK-JRN-OPERACAO
                           PERFORM 7000-GRAVA-JORNAL
                           DISPLAY 'DOCUMENTO LIBERADO PARA REENVIO'
                       ELSE
                           DISPLAY 'DOCUMENTO NAO ESTA REJEITADO'
                       END-IF
                   END-IF
           END-READ.

       7000-GRAVA-JORNAL.
           MOVE 'CTMAN' TO WRK-JRN-PROGRAMA
           MOVE WRK-OPERADOR TO WRK-JRN-OPERADOR
           MOVE 'CTDOC' TO WRK-JRN-ARQUIVO
           MOVE CT-CHAVE TO WRK-JRN-CHAVE
           CALL 'jrnsrv' USING WRK-JRNSRV.
