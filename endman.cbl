      *    CUSTOMER-MASTER; a sequencia do endereco novo e a
      *    contagem dos ja cadastrados mais um. Os pedidos
      *    apontam a sequencia e a etiqueta do armazem sai
      *    daqui. Cada gravacao vai tambem para o diario de
      *    recuperacao JORNAL.DAT (jrnsrv) com as imagens antes
      *    e depois.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WRK-CEP              PIC 9(08) VALUE ZEROS.
       77  WRK-CONTATO          PIC X(20) VALUE SPACES.

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
           OPEN I-O ENDERECO-FILE
               INVALID KEY
                   DISPLAY 'ERRO GRAVANDO ENDERECO: ' END-CHAVE
               NOT INVALID KEY
                   MOVE SPACES TO WRK-JRN-ANTES
                   MOVE ENDERECO-RECORD TO WRK-JRN-DEPOIS
                   MOVE 'I' TO WRK-JRN-OPERACAO
                   PERFORM 7000-GRAVA-JORNAL
                   DISPLAY 'ENDERECO ' WRK-SEQ ' INCLUIDO PARA O '
                       'CLIENTE ' WRK-CLIENTE
           END-WRITE.
               INVALID KEY
                   DISPLAY 'ENDERECO NAO CADASTRADO'
               NOT INVALID KEY
                   MOVE ENDERECO-RECORD TO WRK-JRN-ANTES
                   PERFORM 1600-PEDE-CAMPOS
                   MOVE WRK-RUA TO END-RUA
                   MOVE WRK-CIDADE TO END-CIDADE
                   MOVE WRK-CEP TO END-CEP
                   MOVE WRK-CONTATO TO END-CONTATO
                   REWRITE ENDERECO-RECORD
                   MOVE ENDERECO-RECORD TO WRK-JRN-DEPOIS
                   MOVE 'A' TO WRK-JRN-OPERACAO
                   PERFORM 7000-GRAVA-JORNAL
                   DISPLAY 'ENDERECO ALTERADO'
           END-READ.

           ACCEPT WRK-SEQ FROM CONSOLE
           MOVE WRK-CLIENTE TO END-CLIENTE
           MOVE WRK-SEQ TO END-SEQ
      * lido antes de excluir, para o diario levar a imagem
           READ ENDERECO-FILE
               KEY IS END-CHAVE
               INVALID KEY
                   DISPLAY 'ENDERECO NAO CADASTRADO'
               NOT INVALID KEY
                   MOVE ENDERECO-RECORD TO WRK-JRN-ANTES
                   DELETE ENDERECO-FILE RECORD
                       INVALID KEY
                           DISPLAY 'ENDERECO NAO CADASTRADO'
                       NOT INVALID KEY
                           MOVE SPACES TO WRK-JRN-DEPOIS
                           MOVE 'E' TO WRK-JRN-OPERACAO
                           PERFORM 7000-GRAVA-JORNAL
                           DISPLAY 'ENDERECO EXCLUIDO'
                   END-DELETE
           END-READ.

       5000-LISTA.
           PERFORM 1500-PEDE-CLIENTE
           PERFORM 2100-CONTA-ENDERECOS
           DISPLAY 'ENDERECOS DO CLIENTE: ' WRK-QTD-ENDERECOS.

       7000-GRAVA-JORNAL.
           MOVE 'ENDMAN' TO WRK-JRN-PROGRAMA
           MOVE SPACES TO WRK-JRN-OPERADOR
           MOVE 'ENDCLI' TO WRK-JRN-ARQUIVO
           MOVE END-CHAVE TO WRK-JRN-CHAVE
           CALL 'jrnsrv' USING WRK-JRNSRV.
