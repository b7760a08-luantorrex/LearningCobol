       IDENTIFICATION DIVISION.
       PROGRAM-ID. clirast.
      ********************************************************
      *    Opcao de rastreio do cliente no console
      *    Mostra e altera a marca do cadastro que decide se
      *    os eventos de embarque do cliente seguem no extrato
      *    noturno do portal (embrast) - o cliente que pede
      *    para sair (ou voltar) e atendido no balcao, sem
      *    recadastro. A troca vai tambem para o diario de
      *    recuperacao JORNAL.DAT (jrnsrv).
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUS-ID
               FILE STATUS IS WRK-CUSTMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY 'custrec.cbl'.

       WORKING-STORAGE SECTION.
       77  WRK-CUSTMAST-STATUS  PIC X(02) VALUE '00'.
       77  WRK-CLIENTE          PIC 9(06) VALUE ZEROS.

      * contrato com a referencia cruzada das fusoes de
      * cadastro (clixref): conta retirada vira a sobrevivente
       01  WRK-CLIXREF.
           05  WRK-XRF-CLIENTE     PIC 9(06).
           05  WRK-XRF-SUBSTITUIDO PIC X(01).
       77  WRK-RESPOSTA         PIC X(01) VALUE SPACES.
       77  WRK-SITUACAO         PIC X(20) VALUE SPACES.

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
           OPEN I-O CUSTOMER-MASTER
           IF WRK-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'CUSTMAST.DAT INEXISTENTE'
               GOBACK
           END-IF
           MOVE 1 TO WRK-CLIENTE
           PERFORM 1000-ATENDE-CLIENTE UNTIL WRK-CLIENTE = ZEROS
           CLOSE CUSTOMER-MASTER
           GOBACK.

       1000-ATENDE-CLIENTE.
           DISPLAY '========================================='
           DISPLAY 'CONTA DO CLIENTE (ZEROS = SAIR): '
           ACCEPT WRK-CLIENTE FROM CONSOLE
           IF WRK-CLIENTE IS NOT NUMERIC
               MOVE ZEROS TO WRK-CLIENTE
           END-IF
           IF WRK-CLIENTE > ZEROS
               MOVE WRK-CLIENTE TO WRK-XRF-CLIENTE
               CALL 'clixref' USING WRK-CLIXREF
               IF WRK-XRF-SUBSTITUIDO = 'S'
                   DISPLAY 'CONTA ' WRK-CLIENTE ' INCORPORADA A '
                       WRK-XRF-CLIENTE
                   MOVE WRK-XRF-CLIENTE TO WRK-CLIENTE
               END-IF
               MOVE WRK-CLIENTE TO CUS-ID
               READ CUSTOMER-MASTER
                   KEY IS CUS-ID
                   INVALID KEY
                       DISPLAY 'CLIENTE NAO CADASTRADO'
                   NOT INVALID KEY
                       PERFORM 2000-ALTERA-OPCAO
               END-READ
           END-IF.

       2000-ALTERA-OPCAO.
           IF CUS-SEM-RASTREIO
               MOVE 'FORA DO RASTREIO' TO WRK-SITUACAO
           ELSE
               MOVE 'RECEBE O RASTREIO' TO WRK-SITUACAO
           END-IF
           DISPLAY 'CLIENTE: ' CUS-ID ' - ' CUS-NOME
           DISPLAY 'SITUACAO ATUAL: ' WRK-SITUACAO
           DISPLAY 'ENVIA RASTREIO DE EMBARQUES AO PORTAL? (S/N, '
               'ESPACO = MANTEM): '
           ACCEPT WRK-RESPOSTA FROM CONSOLE
           IF WRK-RESPOSTA = 'S' OR 'N'
               MOVE CUSTOMER-RECORD TO WRK-JRN-ANTES
               MOVE WRK-RESPOSTA TO CUS-RASTREIO
               REWRITE CUSTOMER-RECORD
                   INVALID KEY
                       DISPLAY 'ERRO REGRAVANDO CLIENTE: ' CUS-ID
                   NOT INVALID KEY
                       PERFORM 7100-GRAVA-JORNAL
                       DISPLAY 'OPCAO DE RASTREIO ATUALIZADA'
               END-REWRITE
           ELSE
               DISPLAY 'OPCAO MANTIDA'
           END-IF.

      * imagem antes/depois do cliente no diario de
      * recuperacao; o atendimento de balcao nao tem login de
      * operador
       7100-GRAVA-JORNAL.
           MOVE 'CLIRAST' TO WRK-JRN-PROGRAMA
           MOVE SPACES TO WRK-JRN-OPERADOR
           MOVE 'CUSTMAST' TO WRK-JRN-ARQUIVO
           MOVE CUS-ID TO WRK-JRN-CHAVE
           MOVE 'A' TO WRK-JRN-OPERACAO
           MOVE CUSTOMER-RECORD TO WRK-JRN-DEPOIS
           CALL 'jrnsrv' USING WRK-JRNSRV.
