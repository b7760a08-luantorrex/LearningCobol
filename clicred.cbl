      *    que o devido) ou lista todos os clientes com
      *    credito em aberto - o mesmo atendimento de balcao
      *    da consulta de cotacao, para ninguem mais procurar
      *    excedente de pagamento no grep. Aqui tambem se
      *    altera o limite de credito do cliente, sob dupla
      *    custodia: campo configurado no SENSIVEL.CFG vai
      *    para a fila de aprovacao (altsrv) e so vale depois
      *    que outro supervisor aprova no altaprov. O limite
      *    gravado entra no diario de recuperacao (jrnsrv).
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS CUS-ID
               FILE STATUS IS WRK-CUSTMAST-STATUS.

           SELECT ERROR-LOG ASSIGN TO 'ERROR.LOG'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CREDITO-CLIENTE.
       FD  CUSTOMER-MASTER.
           COPY 'custrec.cbl'.

       FD  ERROR-LOG.
           COPY 'errorlog.cbl'.

       WORKING-STORAGE SECTION.
       77  WRK-CREDCLI-STATUS   PIC X(02) VALUE '00'.
       77  WRK-CUSTMAST-STATUS  PIC X(02) VALUE '00'.
       77  WRK-OPCAO            PIC 9(01) VALUE ZEROS.
           88 OPCAO-CLIENTE         VALUE 1.
           88 OPCAO-TODOS           VALUE 2.
           88 OPCAO-LIMITE          VALUE 3.
           88 OPCAO-SAIR            VALUE 4.
       77  WRK-CREDCLI-ABERTO   PIC X(01) VALUE 'N'.
           88 CREDITOS-DISPONIVEIS  VALUE 'S'.

       77  WRK-CLIENTE          PIC 9(06) VALUE ZEROS.

      * contrato com a referencia cruzada das fusoes de
      * cadastro (clixref): conta retirada vira a sobrevivente
       01  WRK-CLIXREF.
           05  WRK-XRF-CLIENTE     PIC 9(06).
           05  WRK-XRF-SUBSTITUIDO PIC X(01).
       77  WRK-QTD-CREDORES     PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-CREDITOS     PIC 9(10)V99 VALUE ZEROS.
       77  WRK-NOME             PIC X(20) VALUE SPACES.
       77  WRK-ED-SALDO         PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-ED-TOTAL         PIC Z.ZZZ.ZZZ.ZZ9,99.

      * alteracao de limite: quem altera, trava do cadastro
      * e contrato com a dupla custodia
       77  WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77  WRK-NOVO-LIMITE      PIC 9(08)V99 VALUE ZEROS.
       77  WRK-COD-MOTIVO       PIC X(12) VALUE SPACES.
       77  WRK-ED-LIMITE        PIC ZZ.ZZZ.ZZ9,99.

       01  WRK-DATA-HORA-SYS.
           05  WRK-DHS-DATA     PIC 9(08).
           05  WRK-DHS-HORA     PIC 9(06).

       01  WRK-LOCKMGR.
           05  WRK-LCK-OPERACAO PIC X(01).
           05  WRK-LCK-ARQUIVO  PIC X(12).
           05  WRK-LCK-REGISTRO PIC X(20).
           05  WRK-LCK-OPERADOR PIC X(10).
           05  WRK-LCK-OBTIDA   PIC X(01).
           05  WRK-LCK-DONO     PIC X(10).
           05  WRK-LCK-DESDE    PIC X(14).

       01  WRK-ALTSRV.
           05  WRK-ALT-ARQUIVO  PIC X(12).
           05  WRK-ALT-CHAVE    PIC X(20).
           05  WRK-ALT-CAMPO    PIC X(12).
           05  WRK-ALT-ANTES    PIC X(60).
           05  WRK-ALT-DEPOIS   PIC X(60).
           05  WRK-ALT-OPERADOR PIC X(10).
           05  WRK-ALT-RETIDA   PIC X(01).
           05  WRK-ALT-NUMERO   PIC 9(08).

           COPY 'altvalor.cbl'.

      * contrato com o diario de recuperacao (jrnsrv): imagem
      * do registro antes e depois de cada gravacao no mestre
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
           OPEN INPUT CREDITO-CLIENTE
           IF WRK-CREDCLI-STATUS = '00'
               MOVE 'S' TO WRK-CREDCLI-ABERTO
           END-IF
           OPEN I-O CUSTOMER-MASTER
           OPEN EXTEND ERROR-LOG
           PERFORM 1000-MENU UNTIL OPCAO-SAIR
           IF CREDITOS-DISPONIVEIS
               CLOSE CREDITO-CLIENTE
           END-IF
           CLOSE CUSTOMER-MASTER
           CLOSE ERROR-LOG
           GOBACK.

       1000-MENU.
           DISPLAY 'SALDO CREDOR DE CLIENTES'
           DISPLAY '1 - CONSULTAR UM CLIENTE'
           DISPLAY '2 - LISTAR TODOS OS CREDORES'
           DISPLAY '3 - ALTERAR LIMITE DE CREDITO'
           DISPLAY '4 - SAIR'
           DISPLAY 'ESCOLHA UMA OPCAO: '
           ACCEPT WRK-OPCAO FROM CONSOLE
           EVALUATE TRUE
               WHEN OPCAO-LIMITE  PERFORM 5000-ALTERA-LIMITE
               WHEN OPCAO-SAIR    CONTINUE
               WHEN (OPCAO-CLIENTE OR OPCAO-TODOS)
                       AND NOT CREDITOS-DISPONIVEIS
                   DISPLAY 'NENHUM SALDO CREDOR REGISTRADO'
               WHEN OPCAO-CLIENTE PERFORM 2000-CONSULTA-CLIENTE
               WHEN OPCAO-TODOS   PERFORM 3000-LISTA-TODOS
               WHEN OTHER         DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       2000-CONSULTA-CLIENTE.
           DISPLAY 'CONTA DO CLIENTE: '
           ACCEPT WRK-CLIENTE FROM CONSOLE
           MOVE WRK-CLIENTE TO WRK-XRF-CLIENTE
           CALL 'clixref' USING WRK-CLIXREF
           IF WRK-XRF-SUBSTITUIDO = 'S'
               DISPLAY 'CONTA ' WRK-CLIENTE ' INCORPORADA A '
                   WRK-XRF-CLIENTE
               MOVE WRK-XRF-CLIENTE TO WRK-CLIENTE
           END-IF
           MOVE WRK-CLIENTE TO CRD-CLIENTE
           READ CREDITO-CLIENTE
               KEY IS CRD-CLIENTE
               NOT INVALID KEY
                   MOVE CUS-NOME TO WRK-NOME
           END-READ.

      *****************************************************
      *    alteracao do limite de credito: com o campo
      *    CUS-LIMITE no SENSIVEL.CFG o novo limite vai para
      *    a fila de aprovacao e o cadastro fica como esta
      *****************************************************
       5000-ALTERA-LIMITE.
           IF WRK-OPERADOR = SPACES
               DISPLAY 'ID DO OPERADOR: '
               ACCEPT WRK-OPERADOR FROM CONSOLE
           END-IF
           IF WRK-OPERADOR = SPACES
               DISPLAY 'ID EM BRANCO - LIMITE NAO ALTERADO'
           ELSE
               DISPLAY 'CONTA DO CLIENTE: '
               ACCEPT WRK-CLIENTE FROM CONSOLE
               MOVE WRK-CLIENTE TO WRK-XRF-CLIENTE
               CALL 'clixref' USING WRK-CLIXREF
               IF WRK-XRF-SUBSTITUIDO = 'S'
                   DISPLAY 'CONTA ' WRK-CLIENTE ' INCORPORADA A '
                       WRK-XRF-CLIENTE
                   MOVE WRK-XRF-CLIENTE TO WRK-CLIENTE
               END-IF
               MOVE 'A' TO WRK-LCK-OPERACAO
               MOVE 'CUSTMAST' TO WRK-LCK-ARQUIVO
               MOVE WRK-CLIENTE TO WRK-LCK-REGISTRO
               MOVE WRK-OPERADOR TO WRK-LCK-OPERADOR
               CALL 'lockmgr' USING WRK-LOCKMGR
               IF WRK-LCK-OBTIDA = 'N'
                   DISPLAY 'CLIENTE EM EDICAO POR ' WRK-LCK-DONO
                       ' DESDE ' WRK-LCK-DESDE
               ELSE
                   PERFORM 5100-PEDE-LIMITE
                   MOVE 'R' TO WRK-LCK-OPERACAO
                   CALL 'lockmgr' USING WRK-LOCKMGR
               END-IF
           END-IF.

       5100-PEDE-LIMITE.
           MOVE WRK-CLIENTE TO CUS-ID
           READ CUSTOMER-MASTER
               KEY IS CUS-ID
               INVALID KEY
                   DISPLAY 'CLIENTE NAO CADASTRADO: ' WRK-CLIENTE
               NOT INVALID KEY
                   MOVE CUS-LIMITE-CREDITO TO WRK-ED-LIMITE
                   DISPLAY 'CLIENTE: ' CUS-ID ' - ' CUS-NOME
                   DISPLAY 'LIMITE ATUAL: ' WRK-ED-LIMITE
                   DISPLAY 'NOVO LIMITE (99999999V99, ZEROS = SEM '
                       'LIMITE): '
                   ACCEPT WRK-NOVO-LIMITE FROM CONSOLE
                   IF WRK-NOVO-LIMITE IS NOT NUMERIC
                       DISPLAY 'LIMITE INVALIDO'
                   ELSE
                       PERFORM 5200-SUBMETE-LIMITE
                   END-IF
           END-READ.

       5200-SUBMETE-LIMITE.
           MOVE 'CUSTMAST' TO WRK-ALT-ARQUIVO
           MOVE CUS-ID TO WRK-ALT-CHAVE
           MOVE 'CUS-LIMITE' TO WRK-ALT-CAMPO
           MOVE SPACES TO ALV-VALOR
           MOVE CUS-LIMITE-CREDITO TO ALV-LIMITE
           MOVE ALV-VALOR TO WRK-ALT-ANTES
           MOVE SPACES TO ALV-VALOR
           MOVE WRK-NOVO-LIMITE TO ALV-LIMITE
           MOVE ALV-VALOR TO WRK-ALT-DEPOIS
           MOVE WRK-OPERADOR TO WRK-ALT-OPERADOR
           CALL 'altsrv' USING WRK-ALTSRV
           EVALUATE WRK-ALT-RETIDA
               WHEN 'S'
                   MOVE 'ALT-PENDENTE' TO WRK-COD-MOTIVO
                   PERFORM 7000-GRAVA-AUDITORIA
                   DISPLAY 'ALTERACAO ' WRK-ALT-NUMERO
                       ' AGUARDA APROVACAO DE OUTRO SUPERVISOR'
               WHEN 'E'
                   DISPLAY 'FILA DE APROVACAO INDISPONIVEL - '
                       'LIMITE NAO ALTERADO'
               WHEN OTHER
                   MOVE CUSTOMER-RECORD TO WRK-JRN-ANTES
                   MOVE WRK-NOVO-LIMITE TO CUS-LIMITE-CREDITO
                   REWRITE CUSTOMER-RECORD
                   PERFORM 7100-GRAVA-JORNAL
                   MOVE 'CUS-LIMITE' TO WRK-COD-MOTIVO
                   PERFORM 7000-GRAVA-AUDITORIA
                   MOVE CUS-LIMITE-CREDITO TO WRK-ED-LIMITE
                   DISPLAY 'LIMITE ALTERADO PARA ' WRK-ED-LIMITE
           END-EVALUATE.

      * ecoa a alteracao (ou o pedido retido) na trilha comum,
      * mesmo formato do refman
       7000-GRAVA-AUDITORIA.
           MOVE 'CLICRED' TO ERR-PROGRAMA
           ACCEPT WRK-DHS-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-DHS-HORA FROM TIME
           MOVE WRK-DHS-DATA TO ERR-DATA-HORA (1:8)
           MOVE WRK-DHS-HORA TO ERR-DATA-HORA (9:6)
           MOVE WRK-COD-MOTIVO TO ERR-MOTIVO
           MOVE SPACES TO ERR-ENTRADA
           STRING 'OPER=' DELIMITED BY SIZE
               WRK-OPERADOR DELIMITED BY SIZE
               ' CLI=' DELIMITED BY SIZE
               WRK-CLIENTE DELIMITED BY SIZE
               INTO ERR-ENTRADA
           MOVE 'I' TO ERR-SEVERIDADE
           MOVE SPACES TO ERR-TRATADA ERR-TRATADA-POR
           WRITE ERROR-LOG-RECORD.

      * imagem antes/depois do cliente no diario de recuperacao
       7100-GRAVA-JORNAL.
           MOVE 'CLICRED' TO WRK-JRN-PROGRAMA
           MOVE WRK-OPERADOR TO WRK-JRN-OPERADOR
           MOVE 'CUSTMAST' TO WRK-JRN-ARQUIVO
           MOVE CUS-ID TO WRK-JRN-CHAVE
           MOVE 'A' TO WRK-JRN-OPERACAO
           MOVE CUSTOMER-RECORD TO WRK-JRN-DEPOIS
           CALL 'jrnsrv' USING WRK-JRNSRV.
