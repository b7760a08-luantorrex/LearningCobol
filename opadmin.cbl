      *    reativa e exibe operadores no OPERMAST.DAT que o
      *    login do menu valida, alem de desbloquear a conta
      *    travada por falhas de senha e resetar a senha (o
      *    proximo login define uma nova). Mantem tambem a
      *    alcada de cada supervisor ou administrador para
      *    aprovar baixa de fatura por perda (perdas). O menu
      *    so oferece esta opcao a quem tem perfil de
      *    administrador. Cada gravacao vai tambem para o
      *    diario de recuperacao JORNAL.DAT (jrnsrv) com as
      *    imagens antes e depois.
      * *******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88 OPCAO-EXIBIR          VALUE 4.
           88 OPCAO-DESBLOQUEAR     VALUE 5.
           88 OPCAO-RESET-SENHA     VALUE 6.
           88 OPCAO-ALCADA          VALUE 7.
           88 OPCAO-SAIR            VALUE 8.

       77  WRK-ID               PIC X(10) VALUE SPACES.
       77  WRK-NOME             PIC X(30) VALUE SPACES.
       77  WRK-PERFIL           PIC X(01) VALUE SPACES.
       77  WRK-LIMITE-BAIXA     PIC 9(08)V99 VALUE ZEROS.
       77  WRK-ED-LIMITE        PIC ZZ,ZZZ,ZZ9.99.
       77  WRK-LIMITE-OK        PIC X(01) VALUE 'N'.
           88 LIMITE-VALIDO         VALUE 'S'.

       77  WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77  WRK-OPERADOR-OK      PIC X(01) VALUE 'N'.
           05  WRK-LCK-DONO     PIC X(10).
           05  WRK-LCK-DESDE    PIC X(14).

      * contrato com o diario de recuperacao (jrnsrv)
       01  WRK-JRNSRV.
           05  WRK-JRN-PROGRAMA PIC X(10).
           05  WRK-JRN-OPERADOR PIC X(10).
           05  WRK-JRN-ARQUIVO  PIC X(12).
           05  WRK-JRN-CHAVE    PIC X(20).
           05  WRK-JRN-OPERACAO PIC X(01).
           05  WRK-JRN-ANTES    PIC X(300).
           05  WRK-JRN-DEPOIS   PIC X(300).

       LINKAGE SECTION.
      * administrador logado no menu, repassado pelo CALL
       01  LNK-OPERADOR         PIC X(10).
           DISPLAY '4 - EXIBIR OPERADOR'
           DISPLAY '5 - DESBLOQUEAR CONTA'
           DISPLAY '6 - RESETAR SENHA'
           DISPLAY '7 - ALCADA DE BAIXA POR PERDA'
           DISPLAY '8 - SAIR'
           DISPLAY 'ESCOLHA UMA OPCAO: '
           ACCEPT WRK-OPCAO FROM CONSOLE
           EVALUATE TRUE
               WHEN OPCAO-EXIBIR      PERFORM 5000-EXIBE
               WHEN OPCAO-DESBLOQUEAR PERFORM 6000-DESBLOQUEIA
               WHEN OPCAO-RESET-SENHA PERFORM 7000-RESETA-SENHA
               WHEN OPCAO-ALCADA      PERFORM 8000-ALCADA-BAIXA
               WHEN OPCAO-SAIR        CONTINUE
               WHEN OTHER             DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
               MOVE ZEROS TO OPR-FALHAS
               MOVE 'N' TO OPR-BLOQUEADO
               MOVE 'S' TO OPR-TROCA-OBRIG
      * operador de balcao propoe baixa mas nao aprova
               MOVE ZEROS TO OPR-LIMITE-BAIXA
               IF WRK-PERFIL NOT = 'O'
                   PERFORM 8100-PEDE-LIMITE
                   MOVE WRK-LIMITE-BAIXA TO OPR-LIMITE-BAIXA
               END-IF
               WRITE OPERATOR-RECORD
                   INVALID KEY
                       DISPLAY 'OPERADOR JA CADASTRADO: ' WRK-ID
                   NOT INVALID KEY
                       MOVE SPACES TO WRK-JRN-ANTES
                       MOVE OPERATOR-RECORD TO WRK-JRN-DEPOIS
                       MOVE 'I' TO WRK-JRN-OPERACAO
                       PERFORM 8200-GRAVA-JORNAL
                       DISPLAY 'OPERADOR REGISTRADO: ' WRK-ID
               END-WRITE
           END-IF.
               INVALID KEY
                   DISPLAY 'OPERADOR NAO CADASTRADO: ' WRK-ID
               NOT INVALID KEY
                   MOVE OPERATOR-RECORD TO WRK-JRN-ANTES
                   MOVE 'I' TO OPR-ATIVO
                   REWRITE OPERATOR-RECORD
                   MOVE OPERATOR-RECORD TO WRK-JRN-DEPOIS
                   MOVE 'A' TO WRK-JRN-OPERACAO
                   PERFORM 8200-GRAVA-JORNAL
                   DISPLAY 'OPERADOR DESATIVADO: ' WRK-ID
           END-READ
           PERFORM 1700-LIBERA-TRAVA
               INVALID KEY
                   DISPLAY 'OPERADOR NAO CADASTRADO: ' WRK-ID
               NOT INVALID KEY
                   MOVE OPERATOR-RECORD TO WRK-JRN-ANTES
                   MOVE 'A' TO OPR-ATIVO
                   REWRITE OPERATOR-RECORD
                   MOVE OPERATOR-RECORD TO WRK-JRN-DEPOIS
                   MOVE 'A' TO WRK-JRN-OPERACAO
                   PERFORM 8200-GRAVA-JORNAL
                   DISPLAY 'OPERADOR REATIVADO: ' WRK-ID
           END-READ
           PERFORM 1700-LIBERA-TRAVA
                   DISPLAY 'FALHAS: ' OPR-FALHAS
                       ' BLOQUEADO: ' OPR-BLOQUEADO
                       ' SENHA DE: ' OPR-DATA-SENHA
                   IF OPR-LIMITE-BAIXA IS NUMERIC
                       MOVE OPR-LIMITE-BAIXA TO WRK-ED-LIMITE
                   ELSE
                       MOVE ZEROS TO WRK-ED-LIMITE
                   END-IF
                   DISPLAY 'ALCADA DE BAIXA POR PERDA: R$ '
                       WRK-ED-LIMITE
           END-READ.

       6000-DESBLOQUEIA.
               INVALID KEY
                   DISPLAY 'OPERADOR NAO CADASTRADO: ' WRK-ID
               NOT INVALID KEY
                   MOVE OPERATOR-RECORD TO WRK-JRN-ANTES
                   MOVE ZEROS TO OPR-FALHAS
                   MOVE 'N' TO OPR-BLOQUEADO
                   REWRITE OPERATOR-RECORD
                   MOVE OPERATOR-RECORD TO WRK-JRN-DEPOIS
                   MOVE 'A' TO WRK-JRN-OPERACAO
                   PERFORM 8200-GRAVA-JORNAL
                   DISPLAY 'CONTA DESBLOQUEADA: ' WRK-ID
           END-READ
           PERFORM 1700-LIBERA-TRAVA
               INVALID KEY
                   DISPLAY 'OPERADOR NAO CADASTRADO: ' WRK-ID
               NOT INVALID KEY
                   MOVE OPERATOR-RECORD TO WRK-JRN-ANTES
                   MOVE ZEROS TO OPR-SENHA-HASH
                   MOVE ZEROS TO OPR-FALHAS
                   MOVE 'N' TO OPR-BLOQUEADO
                   MOVE 'S' TO OPR-TROCA-OBRIG
                   REWRITE OPERATOR-RECORD
                   MOVE OPERATOR-RECORD TO WRK-JRN-DEPOIS
                   MOVE 'A' TO WRK-JRN-OPERACAO
                   PERFORM 8200-GRAVA-JORNAL
                   DISPLAY 'SENHA RESETADA: ' WRK-ID
           END-READ
           PERFORM 1700-LIBERA-TRAVA
           END-IF.

      * alcada de baixa por perda: so supervisor ou
      * administrador recebem valor; operador fica zerado
       8000-ALCADA-BAIXA.
           PERFORM 1500-PEDE-ID
           PERFORM 1600-ADQUIRE-TRAVA
           IF NOT TRAVA-OBTIDA
               CONTINUE
           ELSE
           READ OPERATOR-MASTER
               KEY IS OPR-ID
               INVALID KEY
                   DISPLAY 'OPERADOR NAO CADASTRADO: ' WRK-ID
               NOT INVALID KEY
                   MOVE OPERATOR-RECORD TO WRK-JRN-ANTES
                   IF OPR-OPERADOR
                       DISPLAY 'PERFIL DE OPERADOR NAO APROVA '
                           'BAIXA POR PERDA'
                   ELSE
                       PERFORM 8100-PEDE-LIMITE
                       MOVE WRK-LIMITE-BAIXA TO OPR-LIMITE-BAIXA
                       REWRITE OPERATOR-RECORD
                       MOVE OPERATOR-RECORD TO WRK-JRN-DEPOIS
                       MOVE 'A' TO WRK-JRN-OPERACAO
                       PERFORM 8200-GRAVA-JORNAL
                       DISPLAY 'ALCADA ALTERADA: ' WRK-ID
                   END-IF
           END-READ
           PERFORM 1700-LIBERA-TRAVA
           END-IF.

       8100-PEDE-LIMITE.
           MOVE 'N' TO WRK-LIMITE-OK
           PERFORM UNTIL LIMITE-VALIDO
               DISPLAY 'ALCADA DE BAIXA POR PERDA EM R$ '
                   '(ZEROS = SEM ALCADA): '
               ACCEPT WRK-LIMITE-BAIXA FROM CONSOLE
               IF WRK-LIMITE-BAIXA IS NUMERIC
                   MOVE 'S' TO WRK-LIMITE-OK
               ELSE
                   DISPLAY 'VALOR INVALIDO, TENTE NOVAMENTE'
               END-IF
           END-PERFORM.

       8200-GRAVA-JORNAL.
           MOVE 'OPADMIN' TO WRK-JRN-PROGRAMA
           MOVE WRK-OPERADOR TO WRK-JRN-OPERADOR
           MOVE 'OPERMAST' TO WRK-JRN-ARQUIVO
           MOVE OPR-ID TO WRK-JRN-CHAVE
           CALL 'jrnsrv' USING WRK-JRNSRV.
