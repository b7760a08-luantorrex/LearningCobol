       IDENTIFICATION DIVISION.
       PROGRAM-ID. limaprov.
      ********************************************************
      *    Decisao das propostas de limite de credito
      *    O limrev propoe, a cada trimestre, o novo limite de
      *    credito dos clientes pelo comportamento de
      *    pagamento (LIMREV.DAT). Aqui o supervisor ou
      *    administrador percorre as propostas pendentes com
      *    os indicadores que as motivaram e aprova ou recusa
      *    cada uma. A aprovacao grava o limite proposto no
      *    CUSTMAST.DAT, com o cliente travado pelo lockmgr, e
      *    guarda o limite anterior na proposta; aprovacao e
      *    recusa ficam na trilha de auditoria (ERROR.LOG).
      *    Qualquer perfil pode consultar as propostas de um
      *    cliente. O cliente regravado entra no diario de
      *    recuperacao (jrnsrv).
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * propostas gravadas pelo limrev
           SELECT LIMREV-FILE ASSIGN TO 'LIMREV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LRV-CHAVE
               FILE STATUS IS WRK-LIMREV-STATUS.

      * limite de credito do cliente
           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUS-ID
               FILE STATUS IS WRK-CUSTMAST-STATUS.

      * perfil do operador logado
           SELECT OPERATOR-MASTER ASSIGN TO 'OPERMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WRK-OPERMAST-STATUS.

      * trilha de excecoes compartilhada, aqui tambem trilha
      * de auditoria das decisoes
           SELECT ERROR-LOG ASSIGN TO 'ERROR.LOG'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LIMREV-FILE.
           COPY 'limrevrec.cbl'.

       FD  CUSTOMER-MASTER.
           COPY 'custrec.cbl'.

       FD  OPERATOR-MASTER.
           COPY 'operrec.cbl'.

       FD  ERROR-LOG.
           COPY 'errorlog.cbl'.

       WORKING-STORAGE SECTION.
       77  WRK-LIMREV-STATUS    PIC X(02) VALUE '00'.
       77  WRK-CUSTMAST-STATUS  PIC X(02) VALUE '00'.
       77  WRK-OPERMAST-STATUS  PIC X(02) VALUE '00'.
       77  WRK-EOF              PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO        VALUE 'S'.

       77  WRK-OPCAO            PIC 9(01) VALUE ZEROS.
           88 OPCAO-DECIDIR         VALUE 1.
           88 OPCAO-EXIBIR          VALUE 2.
           88 OPCAO-SAIR            VALUE 3.

       01  DATA-SYS.
           02  ANO-SYS PIC 9(04) VALUE ZEROS.
           02  MES-SYS PIC 9(02) VALUE ZEROS.
           02  DIA-SYS PIC 9(02) VALUE ZEROS.
       01  DATA-SYS-NUM REDEFINES DATA-SYS PIC 9(08).

      * contrato com o controle central de data (datasrv): a
      * data de decisao conta pela data de negocio
       01  WRK-DATACTL.
           05  WRK-DC-OPERACAO PIC X(01).
           05  WRK-DC-DATA     PIC 9(08).
           05  WRK-DC-CONTROLADA PIC X(01).
           05  WRK-DC-OK       PIC X(01).

       01  WRK-DATA-HORA-SYS.
           05  WRK-DHS-DATA     PIC 9(08).
           05  WRK-DHS-HORA     PIC 9(06).

      * operador logado: so supervisor ou administrador decide
       77  WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77  WRK-OPERADOR-OK      PIC X(01) VALUE 'N'.
           88 OPERADOR-VALIDO       VALUE 'S'.
       77  WRK-PERFIL           PIC X(01) VALUE 'O'.
           88 PERFIL-APROVADOR      VALUE 'A' 'S'.

      * contrato com a trava de registro compartilhada
      * (lockmgr): o cliente fica travado enquanto o limite
      * e regravado
       01  WRK-LOCKMGR.
           05  WRK-LCK-OPERACAO PIC X(01).
           05  WRK-LCK-ARQUIVO  PIC X(12).
           05  WRK-LCK-REGISTRO PIC X(20).
           05  WRK-LCK-OPERADOR PIC X(10).
           05  WRK-LCK-OBTIDA   PIC X(01).
           05  WRK-LCK-DONO     PIC X(10).
           05  WRK-LCK-DESDE    PIC X(14).
       77  WRK-TRAVADO          PIC X(01) VALUE 'N'.
           88 TRAVA-OBTIDA          VALUE 'S'.

       77  WRK-CLIENTE          PIC 9(06) VALUE ZEROS.
       77  WRK-CONFIRMA         PIC X(01) VALUE 'N'.
       77  WRK-ACAO             PIC X(01) VALUE SPACES.
       77  WRK-COD-MOTIVO       PIC X(12) VALUE SPACES.
       77  WRK-QTD-PENDENTES    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-APROVADAS    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-RECUSADAS    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-EXIBIDAS     PIC 9(05) VALUE ZEROS.

       77  WRK-ED-VALOR         PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-ED-VALOR2        PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-ED-PICO          PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-ED-FAT-TRI       PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-ED-FAT-ANT       PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-ED-TENDENCIA     PIC -ZZZZ9,99.

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

       LINKAGE SECTION.
      * operador logado no menu, repassado pelo CALL
       01  LNK-OPERADOR         PIC X(10).

       PROCEDURE DIVISION USING LNK-OPERADOR.
       0000-MAIN-PROCESS.
           MOVE LNK-OPERADOR TO WRK-OPERADOR
           PERFORM 1100-PEDE-OPERADOR
           MOVE 'L' TO WRK-DC-OPERACAO
           CALL 'datasrv' USING WRK-DATACTL
           MOVE WRK-DC-DATA TO DATA-SYS
           PERFORM 1200-LE-PERFIL
           OPEN I-O LIMREV-FILE
           IF WRK-LIMREV-STATUS NOT = '00'
               DISPLAY 'NENHUMA REVISAO DE LIMITE GERADA - '
                   'EXECUTE O LIMREV'
               GOBACK
           END-IF
           OPEN I-O CUSTOMER-MASTER
           IF WRK-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE CLIENTES INEXISTENTE'
               CLOSE LIMREV-FILE
               GOBACK
           END-IF
           OPEN EXTEND ERROR-LOG
           PERFORM 1000-MENU UNTIL OPCAO-SAIR
           CLOSE LIMREV-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE ERROR-LOG
           GOBACK.

       1000-MENU.
           DISPLAY '========================================='
           DISPLAY 'REVISAO DE LIMITE DE CREDITO'
           DISPLAY '1 - APROVAR OU RECUSAR PROPOSTAS'
           DISPLAY '2 - EXIBIR PROPOSTAS DE UM CLIENTE'
           DISPLAY '3 - SAIR'
           DISPLAY 'ESCOLHA UMA OPCAO: '
           ACCEPT WRK-OPCAO FROM CONSOLE
           EVALUATE TRUE
               WHEN OPCAO-DECIDIR      PERFORM 3000-DECIDE-PROPOSTAS
               WHEN OPCAO-EXIBIR       PERFORM 5000-EXIBE-PROPOSTAS
               WHEN OPCAO-SAIR         CONTINUE
               WHEN OTHER              DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      * salvaguarda para uma chamada fora do menu: sem
      * operador repassado, pergunta uma vez no console
       1100-PEDE-OPERADOR.
           MOVE 'N' TO WRK-OPERADOR-OK
           PERFORM UNTIL OPERADOR-VALIDO
               IF WRK-OPERADOR = SPACES
                   DISPLAY 'SEU ID DE OPERADOR: '
                   ACCEPT WRK-OPERADOR FROM CONSOLE
               END-IF
               IF WRK-OPERADOR = SPACES
                   DISPLAY 'ID EM BRANCO, TENTE NOVAMENTE'
               ELSE
                   MOVE 'S' TO WRK-OPERADOR-OK
               END-IF
           END-PERFORM.

      * perfil do operador logado; fora do cadastro (ou
      * cadastro ausente) so consulta
       1200-LE-PERFIL.
           MOVE 'O' TO WRK-PERFIL
           OPEN INPUT OPERATOR-MASTER
           IF WRK-OPERMAST-STATUS = '00'
               MOVE WRK-OPERADOR TO OPR-ID
               READ OPERATOR-MASTER
                   KEY IS OPR-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OPR-ESTA-ATIVO
                           MOVE OPR-PERFIL TO WRK-PERFIL
                       END-IF
               END-READ
               CLOSE OPERATOR-MASTER
           END-IF.

      *****************************************************
      *    decisao: percorre as propostas pendentes de todos
      *    os trimestres ainda nao expiradas
      *****************************************************
       3000-DECIDE-PROPOSTAS.
           IF NOT PERFIL-APROVADOR
               DISPLAY 'PERFIL SEM ALCADA PARA DECIDIR LIMITE'
           ELSE
               MOVE ZEROS TO WRK-QTD-PENDENTES WRK-QTD-APROVADAS
                   WRK-QTD-RECUSADAS
               MOVE 'N' TO WRK-EOF
               MOVE ZEROS TO LRV-TRIMESTRE LRV-CLIENTE
               START LIMREV-FILE KEY >= LRV-CHAVE
                   INVALID KEY SET FIM-DE-ARQUIVO TO TRUE
               END-START
               PERFORM 3100-LE-PROPOSTA UNTIL FIM-DE-ARQUIVO
               DISPLAY 'PROPOSTAS PENDENTES: ' WRK-QTD-PENDENTES
                   ' APROVADAS: ' WRK-QTD-APROVADAS
                   ' RECUSADAS: ' WRK-QTD-RECUSADAS
           END-IF.

       3100-LE-PROPOSTA.
           READ LIMREV-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO AND LRV-PENDENTE
               ADD 1 TO WRK-QTD-PENDENTES
               PERFORM 3200-APRESENTA-PROPOSTA
           END-IF.

       3200-APRESENTA-PROPOSTA.
           DISPLAY '========================================='
           PERFORM 5200-MOSTRA-PROPOSTA
           DISPLAY 'APROVAR (A), RECUSAR (R) OU MANTER (M)? '
           ACCEPT WRK-ACAO FROM CONSOLE
           EVALUATE WRK-ACAO
               WHEN 'A' WHEN 'a'
                   MOVE LRV-CLIENTE TO WRK-CLIENTE
                   PERFORM 3600-ADQUIRE-TRAVA
                   IF NOT TRAVA-OBTIDA
                       DISPLAY 'PROPOSTA MANTIDA - TENTE DE NOVO '
                           'DEPOIS'
                   ELSE
                       PERFORM 3300-APROVA-LIMITE
                       PERFORM 3700-LIBERA-TRAVA
                   END-IF
               WHEN 'R' WHEN 'r'
                   PERFORM 3500-RECUSA-LIMITE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * o limite do cadastro e relido: se mudou desde a
      * revisao, o supervisor confirma antes de substituir
       3300-APROVA-LIMITE.
           MOVE WRK-CLIENTE TO CUS-ID
           READ CUSTOMER-MASTER
               KEY IS CUS-ID
               INVALID KEY
                   DISPLAY 'CLIENTE NAO CADASTRADO: ' WRK-CLIENTE
                   MOVE 'N' TO WRK-CONFIRMA
               NOT INVALID KEY
                   MOVE 'S' TO WRK-CONFIRMA
                   IF CUS-LIMITE-CREDITO NOT = LRV-LIMITE-ATUAL
                       MOVE CUS-LIMITE-CREDITO TO WRK-ED-VALOR
                       DISPLAY 'ATENCAO: LIMITE ALTERADO DESDE A '
                           'REVISAO - HOJE ' WRK-ED-VALOR
                       DISPLAY 'CONFIRMA A SUBSTITUICAO? (S/N): '
                       ACCEPT WRK-CONFIRMA FROM CONSOLE
                   END-IF
           END-READ
           IF WRK-CONFIRMA = 'S' OR 's'
               PERFORM 3400-EFETIVA-LIMITE
           ELSE
               DISPLAY 'PROPOSTA MANTIDA'
           END-IF.

       3400-EFETIVA-LIMITE.
           MOVE CUSTOMER-RECORD TO WRK-JRN-ANTES
           MOVE CUS-LIMITE-CREDITO TO LRV-LIMITE-ANTERIOR
           MOVE LRV-LIMITE-PROPOSTO TO CUS-LIMITE-CREDITO
           REWRITE CUSTOMER-RECORD
           IF WRK-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'ERRO REGRAVANDO CLIENTE ' WRK-CLIENTE
                   ' - STATUS ' WRK-CUSTMAST-STATUS
           ELSE
               PERFORM 3450-GRAVA-JORNAL
               MOVE 'A' TO LRV-SITUACAO
               MOVE WRK-OPERADOR TO LRV-APROVADOR
               MOVE DATA-SYS-NUM TO LRV-DATA-DECISAO
               REWRITE LIMREV-RECORD
               MOVE 'LIMITE-APROV' TO WRK-COD-MOTIVO
               PERFORM 7000-GRAVA-AUDITORIA
               ADD 1 TO WRK-QTD-APROVADAS
               MOVE LRV-LIMITE-ANTERIOR TO WRK-ED-VALOR
               MOVE LRV-LIMITE-PROPOSTO TO WRK-ED-VALOR2
               DISPLAY 'CLIENTE ' WRK-CLIENTE ' LIMITE DE '
                   WRK-ED-VALOR ' PARA ' WRK-ED-VALOR2
           END-IF.

      * imagem antes/depois do cliente no diario de
      * recuperacao
       3450-GRAVA-JORNAL.
           MOVE 'LIMAPROV' TO WRK-JRN-PROGRAMA
           MOVE WRK-OPERADOR TO WRK-JRN-OPERADOR
           MOVE 'CUSTMAST' TO WRK-JRN-ARQUIVO
           MOVE CUS-ID TO WRK-JRN-CHAVE
           MOVE 'A' TO WRK-JRN-OPERACAO
           MOVE CUSTOMER-RECORD TO WRK-JRN-DEPOIS
           CALL 'jrnsrv' USING WRK-JRNSRV.

       3500-RECUSA-LIMITE.
           MOVE LRV-CLIENTE TO WRK-CLIENTE
           MOVE 'R' TO LRV-SITUACAO
           MOVE WRK-OPERADOR TO LRV-APROVADOR
           MOVE DATA-SYS-NUM TO LRV-DATA-DECISAO
           REWRITE LIMREV-RECORD
           MOVE 'LIMITE-RECUS' TO WRK-COD-MOTIVO
           PERFORM 7000-GRAVA-AUDITORIA
           ADD 1 TO WRK-QTD-RECUSADAS
           DISPLAY 'PROPOSTA DO CLIENTE ' WRK-CLIENTE ' RECUSADA'.

      * trava o cadastro do cliente; o outro operador ve
      * quem o segura
       3600-ADQUIRE-TRAVA.
           MOVE 'N' TO WRK-TRAVADO
           MOVE 'A' TO WRK-LCK-OPERACAO
           MOVE 'CUSTMAST' TO WRK-LCK-ARQUIVO
           MOVE WRK-CLIENTE TO WRK-LCK-REGISTRO
           MOVE WRK-OPERADOR TO WRK-LCK-OPERADOR
           CALL 'lockmgr' USING WRK-LOCKMGR
           IF WRK-LCK-OBTIDA = 'N'
               DISPLAY 'CLIENTE EM EDICAO POR ' WRK-LCK-DONO
                   ' DESDE ' WRK-LCK-DESDE
           ELSE
               MOVE 'S' TO WRK-TRAVADO
           END-IF.

       3700-LIBERA-TRAVA.
           MOVE 'R' TO WRK-LCK-OPERACAO
           CALL 'lockmgr' USING WRK-LOCKMGR.

      *****************************************************
      *    consulta: todas as propostas do cliente, de todos
      *    os trimestres e em qualquer situacao
      *****************************************************
       5000-EXIBE-PROPOSTAS.
           DISPLAY 'CODIGO DO CLIENTE: '
           ACCEPT WRK-CLIENTE FROM CONSOLE
           MOVE ZEROS TO WRK-QTD-EXIBIDAS
           MOVE 'N' TO WRK-EOF
           MOVE ZEROS TO LRV-TRIMESTRE LRV-CLIENTE
           START LIMREV-FILE KEY >= LRV-CHAVE
               INVALID KEY SET FIM-DE-ARQUIVO TO TRUE
           END-START
           PERFORM 5100-LE-PROPOSTA-CLIENTE UNTIL FIM-DE-ARQUIVO
           IF WRK-QTD-EXIBIDAS = ZEROS
               DISPLAY 'CLIENTE SEM PROPOSTA DE LIMITE: '
                   WRK-CLIENTE
           END-IF.

       5100-LE-PROPOSTA-CLIENTE.
           READ LIMREV-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO AND LRV-CLIENTE = WRK-CLIENTE
               ADD 1 TO WRK-QTD-EXIBIDAS
               DISPLAY '-----------------------------------------'
               PERFORM 5200-MOSTRA-PROPOSTA
               DISPLAY 'SITUACAO: ' LRV-SITUACAO
                   ' (P PENDENTE, A APROVADA, R RECUSADA, '
                   'E EXPIRADA)'
               IF NOT LRV-PENDENTE
                   DISPLAY 'DECIDIDA POR ' LRV-APROVADOR
                       ' EM ' LRV-DATA-DECISAO
               END-IF
           END-IF.

       5200-MOSTRA-PROPOSTA.
           MOVE LRV-LIMITE-ATUAL TO WRK-ED-VALOR
           MOVE LRV-LIMITE-PROPOSTO TO WRK-ED-VALOR2
           DISPLAY 'TRIMESTRE: ' LRV-TRIMESTRE (5:1) '/'
               LRV-TRIMESTRE (1:4) ' CLIENTE: ' LRV-CLIENTE
               ' REGRA: ' LRV-REGRA
           DISPLAY 'LIMITE ATUAL: ' WRK-ED-VALOR
               ' PROPOSTO: ' WRK-ED-VALOR2
           MOVE LRV-EXPOSICAO-PICO TO WRK-ED-PICO
           DISPLAY 'PAGAMENTOS: ' LRV-QTD-PAGAMENTOS
               ' PRAZO MEDIO: ' LRV-PRAZO-MEDIO
               ' ATRASO MEDIO: ' LRV-ATRASO-MEDIO
           DISPLAY 'PICO DE EXPOSICAO: ' WRK-ED-PICO
               ' COBRANCA NIVEL ' LRV-NIVEL-COBRANCA
               ' CARTAS ' LRV-QTD-CARTAS
           MOVE LRV-FAT-TRIMESTRE TO WRK-ED-FAT-TRI
           MOVE LRV-FAT-ANTERIOR TO WRK-ED-FAT-ANT
           MOVE LRV-TENDENCIA TO WRK-ED-TENDENCIA
           DISPLAY 'FRETE NO TRIMESTRE: ' WRK-ED-FAT-TRI
               ' ANTERIOR: ' WRK-ED-FAT-ANT
               ' VAR: ' WRK-ED-TENDENCIA '%'.

      * registra a decisao na trilha comum a todos os
      * programas
       7000-GRAVA-AUDITORIA.
           ACCEPT WRK-DHS-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-DHS-HORA FROM TIME
           MOVE 'LIMAPROV' TO ERR-PROGRAMA
           MOVE WRK-DHS-DATA TO ERR-DATA-HORA (1:8)
           MOVE WRK-DHS-HORA TO ERR-DATA-HORA (9:6)
           MOVE WRK-COD-MOTIVO TO ERR-MOTIVO
           MOVE SPACES TO ERR-ENTRADA
           STRING 'CLI=' DELIMITED BY SIZE
               WRK-CLIENTE DELIMITED BY SIZE
               ' OPR=' DELIMITED BY SIZE
               WRK-OPERADOR DELIMITED BY SIZE
               INTO ERR-ENTRADA
      * trilha de auditoria de rotina, nao excecao -
      * informativa, fora da fila de revisao do supervisor
           MOVE 'I' TO ERR-SEVERIDADE
           MOVE SPACES TO ERR-TRATADA ERR-TRATADA-POR
           WRITE ERROR-LOG-RECORD.
