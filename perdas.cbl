       IDENTIFICATION DIVISION.
       PROGRAM-ID. perdas.
      ********************************************************
      *    Baixa de faturas por perda (incobraveis)
      *    Fatura que nao vai mais ser paga deixava de existir
      *    so na pratica: ficava aberta no FATURAS.DAT, no
      *    aging, no painel de gestao e no saldo de credito do
      *    cliente. Aqui o operador propoe a baixa da fatura
      *    vencida com um motivo (PERDAS.DAT); supervisor ou
      *    administrador aprova a proposta de outro operador
      *    dentro da alcada dele no OPERMAST.DAT, ou a recusa.
      *    A aprovacao fecha a fatura com status B (baixada),
      *    lanca a perda na interface contabil (FRETEGL.DAT,
      *    despesa de perdas contra clientes) e bloqueia o
      *    cliente para credito - todo pedido novo dele vai
      *    para a fila de bloqueio ate o supervisor
      *    desbloquear por aqui. Pagamento que ainda chegar da
      *    fatura baixada o fretepag lanca como recuperacao.
      *    Bloqueio e desbloqueio do cliente entram no diario
      *    de recuperacao do CUSTMAST.DAT (jrnsrv).
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FATURAS-FILE ASSIGN TO 'FATURAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               FILE STATUS IS WRK-FATURAS-STATUS.

      * propostas e baixas, criado na primeira execucao
           SELECT PERDAS-FILE ASSIGN TO 'PERDAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-FATURA
               FILE STATUS IS WRK-PERDAS-STATUS.

      * bloqueio e desbloqueio de credito do cliente
           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUS-ID
               FILE STATUS IS WRK-CUSTMAST-STATUS.

      * perfil e alcada de baixa do operador logado
           SELECT OPERATOR-MASTER ASSIGN TO 'OPERMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WRK-OPERMAST-STATUS.

      * a perda aprovada ecoa na interface contabil
           SELECT GL-FILE ASSIGN TO 'FRETEGL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

      * trilha de excecoes compartilhada, aqui tambem trilha
      * de auditoria das propostas e decisoes
           SELECT ERROR-LOG ASSIGN TO 'ERROR.LOG'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FATURAS-FILE.
           COPY 'faturec.cbl'.

       FD  PERDAS-FILE.
           COPY 'perdarec.cbl'.

       FD  CUSTOMER-MASTER.
           COPY 'custrec.cbl'.

       FD  OPERATOR-MASTER.
           COPY 'operrec.cbl'.

       FD  GL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  GL-LINE PIC X(80).

       FD  ERROR-LOG.
           COPY 'errorlog.cbl'.

       WORKING-STORAGE SECTION.
       77  WRK-FATURAS-STATUS   PIC X(02) VALUE '00'.
       77  WRK-PERDAS-STATUS    PIC X(02) VALUE '00'.
       77  WRK-CUSTMAST-STATUS  PIC X(02) VALUE '00'.
       77  WRK-OPERMAST-STATUS  PIC X(02) VALUE '00'.
       77  WRK-EOF              PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO        VALUE 'S'.

       77  WRK-OPCAO            PIC 9(01) VALUE ZEROS.
           88 OPCAO-PROPOR          VALUE 1.
           88 OPCAO-APROVAR         VALUE 2.
           88 OPCAO-DESBLOQUEAR     VALUE 3.
           88 OPCAO-EXIBIR          VALUE 4.
           88 OPCAO-SAIR            VALUE 5.

       01  DATA-SYS.
           02  ANO-SYS PIC 9(04) VALUE ZEROS.
           02  MES-SYS PIC 9(02) VALUE ZEROS.
           02  DIA-SYS PIC 9(02) VALUE ZEROS.
       01  DATA-SYS-NUM REDEFINES DATA-SYS PIC 9(08).

      * contrato com o controle central de data (datasrv): o
      * vencimento e as datas de decisao contam pela data de
      * negocio
       01  WRK-DATACTL.
           05  WRK-DC-OPERACAO PIC X(01).
           05  WRK-DC-DATA     PIC 9(08).
           05  WRK-DC-CONTROLADA PIC X(01).
           05  WRK-DC-OK       PIC X(01).

       01  WRK-DATA-HORA-SYS.
           05  WRK-DHS-DATA     PIC 9(08).
           05  WRK-DHS-HORA     PIC 9(06).

      * operador logado: quem propoe e quem aprova
       77  WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77  WRK-OPERADOR-OK      PIC X(01) VALUE 'N'.
           88 OPERADOR-VALIDO       VALUE 'S'.
       77  WRK-PERFIL           PIC X(01) VALUE 'O'.
           88 PERFIL-APROVADOR      VALUE 'A' 'S'.
       77  WRK-ALCADA           PIC 9(08)V99 VALUE ZEROS.

      * contrato com a trava de registro compartilhada
      * (lockmgr): o cliente bloqueado ou desbloqueado fica
      * travado durante a alteracao
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

      * contas do razao para a perda, no plano do fretegl
       77  WRK-CTA-CLIENTES     PIC 9(05) VALUE 11205.
       77  WRK-CTA-PERDAS       PIC 9(05) VALUE 51102.

      * contrato com a regra de contabilizacao (ctbregra): o
      * evento devolve as contas de debito e credito da regra
      * cadastrada; as contas acima ficam como padrao quando
      * o evento nao tem regra
       01  WRK-CTBREGRA.
           05  WRK-CR-EVENTO   PIC X(12).
           05  WRK-CR-FILIAL   PIC X(02).
           05  WRK-CR-DEBITO   PIC 9(05).
           05  WRK-CR-CREDITO  PIC 9(05).
           05  WRK-CR-ACHADA   PIC X(01).

       01  WRK-LINHA-HEADER.
           05  FILLER          PIC X(01) VALUE 'H'.
           05  HDR-DATA        PIC 9(08).
           05  HDR-HORA        PIC 9(06).
           05  FILLER          PIC X(08) VALUE 'PERDAS'.

       01  WRK-LINHA-LANC.
           05  FILLER          PIC X(01) VALUE 'D'.
           05  LAN-DATA        PIC 9(08).
           05  LAN-CONTA       PIC 9(05).
           05  LAN-NATUREZA    PIC X(01).
           05  LAN-VALOR       PIC 9(10)V99.

       01  WRK-LINHA-TRAILER.
           05  FILLER          PIC X(01) VALUE 'T'.
           05  TRL-QTD         PIC 9(04).
           05  TRL-DEBITOS     PIC 9(10)V99.
           05  TRL-CREDITOS    PIC 9(10)V99.

       77  WRK-FAT-BUSCA        PIC 9(08) VALUE ZEROS.
       77  WRK-CLIENTE          PIC 9(06) VALUE ZEROS.
       77  WRK-SALDO-FATURA     PIC 9(08)V99 VALUE ZEROS.
       77  WRK-FAT-ELEGIVEL     PIC X(01) VALUE 'N'.
           88 FATURA-ELEGIVEL       VALUE 'S'.
       77  WRK-PROPOSTA-EXISTE  PIC X(01) VALUE 'N'.
           88 PROPOSTA-EXISTENTE    VALUE 'S'.
       77  WRK-OBSERVACAO       PIC X(30) VALUE SPACES.
       77  WRK-CONFIRMA         PIC X(01) VALUE 'N'.
       77  WRK-ACAO             PIC X(01) VALUE SPACES.
       77  WRK-COD-MOTIVO       PIC X(12) VALUE SPACES.
       77  WRK-QTD-PENDENTES    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-APROVADAS    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-RECUSADAS    PIC 9(05) VALUE ZEROS.

       77  WRK-MOTIVO           PIC X(03) VALUE SPACES.
       77  WRK-MOTIVO-OK        PIC X(01) VALUE 'N'.
           88 MOTIVO-VALIDO         VALUE 'S'.

      * codigos de motivo aceitos, mesma tecnica da tabela de
      * motivos do fretecred
       01  WRK-TABELA-MOTIVOS.
           05  FILLER.
               10  FILLER PIC X(03) VALUE 'FAL'.
           05  FILLER.
               10  FILLER PIC X(03) VALUE 'INS'.
           05  FILLER.
               10  FILLER PIC X(03) VALUE 'NLC'.
           05  FILLER.
               10  FILLER PIC X(03) VALUE 'PRE'.
           05  FILLER.
               10  FILLER PIC X(03) VALUE 'ANT'.
       01  WRK-TB-MOTIVOS REDEFINES WRK-TABELA-MOTIVOS.
           05  WRK-MOTIVO-COD PIC X(03) OCCURS 5 TIMES.
       77  WRK-IDX-MOTIVO       PIC 9(01) VALUE ZEROS.

       77  WRK-ED-VALOR         PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-ED-ALCADA        PIC ZZ.ZZZ.ZZ9,99.

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
           PERFORM 1200-LE-ALCADA
           OPEN I-O FATURAS-FILE
           IF WRK-FATURAS-STATUS NOT = '00'
               DISPLAY 'MESTRE DE FATURAS INEXISTENTE'
               GOBACK
           END-IF
           OPEN I-O PERDAS-FILE
      * primeira baixa do ambiente: o arquivo ainda nao
      * existe e precisa ser criado vazio
           IF WRK-PERDAS-STATUS = '35'
               OPEN OUTPUT PERDAS-FILE
               CLOSE PERDAS-FILE
               OPEN I-O PERDAS-FILE
           END-IF
           IF WRK-PERDAS-STATUS NOT = '00'
               DISPLAY 'PERDAS.DAT INDISPONIVEL - STATUS '
                   WRK-PERDAS-STATUS
               CLOSE FATURAS-FILE
               GOBACK
           END-IF
           OPEN I-O CUSTOMER-MASTER
           IF WRK-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE CLIENTES INEXISTENTE'
               CLOSE FATURAS-FILE
               CLOSE PERDAS-FILE
               GOBACK
           END-IF
           OPEN EXTEND ERROR-LOG
           PERFORM 1000-MENU UNTIL OPCAO-SAIR
           CLOSE FATURAS-FILE
           CLOSE PERDAS-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE ERROR-LOG
           GOBACK.

       1000-MENU.
           DISPLAY '========================================='
           DISPLAY 'BAIXA DE FATURAS POR PERDA'
           DISPLAY '1 - PROPOR BAIXA'
           DISPLAY '2 - APROVAR OU RECUSAR PROPOSTAS'
           DISPLAY '3 - DESBLOQUEAR CREDITO DE CLIENTE'
           DISPLAY '4 - EXIBIR BAIXA'
           DISPLAY '5 - SAIR'
           DISPLAY 'ESCOLHA UMA OPCAO: '
           ACCEPT WRK-OPCAO FROM CONSOLE
           EVALUATE TRUE
               WHEN OPCAO-PROPOR       PERFORM 2000-PROPOE-BAIXA
               WHEN OPCAO-APROVAR      PERFORM 3000-DECIDE-PROPOSTAS
               WHEN OPCAO-DESBLOQUEAR  PERFORM 4000-DESBLOQUEIA
               WHEN OPCAO-EXIBIR       PERFORM 5000-EXIBE-BAIXA
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

      * perfil e alcada do operador logado; fora do cadastro
      * (ou cadastro ausente) so propoe
       1200-LE-ALCADA.
           MOVE 'O' TO WRK-PERFIL
           MOVE ZEROS TO WRK-ALCADA
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
                           IF OPR-LIMITE-BAIXA IS NUMERIC
                               MOVE OPR-LIMITE-BAIXA TO WRK-ALCADA
                           END-IF
                       END-IF
               END-READ
               CLOSE OPERATOR-MASTER
           END-IF.

       1500-PEDE-MOTIVO.
           MOVE 'N' TO WRK-MOTIVO-OK
           PERFORM UNTIL MOTIVO-VALIDO
               DISPLAY 'MOTIVO (FAL/INS/NLC/PRE/ANT): '
               ACCEPT WRK-MOTIVO FROM CONSOLE
               PERFORM VARYING WRK-IDX-MOTIVO FROM 1 BY 1
                       UNTIL WRK-IDX-MOTIVO > 5
                   IF WRK-MOTIVO = WRK-MOTIVO-COD (WRK-IDX-MOTIVO)
                       MOVE 'S' TO WRK-MOTIVO-OK
                       MOVE 6 TO WRK-IDX-MOTIVO
                   END-IF
               END-PERFORM
               IF NOT MOTIVO-VALIDO
                   DISPLAY 'MOTIVO INVALIDO, TENTE NOVAMENTE'
               END-IF
           END-PERFORM.

      * so fatura normal, vencida e com saldo em aberto entra
      * em baixa; parcela de acordo segue pelo acordchk
       1600-VERIFICA-FATURA.
           MOVE 'N' TO WRK-FAT-ELEGIVEL
           COMPUTE WRK-SALDO-FATURA =
               FAT-TOTAL + FAT-JUROS - FAT-PAGO
           EVALUATE TRUE
               WHEN NOT FAT-DOC-FATURA
                   DISPLAY 'SO FATURA NORMAL PODE SER BAIXADA'
               WHEN NOT (FAT-ABERTA OR FAT-PARCIAL)
                   DISPLAY 'FATURA NAO ESTA EM ABERTO - STATUS '
                       FAT-STATUS
               WHEN FAT-VENCIMENTO NOT < DATA-SYS-NUM
                   DISPLAY 'FATURA AINDA NAO VENCIDA'
               WHEN WRK-SALDO-FATURA = ZEROS
                   DISPLAY 'FATURA SEM SALDO EM ABERTO'
               WHEN OTHER
                   MOVE 'S' TO WRK-FAT-ELEGIVEL
           END-EVALUATE.

      *****************************************************
      *    proposta: qualquer operador; proposta recusada
      *    antes pode ser refeita sobre o mesmo registro
      *****************************************************
       2000-PROPOE-BAIXA.
           DISPLAY 'NUMERO DA FATURA: '
           ACCEPT WRK-FAT-BUSCA FROM CONSOLE
           MOVE WRK-FAT-BUSCA TO FAT-NUMERO
           READ FATURAS-FILE
               KEY IS FAT-NUMERO
               INVALID KEY
                   DISPLAY 'FATURA NAO ENCONTRADA: ' WRK-FAT-BUSCA
                   MOVE 'N' TO WRK-FAT-ELEGIVEL
               NOT INVALID KEY
                   PERFORM 1600-VERIFICA-FATURA
           END-READ
           IF FATURA-ELEGIVEL
               MOVE 'N' TO WRK-PROPOSTA-EXISTE
               MOVE FAT-NUMERO TO PER-FATURA
               READ PERDAS-FILE
                   KEY IS PER-FATURA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-PROPOSTA-EXISTE
               END-READ
               IF PROPOSTA-EXISTENTE AND NOT PER-RECUSADA
                   DISPLAY 'FATURA JA TEM PROPOSTA DE BAIXA - '
                       'SITUACAO ' PER-SITUACAO
               ELSE
                   PERFORM 2100-GRAVA-PROPOSTA
               END-IF
           END-IF.

       2100-GRAVA-PROPOSTA.
           MOVE WRK-SALDO-FATURA TO WRK-ED-VALOR
           DISPLAY 'CLIENTE: ' FAT-CLIENTE
               ' VENCIMENTO: ' FAT-VENCIMENTO
               ' SALDO: ' WRK-ED-VALOR
           PERFORM 1500-PEDE-MOTIVO
           DISPLAY 'OBSERVACAO: '
           ACCEPT WRK-OBSERVACAO FROM CONSOLE
           DISPLAY 'CONFIRMA A PROPOSTA DE BAIXA? (S/N): '
           ACCEPT WRK-CONFIRMA FROM CONSOLE
           IF WRK-CONFIRMA = 'S' OR 's'
               MOVE FAT-NUMERO TO PER-FATURA
               MOVE FAT-CLIENTE TO PER-CLIENTE
               MOVE WRK-SALDO-FATURA TO PER-VALOR
               MOVE WRK-MOTIVO TO PER-MOTIVO
               MOVE WRK-OBSERVACAO TO PER-OBSERVACAO
               MOVE WRK-OPERADOR TO PER-PROPONENTE
               MOVE DATA-SYS-NUM TO PER-DATA-PROPOSTA
               MOVE 'P' TO PER-SITUACAO
               MOVE SPACES TO PER-APROVADOR
               MOVE ZEROS TO PER-DATA-DECISAO PER-RECUPERADO
                   PER-DATA-RECUPERACAO
               IF PROPOSTA-EXISTENTE
                   REWRITE PERDA-RECORD
               ELSE
                   WRITE PERDA-RECORD
               END-IF
               IF WRK-PERDAS-STATUS NOT = '00'
                   DISPLAY 'ERRO GRAVANDO PROPOSTA - STATUS '
                       WRK-PERDAS-STATUS
               ELSE
                   MOVE 'PERDA-PROP  ' TO WRK-COD-MOTIVO
                   PERFORM 7000-GRAVA-AUDITORIA
                   DISPLAY 'PROPOSTA REGISTRADA PARA A FATURA '
                       PER-FATURA ' - AGUARDA APROVACAO'
               END-IF
           ELSE
               DISPLAY 'PROPOSTA DESCARTADA'
           END-IF.

      *****************************************************
      *    decisao: percorre as propostas pendentes; quem
      *    propos nao aprova a propria proposta, e saldo
      *    acima da alcada fica para um aprovador maior
      *****************************************************
       3000-DECIDE-PROPOSTAS.
           IF NOT PERFIL-APROVADOR
               DISPLAY 'PERFIL SEM ALCADA PARA APROVAR BAIXA'
           ELSE
               MOVE WRK-ALCADA TO WRK-ED-ALCADA
               DISPLAY 'SUA ALCADA DE BAIXA: R$ ' WRK-ED-ALCADA
               MOVE ZEROS TO WRK-QTD-PENDENTES WRK-QTD-APROVADAS
                   WRK-QTD-RECUSADAS
               MOVE 'N' TO WRK-EOF
               MOVE ZEROS TO PER-FATURA
               START PERDAS-FILE KEY >= PER-FATURA
                   INVALID KEY SET FIM-DE-ARQUIVO TO TRUE
               END-START
               PERFORM 3100-LE-PROPOSTA UNTIL FIM-DE-ARQUIVO
               DISPLAY 'PROPOSTAS PENDENTES: ' WRK-QTD-PENDENTES
                   ' APROVADAS: ' WRK-QTD-APROVADAS
                   ' RECUSADAS: ' WRK-QTD-RECUSADAS
           END-IF.

       3100-LE-PROPOSTA.
           READ PERDAS-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO AND PER-PROPOSTA
               ADD 1 TO WRK-QTD-PENDENTES
               PERFORM 3200-APRESENTA-PROPOSTA
           END-IF.

       3200-APRESENTA-PROPOSTA.
           MOVE PER-VALOR TO WRK-ED-VALOR
           DISPLAY '========================================='
           DISPLAY 'FATURA: ' PER-FATURA ' CLIENTE: ' PER-CLIENTE
               ' SALDO: ' WRK-ED-VALOR
           DISPLAY 'MOTIVO: ' PER-MOTIVO ' - ' PER-OBSERVACAO
           DISPLAY 'PROPOSTA POR ' PER-PROPONENTE
               ' EM ' PER-DATA-PROPOSTA
           IF PER-PROPONENTE = WRK-OPERADOR
               DISPLAY 'PROPOSTA SUA - DECISAO DE OUTRO APROVADOR'
           ELSE
               DISPLAY 'APROVAR (A), RECUSAR (R) OU MANTER (M)? '
               ACCEPT WRK-ACAO FROM CONSOLE
               EVALUATE WRK-ACAO
                   WHEN 'A' WHEN 'a'
                       PERFORM 3300-APROVA-BAIXA
                   WHEN 'R' WHEN 'r'
                       PERFORM 3500-RECUSA-BAIXA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * a fatura e relida: o saldo pode ter mudado desde a
      * proposta (pagamento parcial) e a alcada vale sobre o
      * saldo de hoje
       3300-APROVA-BAIXA.
           MOVE PER-FATURA TO FAT-NUMERO
           READ FATURAS-FILE
               KEY IS FAT-NUMERO
               INVALID KEY
                   DISPLAY 'FATURA NAO ENCONTRADA: ' PER-FATURA
                   MOVE 'N' TO WRK-FAT-ELEGIVEL
               NOT INVALID KEY
                   PERFORM 1600-VERIFICA-FATURA
           END-READ
           IF NOT FATURA-ELEGIVEL
               DISPLAY 'PROPOSTA RECUSADA - A FATURA NAO ESTA MAIS '
                   'EM CONDICAO DE BAIXA'
               PERFORM 3500-RECUSA-BAIXA
           ELSE
           IF WRK-SALDO-FATURA > WRK-ALCADA
               MOVE WRK-SALDO-FATURA TO WRK-ED-VALOR
               DISPLAY 'SALDO DE R$ ' WRK-ED-VALOR
                   ' ACIMA DA SUA ALCADA - PROPOSTA MANTIDA'
           ELSE
               MOVE FAT-CLIENTE TO WRK-CLIENTE
               PERFORM 3600-ADQUIRE-TRAVA
               IF NOT TRAVA-OBTIDA
                   DISPLAY 'PROPOSTA MANTIDA - TENTE DE NOVO DEPOIS'
               ELSE
                   PERFORM 3400-EFETIVA-BAIXA
                   PERFORM 3700-LIBERA-TRAVA
               END-IF
           END-IF
           END-IF.

      * fatura baixada, proposta aprovada, perda no razao e
      * cliente bloqueado para credito
       3400-EFETIVA-BAIXA.
           MOVE 'B' TO FAT-STATUS
           REWRITE FATURA-RECORD
               INVALID KEY
                   DISPLAY 'ERRO REGRAVANDO FATURA: ' FAT-NUMERO
           END-REWRITE
           MOVE WRK-SALDO-FATURA TO PER-VALOR
           MOVE 'A' TO PER-SITUACAO
           MOVE WRK-OPERADOR TO PER-APROVADOR
           MOVE DATA-SYS-NUM TO PER-DATA-DECISAO
           REWRITE PERDA-RECORD
           ACCEPT WRK-DHS-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-DHS-HORA FROM TIME
           PERFORM 6000-GRAVA-PERDA-GL
           MOVE WRK-CLIENTE TO CUS-ID
           READ CUSTOMER-MASTER
               KEY IS CUS-ID
               INVALID KEY
                   DISPLAY 'CLIENTE NAO CADASTRADO: ' WRK-CLIENTE
               NOT INVALID KEY
                   MOVE CUSTOMER-RECORD TO WRK-JRN-ANTES
                   MOVE 'S' TO CUS-BLOQ-CREDITO
                   REWRITE CUSTOMER-RECORD
                   PERFORM 7100-GRAVA-JORNAL
           END-READ
           MOVE 'PERDA-APROV ' TO WRK-COD-MOTIVO
           PERFORM 7000-GRAVA-AUDITORIA
           ADD 1 TO WRK-QTD-APROVADAS
           DISPLAY 'FATURA ' PER-FATURA ' BAIXADA - CLIENTE '
               WRK-CLIENTE ' BLOQUEADO PARA CREDITO'.

       3500-RECUSA-BAIXA.
           MOVE 'R' TO PER-SITUACAO
           MOVE WRK-OPERADOR TO PER-APROVADOR
           MOVE DATA-SYS-NUM TO PER-DATA-DECISAO
           REWRITE PERDA-RECORD
           MOVE 'PERDA-RECUS ' TO WRK-COD-MOTIVO
           PERFORM 7000-GRAVA-AUDITORIA
           ADD 1 TO WRK-QTD-RECUSADAS
           DISPLAY 'PROPOSTA DA FATURA ' PER-FATURA ' RECUSADA'.

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
      *    desbloqueio de credito: supervisor ou administrador,
      *    depois de a cobranca resolver a situacao do cliente
      *****************************************************
       4000-DESBLOQUEIA.
           IF NOT PERFIL-APROVADOR
               DISPLAY 'PERFIL SEM ALCADA PARA DESBLOQUEAR CREDITO'
           ELSE
               DISPLAY 'CODIGO DO CLIENTE: '
               ACCEPT WRK-CLIENTE FROM CONSOLE
               PERFORM 3600-ADQUIRE-TRAVA
               IF TRAVA-OBTIDA
                   PERFORM 4100-LIBERA-CLIENTE
                   PERFORM 3700-LIBERA-TRAVA
               END-IF
           END-IF.

       4100-LIBERA-CLIENTE.
           MOVE WRK-CLIENTE TO CUS-ID
           READ CUSTOMER-MASTER
               KEY IS CUS-ID
               INVALID KEY
                   DISPLAY 'CLIENTE NAO CADASTRADO: ' WRK-CLIENTE
               NOT INVALID KEY
                   IF NOT CUS-CREDITO-BLOQUEADO
                       DISPLAY 'CLIENTE NAO ESTA BLOQUEADO'
                   ELSE
                       DISPLAY 'CLIENTE: ' CUS-NOME
                       DISPLAY 'CONFIRMA O DESBLOQUEIO? (S/N): '
                       ACCEPT WRK-CONFIRMA FROM CONSOLE
                       IF WRK-CONFIRMA = 'S' OR 's'
                           MOVE CUSTOMER-RECORD TO WRK-JRN-ANTES
                           MOVE 'N' TO CUS-BLOQ-CREDITO
                           REWRITE CUSTOMER-RECORD
                           PERFORM 7100-GRAVA-JORNAL
                           MOVE 'CRED-DESBLOQ' TO WRK-COD-MOTIVO
                           PERFORM 7000-GRAVA-AUDITORIA
                           DISPLAY 'CLIENTE ' WRK-CLIENTE
                               ' DESBLOQUEADO PARA CREDITO'
                       END-IF
                   END-IF
           END-READ.

       5000-EXIBE-BAIXA.
           DISPLAY 'NUMERO DA FATURA: '
           ACCEPT WRK-FAT-BUSCA FROM CONSOLE
           MOVE WRK-FAT-BUSCA TO PER-FATURA
           READ PERDAS-FILE
               KEY IS PER-FATURA
               INVALID KEY
                   DISPLAY 'FATURA SEM PROPOSTA DE BAIXA: '
                       WRK-FAT-BUSCA
               NOT INVALID KEY
                   PERFORM 5100-MOSTRA-BAIXA
           END-READ.

       5100-MOSTRA-BAIXA.
           DISPLAY '-----------------------------------------'
           MOVE PER-VALOR TO WRK-ED-VALOR
           DISPLAY 'FATURA: ' PER-FATURA ' CLIENTE: ' PER-CLIENTE
               ' SALDO BAIXADO: ' WRK-ED-VALOR
           DISPLAY 'MOTIVO: ' PER-MOTIVO ' - ' PER-OBSERVACAO
           DISPLAY 'PROPOSTA POR ' PER-PROPONENTE
               ' EM ' PER-DATA-PROPOSTA
           DISPLAY 'SITUACAO: ' PER-SITUACAO
               ' (P PROPOSTA, A APROVADA, R RECUSADA)'
           IF NOT PER-PROPOSTA
               DISPLAY 'DECIDIDA POR ' PER-APROVADOR
                   ' EM ' PER-DATA-DECISAO
           END-IF
           IF PER-RECUPERADO IS NUMERIC AND PER-RECUPERADO > ZEROS
               MOVE PER-RECUPERADO TO WRK-ED-VALOR
               DISPLAY 'RECUPERADO: ' WRK-ED-VALOR
                   ' ULTIMO RECEBIMENTO EM ' PER-DATA-RECUPERACAO
           END-IF.

      * despesa de perdas com clientes contra a conta de
      * clientes - um conjunto balanceado por baixa aprovada,
      * nas contas da regra do evento para a filial da fatura
       6000-GRAVA-PERDA-GL.
           MOVE 'BAIXA-PERDA' TO WRK-CR-EVENTO
           MOVE FAT-FILIAL TO WRK-CR-FILIAL
           IF WRK-CR-FILIAL = SPACES
               MOVE '01' TO WRK-CR-FILIAL
           END-IF
           MOVE WRK-CTA-PERDAS TO WRK-CR-DEBITO
           MOVE WRK-CTA-CLIENTES TO WRK-CR-CREDITO
           CALL 'ctbregra' USING WRK-CTBREGRA
           OPEN EXTEND GL-FILE
           MOVE WRK-DHS-DATA TO HDR-DATA
           MOVE WRK-DHS-HORA TO HDR-HORA
           WRITE GL-LINE FROM WRK-LINHA-HEADER
           MOVE DATA-SYS-NUM TO LAN-DATA
           MOVE WRK-CR-DEBITO TO LAN-CONTA
           MOVE 'D' TO LAN-NATUREZA
           MOVE WRK-SALDO-FATURA TO LAN-VALOR
           WRITE GL-LINE FROM WRK-LINHA-LANC
           MOVE WRK-CR-CREDITO TO LAN-CONTA
           MOVE 'C' TO LAN-NATUREZA
           WRITE GL-LINE FROM WRK-LINHA-LANC
           MOVE 2 TO TRL-QTD
           MOVE WRK-SALDO-FATURA TO TRL-DEBITOS TRL-CREDITOS
           WRITE GL-LINE FROM WRK-LINHA-TRAILER
           CLOSE GL-FILE.

      * registra proposta, decisao ou desbloqueio na trilha
      * comum a todos os programas
       7000-GRAVA-AUDITORIA.
           ACCEPT WRK-DHS-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-DHS-HORA FROM TIME
           MOVE 'PERDAS' TO ERR-PROGRAMA
           MOVE WRK-DHS-DATA TO ERR-DATA-HORA (1:8)
           MOVE WRK-DHS-HORA TO ERR-DATA-HORA (9:6)
           MOVE WRK-COD-MOTIVO TO ERR-MOTIVO
           MOVE SPACES TO ERR-ENTRADA
           IF WRK-COD-MOTIVO = 'CRED-DESBLOQ'
               STRING 'CLI=' DELIMITED BY SIZE
                   WRK-CLIENTE DELIMITED BY SIZE
                   ' OPR=' DELIMITED BY SIZE
                   WRK-OPERADOR DELIMITED BY SIZE
                   INTO ERR-ENTRADA
           ELSE
               STRING 'FAT=' DELIMITED BY SIZE
                   PER-FATURA DELIMITED BY SIZE
                   ' OPR=' DELIMITED BY SIZE
                   WRK-OPERADOR DELIMITED BY SIZE
                   INTO ERR-ENTRADA
           END-IF
      * trilha de auditoria de rotina, nao excecao -
      * informativa, fora da fila de revisao do supervisor
           MOVE 'I' TO ERR-SEVERIDADE
           MOVE SPACES TO ERR-TRATADA ERR-TRATADA-POR
           WRITE ERROR-LOG-RECORD.

      * imagem antes/depois do cliente no diario de
      * recuperacao
       7100-GRAVA-JORNAL.
           MOVE 'PERDAS' TO WRK-JRN-PROGRAMA
           MOVE WRK-OPERADOR TO WRK-JRN-OPERADOR
           MOVE 'CUSTMAST' TO WRK-JRN-ARQUIVO
           MOVE CUS-ID TO WRK-JRN-CHAVE
           MOVE 'A' TO WRK-JRN-OPERACAO
           MOVE CUSTOMER-RECORD TO WRK-JRN-DEPOIS
           CALL 'jrnsrv' USING WRK-JRNSRV.
