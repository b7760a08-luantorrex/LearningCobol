       IDENTIFICATION DIVISION.
       PROGRAM-ID. climerge.
      ********************************************************
      *    Fusao de cadastros de cliente duplicados
      *    A mesma empresa cadastrada com duas ou tres contas
      *    (captura de nome e refman) divide pedidos, cotacoes,
      *    faturas e saldos entre elas, e o limite de credito e
      *    os extratos deixam de enxergar o cliente inteiro.
      *    Aqui o supervisor ou administrador informa a conta
      *    sobrevivente e a conta a retirar; conferidos os
      *    nomes e confirmada a fusao, com as duas contas
      *    travadas pelo lockmgr, todo arquivo dependente passa
      *    para a sobrevivente: pedidos (ORDMAST.DAT), cotacoes
      *    (FRETELOG.DAT), faturas (FATURAS.DAT), caderno de
      *    enderecos (ENDCLI.DAT, renumerado depois dos
      *    enderecos da sobrevivente, com pedidos e cotacoes
      *    acompanhando a nova sequencia), contrato
      *    (CONTRATO.DAT), saldo credor (CREDCLI.DAT) e
      *    historico de cobranca (COBHIST.DAT). A conta
      *    retirada sai do CUSTMAST.DAT e ganha a sua linha na
      *    referencia cruzada CLIXREF.DAT, que as consultas
      *    resolvem pelo clixref. Cada fusao sai no relatorio
      *    de auditoria CLIMERGE.RPT e na trilha ERROR.LOG.
      *    Pedidos, cotacoes, contrato e cadastro regravados
      *    entram no diario de recuperacao JORNAL.DAT (jrnsrv).
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

      * referencia cruzada das contas retiradas
           SELECT CLIENTE-XREF ASSIGN TO 'CLIXREF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-ANTIGO
               FILE STATUS IS WRK-CLIXREF-STATUS.

      * arquivos dependentes re-chaveados para a sobrevivente
           SELECT ORDERS-FILE ASSIGN TO 'ORDMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-NUMERO
               FILE STATUS IS WRK-ORDERS-STATUS.

           SELECT FRETE-LOG ASSIGN TO 'FRETELOG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOG-CHAVE
               ALTERNATE RECORD KEY IS LOG-STADO WITH DUPLICATES
               FILE STATUS IS WRK-FRETELOG-STATUS.

           SELECT FATURAS-FILE ASSIGN TO 'FATURAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               FILE STATUS IS WRK-FATURAS-STATUS.

           SELECT ENDERECO-FILE ASSIGN TO 'ENDCLI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS END-CHAVE
               FILE STATUS IS WRK-ENDCLI-STATUS.

           SELECT CONTRATO-FILE ASSIGN TO 'CONTRATO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-CLIENTE
               FILE STATUS IS WRK-CONTRATO-STATUS.

           SELECT CREDITO-CLIENTE ASSIGN TO 'CREDCLI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRD-CLIENTE
               FILE STATUS IS WRK-CREDCLI-STATUS.

           SELECT COBRANCA-HIST ASSIGN TO 'COBHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COB-CLIENTE
               FILE STATUS IS WRK-COBHIST-STATUS.

      * perfil do operador logado
           SELECT OPERATOR-MASTER ASSIGN TO 'OPERMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WRK-OPERMAST-STATUS.

      * trilha de excecoes compartilhada, aqui tambem trilha
      * de auditoria das fusoes
           SELECT ERROR-LOG ASSIGN TO 'ERROR.LOG'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MERGE-REPORT ASSIGN TO 'CLIMERGE.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY 'custrec.cbl'.

       FD  CLIENTE-XREF.
           COPY 'clixrefrec.cbl'.

       FD  ORDERS-FILE.
           COPY 'ordrec.cbl'.

       FD  FRETE-LOG.
           COPY 'fretelog.cbl'.

       FD  FATURAS-FILE.
           COPY 'faturec.cbl'.

       FD  ENDERECO-FILE.
           COPY 'endrec.cbl'.

       FD  CONTRATO-FILE.
           COPY 'contrrec.cbl'.

       FD  CREDITO-CLIENTE.
           COPY 'clicredrec.cbl'.

       FD  COBRANCA-HIST.
           COPY 'cobrec.cbl'.

       FD  OPERATOR-MASTER.
           COPY 'operrec.cbl'.

       FD  ERROR-LOG.
           COPY 'errorlog.cbl'.

       FD  MERGE-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       77  WRK-CUSTMAST-STATUS  PIC X(02) VALUE '00'.
       77  WRK-CLIXREF-STATUS   PIC X(02) VALUE '00'.
       77  WRK-ORDERS-STATUS    PIC X(02) VALUE '00'.
       77  WRK-FRETELOG-STATUS  PIC X(02) VALUE '00'.
       77  WRK-FATURAS-STATUS   PIC X(02) VALUE '00'.
       77  WRK-ENDCLI-STATUS    PIC X(02) VALUE '00'.
       77  WRK-CONTRATO-STATUS  PIC X(02) VALUE '00'.
       77  WRK-CREDCLI-STATUS   PIC X(02) VALUE '00'.
       77  WRK-COBHIST-STATUS   PIC X(02) VALUE '00'.
       77  WRK-OPERMAST-STATUS  PIC X(02) VALUE '00'.
       77  WRK-EOF              PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO        VALUE 'S'.

       01  DATA-SYS.
           02  ANO-SYS PIC 9(04) VALUE ZEROS.
           02  MES-SYS PIC 9(02) VALUE ZEROS.
           02  DIA-SYS PIC 9(02) VALUE ZEROS.
       01  DATA-SYS-NUM REDEFINES DATA-SYS PIC 9(08).

      * contrato com o controle central de data (datasrv): a
      * fusao fica datada pela data de negocio
       01  WRK-DATACTL.
           05  WRK-DC-OPERACAO PIC X(01).
           05  WRK-DC-DATA     PIC 9(08).
           05  WRK-DC-CONTROLADA PIC X(01).
           05  WRK-DC-OK       PIC X(01).

       01  WRK-DATA-HORA-SYS.
           05  WRK-DHS-DATA     PIC 9(08).
           05  WRK-DHS-HORA     PIC 9(06).

      * operador logado: so supervisor ou administrador funde
       77  WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77  WRK-OPERADOR-OK      PIC X(01) VALUE 'N'.
           88 OPERADOR-VALIDO       VALUE 'S'.
       77  WRK-PERFIL           PIC X(01) VALUE 'O'.
           88 PERFIL-APROVADOR      VALUE 'A' 'S'.

      * contrato com a trava de registro compartilhada
      * (lockmgr): as duas contas ficam travadas durante a
      * fusao
       01  WRK-LOCKMGR.
           05  WRK-LCK-OPERACAO PIC X(01).
           05  WRK-LCK-ARQUIVO  PIC X(12).
           05  WRK-LCK-REGISTRO PIC X(20).
           05  WRK-LCK-OPERADOR PIC X(10).
           05  WRK-LCK-OBTIDA   PIC X(01).
           05  WRK-LCK-DONO     PIC X(10).
           05  WRK-LCK-DESDE    PIC X(14).
       77  WRK-TRAVA-SOBREV     PIC X(01) VALUE 'N'.
           88 SOBREV-TRAVADO        VALUE 'S'.
       77  WRK-TRAVA-RETIRADO   PIC X(01) VALUE 'N'.
           88 RETIRADO-TRAVADO      VALUE 'S'.

       77  WRK-SOBREVIVENTE     PIC 9(06) VALUE ZEROS.
       77  WRK-RETIRADO         PIC 9(06) VALUE ZEROS.
       77  WRK-NOME-SOBREV      PIC X(20) VALUE SPACES.
       77  WRK-NOME-RETIRADO    PIC X(20) VALUE SPACES.
       77  WRK-FUSAO-OK         PIC X(01) VALUE 'N'.
           88 FUSAO-VALIDA          VALUE 'S'.
       77  WRK-CONFIRMA         PIC X(01) VALUE 'N'.
       77  WRK-COD-MOTIVO       PIC X(12) VALUE SPACES.
       77  WRK-QTD-FUSOES       PIC 9(04) VALUE ZEROS.

      * cadastro da conta retirada, guardado antes da exclusao
      * para o que a sobrevivente herda
       77  WRK-RET-LIMITE       PIC 9(08)V99 VALUE ZEROS.
       77  WRK-RET-VENDEDOR     PIC X(04) VALUE SPACES.
       77  WRK-RET-BLOQUEIO     PIC X(01) VALUE SPACES.

      * enderecos da conta retirada, regravados na sobrevivente
      * com sequencia nova; a tabela tambem traduz a sequencia
      * apontada por pedidos e cotacoes
       77  WRK-QTD-ENDERECOS    PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-END          PIC 9(03) VALUE ZEROS.
       77  WRK-MAIOR-SEQ        PIC 9(03) VALUE ZEROS.
       77  WRK-SEQ-BUSCA        PIC 9(03) VALUE ZEROS.
       77  WRK-SEQ-NOVA         PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-ENDERECOS.
           05  WRK-TE-ENTRADA OCCURS 200 TIMES.
               10  WRK-TE-SEQ-ANTIGA PIC 9(03).
               10  WRK-TE-SEQ-NOVA   PIC 9(03).
               10  WRK-TE-DADOS      PIC X(80).

       77  WRK-QTD-MOVIDOS      PIC 9(06) VALUE ZEROS.
       77  WRK-VALOR-MOVIDO     PIC 9(10)V99 VALUE ZEROS.
       77  WRK-SALDO-SOMADO     PIC 9(08)V99 VALUE ZEROS.

      * historico de cobranca da retirada, combinado ao da
      * sobrevivente
       01  WRK-COB-RETIRADO.
           05  WRK-CBR-CLIENTE      PIC 9(06).
           05  WRK-CBR-NIVEL        PIC 9(01).
           05  WRK-CBR-DATA-ULTIMA  PIC 9(08).
           05  WRK-CBR-QTD-CARTAS   PIC 9(03).
           05  WRK-CBR-HOLD         PIC X(01).

       01  WRK-LINHA-SEPARADOR  PIC X(80) VALUE ALL '-'.

       01  WRK-LINHA-TITULO.
           05  FILLER          PIC X(35) VALUE
               'FUSAO DE CADASTROS DE CLIENTE - '.
           05  TIT-DATA        PIC 9(08).
           05  FILLER          PIC X(12) VALUE '  OPERADOR: '.
           05  TIT-OPERADOR    PIC X(10).

       01  WRK-LINHA-CONTAS.
           05  FILLER          PIC X(14) VALUE 'SOBREVIVENTE: '.
           05  CTA-SOBREV      PIC 9(06).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  CTA-NOME-SOBREV PIC X(20).
           05  FILLER          PIC X(12) VALUE ' RETIRADA: '.
           05  CTA-RETIRADO    PIC 9(06).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  CTA-NOME-RET    PIC X(20).

       01  WRK-LINHA-COLUNAS.
           05  FILLER          PIC X(51) VALUE
               'ARQUIVO           QTD             VALOR  OBSERVACAO'.

       01  WRK-LINHA-ARQUIVO.
           05  ARQ-NOME        PIC X(12).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  ARQ-QTD         PIC ZZZ.ZZ9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  ARQ-VALOR       PIC Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  ARQ-OBS         PIC X(38).

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
           PERFORM 1200-LE-PERFIL
           IF NOT PERFIL-APROVADOR
               DISPLAY 'PERFIL SEM ALCADA PARA FUNDIR CADASTROS'
               GOBACK
           END-IF
           MOVE 'L' TO WRK-DC-OPERACAO
           CALL 'datasrv' USING WRK-DATACTL
           MOVE WRK-DC-DATA TO DATA-SYS
           OPEN I-O CUSTOMER-MASTER
           IF WRK-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE CLIENTES INEXISTENTE'
               GOBACK
           END-IF
      * primeira fusao do ambiente: a referencia cruzada
      * ainda nao existe e e criada vazia
           OPEN I-O CLIENTE-XREF
           IF WRK-CLIXREF-STATUS = '35'
               OPEN OUTPUT CLIENTE-XREF
               CLOSE CLIENTE-XREF
               OPEN I-O CLIENTE-XREF
           END-IF
           OPEN EXTEND ERROR-LOG
           OPEN OUTPUT MERGE-REPORT
           MOVE DATA-SYS-NUM TO TIT-DATA
           MOVE WRK-OPERADOR TO TIT-OPERADOR
           WRITE REPORT-LINE FROM WRK-LINHA-TITULO
           MOVE 1 TO WRK-SOBREVIVENTE
           PERFORM 1000-PEDE-FUSAO UNTIL WRK-SOBREVIVENTE = ZEROS
           DISPLAY 'FUSOES REALIZADAS: ' WRK-QTD-FUSOES
           CLOSE MERGE-REPORT
           CLOSE ERROR-LOG
           CLOSE CLIENTE-XREF
           CLOSE CUSTOMER-MASTER
           GOBACK.

       1000-PEDE-FUSAO.
           DISPLAY '========================================='
           DISPLAY 'FUSAO DE CADASTROS DE CLIENTE'
           DISPLAY 'CONTA SOBREVIVENTE (ZEROS = SAIR): '
           ACCEPT WRK-SOBREVIVENTE FROM CONSOLE
           IF WRK-SOBREVIVENTE IS NOT NUMERIC
               MOVE ZEROS TO WRK-SOBREVIVENTE
           END-IF
           IF WRK-SOBREVIVENTE > ZEROS
               DISPLAY 'CONTA A RETIRAR: '
               ACCEPT WRK-RETIRADO FROM CONSOLE
               IF WRK-RETIRADO IS NOT NUMERIC
                   MOVE ZEROS TO WRK-RETIRADO
               END-IF
               PERFORM 2000-VALIDA-FUSAO
               IF FUSAO-VALIDA
                   PERFORM 2500-CONFIRMA-FUSAO
               END-IF
           END-IF.

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
      * cadastro ausente) nao funde
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

      * as duas contas precisam existir, ser diferentes e
      * nenhuma pode ser conta ja retirada
       2000-VALIDA-FUSAO.
           MOVE 'S' TO WRK-FUSAO-OK
           IF WRK-RETIRADO = ZEROS
                   OR WRK-RETIRADO = WRK-SOBREVIVENTE
               DISPLAY 'CONTA A RETIRAR INVALIDA'
               MOVE 'N' TO WRK-FUSAO-OK
           END-IF
           IF FUSAO-VALIDA
               MOVE WRK-SOBREVIVENTE TO CUS-ID
               READ CUSTOMER-MASTER
                   KEY IS CUS-ID
                   INVALID KEY
                       DISPLAY 'CONTA SOBREVIVENTE NAO CADASTRADA: '
                           WRK-SOBREVIVENTE
                       MOVE 'N' TO WRK-FUSAO-OK
                   NOT INVALID KEY
                       MOVE CUS-NOME TO WRK-NOME-SOBREV
               END-READ
           END-IF
           IF FUSAO-VALIDA
               MOVE WRK-RETIRADO TO CUS-ID
               READ CUSTOMER-MASTER
                   KEY IS CUS-ID
                   INVALID KEY
                       DISPLAY 'CONTA A RETIRAR NAO CADASTRADA: '
                           WRK-RETIRADO
                       MOVE 'N' TO WRK-FUSAO-OK
                   NOT INVALID KEY
                       MOVE CUS-NOME TO WRK-NOME-RETIRADO
                       MOVE CUS-LIMITE-CREDITO TO WRK-RET-LIMITE
                       MOVE CUS-VENDEDOR TO WRK-RET-VENDEDOR
                       MOVE CUS-BLOQ-CREDITO TO WRK-RET-BLOQUEIO
               END-READ
           END-IF
           IF FUSAO-VALIDA
               MOVE WRK-SOBREVIVENTE TO XRF-ANTIGO
               READ CLIENTE-XREF
                   KEY IS XRF-ANTIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY 'CONTA SOBREVIVENTE JA FOI RETIRADA '
                           'PARA ' XRF-SOBREVIVENTE
                       MOVE 'N' TO WRK-FUSAO-OK
               END-READ
           END-IF.

       2500-CONFIRMA-FUSAO.
           DISPLAY 'SOBREVIVENTE: ' WRK-SOBREVIVENTE ' '
               WRK-NOME-SOBREV
           DISPLAY 'RETIRADA....: ' WRK-RETIRADO ' '
               WRK-NOME-RETIRADO
           DISPLAY 'TUDO DA CONTA RETIRADA PASSA PARA A '
               'SOBREVIVENTE E ELA SAI DO CADASTRO'
           DISPLAY 'CONFIRMA A FUSAO? (S/N): '
           ACCEPT WRK-CONFIRMA FROM CONSOLE
           IF WRK-CONFIRMA = 'S' OR 's'
               PERFORM 2600-ADQUIRE-TRAVAS
               IF SOBREV-TRAVADO AND RETIRADO-TRAVADO
                   PERFORM 3000-EXECUTA-FUSAO
               ELSE
                   DISPLAY 'FUSAO NAO REALIZADA - TENTE DE NOVO '
                       'DEPOIS'
               END-IF
               PERFORM 2700-LIBERA-TRAVAS
           ELSE
               DISPLAY 'FUSAO CANCELADA'
           END-IF.

      * trava as duas contas; o outro operador ve quem as
      * segura
       2600-ADQUIRE-TRAVAS.
           MOVE 'N' TO WRK-TRAVA-SOBREV WRK-TRAVA-RETIRADO
           MOVE 'A' TO WRK-LCK-OPERACAO
           MOVE 'CUSTMAST' TO WRK-LCK-ARQUIVO
           MOVE WRK-SOBREVIVENTE TO WRK-LCK-REGISTRO
           MOVE WRK-OPERADOR TO WRK-LCK-OPERADOR
           CALL 'lockmgr' USING WRK-LOCKMGR
           IF WRK-LCK-OBTIDA = 'N'
               DISPLAY 'CLIENTE ' WRK-SOBREVIVENTE ' EM EDICAO POR '
                   WRK-LCK-DONO ' DESDE ' WRK-LCK-DESDE
           ELSE
               MOVE 'S' TO WRK-TRAVA-SOBREV
               MOVE 'A' TO WRK-LCK-OPERACAO
               MOVE WRK-RETIRADO TO WRK-LCK-REGISTRO
               CALL 'lockmgr' USING WRK-LOCKMGR
               IF WRK-LCK-OBTIDA = 'N'
                   DISPLAY 'CLIENTE ' WRK-RETIRADO ' EM EDICAO POR '
                       WRK-LCK-DONO ' DESDE ' WRK-LCK-DESDE
               ELSE
                   MOVE 'S' TO WRK-TRAVA-RETIRADO
               END-IF
           END-IF.

       2700-LIBERA-TRAVAS.
           MOVE 'CUSTMAST' TO WRK-LCK-ARQUIVO
           MOVE WRK-OPERADOR TO WRK-LCK-OPERADOR
           IF SOBREV-TRAVADO
               MOVE 'R' TO WRK-LCK-OPERACAO
               MOVE WRK-SOBREVIVENTE TO WRK-LCK-REGISTRO
               CALL 'lockmgr' USING WRK-LOCKMGR
           END-IF
           IF RETIRADO-TRAVADO
               MOVE 'R' TO WRK-LCK-OPERACAO
               MOVE WRK-RETIRADO TO WRK-LCK-REGISTRO
               CALL 'lockmgr' USING WRK-LOCKMGR
           END-IF.

      *****************************************************
      *    a fusao: enderecos primeiro, porque pedidos e
      *    cotacoes precisam da sequencia nova; o cadastro e a
      *    referencia cruzada por ultimo
      *****************************************************
       3000-EXECUTA-FUSAO.
           WRITE REPORT-LINE FROM WRK-LINHA-SEPARADOR
           MOVE WRK-SOBREVIVENTE TO CTA-SOBREV
           MOVE WRK-NOME-SOBREV TO CTA-NOME-SOBREV
           MOVE WRK-RETIRADO TO CTA-RETIRADO
           MOVE WRK-NOME-RETIRADO TO CTA-NOME-RET
           WRITE REPORT-LINE FROM WRK-LINHA-CONTAS
           WRITE REPORT-LINE FROM WRK-LINHA-COLUNAS
           PERFORM 3100-FUNDE-ENDERECOS
           PERFORM 3200-FUNDE-PEDIDOS
           PERFORM 3300-FUNDE-COTACOES
           PERFORM 3400-FUNDE-FATURAS
           PERFORM 3500-FUNDE-CONTRATO
           PERFORM 3600-FUNDE-CREDITO
           PERFORM 3700-FUNDE-COBRANCA
           PERFORM 3800-FUNDE-CADASTRO
           PERFORM 3900-GRAVA-XREF
           MOVE 'CLI-FUSAO' TO WRK-COD-MOTIVO
           PERFORM 7000-GRAVA-AUDITORIA
           ADD 1 TO WRK-QTD-FUSOES
           DISPLAY 'CONTA ' WRK-RETIRADO ' FUNDIDA NA CONTA '
               WRK-SOBREVIVENTE ' - VER CLIMERGE.RPT'.

      * enderecos da retirada entram depois do ultimo da
      * sobrevivente, na ordem em que estavam
       3100-FUNDE-ENDERECOS.
           MOVE ZEROS TO WRK-QTD-ENDERECOS WRK-MAIOR-SEQ
               WRK-QTD-MOVIDOS
           MOVE 'ENDCLI.DAT' TO ARQ-NOME
           MOVE SPACES TO ARQ-OBS
           OPEN I-O ENDERECO-FILE
           IF WRK-ENDCLI-STATUS NOT = '00'
               MOVE 'ARQUIVO AUSENTE' TO ARQ-OBS
           ELSE
               MOVE WRK-SOBREVIVENTE TO END-CLIENTE
               MOVE ZEROS TO END-SEQ
               PERFORM 3110-POSICIONA-ENDERECO
               PERFORM 3120-LE-END-SOBREV UNTIL FIM-DE-ARQUIVO
               MOVE WRK-RETIRADO TO END-CLIENTE
               MOVE ZEROS TO END-SEQ
               PERFORM 3110-POSICIONA-ENDERECO
               PERFORM 3130-LE-END-RETIRADO UNTIL FIM-DE-ARQUIVO
               PERFORM 3140-REGRAVA-ENDERECO
                   VARYING WRK-IDX-END FROM 1 BY 1
                   UNTIL WRK-IDX-END > WRK-QTD-ENDERECOS
               CLOSE ENDERECO-FILE
           END-IF
           MOVE WRK-QTD-MOVIDOS TO ARQ-QTD
           MOVE ZEROS TO ARQ-VALOR
           WRITE REPORT-LINE FROM WRK-LINHA-ARQUIVO.

       3110-POSICIONA-ENDERECO.
           MOVE 'N' TO WRK-EOF
           START ENDERECO-FILE KEY >= END-CHAVE
               INVALID KEY MOVE 'S' TO WRK-EOF
           END-START.

       3120-LE-END-SOBREV.
           READ ENDERECO-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF END-CLIENTE NOT = WRK-SOBREVIVENTE
                   SET FIM-DE-ARQUIVO TO TRUE
               ELSE
                   MOVE END-SEQ TO WRK-MAIOR-SEQ
               END-IF
           END-IF.

       3130-LE-END-RETIRADO.
           READ ENDERECO-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF END-CLIENTE NOT = WRK-RETIRADO
                   SET FIM-DE-ARQUIVO TO TRUE
               ELSE
                   IF WRK-QTD-ENDERECOS < 200
                           AND WRK-MAIOR-SEQ < 999
                       ADD 1 TO WRK-QTD-ENDERECOS
                       ADD 1 TO WRK-MAIOR-SEQ
                       MOVE END-SEQ
                           TO WRK-TE-SEQ-ANTIGA (WRK-QTD-ENDERECOS)
                       MOVE WRK-MAIOR-SEQ
                           TO WRK-TE-SEQ-NOVA (WRK-QTD-ENDERECOS)
                       MOVE ENDERECO-RECORD (10:80)
                           TO WRK-TE-DADOS (WRK-QTD-ENDERECOS)
                   ELSE
                       MOVE 'CADERNO CHEIO - ENDERECOS FICARAM'
                           TO ARQ-OBS
                   END-IF
               END-IF
           END-IF.

       3140-REGRAVA-ENDERECO.
           MOVE WRK-SOBREVIVENTE TO END-CLIENTE
           MOVE WRK-TE-SEQ-NOVA (WRK-IDX-END) TO END-SEQ
           MOVE WRK-TE-DADOS (WRK-IDX-END) TO ENDERECO-RECORD (10:80)
           WRITE ENDERECO-RECORD
               INVALID KEY
                   DISPLAY 'ERRO GRAVANDO ENDERECO ' END-CHAVE
           END-WRITE
           IF WRK-ENDCLI-STATUS = '00'
               MOVE WRK-RETIRADO TO END-CLIENTE
               MOVE WRK-TE-SEQ-ANTIGA (WRK-IDX-END) TO END-SEQ
               DELETE ENDERECO-FILE RECORD
                   INVALID KEY
                       DISPLAY 'ERRO EXCLUINDO ENDERECO ' END-CHAVE
               END-DELETE
               ADD 1 TO WRK-QTD-MOVIDOS
           END-IF.

      * sequencia nova do endereco apontado; zeros valem o
      * endereco 001 da conta retirada. Sequencia fora da
      * tabela fica como estava
       3150-TRADUZ-ENDERECO.
           MOVE WRK-SEQ-BUSCA TO WRK-SEQ-NOVA
           IF WRK-SEQ-BUSCA = ZEROS
               MOVE 1 TO WRK-SEQ-BUSCA
           END-IF
           PERFORM VARYING WRK-IDX-END FROM 1 BY 1
                   UNTIL WRK-IDX-END > WRK-QTD-ENDERECOS
               IF WRK-TE-SEQ-ANTIGA (WRK-IDX-END) = WRK-SEQ-BUSCA
                   MOVE WRK-TE-SEQ-NOVA (WRK-IDX-END) TO WRK-SEQ-NOVA
               END-IF
           END-PERFORM.

       3200-FUNDE-PEDIDOS.
           MOVE ZEROS TO WRK-QTD-MOVIDOS WRK-VALOR-MOVIDO
           MOVE 'ORDMAST.DAT' TO ARQ-NOME
           MOVE SPACES TO ARQ-OBS
           OPEN I-O ORDERS-FILE
           IF WRK-ORDERS-STATUS NOT = '00'
               MOVE 'ARQUIVO AUSENTE' TO ARQ-OBS
           ELSE
               MOVE 'N' TO WRK-EOF
               PERFORM 3210-LE-PEDIDO UNTIL FIM-DE-ARQUIVO
               CLOSE ORDERS-FILE
           END-IF
           MOVE WRK-QTD-MOVIDOS TO ARQ-QTD
           MOVE WRK-VALOR-MOVIDO TO ARQ-VALOR
           WRITE REPORT-LINE FROM WRK-LINHA-ARQUIVO.

       3210-LE-PEDIDO.
           READ ORDERS-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO AND ORD-CLIENTE = WRK-RETIRADO
               MOVE ORDER-RECORD TO WRK-JRN-ANTES
               MOVE ORD-ENDERECO TO WRK-SEQ-BUSCA
               PERFORM 3150-TRADUZ-ENDERECO
               MOVE WRK-SEQ-NOVA TO ORD-ENDERECO
               MOVE WRK-SOBREVIVENTE TO ORD-CLIENTE
               REWRITE ORDER-RECORD
                   INVALID KEY
                       DISPLAY 'ERRO REGRAVANDO PEDIDO ' ORD-NUMERO
                   NOT INVALID KEY
                       MOVE ORDER-RECORD TO WRK-JRN-DEPOIS
                       MOVE 'ORDMAST' TO WRK-JRN-ARQUIVO
                       MOVE ORD-NUMERO TO WRK-JRN-CHAVE
                       MOVE 'A' TO WRK-JRN-OPERACAO
                       PERFORM 7100-GRAVA-JORNAL
               END-REWRITE
               ADD 1 TO WRK-QTD-MOVIDOS
               ADD ORD-VALOR TO WRK-VALOR-MOVIDO
           END-IF.

       3300-FUNDE-COTACOES.
           MOVE ZEROS TO WRK-QTD-MOVIDOS WRK-VALOR-MOVIDO
           MOVE 'FRETELOG.DAT' TO ARQ-NOME
           MOVE SPACES TO ARQ-OBS
           OPEN I-O FRETE-LOG
           IF WRK-FRETELOG-STATUS NOT = '00'
               MOVE 'ARQUIVO AUSENTE' TO ARQ-OBS
           ELSE
               MOVE 'N' TO WRK-EOF
               PERFORM 3310-LE-COTACAO UNTIL FIM-DE-ARQUIVO
               CLOSE FRETE-LOG
           END-IF
           MOVE WRK-QTD-MOVIDOS TO ARQ-QTD
           MOVE WRK-VALOR-MOVIDO TO ARQ-VALOR
           WRITE REPORT-LINE FROM WRK-LINHA-ARQUIVO.

       3310-LE-COTACAO.
           READ FRETE-LOG NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO AND LOG-CLIENTE = WRK-RETIRADO
               MOVE FRETE-LOG-RECORD TO WRK-JRN-ANTES
               MOVE LOG-ENDERECO TO WRK-SEQ-BUSCA
               PERFORM 3150-TRADUZ-ENDERECO
               MOVE WRK-SEQ-NOVA TO LOG-ENDERECO
               MOVE WRK-SOBREVIVENTE TO LOG-CLIENTE
               REWRITE FRETE-LOG-RECORD
                   INVALID KEY
                       DISPLAY 'ERRO REGRAVANDO COTACAO ' LOG-SEQ-ID
                   NOT INVALID KEY
                       MOVE FRETE-LOG-RECORD TO WRK-JRN-DEPOIS
                       MOVE 'FRETELOG' TO WRK-JRN-ARQUIVO
                       MOVE LOG-CHAVE TO WRK-JRN-CHAVE
                       MOVE 'A' TO WRK-JRN-OPERACAO
                       PERFORM 7100-GRAVA-JORNAL
               END-REWRITE
               ADD 1 TO WRK-QTD-MOVIDOS
               ADD LOG-FRETE TO WRK-VALOR-MOVIDO
           END-IF.

       3400-FUNDE-FATURAS.
           MOVE ZEROS TO WRK-QTD-MOVIDOS WRK-VALOR-MOVIDO
           MOVE 'FATURAS.DAT' TO ARQ-NOME
           MOVE SPACES TO ARQ-OBS
           OPEN I-O FATURAS-FILE
           IF WRK-FATURAS-STATUS NOT = '00'
               MOVE 'ARQUIVO AUSENTE' TO ARQ-OBS
           ELSE
               MOVE 'N' TO WRK-EOF
               PERFORM 3410-LE-FATURA UNTIL FIM-DE-ARQUIVO
               CLOSE FATURAS-FILE
           END-IF
           MOVE WRK-QTD-MOVIDOS TO ARQ-QTD
           MOVE WRK-VALOR-MOVIDO TO ARQ-VALOR
           WRITE REPORT-LINE FROM WRK-LINHA-ARQUIVO.

       3410-LE-FATURA.
           READ FATURAS-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO AND FAT-CLIENTE = WRK-RETIRADO
               MOVE WRK-SOBREVIVENTE TO FAT-CLIENTE
               REWRITE FATURA-RECORD
                   INVALID KEY
                       DISPLAY 'ERRO REGRAVANDO FATURA ' FAT-NUMERO
               END-REWRITE
               ADD 1 TO WRK-QTD-MOVIDOS
               ADD FAT-TOTAL TO WRK-VALOR-MOVIDO
           END-IF.

      * um contrato por conta: o da retirada so passa quando
      * a sobrevivente nao tem; tendo, vale o da sobrevivente
      * e o da retirada e excluido e fica registrado aqui
       3500-FUNDE-CONTRATO.
           MOVE ZEROS TO WRK-QTD-MOVIDOS
           MOVE 'CONTRATO.DAT' TO ARQ-NOME
           MOVE SPACES TO ARQ-OBS
           OPEN I-O CONTRATO-FILE
           IF WRK-CONTRATO-STATUS NOT = '00'
               MOVE 'ARQUIVO AUSENTE' TO ARQ-OBS
           ELSE
               MOVE WRK-SOBREVIVENTE TO CON-CLIENTE
               READ CONTRATO-FILE
                   KEY IS CON-CLIENTE
                   INVALID KEY
                       PERFORM 3510-TRANSFERE-CONTRATO
                   NOT INVALID KEY
                       PERFORM 3520-DESCARTA-CONTRATO
               END-READ
               CLOSE CONTRATO-FILE
           END-IF
           MOVE WRK-QTD-MOVIDOS TO ARQ-QTD
           MOVE ZEROS TO ARQ-VALOR
           WRITE REPORT-LINE FROM WRK-LINHA-ARQUIVO.

       3510-TRANSFERE-CONTRATO.
           MOVE WRK-RETIRADO TO CON-CLIENTE
           READ CONTRATO-FILE
               KEY IS CON-CLIENTE
               INVALID KEY
                   MOVE 'SEM CONTRATO' TO ARQ-OBS
               NOT INVALID KEY
                   DELETE CONTRATO-FILE RECORD
                   PERFORM 3530-JORNAL-EXCLUSAO-CONTRATO
                   MOVE WRK-SOBREVIVENTE TO CON-CLIENTE
                   WRITE CONTRATO-RECORD
                       INVALID KEY
                           DISPLAY 'ERRO GRAVANDO CONTRATO '
                               CON-CLIENTE
                       NOT INVALID KEY
                           MOVE SPACES TO WRK-JRN-ANTES
                           MOVE CONTRATO-RECORD TO WRK-JRN-DEPOIS
                           MOVE 'CONTRATO' TO WRK-JRN-ARQUIVO
                           MOVE CON-CLIENTE TO WRK-JRN-CHAVE
                           MOVE 'I' TO WRK-JRN-OPERACAO
                           PERFORM 7100-GRAVA-JORNAL
                   END-WRITE
                   MOVE 'CONTRATO DA RETIRADA TRANSFERIDO' TO ARQ-OBS
                   ADD 1 TO WRK-QTD-MOVIDOS
           END-READ.

       3520-DESCARTA-CONTRATO.
           MOVE WRK-RETIRADO TO CON-CLIENTE
           READ CONTRATO-FILE
               KEY IS CON-CLIENTE
               INVALID KEY
                   MOVE 'MANTIDO O DA SOBREVIVENTE' TO ARQ-OBS
               NOT INVALID KEY
                   DELETE CONTRATO-FILE RECORD
                   PERFORM 3530-JORNAL-EXCLUSAO-CONTRATO
                   STRING 'DESCARTADO O DA RETIRADA (TIPO '
                           DELIMITED BY SIZE
                       CON-TIPO DELIMITED BY SIZE
                       ' ST ' DELIMITED BY SIZE
                       CON-STATUS DELIMITED BY SIZE
                       ')' DELIMITED BY SIZE
                       INTO ARQ-OBS
                   ADD 1 TO WRK-QTD-MOVIDOS
           END-READ.

       3530-JORNAL-EXCLUSAO-CONTRATO.
           MOVE CONTRATO-RECORD TO WRK-JRN-ANTES
           MOVE SPACES TO WRK-JRN-DEPOIS
           MOVE 'CONTRATO' TO WRK-JRN-ARQUIVO
           MOVE CON-CLIENTE TO WRK-JRN-CHAVE
           MOVE 'E' TO WRK-JRN-OPERACAO
           PERFORM 7100-GRAVA-JORNAL.

      * saldo credor da retirada soma ao da sobrevivente
       3600-FUNDE-CREDITO.
           MOVE ZEROS TO WRK-QTD-MOVIDOS WRK-SALDO-SOMADO
           MOVE 'CREDCLI.DAT' TO ARQ-NOME
           MOVE SPACES TO ARQ-OBS
           OPEN I-O CREDITO-CLIENTE
           IF WRK-CREDCLI-STATUS NOT = '00'
               MOVE 'ARQUIVO AUSENTE' TO ARQ-OBS
           ELSE
               MOVE WRK-RETIRADO TO CRD-CLIENTE
               READ CREDITO-CLIENTE
                   KEY IS CRD-CLIENTE
                   INVALID KEY
                       MOVE 'SEM SALDO CREDOR' TO ARQ-OBS
                   NOT INVALID KEY
                       MOVE CRD-SALDO TO WRK-SALDO-SOMADO
                       DELETE CREDITO-CLIENTE RECORD
                       PERFORM 3610-SOMA-CREDITO
                       ADD 1 TO WRK-QTD-MOVIDOS
                       MOVE 'SALDO SOMADO AO DA SOBREVIVENTE'
                           TO ARQ-OBS
               END-READ
               CLOSE CREDITO-CLIENTE
           END-IF
           MOVE WRK-QTD-MOVIDOS TO ARQ-QTD
           MOVE WRK-SALDO-SOMADO TO ARQ-VALOR
           WRITE REPORT-LINE FROM WRK-LINHA-ARQUIVO.

       3610-SOMA-CREDITO.
           MOVE WRK-SOBREVIVENTE TO CRD-CLIENTE
           READ CREDITO-CLIENTE
               KEY IS CRD-CLIENTE
               INVALID KEY
                   MOVE WRK-SOBREVIVENTE TO CRD-CLIENTE
                   MOVE WRK-SALDO-SOMADO TO CRD-SALDO
                   WRITE CREDITO-CLIENTE-RECORD
                       INVALID KEY
                           DISPLAY 'ERRO GRAVANDO SALDO CREDOR '
                               CRD-CLIENTE
                   END-WRITE
               NOT INVALID KEY
                   ADD WRK-SALDO-SOMADO TO CRD-SALDO
                   REWRITE CREDITO-CLIENTE-RECORD
           END-READ.

      * historico de cobranca: fica o nivel mais alto, a
      * carta mais recente e a soma das cartas; revisao de
      * credito de qualquer das duas vale para a sobrevivente
       3700-FUNDE-COBRANCA.
           MOVE ZEROS TO WRK-QTD-MOVIDOS
           MOVE 'COBHIST.DAT' TO ARQ-NOME
           MOVE SPACES TO ARQ-OBS
           OPEN I-O COBRANCA-HIST
           IF WRK-COBHIST-STATUS NOT = '00'
               MOVE 'ARQUIVO AUSENTE' TO ARQ-OBS
           ELSE
               MOVE WRK-RETIRADO TO COB-CLIENTE
               READ COBRANCA-HIST
                   KEY IS COB-CLIENTE
                   INVALID KEY
                       MOVE 'SEM HISTORICO DE COBRANCA' TO ARQ-OBS
                   NOT INVALID KEY
                       DELETE COBRANCA-HIST RECORD
                       PERFORM 3710-COMBINA-COBRANCA
                       ADD 1 TO WRK-QTD-MOVIDOS
               END-READ
               CLOSE COBRANCA-HIST
           END-IF
           MOVE WRK-QTD-MOVIDOS TO ARQ-QTD
           MOVE ZEROS TO ARQ-VALOR
           WRITE REPORT-LINE FROM WRK-LINHA-ARQUIVO.

       3710-COMBINA-COBRANCA.
           MOVE COBRANCA-RECORD TO WRK-COB-RETIRADO
           MOVE WRK-SOBREVIVENTE TO COB-CLIENTE
           READ COBRANCA-HIST
               KEY IS COB-CLIENTE
               INVALID KEY
                   MOVE WRK-COB-RETIRADO TO COBRANCA-RECORD
                   MOVE WRK-SOBREVIVENTE TO COB-CLIENTE
                   WRITE COBRANCA-RECORD
                       INVALID KEY
                           DISPLAY 'ERRO GRAVANDO COBRANCA '
                               COB-CLIENTE
                   END-WRITE
                   MOVE 'HISTORICO TRANSFERIDO' TO ARQ-OBS
               NOT INVALID KEY
                   IF WRK-CBR-NIVEL > COB-NIVEL
                       MOVE WRK-CBR-NIVEL TO COB-NIVEL
                   END-IF
                   IF WRK-CBR-DATA-ULTIMA > COB-DATA-ULTIMA
                       MOVE WRK-CBR-DATA-ULTIMA TO COB-DATA-ULTIMA
                   END-IF
                   ADD WRK-CBR-QTD-CARTAS TO COB-QTD-CARTAS
                       ON SIZE ERROR MOVE 999 TO COB-QTD-CARTAS
                   END-ADD
                   IF WRK-CBR-HOLD = 'S'
                       MOVE 'S' TO COB-HOLD
                   END-IF
                   REWRITE COBRANCA-RECORD
                   MOVE 'HISTORICO COMBINADO' TO ARQ-OBS
           END-READ.

      * a sobrevivente herda o bloqueio de credito e, se nao
      * tiver, o vendedor da retirada; o limite fica o da
      * sobrevivente e o da retirada vai para o relatorio
       3800-FUNDE-CADASTRO.
           MOVE 'CUSTMAST.DAT' TO ARQ-NOME
           MOVE SPACES TO ARQ-OBS
           MOVE WRK-SOBREVIVENTE TO CUS-ID
           READ CUSTOMER-MASTER
               KEY IS CUS-ID
               INVALID KEY
                   DISPLAY 'CONTA SOBREVIVENTE SUMIU DO CADASTRO'
               NOT INVALID KEY
                   MOVE CUSTOMER-RECORD TO WRK-JRN-ANTES
                   IF CUS-VENDEDOR = SPACES
                       MOVE WRK-RET-VENDEDOR TO CUS-VENDEDOR
                   END-IF
                   IF WRK-RET-BLOQUEIO = 'S'
                       MOVE 'S' TO CUS-BLOQ-CREDITO
                   END-IF
                   REWRITE CUSTOMER-RECORD
                   MOVE CUSTOMER-RECORD TO WRK-JRN-DEPOIS
                   MOVE 'CUSTMAST' TO WRK-JRN-ARQUIVO
                   MOVE CUS-ID TO WRK-JRN-CHAVE
                   MOVE 'A' TO WRK-JRN-OPERACAO
                   PERFORM 7100-GRAVA-JORNAL
           END-READ
      * a conta retirada e lida antes de sair, para o diario
      * guardar a imagem dela
           MOVE WRK-RETIRADO TO CUS-ID
           READ CUSTOMER-MASTER
               KEY IS CUS-ID
               INVALID KEY
                   DISPLAY 'ERRO EXCLUINDO CONTA ' WRK-RETIRADO
               NOT INVALID KEY
                   MOVE CUSTOMER-RECORD TO WRK-JRN-ANTES
                   DELETE CUSTOMER-MASTER RECORD
                   MOVE SPACES TO WRK-JRN-DEPOIS
                   MOVE 'CUSTMAST' TO WRK-JRN-ARQUIVO
                   MOVE CUS-ID TO WRK-JRN-CHAVE
                   MOVE 'E' TO WRK-JRN-OPERACAO
                   PERFORM 7100-GRAVA-JORNAL
           END-READ
           MOVE 1 TO ARQ-QTD
           MOVE WRK-RET-LIMITE TO ARQ-VALOR
           MOVE 'RETIRADA EXCLUIDA - LIMITE AO LADO' TO ARQ-OBS
           WRITE REPORT-LINE FROM WRK-LINHA-ARQUIVO.

      * a retirada aponta a sobrevivente; as contas que ja
      * apontavam a retirada passam a apontar a sobrevivente
      * direto
       3900-GRAVA-XREF.
           MOVE 'N' TO WRK-EOF
           MOVE ZEROS TO WRK-QTD-MOVIDOS
           MOVE LOW-VALUES TO XRF-ANTIGO
           START CLIENTE-XREF KEY >= XRF-ANTIGO
               INVALID KEY MOVE 'S' TO WRK-EOF
           END-START
           PERFORM 3910-REAPONTA-XREF UNTIL FIM-DE-ARQUIVO
           MOVE WRK-RETIRADO TO XRF-ANTIGO
           MOVE WRK-SOBREVIVENTE TO XRF-SOBREVIVENTE
           MOVE WRK-NOME-RETIRADO TO XRF-NOME-ANTIGO
           MOVE DATA-SYS-NUM TO XRF-DATA
           MOVE WRK-OPERADOR TO XRF-OPERADOR
           WRITE CLIENTE-XREF-RECORD
               INVALID KEY
                   REWRITE CLIENTE-XREF-RECORD
           END-WRITE
           ADD 1 TO WRK-QTD-MOVIDOS
           MOVE 'CLIXREF.DAT' TO ARQ-NOME
           MOVE WRK-QTD-MOVIDOS TO ARQ-QTD
           MOVE ZEROS TO ARQ-VALOR
           MOVE 'REFERENCIA CRUZADA GRAVADA' TO ARQ-OBS
           WRITE REPORT-LINE FROM WRK-LINHA-ARQUIVO.

       3910-REAPONTA-XREF.
           READ CLIENTE-XREF NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
                   AND XRF-SOBREVIVENTE = WRK-RETIRADO
               MOVE WRK-SOBREVIVENTE TO XRF-SOBREVIVENTE
               REWRITE CLIENTE-XREF-RECORD
               ADD 1 TO WRK-QTD-MOVIDOS
           END-IF.

      * registra a fusao na trilha comum a todos os programas
       7000-GRAVA-AUDITORIA.
           ACCEPT WRK-DHS-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-DHS-HORA FROM TIME
           MOVE 'CLIMERGE' TO ERR-PROGRAMA
           MOVE WRK-DHS-DATA TO ERR-DATA-HORA (1:8)
           MOVE WRK-DHS-HORA TO ERR-DATA-HORA (9:6)
           MOVE WRK-COD-MOTIVO TO ERR-MOTIVO
           MOVE SPACES TO ERR-ENTRADA
           STRING 'CLI=' DELIMITED BY SIZE
               WRK-RETIRADO DELIMITED BY SIZE
               '>' DELIMITED BY SIZE
               WRK-SOBREVIVENTE DELIMITED BY SIZE
               ' OPR=' DELIMITED BY SIZE
               WRK-OPERADOR DELIMITED BY SIZE
               INTO ERR-ENTRADA
      * trilha de auditoria de rotina, nao excecao -
      * informativa, fora da fila de revisao do supervisor
           MOVE 'I' TO ERR-SEVERIDADE
           MOVE SPACES TO ERR-TRATADA ERR-TRATADA-POR
           WRITE ERROR-LOG-RECORD.

      * imagem antes/depois no diario de recuperacao; mestre,
      * chave e operacao vem de quem gravou
       7100-GRAVA-JORNAL.
           MOVE 'CLIMERGE' TO WRK-JRN-PROGRAMA
           MOVE WRK-OPERADOR TO WRK-JRN-OPERADOR
           CALL 'jrnsrv' USING WRK-JRNSRV.
