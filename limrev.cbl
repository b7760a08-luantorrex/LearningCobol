       IDENTIFICATION DIVISION.
       PROGRAM-ID. limrev.
      ********************************************************
      *    Revisao trimestral de limite de credito
      *    Revisa o ultimo trimestre fechado antes da data de
      *    negocio e propoe novo limite para cada cliente com
      *    limite cadastrado e credito nao bloqueado, pelo
      *    comportamento de pagamento:
      *    - prazo medio (emissao ao pagamento) e atraso medio
      *      (vencimento ao pagamento) dos recebimentos do
      *      banco nos doze meses ate o fim do trimestre
      *      (PAGDET.DAT);
      *    - pico de exposicao: o maior saldo devedor nos tres
      *      fechamentos de mes do trimestre, pelo mesmo
      *      criterio do extrato do cliente (extcli);
      *    - historico de cobranca (COBHIST.DAT): nivel da
      *      ultima carta, cartas emitidas e revisao de
      *      credito;
      *    - tendencia de volume: frete faturado no trimestre
      *      contra o trimestre anterior.
      *    As regras vem do LIMCFG.DAT: mau pagador ou cliente
      *    em cobranca tem o limite reduzido; bom pagador sem
      *    cobranca recebe o pico com uma margem e com o
      *    crescimento do volume. Variacao pequena nao gera
      *    proposta. As propostas vao para o LIMREV.DAT, onde
      *    aguardam a decisao do supervisor (limaprov), e para
      *    o LIMREV.RPT; pendente de trimestre anterior expira.
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

           SELECT FATURAS-FILE ASSIGN TO 'FATURAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               FILE STATUS IS WRK-FATURAS-STATUS.

           SELECT PAGTO-DETALHE ASSIGN TO 'PAGDET.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PAGDET-STATUS.

      * nivel de carta de cobranca por cliente; opcional
           SELECT COBRANCA-HIST ASSIGN TO 'COBHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COB-CLIENTE
               FILE STATUS IS WRK-COBHIST-STATUS.

      * regras da revisao
           SELECT LIMITE-CONFIG ASSIGN TO 'LIMCFG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LIMCFG-STATUS.

      * propostas de limite, criado na primeira execucao
           SELECT LIMREV-FILE ASSIGN TO 'LIMREV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LRV-CHAVE
               FILE STATUS IS WRK-LIMREV-STATUS.

           SELECT LIMREV-REPORT ASSIGN TO 'LIMREV.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY 'custrec.cbl'.

       FD  FATURAS-FILE.
           COPY 'faturec.cbl'.

       FD  PAGTO-DETALHE.
           COPY 'pagdetrec.cbl'.

       FD  COBRANCA-HIST.
           COPY 'cobrec.cbl'.

       FD  LIMITE-CONFIG.
           COPY 'limcfg.cbl'.

       FD  LIMREV-FILE.
           COPY 'limrevrec.cbl'.

       FD  LIMREV-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       77  WRK-CUSTMAST-STATUS  PIC X(02) VALUE '00'.
       77  WRK-FATURAS-STATUS   PIC X(02) VALUE '00'.
       77  WRK-PAGDET-STATUS    PIC X(02) VALUE '00'.
       77  WRK-COBHIST-STATUS   PIC X(02) VALUE '00'.
       77  WRK-COBHIST-DISP     PIC X(01) VALUE 'N'.
           88 COBHIST-DISPONIVEL    VALUE 'S'.
       77  WRK-LIMCFG-STATUS    PIC X(02) VALUE '00'.
       77  WRK-LIMREV-STATUS    PIC X(02) VALUE '00'.
       77  WRK-EOF              PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO        VALUE 'S'.

       01  DATA-SYS.
           02  ANO-SYS PIC 9(04) VALUE ZEROS.
           02  MES-SYS PIC 9(02) VALUE ZEROS.
           02  DIA-SYS PIC 9(02) VALUE ZEROS.
       01  DATA-SYS-NUM REDEFINES DATA-SYS PIC 9(08).

      * contrato com o controle central de data (datasrv)
       01  WRK-DATACTL.
           05  WRK-DC-OPERACAO PIC X(01).
           05  WRK-DC-DATA     PIC 9(08).
           05  WRK-DC-CONTROLADA PIC X(01).
           05  WRK-DC-OK       PIC X(01).

      * contrato com o controle de execucao compartilhado
      * (runctl)
       01  WRK-RUNCTL.
           05  WRK-RC-OPERACAO PIC X(01).
           05  WRK-RC-PROGRAMA PIC X(12) VALUE 'LIMREV'.
           05  WRK-RC-QTD      PIC 9(06).
           05  WRK-RC-RUN-ID   PIC 9(06).
           05  WRK-RC-PERMITIDO PIC X(01).

      * regras padrao, sobrescritas pelo LIMCFG.DAT
       77  WRK-ATRASO-BOM       PIC 9(03) VALUE 5.
       77  WRK-ATRASO-RUIM      PIC 9(03) VALUE 30.
       77  WRK-NIVEL-REDUCAO    PIC 9(01) VALUE 2.
       77  WRK-MARGEM-PICO      PIC 9(03)V99 VALUE 20.
       77  WRK-TETO-TENDENCIA   PIC 9(03)V99 VALUE 50.
       77  WRK-PERC-REDUCAO     PIC 9(03)V99 VALUE 25.
       77  WRK-VARIACAO-MIN     PIC 9(03)V99 VALUE 10.
       77  WRK-MIN-PAGAMENTOS   PIC 9(03) VALUE 3.

      * trimestre revisado: o ultimo fechado antes da data de
      * negocio. Os meses sao contados em sequencia
      * (ano * 12 + mes - 1) para as janelas cruzarem o ano
       77  WRK-ANO-TRIMESTRE    PIC 9(04) VALUE ZEROS.
       77  WRK-NUM-TRIMESTRE    PIC 9(01) VALUE ZEROS.
       01  WRK-TRIMESTRE.
           05  WRK-TRI-ANO      PIC 9(04).
           05  WRK-TRI-NUM      PIC 9(01).
       01  WRK-TRIMESTRE-NUM REDEFINES WRK-TRIMESTRE PIC 9(05).
      *    ultimo mes do trimestre revisado, primeiro mes dele,
      *    do trimestre anterior e da janela de doze meses
       77  WRK-MES-FIM          PIC 9(06) VALUE ZEROS.
       77  WRK-MES-INICIO       PIC 9(06) VALUE ZEROS.
       77  WRK-MES-INICIO-ANT   PIC 9(06) VALUE ZEROS.
       77  WRK-MES-INICIO-HIST  PIC 9(06) VALUE ZEROS.
       77  WRK-MES-DOC          PIC 9(06) VALUE ZEROS.
       77  WRK-MES-FECHAMENTO   PIC 9(06) VALUE ZEROS.
       77  WRK-IDX-MES          PIC 9(01) VALUE ZEROS.

      * dias na base comercial 30/360, mesmo calculo da baixa
       77  WRK-DIAS-PAGTO       PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-EMISSAO     PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-VENC        PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-PRAZO       PIC S9(05) VALUE ZEROS.
       77  WRK-DIAS-ATRASO      PIC S9(05) VALUE ZEROS.
       01  WRK-DATA-QUEBRA.
           05  WRK-QBR-ANO      PIC 9(04).
           05  WRK-QBR-MES      PIC 9(02).
           05  WRK-QBR-DIA      PIC 9(02).

      * clientes revisados, carregados do CUSTMAST.DAT com os
      * indicadores do trimestre; o saldo devedor e apurado
      * em cada um dos tres fechamentos de mes
       01  WRK-TABELA-CLIENTES.
           05  WRK-CLI-ENTRADA OCCURS 1000 TIMES.
               10  WRK-CLI-CODIGO  PIC 9(06).
               10  WRK-CLI-LIMITE  PIC 9(08)V99.
               10  WRK-CLI-QTD-PAG PIC 9(05).
               10  WRK-CLI-PRAZO   PIC 9(08).
               10  WRK-CLI-ATRASO  PIC 9(08).
               10  WRK-CLI-SALDO   PIC S9(10)V99 OCCURS 3 TIMES.
               10  WRK-CLI-FAT-TRI PIC 9(09)V99.
               10  WRK-CLI-FAT-ANT PIC 9(09)V99.
       77  WRK-QTD-CLIENTES     PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-CLIENTE      PIC 9(04) VALUE ZEROS.
       77  WRK-CLIENTE-ACHADO   PIC X(01) VALUE 'N'.
           88 CLIENTE-NA-TABELA     VALUE 'S'.
       77  WRK-CLIENTE-BUSCA    PIC 9(06) VALUE ZEROS.

      * movimento do detalhe de pagamento no saldo devedor:
      * so o restabelecimento do acordo rompido aumenta
       77  WRK-TIPO-APLICACAO   PIC X(01) VALUE 'P'.
           88 APLICACAO-DEBITO      VALUE 'E'.

      * indicadores e proposta do cliente corrente
       77  WRK-PRAZO-MEDIO      PIC 9(03) VALUE ZEROS.
       77  WRK-ATRASO-MEDIO     PIC 9(03) VALUE ZEROS.
       77  WRK-PICO             PIC S9(10)V99 VALUE ZEROS.
       77  WRK-NIVEL-COB        PIC 9(01) VALUE ZEROS.
       77  WRK-QTD-CARTAS       PIC 9(03) VALUE ZEROS.
       77  WRK-EM-REVISAO       PIC X(01) VALUE 'N'.
           88 CLIENTE-EM-REVISAO    VALUE 'S'.
       77  WRK-TENDENCIA        PIC S9(05)V99 VALUE ZEROS.
       77  WRK-ACRESCIMO        PIC 9(03)V99 VALUE ZEROS.
       77  WRK-LIMITE-CALC      PIC 9(09)V99 VALUE ZEROS.
       77  WRK-LIMITE-PROPOSTO  PIC 9(08)V99 VALUE ZEROS.
       77  WRK-CENTENAS         PIC 9(07) VALUE ZEROS.
       77  WRK-VARIACAO         PIC 9(05)V99 VALUE ZEROS.
       77  WRK-REGRA            PIC X(03) VALUE SPACES.
           88 REGRA-AUMENTO         VALUE 'AUM'.
           88 REGRA-REDUCAO         VALUE 'RED'.
           88 SEM-REGRA             VALUE SPACES.
       77  WRK-PROPOSTA-EXISTE  PIC X(01) VALUE 'N'.
           88 PROPOSTA-EXISTENTE    VALUE 'S'.

       77  WRK-QTD-REVISADOS    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-AUMENTOS     PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-REDUCOES     PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-JA-DECIDIDAS PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-EXPIRADAS    PIC 9(05) VALUE ZEROS.

       01  WRK-LINHA-SEPARADOR  PIC X(80) VALUE ALL '-'.

       01  WRK-LINHA-TITULO.
           05  FILLER          PIC X(45) VALUE
               'PROPOSTAS DE LIMITE DE CREDITO - TRIMESTRE '.
           05  TIT-NUM         PIC 9(01).
           05  FILLER          PIC X(01) VALUE '/'.
           05  TIT-ANO         PIC 9(04).

       01  WRK-LINHA-CLIENTE.
           05  FILLER          PIC X(09) VALUE 'CLIENTE: '.
           05  REL-CLIENTE     PIC 9(06).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  REL-NOME        PIC X(20).
           05  FILLER          PIC X(09) VALUE '  REGRA: '.
           05  REL-REGRA       PIC X(03).
           05  FILLER          PIC X(10) VALUE '  ATUAL: '.
           05  REL-ATUAL       PIC ZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-PROPOSTO.
           05  FILLER          PIC X(58) VALUE SPACES.
           05  FILLER          PIC X(09) VALUE 'PROPOSTO:'.
           05  REL-PROPOSTO    PIC ZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-INDICADORES.
           05  FILLER          PIC X(10) VALUE '  PAGTOS: '.
           05  REL-QTD-PAG     PIC ZZZZ9.
           05  FILLER          PIC X(08) VALUE ' PRAZO: '.
           05  REL-PRAZO       PIC ZZ9.
           05  FILLER          PIC X(09) VALUE ' ATRASO: '.
           05  REL-ATRASO      PIC ZZ9.
           05  FILLER          PIC X(07) VALUE ' PICO: '.
           05  REL-PICO        PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER          PIC X(07) VALUE ' COBR: '.
           05  REL-NIVEL       PIC 9(01).
           05  FILLER          PIC X(01) VALUE '/'.
           05  REL-CARTAS      PIC ZZ9.

       01  WRK-LINHA-VOLUME.
           05  FILLER          PIC X(20) VALUE
               '  FRETE TRIMESTRE: '.
           05  REL-FAT-TRI     PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER          PIC X(12) VALUE ' ANTERIOR: '.
           05  REL-FAT-ANT     PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER          PIC X(07) VALUE ' VAR: '.
           05  REL-TENDENCIA   PIC -ZZZZ9,99.
           05  FILLER          PIC X(01) VALUE '%'.

       01  WRK-LINHA-JA-DECIDIDA.
           05  FILLER          PIC X(09) VALUE 'CLIENTE: '.
           05  DEC-CLIENTE     PIC 9(06).
           05  FILLER          PIC X(40) VALUE
               ' - PROPOSTA DO TRIMESTRE JA DECIDIDA: '.
           05  DEC-SITUACAO    PIC X(01).

       01  WRK-LINHA-RESUMO.
           05  FILLER          PIC X(12) VALUE 'REVISADOS: '.
           05  RES-REVISADOS   PIC ZZZZ9.
           05  FILLER          PIC X(13) VALUE '  AUMENTOS: '.
           05  RES-AUMENTOS    PIC ZZZZ9.
           05  FILLER          PIC X(13) VALUE '  REDUCOES: '.
           05  RES-REDUCOES    PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INICIALIZA
           PERFORM 1500-EXPIRA-PENDENTES
           PERFORM 2000-CARREGA-CLIENTES
           PERFORM 3000-VARRE-FATURAS
           PERFORM 4000-VARRE-PAGAMENTOS
           PERFORM 5000-PROPOE-LIMITE
               VARYING WRK-IDX-CLIENTE FROM 1 BY 1
               UNTIL WRK-IDX-CLIENTE > WRK-QTD-CLIENTES
           PERFORM 9000-FINALIZA
           STOP RUN.

       1000-INICIALIZA.
           MOVE 'I' TO WRK-RC-OPERACAO
           MOVE ZEROS TO WRK-RC-QTD
           CALL 'runctl' USING WRK-RUNCTL
           IF WRK-RC-PERMITIDO = 'N'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'L' TO WRK-DC-OPERACAO
           CALL 'datasrv' USING WRK-DATACTL
           MOVE WRK-DC-DATA TO DATA-SYS
           PERFORM 1100-LE-REGRAS
           PERFORM 1200-CALCULA-TRIMESTRE
           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT FATURAS-FILE
           IF WRK-CUSTMAST-STATUS NOT = '00'
                   OR WRK-FATURAS-STATUS NOT = '00'
               DISPLAY 'CUSTMAST.DAT OU FATURAS.DAT INDISPONIVEL'
                   ' - REVISAO NAO REALIZADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT COBRANCA-HIST
           IF WRK-COBHIST-STATUS = '00'
               MOVE 'S' TO WRK-COBHIST-DISP
           END-IF
      * primeira revisao: o arquivo ainda nao existe e
      * precisa ser criado vazio
           OPEN I-O LIMREV-FILE
           IF WRK-LIMREV-STATUS = '35'
               OPEN OUTPUT LIMREV-FILE
               CLOSE LIMREV-FILE
               OPEN I-O LIMREV-FILE
           END-IF
           IF WRK-LIMREV-STATUS NOT = '00'
               DISPLAY 'LIMREV.DAT INDISPONIVEL - STATUS '
                   WRK-LIMREV-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT LIMREV-REPORT
           MOVE WRK-TRI-NUM TO TIT-NUM
           MOVE WRK-TRI-ANO TO TIT-ANO
           WRITE REPORT-LINE FROM WRK-LINHA-TITULO
           WRITE REPORT-LINE FROM WRK-LINHA-SEPARADOR.

      * regras do LIMCFG.DAT; arquivo ausente ou campo nao
      * numerico fica com a regra padrao do programa
       1100-LE-REGRAS.
           OPEN INPUT LIMITE-CONFIG
           IF WRK-LIMCFG-STATUS = '00'
               READ LIMITE-CONFIG
                   NOT AT END
                       IF LCF-ATRASO-BOM IS NUMERIC
                           MOVE LCF-ATRASO-BOM TO WRK-ATRASO-BOM
                       END-IF
                       IF LCF-ATRASO-RUIM IS NUMERIC
                               AND LCF-ATRASO-RUIM > ZEROS
                           MOVE LCF-ATRASO-RUIM TO WRK-ATRASO-RUIM
                       END-IF
                       IF LCF-NIVEL-REDUCAO IS NUMERIC
                               AND LCF-NIVEL-REDUCAO > ZEROS
                           MOVE LCF-NIVEL-REDUCAO
                               TO WRK-NIVEL-REDUCAO
                       END-IF
                       IF LCF-MARGEM-PICO IS NUMERIC
                           MOVE LCF-MARGEM-PICO TO WRK-MARGEM-PICO
                       END-IF
                       IF LCF-TETO-TENDENCIA IS NUMERIC
                           MOVE LCF-TETO-TENDENCIA
                               TO WRK-TETO-TENDENCIA
                       END-IF
                       IF LCF-PERC-REDUCAO IS NUMERIC
                               AND LCF-PERC-REDUCAO < 100
                           MOVE LCF-PERC-REDUCAO TO WRK-PERC-REDUCAO
                       END-IF
                       IF LCF-VARIACAO-MIN IS NUMERIC
                           MOVE LCF-VARIACAO-MIN TO WRK-VARIACAO-MIN
                       END-IF
                       IF LCF-MIN-PAGAMENTOS IS NUMERIC
                           MOVE LCF-MIN-PAGAMENTOS
                               TO WRK-MIN-PAGAMENTOS
                       END-IF
               END-READ
               CLOSE LIMITE-CONFIG
           END-IF.

       1200-CALCULA-TRIMESTRE.
           COMPUTE WRK-NUM-TRIMESTRE = (MES-SYS - 1) / 3 + 1
           IF WRK-NUM-TRIMESTRE = 1
               MOVE 4 TO WRK-NUM-TRIMESTRE
               COMPUTE WRK-ANO-TRIMESTRE = ANO-SYS - 1
           ELSE
               SUBTRACT 1 FROM WRK-NUM-TRIMESTRE
               MOVE ANO-SYS TO WRK-ANO-TRIMESTRE
           END-IF
           MOVE WRK-ANO-TRIMESTRE TO WRK-TRI-ANO
           MOVE WRK-NUM-TRIMESTRE TO WRK-TRI-NUM
           COMPUTE WRK-MES-FIM = (WRK-ANO-TRIMESTRE * 12)
               + (WRK-NUM-TRIMESTRE * 3) - 1
           COMPUTE WRK-MES-INICIO = WRK-MES-FIM - 2
           COMPUTE WRK-MES-INICIO-ANT = WRK-MES-FIM - 5
           COMPUTE WRK-MES-INICIO-HIST = WRK-MES-FIM - 11.

      * proposta ainda pendente de trimestre anterior perde o
      * sentido com a revisao nova
       1500-EXPIRA-PENDENTES.
           MOVE 'N' TO WRK-EOF
           MOVE ZEROS TO LRV-TRIMESTRE LRV-CLIENTE
           START LIMREV-FILE KEY >= LRV-CHAVE
               INVALID KEY SET FIM-DE-ARQUIVO TO TRUE
           END-START
           PERFORM 1510-LE-PROPOSTA UNTIL FIM-DE-ARQUIVO.

       1510-LE-PROPOSTA.
           READ LIMREV-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF LRV-PENDENTE
                       AND LRV-TRIMESTRE < WRK-TRIMESTRE-NUM
                   MOVE 'E' TO LRV-SITUACAO
                   MOVE DATA-SYS-NUM TO LRV-DATA-DECISAO
                   REWRITE LIMREV-RECORD
                   ADD 1 TO WRK-QTD-EXPIRADAS
               END-IF
           END-IF.

      * so cliente com limite cadastrado e credito livre;
      * zeros = sem limite e o bloqueado por perda fica com o
      * supervisor
       2000-CARREGA-CLIENTES.
           MOVE 'N' TO WRK-EOF
           MOVE ZEROS TO CUS-ID
           START CUSTOMER-MASTER KEY >= CUS-ID
               INVALID KEY SET FIM-DE-ARQUIVO TO TRUE
           END-START
           PERFORM 2100-LE-CLIENTE UNTIL FIM-DE-ARQUIVO.

       2100-LE-CLIENTE.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF CUS-LIMITE-CREDITO IS NUMERIC
                       AND CUS-LIMITE-CREDITO > ZEROS
                       AND NOT CUS-CREDITO-BLOQUEADO
                   IF WRK-QTD-CLIENTES < 1000
                       ADD 1 TO WRK-QTD-CLIENTES
                       MOVE WRK-QTD-CLIENTES TO WRK-IDX-CLIENTE
                       MOVE CUS-ID TO WRK-CLI-CODIGO (WRK-IDX-CLIENTE)
                       MOVE CUS-LIMITE-CREDITO
                           TO WRK-CLI-LIMITE (WRK-IDX-CLIENTE)
                       MOVE ZEROS TO WRK-CLI-QTD-PAG (WRK-IDX-CLIENTE)
                           WRK-CLI-PRAZO (WRK-IDX-CLIENTE)
                           WRK-CLI-ATRASO (WRK-IDX-CLIENTE)
                           WRK-CLI-SALDO (WRK-IDX-CLIENTE, 1)
                           WRK-CLI-SALDO (WRK-IDX-CLIENTE, 2)
                           WRK-CLI-SALDO (WRK-IDX-CLIENTE, 3)
                           WRK-CLI-FAT-TRI (WRK-IDX-CLIENTE)
                           WRK-CLI-FAT-ANT (WRK-IDX-CLIENTE)
                   ELSE
                       DISPLAY 'AVISO: TABELA DE CLIENTES CHEIA, '
                           'CLIENTE FORA DA REVISAO: ' CUS-ID
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      *    faturas: debito (nota de credito abate) no saldo
      *    de cada fechamento de mes a partir da emissao, e
      *    frete faturado por trimestre
      *****************************************************
       3000-VARRE-FATURAS.
           MOVE 'N' TO WRK-EOF
           MOVE ZEROS TO FAT-NUMERO
           START FATURAS-FILE KEY >= FAT-NUMERO
               INVALID KEY SET FIM-DE-ARQUIVO TO TRUE
           END-START
           PERFORM 3100-LE-FATURA UNTIL FIM-DE-ARQUIVO.

       3100-LE-FATURA.
           READ FATURAS-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE FAT-CLIENTE TO WRK-CLIENTE-BUSCA
               PERFORM 7000-LOCALIZA-CLIENTE
               IF CLIENTE-NA-TABELA
                   MOVE FAT-DATA-EMISSAO TO WRK-DATA-QUEBRA
                   COMPUTE WRK-MES-DOC = (WRK-QBR-ANO * 12)
                       + WRK-QBR-MES - 1
                   PERFORM 3200-SALDO-FATURA
                       VARYING WRK-IDX-MES FROM 1 BY 1
                       UNTIL WRK-IDX-MES > 3
                   IF FAT-DOC-FATURA
                       IF WRK-MES-DOC >= WRK-MES-INICIO
                               AND WRK-MES-DOC <= WRK-MES-FIM
                           ADD FAT-TOTAL
                               TO WRK-CLI-FAT-TRI (WRK-IDX-CLIENTE)
                       END-IF
                       IF WRK-MES-DOC >= WRK-MES-INICIO-ANT
                               AND WRK-MES-DOC < WRK-MES-INICIO
                           ADD FAT-TOTAL
                               TO WRK-CLI-FAT-ANT (WRK-IDX-CLIENTE)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3200-SALDO-FATURA.
           COMPUTE WRK-MES-FECHAMENTO =
               WRK-MES-INICIO + WRK-IDX-MES - 1
           IF WRK-MES-DOC <= WRK-MES-FECHAMENTO
               IF FAT-DOC-CREDITO
                   SUBTRACT FAT-TOTAL FROM
                       WRK-CLI-SALDO (WRK-IDX-CLIENTE, WRK-IDX-MES)
               ELSE
                   ADD FAT-TOTAL TO
                       WRK-CLI-SALDO (WRK-IDX-CLIENTE, WRK-IDX-MES)
               END-IF
           END-IF.

      *****************************************************
      *    pagamentos: credito no saldo dos fechamentos e, os
      *    recebimentos do banco na janela de doze meses,
      *    prazo e atraso contra a fatura paga
      *****************************************************
       4000-VARRE-PAGAMENTOS.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT PAGTO-DETALHE
           IF WRK-PAGDET-STATUS NOT = '00'
               DISPLAY 'PAGDET.DAT INEXISTENTE - REVISAO SEM '
                   'HISTORICO DE PAGAMENTO'
               MOVE 'S' TO WRK-EOF
           END-IF
           PERFORM 4100-LE-PAGAMENTO UNTIL FIM-DE-ARQUIVO
           IF WRK-PAGDET-STATUS = '00' OR '10'
               CLOSE PAGTO-DETALHE
           END-IF.

       4100-LE-PAGAMENTO.
           READ PAGTO-DETALHE
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE PGD-CLIENTE TO WRK-CLIENTE-BUSCA
               PERFORM 7000-LOCALIZA-CLIENTE
               IF CLIENTE-NA-TABELA
                   IF PGD-ORIGEM = 'ACORDO-EST'
                       MOVE 'E' TO WRK-TIPO-APLICACAO
                   ELSE
                       MOVE 'P' TO WRK-TIPO-APLICACAO
                   END-IF
                   MOVE PGD-DATA TO WRK-DATA-QUEBRA
                   COMPUTE WRK-MES-DOC = (WRK-QBR-ANO * 12)
                       + WRK-QBR-MES - 1
                   PERFORM 4200-SALDO-PAGAMENTO
                       VARYING WRK-IDX-MES FROM 1 BY 1
                       UNTIL WRK-IDX-MES > 3
                   IF PGD-ORIGEM = 'BANCO'
                           AND WRK-MES-DOC >= WRK-MES-INICIO-HIST
                           AND WRK-MES-DOC <= WRK-MES-FIM
                       PERFORM 4300-PRAZO-PAGAMENTO
                   END-IF
               END-IF
           END-IF.

       4200-SALDO-PAGAMENTO.
           COMPUTE WRK-MES-FECHAMENTO =
               WRK-MES-INICIO + WRK-IDX-MES - 1
           IF WRK-MES-DOC <= WRK-MES-FECHAMENTO
               IF APLICACAO-DEBITO
                   ADD PGD-VALOR TO
                       WRK-CLI-SALDO (WRK-IDX-CLIENTE, WRK-IDX-MES)
               ELSE
                   SUBTRACT PGD-VALOR FROM
                       WRK-CLI-SALDO (WRK-IDX-CLIENTE, WRK-IDX-MES)
               END-IF
           END-IF.

      * pagamento antes do vencimento conta atraso zero
       4300-PRAZO-PAGAMENTO.
           MOVE PGD-FATURA TO FAT-NUMERO
           READ FATURAS-FILE
               KEY IS FAT-NUMERO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WRK-DIAS-PAGTO =
                       (WRK-QBR-ANO * 360) + (WRK-QBR-MES * 30) +
                       WRK-QBR-DIA
                   MOVE FAT-DATA-EMISSAO TO WRK-DATA-QUEBRA
                   COMPUTE WRK-DIAS-EMISSAO =
                       (WRK-QBR-ANO * 360) + (WRK-QBR-MES * 30) +
                       WRK-QBR-DIA
                   MOVE FAT-VENCIMENTO TO WRK-DATA-QUEBRA
                   COMPUTE WRK-DIAS-VENC =
                       (WRK-QBR-ANO * 360) + (WRK-QBR-MES * 30) +
                       WRK-QBR-DIA
                   COMPUTE WRK-DIAS-PRAZO =
                       WRK-DIAS-PAGTO - WRK-DIAS-EMISSAO
                   IF WRK-DIAS-PRAZO < ZEROS
                       MOVE ZEROS TO WRK-DIAS-PRAZO
                   END-IF
                   COMPUTE WRK-DIAS-ATRASO =
                       WRK-DIAS-PAGTO - WRK-DIAS-VENC
                   IF WRK-DIAS-ATRASO < ZEROS
                       MOVE ZEROS TO WRK-DIAS-ATRASO
                   END-IF
                   ADD 1 TO WRK-CLI-QTD-PAG (WRK-IDX-CLIENTE)
                   ADD WRK-DIAS-PRAZO
                       TO WRK-CLI-PRAZO (WRK-IDX-CLIENTE)
                   ADD WRK-DIAS-ATRASO
                       TO WRK-CLI-ATRASO (WRK-IDX-CLIENTE)
           END-READ.

      *****************************************************
      *    proposta do cliente: reducao tem precedencia sobre
      *    aumento; sem regra ou com variacao abaixo do minimo
      *    o limite fica como esta
      *****************************************************
       5000-PROPOE-LIMITE.
           PERFORM 5100-APURA-INDICADORES
           MOVE SPACES TO WRK-REGRA
           EVALUATE TRUE
               WHEN CLIENTE-EM-REVISAO
               WHEN WRK-NIVEL-COB >= WRK-NIVEL-REDUCAO
               WHEN WRK-CLI-QTD-PAG (WRK-IDX-CLIENTE) > ZEROS
                       AND WRK-ATRASO-MEDIO >= WRK-ATRASO-RUIM
                   MOVE 'RED' TO WRK-REGRA
                   COMPUTE WRK-LIMITE-CALC ROUNDED =
                       WRK-CLI-LIMITE (WRK-IDX-CLIENTE)
                       * (100 - WRK-PERC-REDUCAO) / 100
               WHEN WRK-CLI-QTD-PAG (WRK-IDX-CLIENTE)
                       >= WRK-MIN-PAGAMENTOS
                       AND WRK-CLI-QTD-PAG (WRK-IDX-CLIENTE) > ZEROS
                       AND WRK-ATRASO-MEDIO <= WRK-ATRASO-BOM
                       AND WRK-NIVEL-COB = ZEROS
                       AND WRK-PICO > ZEROS
                   PERFORM 5200-CALCULA-AUMENTO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF NOT SEM-REGRA
               PERFORM 5300-CONFERE-VARIACAO
           END-IF
           IF NOT SEM-REGRA
               PERFORM 5400-GRAVA-PROPOSTA
           END-IF.

       5100-APURA-INDICADORES.
           ADD 1 TO WRK-QTD-REVISADOS
           MOVE ZEROS TO WRK-PRAZO-MEDIO WRK-ATRASO-MEDIO
           IF WRK-CLI-QTD-PAG (WRK-IDX-CLIENTE) > ZEROS
               COMPUTE WRK-PRAZO-MEDIO ROUNDED =
                   WRK-CLI-PRAZO (WRK-IDX-CLIENTE)
                   / WRK-CLI-QTD-PAG (WRK-IDX-CLIENTE)
               COMPUTE WRK-ATRASO-MEDIO ROUNDED =
                   WRK-CLI-ATRASO (WRK-IDX-CLIENTE)
                   / WRK-CLI-QTD-PAG (WRK-IDX-CLIENTE)
           END-IF
           MOVE ZEROS TO WRK-PICO
           PERFORM VARYING WRK-IDX-MES FROM 1 BY 1
                   UNTIL WRK-IDX-MES > 3
               IF WRK-CLI-SALDO (WRK-IDX-CLIENTE, WRK-IDX-MES)
                       > WRK-PICO
                   MOVE WRK-CLI-SALDO (WRK-IDX-CLIENTE, WRK-IDX-MES)
                       TO WRK-PICO
               END-IF
           END-PERFORM
           MOVE ZEROS TO WRK-NIVEL-COB WRK-QTD-CARTAS
           MOVE 'N' TO WRK-EM-REVISAO
           IF COBHIST-DISPONIVEL
               MOVE WRK-CLI-CODIGO (WRK-IDX-CLIENTE) TO COB-CLIENTE
               READ COBRANCA-HIST
                   KEY IS COB-CLIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE COB-NIVEL TO WRK-NIVEL-COB
                       MOVE COB-QTD-CARTAS TO WRK-QTD-CARTAS
                       IF COB-EM-REVISAO
                           MOVE 'S' TO WRK-EM-REVISAO
                       END-IF
               END-READ
           END-IF
      * sem frete no trimestre anterior, qualquer frete no
      * revisado vale o crescimento maximo
           EVALUATE TRUE
               WHEN WRK-CLI-FAT-ANT (WRK-IDX-CLIENTE) > ZEROS
                   COMPUTE WRK-TENDENCIA ROUNDED =
                       (WRK-CLI-FAT-TRI (WRK-IDX-CLIENTE)
                       - WRK-CLI-FAT-ANT (WRK-IDX-CLIENTE)) * 100
                       / WRK-CLI-FAT-ANT (WRK-IDX-CLIENTE)
                       ON SIZE ERROR
                           MOVE 99999 TO WRK-TENDENCIA
                   END-COMPUTE
               WHEN WRK-CLI-FAT-TRI (WRK-IDX-CLIENTE) > ZEROS
                   MOVE WRK-TETO-TENDENCIA TO WRK-TENDENCIA
               WHEN OTHER
                   MOVE ZEROS TO WRK-TENDENCIA
           END-EVALUATE.

      * pico com a margem, mais o crescimento do volume ate o
      * teto; so vale se passar do limite atual
       5200-CALCULA-AUMENTO.
           MOVE ZEROS TO WRK-ACRESCIMO
           IF WRK-TENDENCIA > ZEROS
               IF WRK-TENDENCIA > WRK-TETO-TENDENCIA
                   MOVE WRK-TETO-TENDENCIA TO WRK-ACRESCIMO
               ELSE
                   MOVE WRK-TENDENCIA TO WRK-ACRESCIMO
               END-IF
           END-IF
           COMPUTE WRK-LIMITE-CALC ROUNDED = WRK-PICO
               * (100 + WRK-MARGEM-PICO) / 100
               * (100 + WRK-ACRESCIMO) / 100
           IF WRK-LIMITE-CALC > WRK-CLI-LIMITE (WRK-IDX-CLIENTE)
               MOVE 'AUM' TO WRK-REGRA
           END-IF.

      * limite proposto em centenas de reais; variacao abaixo
      * do minimo sobre o limite atual descarta a proposta
       5300-CONFERE-VARIACAO.
           COMPUTE WRK-CENTENAS ROUNDED = WRK-LIMITE-CALC / 100
           IF WRK-CENTENAS > 999999
               MOVE 999999 TO WRK-CENTENAS
           END-IF
           COMPUTE WRK-LIMITE-PROPOSTO = WRK-CENTENAS * 100
           IF WRK-LIMITE-PROPOSTO > WRK-CLI-LIMITE (WRK-IDX-CLIENTE)
               COMPUTE WRK-VARIACAO ROUNDED = (WRK-LIMITE-PROPOSTO
                   - WRK-CLI-LIMITE (WRK-IDX-CLIENTE)) * 100
                   / WRK-CLI-LIMITE (WRK-IDX-CLIENTE)
                   ON SIZE ERROR
                       MOVE 99999 TO WRK-VARIACAO
               END-COMPUTE
           ELSE
               COMPUTE WRK-VARIACAO ROUNDED =
                   (WRK-CLI-LIMITE (WRK-IDX-CLIENTE)
                   - WRK-LIMITE-PROPOSTO) * 100
                   / WRK-CLI-LIMITE (WRK-IDX-CLIENTE)
           END-IF
           IF WRK-VARIACAO < WRK-VARIACAO-MIN
                   OR WRK-LIMITE-PROPOSTO = ZEROS
               MOVE SPACES TO WRK-REGRA
           END-IF.

      * revisao refeita no mesmo trimestre regrava a proposta
      * ainda pendente; a ja decidida fica como esta
       5400-GRAVA-PROPOSTA.
           MOVE WRK-TRIMESTRE-NUM TO LRV-TRIMESTRE
           MOVE WRK-CLI-CODIGO (WRK-IDX-CLIENTE) TO LRV-CLIENTE
           MOVE 'N' TO WRK-PROPOSTA-EXISTE
           READ LIMREV-FILE
               KEY IS LRV-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-PROPOSTA-EXISTE
           END-READ
           IF PROPOSTA-EXISTENTE AND NOT LRV-PENDENTE
               ADD 1 TO WRK-QTD-JA-DECIDIDAS
               MOVE LRV-CLIENTE TO DEC-CLIENTE
               MOVE LRV-SITUACAO TO DEC-SITUACAO
               WRITE REPORT-LINE FROM WRK-LINHA-JA-DECIDIDA
           ELSE
               MOVE DATA-SYS-NUM TO LRV-DATA-REVISAO
               MOVE WRK-CLI-LIMITE (WRK-IDX-CLIENTE)
                   TO LRV-LIMITE-ATUAL
               MOVE WRK-LIMITE-PROPOSTO TO LRV-LIMITE-PROPOSTO
               MOVE WRK-REGRA TO LRV-REGRA
               MOVE WRK-CLI-QTD-PAG (WRK-IDX-CLIENTE)
                   TO LRV-QTD-PAGAMENTOS
               MOVE WRK-PRAZO-MEDIO TO LRV-PRAZO-MEDIO
               MOVE WRK-ATRASO-MEDIO TO LRV-ATRASO-MEDIO
               MOVE WRK-PICO TO LRV-EXPOSICAO-PICO
               MOVE WRK-NIVEL-COB TO LRV-NIVEL-COBRANCA
               MOVE WRK-QTD-CARTAS TO LRV-QTD-CARTAS
               MOVE WRK-CLI-FAT-TRI (WRK-IDX-CLIENTE)
                   TO LRV-FAT-TRIMESTRE
               MOVE WRK-CLI-FAT-ANT (WRK-IDX-CLIENTE)
                   TO LRV-FAT-ANTERIOR
               MOVE WRK-TENDENCIA TO LRV-TENDENCIA
               MOVE 'P' TO LRV-SITUACAO
               MOVE SPACES TO LRV-APROVADOR
               MOVE ZEROS TO LRV-DATA-DECISAO LRV-LIMITE-ANTERIOR
               IF PROPOSTA-EXISTENTE
                   REWRITE LIMREV-RECORD
               ELSE
                   WRITE LIMREV-RECORD
               END-IF
               IF WRK-LIMREV-STATUS NOT = '00'
                   DISPLAY 'ERRO GRAVANDO PROPOSTA DO CLIENTE '
                       LRV-CLIENTE ' - STATUS ' WRK-LIMREV-STATUS
               ELSE
                   IF REGRA-AUMENTO
                       ADD 1 TO WRK-QTD-AUMENTOS
                   ELSE
                       ADD 1 TO WRK-QTD-REDUCOES
                   END-IF
                   PERFORM 5500-IMPRIME-PROPOSTA
               END-IF
           END-IF.

       5500-IMPRIME-PROPOSTA.
           MOVE LRV-CLIENTE TO REL-CLIENTE CUS-ID
           READ CUSTOMER-MASTER
               KEY IS CUS-ID
               INVALID KEY
                   MOVE SPACES TO CUS-NOME
           END-READ
           MOVE CUS-NOME TO REL-NOME
           MOVE LRV-REGRA TO REL-REGRA
           MOVE LRV-LIMITE-ATUAL TO REL-ATUAL
           WRITE REPORT-LINE FROM WRK-LINHA-CLIENTE
           MOVE LRV-LIMITE-PROPOSTO TO REL-PROPOSTO
           WRITE REPORT-LINE FROM WRK-LINHA-PROPOSTO
           MOVE LRV-QTD-PAGAMENTOS TO REL-QTD-PAG
           MOVE LRV-PRAZO-MEDIO TO REL-PRAZO
           MOVE LRV-ATRASO-MEDIO TO REL-ATRASO
           MOVE LRV-EXPOSICAO-PICO TO REL-PICO
           MOVE LRV-NIVEL-COBRANCA TO REL-NIVEL
           MOVE LRV-QTD-CARTAS TO REL-CARTAS
           WRITE REPORT-LINE FROM WRK-LINHA-INDICADORES
           MOVE LRV-FAT-TRIMESTRE TO REL-FAT-TRI
           MOVE LRV-FAT-ANTERIOR TO REL-FAT-ANT
           MOVE LRV-TENDENCIA TO REL-TENDENCIA
           WRITE REPORT-LINE FROM WRK-LINHA-VOLUME
           WRITE REPORT-LINE FROM WRK-LINHA-SEPARADOR.

      * posiciona WRK-IDX-CLIENTE no cliente revisado
       7000-LOCALIZA-CLIENTE.
           MOVE 'N' TO WRK-CLIENTE-ACHADO
           PERFORM VARYING WRK-IDX-CLIENTE FROM 1 BY 1
                   UNTIL WRK-IDX-CLIENTE > WRK-QTD-CLIENTES
                       OR CLIENTE-NA-TABELA
               IF WRK-CLI-CODIGO (WRK-IDX-CLIENTE)
                       = WRK-CLIENTE-BUSCA
                   MOVE 'S' TO WRK-CLIENTE-ACHADO
               END-IF
           END-PERFORM
           IF CLIENTE-NA-TABELA
               SUBTRACT 1 FROM WRK-IDX-CLIENTE
           END-IF.

       9000-FINALIZA.
           MOVE WRK-QTD-REVISADOS TO RES-REVISADOS
           MOVE WRK-QTD-AUMENTOS TO RES-AUMENTOS
           MOVE WRK-QTD-REDUCOES TO RES-REDUCOES
           WRITE REPORT-LINE FROM WRK-LINHA-RESUMO
           CLOSE LIMREV-REPORT
           CLOSE LIMREV-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE FATURAS-FILE
           IF COBHIST-DISPONIVEL
               CLOSE COBRANCA-HIST
           END-IF
           DISPLAY 'CLIENTES REVISADOS: ' WRK-QTD-REVISADOS
           DISPLAY 'PROPOSTAS DE AUMENTO: ' WRK-QTD-AUMENTOS
           DISPLAY 'PROPOSTAS DE REDUCAO: ' WRK-QTD-REDUCOES
           DISPLAY 'JA DECIDIDAS NO TRIMESTRE: ' WRK-QTD-JA-DECIDIDAS
           DISPLAY 'PENDENTES ANTERIORES EXPIRADAS: '
               WRK-QTD-EXPIRADAS
           DISPLAY 'PROPOSTAS GERADAS EM LIMREV.RPT'
           MOVE 'F' TO WRK-RC-OPERACAO
           COMPUTE WRK-RC-QTD = WRK-QTD-AUMENTOS + WRK-QTD-REDUCOES
           CALL 'runctl' USING WRK-RUNCTL.
