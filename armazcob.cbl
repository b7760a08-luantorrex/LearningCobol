       IDENTIFICATION DIVISION.
       PROGRAM-ID. armazcob.
      ********************************************************
      *    Cobranca mensal de armazenagem (estadia) no deposito
      *    Apura o mes anterior (mesmo criterio de mes do
      *    fretefecha): para cada cotacao com cliente do
      *    FRETE-LOG, a trilha de eventos (EMBSTAT.DAT) da a
      *    data da coleta e a da saida do deposito (o primeiro
      *    despacho, entrega ou devolucao depois dela). Os
      *    dias retidos alem dos dias livres do cliente
      *    (contrato, ou o padrao do RATESCFG) que caem no mes
      *    sao cobrados pela tarifa diaria do deposito de
      *    origem e da faixa de peso do pedido (ARMAZTAR.DAT).
      *    Cada cobranca vira um registro em ARMAZCOB.DAT, que
      *    o fretefat fatura junto com o frete do cliente, e
      *    sai no relatorio ARMAZCOB.RPT, uma pagina por
      *    deposito com quem esta ocupando espaco nele. Na
      *    cadeia do fechamento do mes (FECHAMES) roda antes
      *    do fretefat, na competencia liberada pela guarda.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRETE-LOG ASSIGN TO 'FRETELOG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOG-CHAVE
               ALTERNATE RECORD KEY IS LOG-STADO WITH DUPLICATES
               FILE STATUS IS WRK-FRETELOG-STATUS.

           SELECT EMBARQUE-STATUS ASSIGN TO 'EMBSTAT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMB-CHAVE
               FILE STATUS IS WRK-EMBSTAT-STATUS.

           SELECT DEPOT-MASTER ASSIGN TO 'DEPOSITO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WRK-DEPOT-STATUS.

      * tarifa diaria por deposito e faixa de peso
           SELECT ARMAZTAR-FILE ASSIGN TO 'ARMAZTAR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARM-CHAVE
               FILE STATUS IS WRK-ARMAZTAR-STATUS.

      * dias livres negociados no contrato do cliente
           SELECT CONTRATO-FILE ASSIGN TO 'CONTRATO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-CLIENTE
               FILE STATUS IS WRK-CONTRATO-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUS-ID
               FILE STATUS IS WRK-CUSTMAST-STATUS.

           SELECT RATES-CONFIG ASSIGN TO 'RATESCFG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RATESCFG-STATUS.

      * cobrancas apuradas, lidas pelo fretefat
           SELECT ARMAZCOB-FILE ASSIGN TO 'ARMAZCOB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACB-CHAVE
               FILE STATUS IS WRK-ARMAZCOB-STATUS.

           SELECT ARMAZ-REPORT ASSIGN TO 'ARMAZCOB.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FRETE-LOG.
           COPY 'fretelog.cbl'.

       FD  EMBARQUE-STATUS.
           COPY 'embrec.cbl'.

       FD  DEPOT-MASTER.
           COPY 'deprec.cbl'.

       FD  ARMAZTAR-FILE.
           COPY 'armtarrec.cbl'.

       FD  CONTRATO-FILE.
           COPY 'contrrec.cbl'.

       FD  CUSTOMER-MASTER.
           COPY 'custrec.cbl'.

       FD  RATES-CONFIG.
           COPY 'ratescfg.cbl'.

       FD  ARMAZCOB-FILE.
           COPY 'armcobrec.cbl'.

       FD  ARMAZ-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       77  WRK-FRETELOG-STATUS  PIC X(02) VALUE '00'.
       77  WRK-EMBSTAT-STATUS   PIC X(02) VALUE '00'.
       77  WRK-DEPOT-STATUS     PIC X(02) VALUE '00'.
       77  WRK-ARMAZTAR-STATUS  PIC X(02) VALUE '00'.
       77  WRK-CONTRATO-STATUS  PIC X(02) VALUE '00'.
       77  WRK-CUSTMAST-STATUS  PIC X(02) VALUE '00'.
       77  WRK-RATESCFG-STATUS  PIC X(02) VALUE '00'.
       77  WRK-ARMAZCOB-STATUS  PIC X(02) VALUE '00'.
      * sem contrato ou sem cadastro de clientes a apuracao
      * segue com os dias livres padrao e sem o nome
       77  WRK-CONTRATO-DISP    PIC X(01) VALUE 'N'.
           88 CONTRATO-DISPONIVEL   VALUE 'S'.
       77  WRK-CUSTMAST-DISP    PIC X(01) VALUE 'N'.
           88 CUSTMAST-DISPONIVEL   VALUE 'S'.
       77  WRK-EOF-LOG          PIC X(01) VALUE 'N'.
           88 FIM-LOG               VALUE 'S'.
       77  WRK-EOF-EVT          PIC X(01) VALUE 'N'.
           88 FIM-EVENTOS           VALUE 'S'.
       77  WRK-EOF-DEPOT        PIC X(01) VALUE 'N'.
           88 FIM-DEPOTS            VALUE 'S'.
       77  WRK-EOF-COB          PIC X(01) VALUE 'N'.
           88 FIM-COBRANCAS         VALUE 'S'.
       77  WRK-TARIFA-OK        PIC X(01) VALUE 'N'.
           88 TARIFA-ENCONTRADA     VALUE 'S'.
       77  WRK-COMPETENCIA-FEITA PIC X(01) VALUE 'N'.
           88 COMPETENCIA-JA-APURADA VALUE 'S'.

       01  DATA-SYS.
           02  ANO-SYS PIC 9(04) VALUE ZEROS.
           02  MES-SYS PIC 9(02) VALUE ZEROS.
           02  DIA-SYS PIC 9(02) VALUE ZEROS.

      * contrato com o controle central de data (datasrv): a
      * competencia sai da data de negocio, como no fretefat
       01  WRK-DATACTL.
           05  WRK-DC-OPERACAO PIC X(01).
           05  WRK-DC-DATA     PIC 9(08).
           05  WRK-DC-CONTROLADA PIC X(01).
           05  WRK-DC-OK       PIC X(01).

      * contrato com o controle de execucao compartilhado
      * (runctl): partida mensal (M), antes do faturamento
      * (fretefat) na cadeia do fechamento do mes
       01  WRK-RUNCTL.
           05  WRK-RC-OPERACAO PIC X(01).
           05  WRK-RC-PROGRAMA PIC X(12) VALUE 'ARMAZCOB'.
           05  WRK-RC-QTD      PIC 9(06).
           05  WRK-RC-RUN-ID   PIC 9(06).
           05  WRK-RC-PERMITIDO PIC X(01).
           05  WRK-RC-PERIODO  PIC 9(06).

      * ano/mes apurado - sempre o mes imediatamente anterior
       77  WRK-ANO-FECHAMENTO   PIC 9(04) VALUE ZEROS.
       77  WRK-MES-FECHAMENTO   PIC 9(02) VALUE ZEROS.
       01  WRK-COMPETENCIA.
           05  WRK-CMP-ANO      PIC 9(04).
           05  WRK-CMP-MES      PIC 9(02).
       01  WRK-COMPETENCIA-NUM REDEFINES WRK-COMPETENCIA
                                PIC 9(06).

      * contagem de dias na base comercial 30/360, mesmo
      * criterio do embexc: inicio e fim do mes apurado, e o
      * periodo retido da cotacao (da coleta mais os dias
      * livres ate a vespera da saida)
       77  WRK-DIAS-INICIO-MES  PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-FIM-MES     PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-COBRA-DE    PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-COBRA-ATE   PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-COBRADOS    PIC S9(05) VALUE ZEROS.
       01  WRK-DATA-CALC.
           05  WRK-CALC-ANO     PIC 9(04).
           05  WRK-CALC-MES     PIC 9(02).
           05  WRK-CALC-DIA     PIC 9(02).
       01  WRK-DATA-CALC-NUM REDEFINES WRK-DATA-CALC PIC 9(08).
       77  WRK-DIAS-CALC        PIC 9(07) VALUE ZEROS.

      * dias livres padrao, sobrescritos pelo RATESCFG.DAT
       77  WRK-DIAS-LIVRES-PAD  PIC 9(03) VALUE 5.
       77  WRK-DIAS-LIVRES      PIC 9(03) VALUE ZEROS.

      * datas da cotacao corrente tiradas da trilha de eventos
       77  WRK-DATA-COLETA      PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-SAIDA       PIC 9(08) VALUE ZEROS.

      * depositos ativos, para achar o de origem pela UF e
      * para a quebra do relatorio
       01  WRK-TABELA-DEPOSITOS.
           05  WRK-DEP-ITEM OCCURS 50 TIMES.
               10  WRK-DEP-T-CODIGO    PIC X(03).
               10  WRK-DEP-T-UF        PIC X(02).
               10  WRK-DEP-T-DESCRICAO PIC X(20).
       77  WRK-QTD-DEP          PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-DEP          PIC 9(02) VALUE ZEROS.
       77  WRK-DEP-ACHADO       PIC 9(02) VALUE ZEROS.

       77  WRK-QTD-COBRANCAS    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-SEM-DEPOSITO PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-SEM-TARIFA   PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-GERAL        PIC 9(08)V99 VALUE ZEROS.
       77  WRK-QTD-DEP-COB      PIC 9(05) VALUE ZEROS.
       77  WRK-DIAS-DEP-COB     PIC 9(06) VALUE ZEROS.
       77  WRK-TOT-DEP-COB      PIC 9(08)V99 VALUE ZEROS.

       01  WRK-LINHA-CAB-DEP.
           05  FILLER          PIC X(23) VALUE
               'ARMAZENAGEM - DEPOSITO '.
           05  CAB-CODIGO      PIC X(03).
           05  FILLER          PIC X(03) VALUE ' - '.
           05  CAB-DESCRICAO   PIC X(20).
           05  FILLER          PIC X(14) VALUE '  COMPETENCIA '.
           05  CAB-MES         PIC 9(02).
           05  FILLER          PIC X(01) VALUE '/'.
           05  CAB-ANO         PIC 9(04).

       01  WRK-LINHA-CAB-COLUNAS.
           05  FILLER          PIC X(40) VALUE
               'CLIENTE NOME            COTACAO  COLETA '.
           05  FILLER          PIC X(40) VALUE
               '  SAIDA         PESO DIAS      VALOR    '.

       01  WRK-LINHA-DETALHE.
           05  DET-CLIENTE     PIC 9(06).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DET-NOME        PIC X(15).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-COTACAO     PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-COLETA      PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-SAIDA       PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-PESO        PIC ZZ.ZZ9,99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-DIAS        PIC ZZ9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-VALOR       PIC ZZZ.ZZ9,99.

       01  WRK-LINHA-TOT-DEP.
           05  FILLER          PIC X(19) VALUE
               'TOTAL DO DEPOSITO: '.
           05  TOT-QTD         PIC ZZZZ9.
           05  FILLER          PIC X(12) VALUE ' EMBARQUES  '.
           05  TOT-DIAS        PIC ZZZZZ9.
           05  FILLER          PIC X(10) VALUE ' DIAS  R$ '.
           05  TOT-VALOR       PIC ZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-APURA-COTACAO UNTIL FIM-LOG
           PERFORM 3000-IMPRIME-RELATORIO
           PERFORM 9000-FINALIZA
           STOP RUN.

       1000-INICIALIZA.
           MOVE 'L' TO WRK-DC-OPERACAO
           CALL 'datasrv' USING WRK-DATACTL
           MOVE WRK-DC-DATA TO DATA-SYS
           PERFORM 1050-CALCULA-MES-FECHAMENTO
           COMPUTE WRK-RC-PERIODO = WRK-ANO-FECHAMENTO * 100
               + WRK-MES-FECHAMENTO
           MOVE 'M' TO WRK-RC-OPERACAO
           MOVE ZEROS TO WRK-RC-QTD
           CALL 'runctl' USING WRK-RUNCTL
           IF WRK-RC-PERMITIDO = 'N'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DIVIDE WRK-RC-PERIODO BY 100 GIVING WRK-ANO-FECHAMENTO
               REMAINDER WRK-MES-FECHAMENTO
           MOVE WRK-ANO-FECHAMENTO TO WRK-CMP-ANO
           MOVE WRK-MES-FECHAMENTO TO WRK-CMP-MES
           COMPUTE WRK-DIAS-INICIO-MES =
               (WRK-ANO-FECHAMENTO * 360)
               + (WRK-MES-FECHAMENTO * 30) + 1
           COMPUTE WRK-DIAS-FIM-MES = WRK-DIAS-INICIO-MES + 29
           PERFORM 1070-LE-RATES-CONFIG
           OPEN I-O ARMAZCOB-FILE
      * primeira apuracao do ambiente: o arquivo de cobrancas
      * ainda nao existe e precisa ser criado vazio
           IF WRK-ARMAZCOB-STATUS = '35'
               OPEN OUTPUT ARMAZCOB-FILE
           ELSE
               PERFORM 1080-VERIFICA-COMPETENCIA
           END-IF
           IF COMPETENCIA-JA-APURADA
               DISPLAY 'COMPETENCIA ' WRK-CMP-MES '/' WRK-CMP-ANO
                   ' JA APURADA - EXECUCAO RECUSADA'
               CLOSE ARMAZCOB-FILE
               MOVE 'E' TO WRK-RC-OPERACAO
               MOVE ZEROS TO WRK-RC-QTD
               CALL 'runctl' USING WRK-RUNCTL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-CARREGA-DEPOSITOS
           OPEN INPUT ARMAZTAR-FILE
           IF WRK-ARMAZTAR-STATUS NOT = '00'
               DISPLAY 'TABELA DE TARIFAS DE ARMAZENAGEM '
                   'INEXISTENTE'
               SET FIM-LOG TO TRUE
           END-IF
           OPEN INPUT CONTRATO-FILE
           IF WRK-CONTRATO-STATUS = '00'
               MOVE 'S' TO WRK-CONTRATO-DISP
           ELSE
               MOVE 'N' TO WRK-CONTRATO-DISP
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF WRK-CUSTMAST-STATUS = '00'
               MOVE 'S' TO WRK-CUSTMAST-DISP
           ELSE
               MOVE 'N' TO WRK-CUSTMAST-DISP
           END-IF
           OPEN INPUT EMBARQUE-STATUS
           IF WRK-EMBSTAT-STATUS NOT = '00'
               DISPLAY 'TRILHA DE EVENTOS DE EMBARQUE INEXISTENTE'
               SET FIM-LOG TO TRUE
           END-IF
           OPEN INPUT FRETE-LOG
           IF WRK-FRETELOG-STATUS NOT = '00'
               DISPLAY 'FRETE-LOG INEXISTENTE'
               SET FIM-LOG TO TRUE
           END-IF
           IF WRK-QTD-DEP = ZEROS
               DISPLAY 'NENHUM DEPOSITO ATIVO CADASTRADO'
               SET FIM-LOG TO TRUE
           END-IF.

      * apura o mes anterior ao mes corrente do sistema,
      * mesmo criterio do 1050 do fretefecha - na cadeia do
      * fechamento do mes o runctl troca pela competencia
      * liberada pela guarda
       1050-CALCULA-MES-FECHAMENTO.
           IF MES-SYS = 1
               MOVE 12 TO WRK-MES-FECHAMENTO
               COMPUTE WRK-ANO-FECHAMENTO = ANO-SYS - 1
           ELSE
               COMPUTE WRK-MES-FECHAMENTO = MES-SYS - 1
               MOVE ANO-SYS TO WRK-ANO-FECHAMENTO
           END-IF.

      * sobrescreve os dias livres padrao com o RATESCFG.DAT,
      * se o campo estiver cadastrado
       1070-LE-RATES-CONFIG.
           OPEN INPUT RATES-CONFIG
           IF WRK-RATESCFG-STATUS = '00'
               READ RATES-CONFIG
                   NOT AT END
                       IF RTC-DIAS-ARMAZ-LIVRE IS NUMERIC
                               AND RTC-DIAS-ARMAZ-LIVRE > ZEROS
                           MOVE RTC-DIAS-ARMAZ-LIVRE
                               TO WRK-DIAS-LIVRES-PAD
                       END-IF
               END-READ
               CLOSE RATES-CONFIG
           END-IF.

      * qualquer cobranca ja gravada para a competencia barra a
      * execucao: apurar de novo cobraria os mesmos dias duas
      * vezes
       1080-VERIFICA-COMPETENCIA.
           MOVE 'N' TO WRK-COMPETENCIA-FEITA
           MOVE WRK-COMPETENCIA-NUM TO ACB-COMPETENCIA
           MOVE ZEROS TO ACB-SEQ-COTACAO
           START ARMAZCOB-FILE KEY >= ACB-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   READ ARMAZCOB-FILE NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                           IF ACB-COMPETENCIA = WRK-COMPETENCIA-NUM
                               MOVE 'S' TO WRK-COMPETENCIA-FEITA
                           END-IF
                   END-READ
           END-START.

       1100-CARREGA-DEPOSITOS.
           MOVE ZEROS TO WRK-QTD-DEP
           MOVE 'N' TO WRK-EOF-DEPOT
           OPEN INPUT DEPOT-MASTER
           IF WRK-DEPOT-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE DEPOSITOS INEXISTENTE'
               SET FIM-DEPOTS TO TRUE
           END-IF
           PERFORM 1110-LE-DEPOSITO UNTIL FIM-DEPOTS
           IF WRK-DEPOT-STATUS = '00' OR '10'
               CLOSE DEPOT-MASTER
           END-IF.

       1110-LE-DEPOSITO.
           READ DEPOT-MASTER NEXT RECORD
               AT END SET FIM-DEPOTS TO TRUE
           END-READ
           IF NOT FIM-DEPOTS
               IF DEP-ESTA-ATIVO
                   IF WRK-QTD-DEP < 50
                       ADD 1 TO WRK-QTD-DEP
                       MOVE DEP-CODIGO
                           TO WRK-DEP-T-CODIGO (WRK-QTD-DEP)
                       MOVE DEP-UF TO WRK-DEP-T-UF (WRK-QTD-DEP)
                       MOVE DEP-DESCRICAO
                           TO WRK-DEP-T-DESCRICAO (WRK-QTD-DEP)
                   ELSE
                       DISPLAY 'MAIS DE 50 DEPOSITOS ATIVOS - '
                           DEP-CODIGO ' FORA DA APURACAO'
                   END-IF
               END-IF
           END-IF.

      * so embarque normal com cliente identificado e com
      * deposito de origem cadastrado gera estadia
       2000-APURA-COTACAO.
           READ FRETE-LOG NEXT RECORD
               AT END SET FIM-LOG TO TRUE
           END-READ
           IF NOT FIM-LOG
               IF LOG-NORMAL AND LOG-CLIENTE > ZEROS
                   PERFORM 2100-LE-EVENTOS
                   IF WRK-DATA-COLETA > ZEROS
                       PERFORM 2200-CALCULA-DIAS
                   END-IF
               END-IF
           END-IF.

      * coleta = primeiro evento C; saida = primeiro despacho,
      * entrega ou devolucao registrado depois da coleta. A
      * tentativa frustrada nao tira o volume do deposito
       2100-LE-EVENTOS.
           MOVE ZEROS TO WRK-DATA-COLETA WRK-DATA-SAIDA
           MOVE 'N' TO WRK-EOF-EVT
           MOVE LOG-SEQ-ID TO EMB-SEQ-COTACAO
           MOVE ZEROS TO EMB-EVT-SEQ
           START EMBARQUE-STATUS KEY >= EMB-CHAVE
               INVALID KEY SET FIM-EVENTOS TO TRUE
           END-START
           PERFORM 2110-LE-EVENTO UNTIL FIM-EVENTOS.

       2110-LE-EVENTO.
           READ EMBARQUE-STATUS NEXT RECORD
               AT END SET FIM-EVENTOS TO TRUE
           END-READ
           IF NOT FIM-EVENTOS
               IF EMB-SEQ-COTACAO NOT = LOG-SEQ-ID
                   SET FIM-EVENTOS TO TRUE
               ELSE
                   IF EMB-COLETADO AND WRK-DATA-COLETA = ZEROS
                       MOVE EMB-DATA TO WRK-DATA-COLETA
                   END-IF
                   IF (EMB-EM-TRANSITO OR EMB-ENTREGUE
                           OR EMB-DEVOLVIDO)
                           AND WRK-DATA-COLETA > ZEROS
                           AND WRK-DATA-SAIDA = ZEROS
                       MOVE EMB-DATA TO WRK-DATA-SAIDA
                   END-IF
               END-IF
           END-IF.

      * dias cobrados = intersecao do periodo retido alem dos
      * dias livres com o mes apurado; o dia da saida nao conta
       2200-CALCULA-DIAS.
           PERFORM 2210-DIAS-LIVRES-CLIENTE
           MOVE WRK-DATA-COLETA TO WRK-DATA-CALC-NUM
           PERFORM 2290-CONVERTE-DIAS
           COMPUTE WRK-DIAS-COBRA-DE = WRK-DIAS-CALC + WRK-DIAS-LIVRES
           IF WRK-DIAS-COBRA-DE < WRK-DIAS-INICIO-MES
               MOVE WRK-DIAS-INICIO-MES TO WRK-DIAS-COBRA-DE
           END-IF
           IF WRK-DATA-SAIDA = ZEROS
               COMPUTE WRK-DIAS-COBRA-ATE = WRK-DIAS-FIM-MES + 1
           ELSE
               MOVE WRK-DATA-SAIDA TO WRK-DATA-CALC-NUM
               PERFORM 2290-CONVERTE-DIAS
               MOVE WRK-DIAS-CALC TO WRK-DIAS-COBRA-ATE
               IF WRK-DIAS-COBRA-ATE > WRK-DIAS-FIM-MES + 1
                   COMPUTE WRK-DIAS-COBRA-ATE = WRK-DIAS-FIM-MES + 1
               END-IF
           END-IF
           COMPUTE WRK-DIAS-COBRADOS =
               WRK-DIAS-COBRA-ATE - WRK-DIAS-COBRA-DE
           IF WRK-DIAS-COBRADOS > ZEROS
               PERFORM 2300-LOCALIZA-DEPOSITO
               IF WRK-DEP-ACHADO = ZEROS
                   ADD 1 TO WRK-QTD-SEM-DEPOSITO
               ELSE
                   PERFORM 2400-BUSCA-TARIFA
                   IF TARIFA-ENCONTRADA
                       PERFORM 2500-GRAVA-COBRANCA
                   ELSE
                       ADD 1 TO WRK-QTD-SEM-TARIFA
                       DISPLAY 'SEM TARIFA DE ARMAZENAGEM - DEPOSITO '
                           WRK-DEP-T-CODIGO (WRK-DEP-ACHADO)
                           ' COTACAO ' LOG-SEQ-ID
                   END-IF
               END-IF
           END-IF.

      * contrato ativo com dias livres proprios vale no lugar
      * do padrao
       2210-DIAS-LIVRES-CLIENTE.
           MOVE WRK-DIAS-LIVRES-PAD TO WRK-DIAS-LIVRES
           IF CONTRATO-DISPONIVEL
               MOVE LOG-CLIENTE TO CON-CLIENTE
               READ CONTRATO-FILE
                   KEY IS CON-CLIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CON-ATIVO
                               AND CON-DIAS-LIVRES IS NUMERIC
                               AND CON-DIAS-LIVRES > ZEROS
                           MOVE CON-DIAS-LIVRES TO WRK-DIAS-LIVRES
                       END-IF
               END-READ
           END-IF.

       2290-CONVERTE-DIAS.
           COMPUTE WRK-DIAS-CALC =
               (WRK-CALC-ANO * 360) + (WRK-CALC-MES * 30)
               + WRK-CALC-DIA.

      * o deposito de origem e o deposito ativo da UF de
      * origem da cotacao, mesmo criterio do depdisp
       2300-LOCALIZA-DEPOSITO.
           MOVE ZEROS TO WRK-DEP-ACHADO
           IF LOG-UF-ORIGEM NOT = SPACES
               PERFORM VARYING WRK-IDX-DEP FROM 1 BY 1
                       UNTIL WRK-IDX-DEP > WRK-QTD-DEP
                          OR WRK-DEP-ACHADO > ZEROS
                   IF WRK-DEP-T-UF (WRK-IDX-DEP) = LOG-UF-ORIGEM
                       MOVE WRK-IDX-DEP TO WRK-DEP-ACHADO
                   END-IF
               END-PERFORM
           END-IF.

      * faixa do pedido = primeira do deposito com teto de
      * peso maior ou igual ao peso cotado
       2400-BUSCA-TARIFA.
           MOVE 'N' TO WRK-TARIFA-OK
           MOVE WRK-DEP-T-CODIGO (WRK-DEP-ACHADO) TO ARM-DEPOSITO
           MOVE LOG-PESO TO ARM-PESO-ATE
           START ARMAZTAR-FILE KEY >= ARM-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   READ ARMAZTAR-FILE NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                           IF ARM-DEPOSITO =
                                   WRK-DEP-T-CODIGO (WRK-DEP-ACHADO)
                               MOVE 'S' TO WRK-TARIFA-OK
                           END-IF
                   END-READ
           END-START.

       2500-GRAVA-COBRANCA.
           MOVE WRK-COMPETENCIA-NUM TO ACB-COMPETENCIA
           MOVE LOG-SEQ-ID TO ACB-SEQ-COTACAO
           MOVE LOG-CLIENTE TO ACB-CLIENTE
           MOVE LOG-FILIAL TO ACB-FILIAL
           MOVE WRK-DEP-T-CODIGO (WRK-DEP-ACHADO) TO ACB-DEPOSITO
           MOVE LOG-PESO TO ACB-PESO
           MOVE WRK-DATA-COLETA TO ACB-DATA-COLETA
           IF WRK-DIAS-COBRA-ATE > WRK-DIAS-FIM-MES
               MOVE ZEROS TO ACB-DATA-SAIDA
           ELSE
               MOVE WRK-DATA-SAIDA TO ACB-DATA-SAIDA
           END-IF
           MOVE WRK-DIAS-LIVRES TO ACB-DIAS-LIVRES
           MOVE WRK-DIAS-COBRADOS TO ACB-DIAS
           MOVE ARM-VALOR-DIA TO ACB-VALOR-DIA
           COMPUTE ACB-VALOR = ARM-VALOR-DIA * WRK-DIAS-COBRADOS
           MOVE ZEROS TO ACB-FATURA
           WRITE ARMAZCOB-RECORD
               INVALID KEY
                   DISPLAY 'COBRANCA DE ARMAZENAGEM DUPLICADA: '
                       ACB-CHAVE
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-COBRANCAS
                   ADD ACB-VALOR TO WRK-TOT-GERAL
           END-WRITE.

      * uma pagina por deposito ativo, relendo as cobrancas da
      * competencia para cada um
       3000-IMPRIME-RELATORIO.
           CLOSE ARMAZCOB-FILE
           OPEN INPUT ARMAZCOB-FILE
           OPEN OUTPUT ARMAZ-REPORT
           PERFORM VARYING WRK-IDX-DEP FROM 1 BY 1
                   UNTIL WRK-IDX-DEP > WRK-QTD-DEP
               PERFORM 3100-IMPRIME-DEPOSITO
           END-PERFORM
           CLOSE ARMAZ-REPORT.

       3100-IMPRIME-DEPOSITO.
           MOVE ZEROS TO WRK-QTD-DEP-COB WRK-DIAS-DEP-COB
           MOVE ZEROS TO WRK-TOT-DEP-COB
           MOVE WRK-DEP-T-CODIGO (WRK-IDX-DEP) TO CAB-CODIGO
           MOVE WRK-DEP-T-DESCRICAO (WRK-IDX-DEP) TO CAB-DESCRICAO
           MOVE WRK-MES-FECHAMENTO TO CAB-MES
           MOVE WRK-ANO-FECHAMENTO TO CAB-ANO
           WRITE REPORT-LINE FROM WRK-LINHA-CAB-DEP
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM WRK-LINHA-CAB-COLUNAS
           MOVE 'N' TO WRK-EOF-COB
           MOVE WRK-COMPETENCIA-NUM TO ACB-COMPETENCIA
           MOVE ZEROS TO ACB-SEQ-COTACAO
           START ARMAZCOB-FILE KEY >= ACB-CHAVE
               INVALID KEY SET FIM-COBRANCAS TO TRUE
           END-START
           PERFORM 3200-LE-COBRANCA UNTIL FIM-COBRANCAS
           MOVE WRK-QTD-DEP-COB TO TOT-QTD
           MOVE WRK-DIAS-DEP-COB TO TOT-DIAS
           MOVE WRK-TOT-DEP-COB TO TOT-VALOR
           WRITE REPORT-LINE FROM WRK-LINHA-TOT-DEP.

       3200-LE-COBRANCA.
           READ ARMAZCOB-FILE NEXT RECORD
               AT END SET FIM-COBRANCAS TO TRUE
           END-READ
           IF NOT FIM-COBRANCAS
               IF ACB-COMPETENCIA NOT = WRK-COMPETENCIA-NUM
                   SET FIM-COBRANCAS TO TRUE
               ELSE
                   IF ACB-DEPOSITO = CAB-CODIGO
                       PERFORM 3300-IMPRIME-COBRANCA
                   END-IF
               END-IF
           END-IF.

       3300-IMPRIME-COBRANCA.
           MOVE ACB-CLIENTE TO DET-CLIENTE
           MOVE SPACES TO DET-NOME
           IF CUSTMAST-DISPONIVEL
               MOVE ACB-CLIENTE TO CUS-ID
               READ CUSTOMER-MASTER
                   KEY IS CUS-ID
                   INVALID KEY
                       MOVE 'NAO CADASTRADO' TO DET-NOME
                   NOT INVALID KEY
                       MOVE CUS-NOME TO DET-NOME
               END-READ
           END-IF
           MOVE ACB-SEQ-COTACAO TO DET-COTACAO
           MOVE ACB-DATA-COLETA TO DET-COLETA
           IF ACB-DATA-SAIDA = ZEROS
               MOVE 'RETIDO' TO DET-SAIDA
           ELSE
               MOVE ACB-DATA-SAIDA TO DET-SAIDA
           END-IF
           MOVE ACB-PESO TO DET-PESO
           MOVE ACB-DIAS TO DET-DIAS
           MOVE ACB-VALOR TO DET-VALOR
           WRITE REPORT-LINE FROM WRK-LINHA-DETALHE
           ADD 1 TO WRK-QTD-DEP-COB
           ADD ACB-DIAS TO WRK-DIAS-DEP-COB
           ADD ACB-VALOR TO WRK-TOT-DEP-COB.

       9000-FINALIZA.
           IF WRK-ARMAZCOB-STATUS = '00' OR '10' OR '23'
               CLOSE ARMAZCOB-FILE
           END-IF
           IF WRK-FRETELOG-STATUS = '00' OR '10'
               CLOSE FRETE-LOG
           END-IF
           IF WRK-EMBSTAT-STATUS = '00' OR '10' OR '23'
               CLOSE EMBARQUE-STATUS
           END-IF
           IF WRK-ARMAZTAR-STATUS = '00' OR '10' OR '23'
               CLOSE ARMAZTAR-FILE
           END-IF
           IF CONTRATO-DISPONIVEL
               CLOSE CONTRATO-FILE
           END-IF
           IF CUSTMAST-DISPONIVEL
               CLOSE CUSTOMER-MASTER
           END-IF
           DISPLAY 'COMPETENCIA APURADA: ' WRK-CMP-MES '/'
               WRK-CMP-ANO
           DISPLAY 'COBRANCAS DE ARMAZENAGEM: ' WRK-QTD-COBRANCAS
           DISPLAY 'VALOR TOTAL: ' WRK-TOT-GERAL
           DISPLAY 'RETIDOS SEM DEPOSITO DE ORIGEM: '
               WRK-QTD-SEM-DEPOSITO
           DISPLAY 'RETIDOS SEM TARIFA: ' WRK-QTD-SEM-TARIFA
           MOVE 'F' TO WRK-RC-OPERACAO
           MOVE WRK-QTD-COBRANCAS TO WRK-RC-QTD
           CALL 'runctl' USING WRK-RUNCTL.
