       IDENTIFICATION DIVISION.
       PROGRAM-ID. bonvol.
      ********************************************************
      *    Apuracao da bonificacao anual por volume
      *    Para cada cliente com faixas de bonificacao no
      *    contrato (ativo ou ja expirado), fecha o ultimo ano
      *    de contrato completo na data de negocio - do
      *    aniversario da data de inicio ate a vespera do
      *    seguinte - e soma o frete do cliente no ano pelo
      *    FRETE-LOG e pelo arquivo morto (FRETEARQ.DAT). O
      *    frete do ano que alcancou uma faixa rende o
      *    percentual dela sobre o ano inteiro; a bonificacao
      *    ja creditada por apuracoes anteriores do mesmo ano
      *    e abatida e a diferenca vira um registro pendente
      *    em BONIFIC.DAT, emitido pelo fretecred como nota de
      *    credito com o motivo BON contra a ultima fatura do
      *    cliente no ano. O extrato de cada cliente sai em
      *    BONVOL.RPT para o gerente de conta enviar.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRATO-FILE ASSIGN TO 'CONTRATO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-CLIENTE
               FILE STATUS IS WRK-CONTRATO-STATUS.

           SELECT FRETE-LOG ASSIGN TO 'FRETELOG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOG-CHAVE
               ALTERNATE RECORD KEY IS LOG-STADO WITH DUPLICATES
               FILE STATUS IS WRK-FRETELOG-STATUS.

      * arquivo morto do fretearc: o ano de contrato pode ter
      * cotacoes ja expurgadas do log ativo
           SELECT FRETE-ARCHIVE ASSIGN TO 'FRETEARQ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARC-CHAVE
               FILE STATUS IS WRK-FRETEARQ-STATUS.

      * mestre de faturas, para a fatura contra a qual a nota
      * de credito sai
           SELECT FATURAS-FILE ASSIGN TO 'FATURAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               FILE STATUS IS WRK-FATURAS-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUS-ID
               FILE STATUS IS WRK-CUSTMAST-STATUS.

      * bonificacoes apuradas, emitidas depois pelo fretecred
           SELECT BONIFIC-FILE ASSIGN TO 'BONIFIC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BON-CHAVE
               FILE STATUS IS WRK-BONIFIC-STATUS.

           SELECT BONVOL-REPORT ASSIGN TO 'BONVOL.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTRATO-FILE.
           COPY 'contrrec.cbl'.

       FD  FRETE-LOG.
           COPY 'fretelog.cbl'.

       FD  FRETE-ARCHIVE.
           COPY 'fretelog.cbl'
               REPLACING FRETE-LOG-RECORD BY ARCHIVE-LOG-RECORD
                         LOG-CHAVE BY ARC-CHAVE
                         LOG-DATA-HORA BY ARC-DATA-HORA
                         LOG-PDUTO BY ARC-PDUTO
                         LOG-STADO BY ARC-STADO
                         LOG-VALOR BY ARC-VALOR
                         LOG-FRETE BY ARC-FRETE
                         LOG-SEQ-ID BY ARC-SEQ-ID
                         LOG-CLIENTE BY ARC-CLIENTE
                         LOG-ICMS BY ARC-ICMS
                         LOG-SEGURO BY ARC-SEGURO
                         LOG-TRANSP BY ARC-TRANSP
                         LOG-FRETE-BRUTO BY ARC-FRETE-BRUTO
                         LOG-DESCONTO BY ARC-DESCONTO
                         LOG-MOEDA BY ARC-MOEDA
                         LOG-PROMETIDA BY ARC-PROMETIDA
                         LOG-COMBUSTIVEL BY ARC-COMBUSTIVEL
                         LOG-UF-ORIGEM BY ARC-UF-ORIGEM
                         LOG-TIPO BY ARC-TIPO
                         LOG-SEQ-ORIGINAL BY ARC-SEQ-ORIGINAL
                         LOG-PESO BY ARC-PESO-REAL
                         LOG-ENDERECO BY ARC-ENDERECO
                         LOG-CUSTO-TRANSP BY ARC-CUSTO-TRANSP
                         LOG-ADICIONAL BY ARC-ADICIONAL
                         LOG-FRETE-CALC BY ARC-FRETE-CALC
                         LOG-APROVADOR BY ARC-APROVADOR
                         LOG-FILIAL BY ARC-FILIAL
                         LOG-PEDIDO BY ARC-PEDIDO
                         LOG-ZONA BY ARC-ZONA
                         LOG-ADIC-ZONA BY ARC-ADIC-ZONA
                         LOG-SAZONAL BY ARC-SAZONAL
                         LOG-REEMBOLSO BY ARC-REEMBOLSO
                         LOG-TAXA-REEMB BY ARC-TAXA-REEMB.

       FD  FATURAS-FILE.
           COPY 'faturec.cbl'.

       FD  CUSTOMER-MASTER.
           COPY 'custrec.cbl'.

       FD  BONIFIC-FILE.
           COPY 'bonifrec.cbl'.

       FD  BONVOL-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       77  WRK-CONTRATO-STATUS  PIC X(02) VALUE '00'.
       77  WRK-FRETELOG-STATUS  PIC X(02) VALUE '00'.
       77  WRK-FRETEARQ-STATUS  PIC X(02) VALUE '00'.
       77  WRK-FATURAS-STATUS   PIC X(02) VALUE '00'.
       77  WRK-CUSTMAST-STATUS  PIC X(02) VALUE '00'.
       77  WRK-CUSTMAST-DISP    PIC X(01) VALUE 'N'.
           88 CUSTMAST-DISPONIVEL   VALUE 'S'.
       77  WRK-BONIFIC-STATUS   PIC X(02) VALUE '00'.
       77  WRK-EOF              PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO        VALUE 'S'.
       77  WRK-EOF-BON          PIC X(01) VALUE 'N'.
           88 FIM-BONIFICACOES      VALUE 'S'.

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
           05  WRK-RC-PROGRAMA PIC X(12) VALUE 'BONVOL'.
           05  WRK-RC-QTD      PIC 9(06).
           05  WRK-RC-RUN-ID   PIC 9(06).
           05  WRK-RC-PERMITIDO PIC X(01).

      * ano de contrato: o aniversario da data de inicio que
      * fechou o ultimo ano completo e o que abriu esse ano
       01  WRK-DATA-CONTRATO.
           05  WRK-DCT-ANO      PIC 9(04).
           05  WRK-DCT-MMDD     PIC 9(04).
       01  WRK-DATA-CONTRATO-NUM REDEFINES WRK-DATA-CONTRATO
                                PIC 9(08).
       01  WRK-ANIVERSARIO.
           05  WRK-ANV-ANO      PIC 9(04).
           05  WRK-ANV-MMDD     PIC 9(04).
       01  WRK-ANIVERSARIO-NUM REDEFINES WRK-ANIVERSARIO
                                PIC 9(08).
       01  WRK-INICIO-ANO.
           05  WRK-INI-ANO      PIC 9(04).
           05  WRK-INI-MMDD     PIC 9(04).
       01  WRK-INICIO-ANO-NUM REDEFINES WRK-INICIO-ANO
                                PIC 9(08).
       77  WRK-MMDD-HOJE        PIC 9(04) VALUE ZEROS.

      * clientes com bonificacao a apurar: o ano de contrato,
      * as faixas do contrato, o frete somado no ano e a
      * ultima fatura do cliente no ano
       01  WRK-TABELA-CONTRATOS.
           05  WRK-CTR-ENTRADA OCCURS 200 TIMES.
               10  WRK-CTR-CLIENTE   PIC 9(06).
               10  WRK-CTR-INICIO    PIC 9(08).
               10  WRK-CTR-ANIVERS   PIC 9(08).
               10  WRK-CTR-FAIXAS.
                   15  WRK-CTR-FAIXA OCCURS 3 TIMES.
                       20  WRK-CTR-VOL-MIN PIC 9(09)V99.
                       20  WRK-CTR-PERC    PIC 9(02)V99.
               10  WRK-CTR-VOLUME    PIC 9(09)V99.
               10  WRK-CTR-FATURA    PIC 9(08).
       77  WRK-QTD-CONTRATOS    PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-CTR          PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-FAIXA        PIC 9(01) VALUE ZEROS.
       77  WRK-CTR-ACHADO       PIC X(01) VALUE 'N'.
           88 CLIENTE-NA-TABELA     VALUE 'S'.

      * cotacao lida do log ou do arquivo morto
       77  WRK-CLIENTE-COTACAO  PIC 9(06) VALUE ZEROS.
       77  WRK-DATA-COTACAO     PIC 9(08) VALUE ZEROS.
       77  WRK-FRETE-COTACAO    PIC 9(04)V99 VALUE ZEROS.
       77  WRK-CMP-INICIO       PIC 9(06) VALUE ZEROS.
       77  WRK-CMP-FIM          PIC 9(06) VALUE ZEROS.

      * apuracao do cliente
       77  WRK-FAIXA-ALCANCADA  PIC 9(01) VALUE ZEROS.
       77  WRK-PERC-BONIF       PIC 9(02)V99 VALUE ZEROS.
       77  WRK-BONIF-DEVIDA     PIC 9(08)V99 VALUE ZEROS.
       77  WRK-JA-CREDITADA     PIC 9(08)V99 VALUE ZEROS.
       77  WRK-A-CREDITAR       PIC 9(08)V99 VALUE ZEROS.
       77  WRK-ULTIMA-SEQ       PIC 9(02) VALUE ZEROS.

       77  WRK-QTD-APURADOS     PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-CREDITOS     PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-SEM-FATURA   PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-CREDITOS     PIC 9(09)V99 VALUE ZEROS.

       01  WRK-LINHA-SEPARADOR  PIC X(80) VALUE ALL '='.

       01  WRK-LINHA-TITULO.
           05  FILLER          PIC X(39) VALUE
               'EXTRATO DE BONIFICACAO ANUAL POR VOLUM'.
           05  FILLER          PIC X(15) VALUE 'E - APURADO EM '.
           05  TIT-DATA        PIC 9(08).

       01  WRK-LINHA-CLIENTE.
           05  FILLER          PIC X(09) VALUE 'CLIENTE: '.
           05  EXT-CLIENTE     PIC 9(06).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  EXT-NOME        PIC X(20).

       01  WRK-LINHA-ANO.
           05  FILLER          PIC X(20) VALUE
               'ANO DE CONTRATO DE '.
           05  EXT-INICIO      PIC 9(08).
           05  FILLER          PIC X(22) VALUE
               ' ATE A VESPERA DE '.
           05  EXT-ANIVERS     PIC 9(08).

       01  WRK-LINHA-FAIXA.
           05  FILLER          PIC X(06) VALUE 'FAIXA '.
           05  EXT-FAIXA       PIC 9(01).
           05  FILLER          PIC X(22) VALUE
               ' - VOLUME MINIMO R$ '.
           05  EXT-VOL-MIN     PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER          PIC X(07) VALUE '  PERC '.
           05  EXT-PERC        PIC Z9,99.
           05  FILLER          PIC X(02) VALUE '% '.
           05  EXT-ALCANCADA   PIC X(12).

       01  WRK-LINHA-VALOR.
           05  EXT-ROTULO      PIC X(34).
           05  FILLER          PIC X(03) VALUE 'R$ '.
           05  EXT-VALOR       PIC ZZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-NOTA.
           05  EXT-NOTA        PIC X(80).

       01  WRK-LINHA-TOTAL.
           05  FILLER          PIC X(20) VALUE
               'CLIENTES APURADOS: '.
           05  TOT-APURADOS    PIC ZZZZ9.
           05  FILLER          PIC X(12) VALUE '  CREDITOS: '.
           05  TOT-CREDITOS    PIC ZZZZ9.
           05  FILLER          PIC X(03) VALUE '  '.
           05  TOT-VALOR       PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-CARREGA-CONTRATOS
           PERFORM 3000-ACUMULA-LOG
           PERFORM 3500-ACUMULA-ARQUIVO
           PERFORM 4000-LOCALIZA-FATURAS
           PERFORM 5000-APURA-CLIENTE
               VARYING WRK-IDX-CTR FROM 1 BY 1
               UNTIL WRK-IDX-CTR > WRK-QTD-CONTRATOS
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
           COMPUTE WRK-MMDD-HOJE = (MES-SYS * 100) + DIA-SYS
           OPEN I-O BONIFIC-FILE
      * primeira apuracao do ambiente: o arquivo de
      * bonificacoes ainda nao existe e precisa ser criado
           IF WRK-BONIFIC-STATUS = '35'
               OPEN OUTPUT BONIFIC-FILE
               CLOSE BONIFIC-FILE
               OPEN I-O BONIFIC-FILE
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF WRK-CUSTMAST-STATUS = '00'
               MOVE 'S' TO WRK-CUSTMAST-DISP
           END-IF
           OPEN OUTPUT BONVOL-REPORT.

      * so contrato com faixa de bonificacao e pelo menos um
      * ano completo desde o inicio entra na apuracao
       2000-CARREGA-CONTRATOS.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT CONTRATO-FILE
           IF WRK-CONTRATO-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE CONTRATOS INEXISTENTE'
               SET FIM-DE-ARQUIVO TO TRUE
           END-IF
           PERFORM 2100-LE-CONTRATO UNTIL FIM-DE-ARQUIVO
           IF WRK-CONTRATO-STATUS = '00' OR '10'
               CLOSE CONTRATO-FILE
           END-IF.

       2100-LE-CONTRATO.
           READ CONTRATO-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF (CON-ATIVO OR CON-EXPIRADO)
                       AND CON-DATA-INICIO > ZEROS
                       AND CON-BONIFICACAO IS NUMERIC
                       AND CON-BON-VOLUME-MIN (1) > ZEROS
                   PERFORM 2200-CALCULA-ANO-CONTRATO
               END-IF
           END-IF.

      * o ultimo aniversario ate a data de negocio fecha o ano;
      * o ano precisa ter comecado depois do inicio do contrato
      * e antes do fim dele (contrato expirado so apura o ano
      * em que ainda valia)
       2200-CALCULA-ANO-CONTRATO.
           MOVE CON-DATA-INICIO TO WRK-DATA-CONTRATO-NUM
           MOVE WRK-DCT-MMDD TO WRK-ANV-MMDD WRK-INI-MMDD
           IF WRK-MMDD-HOJE >= WRK-DCT-MMDD
               MOVE ANO-SYS TO WRK-ANV-ANO
           ELSE
               COMPUTE WRK-ANV-ANO = ANO-SYS - 1
           END-IF
           COMPUTE WRK-INI-ANO = WRK-ANV-ANO - 1
           IF WRK-INICIO-ANO-NUM >= CON-DATA-INICIO
                   AND (CON-DATA-FIM = ZEROS
                     OR WRK-INICIO-ANO-NUM < CON-DATA-FIM)
               IF WRK-QTD-CONTRATOS >= 200
                   DISPLAY 'AVISO: TABELA DE CONTRATOS CHEIA - '
                       'CLIENTE ' CON-CLIENTE ' FORA DA APURACAO'
               ELSE
                   ADD 1 TO WRK-QTD-CONTRATOS
                   MOVE CON-CLIENTE
                       TO WRK-CTR-CLIENTE (WRK-QTD-CONTRATOS)
                   MOVE WRK-INICIO-ANO-NUM
                       TO WRK-CTR-INICIO (WRK-QTD-CONTRATOS)
                   MOVE WRK-ANIVERSARIO-NUM
                       TO WRK-CTR-ANIVERS (WRK-QTD-CONTRATOS)
                   MOVE CON-BONIFICACAO
                       TO WRK-CTR-FAIXAS (WRK-QTD-CONTRATOS)
                   MOVE ZEROS TO WRK-CTR-VOLUME (WRK-QTD-CONTRATOS)
                       WRK-CTR-FATURA (WRK-QTD-CONTRATOS)
               END-IF
           END-IF.

       3000-ACUMULA-LOG.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT FRETE-LOG
           IF WRK-FRETELOG-STATUS NOT = '00'
               DISPLAY 'FRETE-LOG INEXISTENTE'
               SET FIM-DE-ARQUIVO TO TRUE
           END-IF
           PERFORM 3100-LE-LOG UNTIL FIM-DE-ARQUIVO
           IF WRK-FRETELOG-STATUS = '00' OR '10'
               CLOSE FRETE-LOG
           END-IF.

       3100-LE-LOG.
           READ FRETE-LOG NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO AND LOG-CLIENTE > ZEROS
               MOVE LOG-CLIENTE TO WRK-CLIENTE-COTACAO
               MOVE LOG-DATA-HORA (1:8) TO WRK-DATA-COTACAO
               MOVE LOG-FRETE TO WRK-FRETE-COTACAO
               PERFORM 3200-ACUMULA-FRETE
           END-IF.

      * o frete soma no ano de contrato do cliente; mesma
      * medida de volume das faixas mensais (LOG-FRETE)
       3200-ACUMULA-FRETE.
           PERFORM 3300-LOCALIZA-CLIENTE
           IF CLIENTE-NA-TABELA
               IF WRK-DATA-COTACAO >= WRK-CTR-INICIO (WRK-IDX-CTR)
                       AND WRK-DATA-COTACAO <
                           WRK-CTR-ANIVERS (WRK-IDX-CTR)
                   ADD WRK-FRETE-COTACAO
                       TO WRK-CTR-VOLUME (WRK-IDX-CTR)
               END-IF
           END-IF.

       3300-LOCALIZA-CLIENTE.
           MOVE 'N' TO WRK-CTR-ACHADO
           PERFORM VARYING WRK-IDX-CTR FROM 1 BY 1
                   UNTIL WRK-IDX-CTR > WRK-QTD-CONTRATOS
                       OR CLIENTE-NA-TABELA
               IF WRK-CTR-CLIENTE (WRK-IDX-CTR) =
                       WRK-CLIENTE-COTACAO
                   MOVE 'S' TO WRK-CTR-ACHADO
               END-IF
           END-PERFORM
           IF CLIENTE-NA-TABELA
               SUBTRACT 1 FROM WRK-IDX-CTR
           END-IF.

       3500-ACUMULA-ARQUIVO.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT FRETE-ARCHIVE
           IF WRK-FRETEARQ-STATUS NOT = '00'
               SET FIM-DE-ARQUIVO TO TRUE
           END-IF
           PERFORM 3600-LE-ARQUIVO UNTIL FIM-DE-ARQUIVO
           IF WRK-FRETEARQ-STATUS = '00' OR '10'
               CLOSE FRETE-ARCHIVE
           END-IF.

       3600-LE-ARQUIVO.
           READ FRETE-ARCHIVE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO AND ARC-CLIENTE > ZEROS
               MOVE ARC-CLIENTE TO WRK-CLIENTE-COTACAO
               MOVE ARC-DATA-HORA (1:8) TO WRK-DATA-COTACAO
               MOVE ARC-FRETE TO WRK-FRETE-COTACAO
               PERFORM 3200-ACUMULA-FRETE
           END-IF.

      * a nota sai contra a ultima fatura (nao cancelada, nao
      * nota de credito) do cliente com competencia no ano de
      * contrato
       4000-LOCALIZA-FATURAS.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT FATURAS-FILE
           IF WRK-FATURAS-STATUS NOT = '00'
               SET FIM-DE-ARQUIVO TO TRUE
           END-IF
           PERFORM 4100-LE-FATURA UNTIL FIM-DE-ARQUIVO
           IF WRK-FATURAS-STATUS = '00' OR '10'
               CLOSE FATURAS-FILE
           END-IF.

       4100-LE-FATURA.
           READ FATURAS-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF FAT-DOC-FATURA AND NOT FAT-CANCELADA
                   MOVE FAT-CLIENTE TO WRK-CLIENTE-COTACAO
                   PERFORM 3300-LOCALIZA-CLIENTE
                   IF CLIENTE-NA-TABELA
                       PERFORM 4200-GUARDA-FATURA
                   END-IF
               END-IF
           END-IF.

       4200-GUARDA-FATURA.
           MOVE WRK-CTR-INICIO (WRK-IDX-CTR) (1:6) TO WRK-CMP-INICIO
           MOVE WRK-CTR-ANIVERS (WRK-IDX-CTR) (1:6) TO WRK-CMP-FIM
           IF FAT-COMPETENCIA >= WRK-CMP-INICIO
                   AND FAT-COMPETENCIA <= WRK-CMP-FIM
                   AND FAT-NUMERO > WRK-CTR-FATURA (WRK-IDX-CTR)
               MOVE FAT-NUMERO TO WRK-CTR-FATURA (WRK-IDX-CTR)
           END-IF.

      * faixa alcancada: a mais alta cujo volume minimo o frete
      * do ano atingiu; o percentual dela vale para o ano todo
       5000-APURA-CLIENTE.
           ADD 1 TO WRK-QTD-APURADOS
           MOVE ZEROS TO WRK-FAIXA-ALCANCADA WRK-PERC-BONIF
           PERFORM VARYING WRK-IDX-FAIXA FROM 1 BY 1
                   UNTIL WRK-IDX-FAIXA > 3
               IF WRK-CTR-VOL-MIN (WRK-IDX-CTR WRK-IDX-FAIXA) > ZEROS
                       AND WRK-CTR-VOLUME (WRK-IDX-CTR) >=
                           WRK-CTR-VOL-MIN (WRK-IDX-CTR WRK-IDX-FAIXA)
                   MOVE WRK-IDX-FAIXA TO WRK-FAIXA-ALCANCADA
                   MOVE WRK-CTR-PERC (WRK-IDX-CTR WRK-IDX-FAIXA)
                       TO WRK-PERC-BONIF
               END-IF
           END-PERFORM
           COMPUTE WRK-BONIF-DEVIDA ROUNDED =
               WRK-CTR-VOLUME (WRK-IDX-CTR) * WRK-PERC-BONIF / 100
           PERFORM 5100-SOMA-CREDITADA
           IF WRK-BONIF-DEVIDA > WRK-JA-CREDITADA
               COMPUTE WRK-A-CREDITAR =
                   WRK-BONIF-DEVIDA - WRK-JA-CREDITADA
               PERFORM 5200-GRAVA-BONIFICACAO
           ELSE
               MOVE ZEROS TO WRK-A-CREDITAR
           END-IF
           PERFORM 6000-IMPRIME-EXTRATO.

      * o que as apuracoes anteriores do mesmo ano ja
      * creditaram (ou deixaram para credito manual) e abatido
       5100-SOMA-CREDITADA.
           MOVE ZEROS TO WRK-JA-CREDITADA WRK-ULTIMA-SEQ
           MOVE 'N' TO WRK-EOF-BON
           MOVE WRK-CTR-CLIENTE (WRK-IDX-CTR) TO BON-CLIENTE
           MOVE WRK-CTR-INICIO (WRK-IDX-CTR) TO BON-ANO-INICIO
           MOVE ZEROS TO BON-SEQ
           START BONIFIC-FILE KEY >= BON-CHAVE
               INVALID KEY SET FIM-BONIFICACOES TO TRUE
           END-START
           PERFORM 5110-LE-BONIFICACAO UNTIL FIM-BONIFICACOES.

       5110-LE-BONIFICACAO.
           READ BONIFIC-FILE NEXT RECORD
               AT END SET FIM-BONIFICACOES TO TRUE
           END-READ
           IF NOT FIM-BONIFICACOES
               IF BON-CLIENTE = WRK-CTR-CLIENTE (WRK-IDX-CTR)
                       AND BON-ANO-INICIO =
                           WRK-CTR-INICIO (WRK-IDX-CTR)
                   ADD BON-VALOR TO WRK-JA-CREDITADA
                   MOVE BON-SEQ TO WRK-ULTIMA-SEQ
               ELSE
                   SET FIM-BONIFICACOES TO TRUE
               END-IF
           END-IF.

       5200-GRAVA-BONIFICACAO.
           MOVE WRK-CTR-CLIENTE (WRK-IDX-CTR) TO BON-CLIENTE
           MOVE WRK-CTR-INICIO (WRK-IDX-CTR) TO BON-ANO-INICIO
           COMPUTE BON-SEQ = WRK-ULTIMA-SEQ + 1
           MOVE WRK-CTR-ANIVERS (WRK-IDX-CTR) TO BON-ANIVERSARIO
           MOVE DATA-SYS-NUM TO BON-DATA-APURACAO
           MOVE WRK-CTR-VOLUME (WRK-IDX-CTR) TO BON-VOLUME
           MOVE WRK-FAIXA-ALCANCADA TO BON-FAIXA
           MOVE WRK-PERC-BONIF TO BON-PERC
           MOVE WRK-BONIF-DEVIDA TO BON-DEVIDA
           MOVE WRK-JA-CREDITADA TO BON-JA-CREDITADA
           MOVE WRK-A-CREDITAR TO BON-VALOR
           MOVE WRK-CTR-FATURA (WRK-IDX-CTR) TO BON-FATURA
           MOVE ZEROS TO BON-NOTA
           IF WRK-CTR-FATURA (WRK-IDX-CTR) = ZEROS
               MOVE 'S' TO BON-SITUACAO
               ADD 1 TO WRK-QTD-SEM-FATURA
           ELSE
               MOVE 'P' TO BON-SITUACAO
           END-IF
           WRITE BONIFIC-RECORD
               INVALID KEY
                   DISPLAY 'BONIFICACAO DUPLICADA: ' BON-CHAVE
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-CREDITOS
                   ADD WRK-A-CREDITAR TO WRK-TOT-CREDITOS
           END-WRITE.

      * extrato do cliente para o gerente de conta: o ano, o
      * frete, as faixas do contrato com a alcancada marcada
      * e a conta da bonificacao
       6000-IMPRIME-EXTRATO.
           WRITE REPORT-LINE FROM WRK-LINHA-SEPARADOR
           MOVE DATA-SYS-NUM TO TIT-DATA
           WRITE REPORT-LINE FROM WRK-LINHA-TITULO
           MOVE WRK-CTR-CLIENTE (WRK-IDX-CTR) TO EXT-CLIENTE
           MOVE SPACES TO EXT-NOME
           IF CUSTMAST-DISPONIVEL
               MOVE WRK-CTR-CLIENTE (WRK-IDX-CTR) TO CUS-ID
               READ CUSTOMER-MASTER
                   KEY IS CUS-ID
                   INVALID KEY
                       MOVE 'NAO CADASTRADO' TO EXT-NOME
                   NOT INVALID KEY
                       MOVE CUS-NOME TO EXT-NOME
               END-READ
           END-IF
           WRITE REPORT-LINE FROM WRK-LINHA-CLIENTE
           MOVE WRK-CTR-INICIO (WRK-IDX-CTR) TO EXT-INICIO
           MOVE WRK-CTR-ANIVERS (WRK-IDX-CTR) TO EXT-ANIVERS
           WRITE REPORT-LINE FROM WRK-LINHA-ANO
           MOVE 'FRETE NO ANO DE CONTRATO:' TO EXT-ROTULO
           MOVE WRK-CTR-VOLUME (WRK-IDX-CTR) TO EXT-VALOR
           WRITE REPORT-LINE FROM WRK-LINHA-VALOR
           PERFORM 6100-IMPRIME-FAIXA
               VARYING WRK-IDX-FAIXA FROM 1 BY 1
               UNTIL WRK-IDX-FAIXA > 3
           MOVE 'BONIFICACAO DO ANO:' TO EXT-ROTULO
           MOVE WRK-BONIF-DEVIDA TO EXT-VALOR
           WRITE REPORT-LINE FROM WRK-LINHA-VALOR
           MOVE 'JA CREDITADA ANTERIORMENTE:' TO EXT-ROTULO
           MOVE WRK-JA-CREDITADA TO EXT-VALOR
           WRITE REPORT-LINE FROM WRK-LINHA-VALOR
           MOVE 'A CREDITAR NESTA APURACAO:' TO EXT-ROTULO
           MOVE WRK-A-CREDITAR TO EXT-VALOR
           WRITE REPORT-LINE FROM WRK-LINHA-VALOR
           MOVE SPACES TO EXT-NOTA
           EVALUATE TRUE
               WHEN WRK-FAIXA-ALCANCADA = ZEROS
                   MOVE 'VOLUME MINIMO DA PRIMEIRA FAIXA NAO ALCANCADO'
                       TO EXT-NOTA
               WHEN WRK-A-CREDITAR = ZEROS
                   MOVE 'BONIFICACAO DO ANO JA CREDITADA'
                       TO EXT-NOTA
               WHEN WRK-CTR-FATURA (WRK-IDX-CTR) = ZEROS
                   MOVE
                   'SEM FATURA NO ANO - CREDITO MANUAL NO FINANCEIRO'
                       TO EXT-NOTA
               WHEN OTHER
                   STRING 'NOTA DE CREDITO A EMITIR CONTRA A '
                           DELIMITED BY SIZE
                       'FATURA ' DELIMITED BY SIZE
                       WRK-CTR-FATURA (WRK-IDX-CTR)
                           DELIMITED BY SIZE
                       INTO EXT-NOTA
           END-EVALUATE
           WRITE REPORT-LINE FROM WRK-LINHA-NOTA.

       6100-IMPRIME-FAIXA.
           IF WRK-CTR-VOL-MIN (WRK-IDX-CTR WRK-IDX-FAIXA) > ZEROS
               MOVE WRK-IDX-FAIXA TO EXT-FAIXA
               MOVE WRK-CTR-VOL-MIN (WRK-IDX-CTR WRK-IDX-FAIXA)
                   TO EXT-VOL-MIN
               MOVE WRK-CTR-PERC (WRK-IDX-CTR WRK-IDX-FAIXA)
                   TO EXT-PERC
               IF WRK-IDX-FAIXA = WRK-FAIXA-ALCANCADA
                   MOVE '<- ALCANCADA' TO EXT-ALCANCADA
               ELSE
                   MOVE SPACES TO EXT-ALCANCADA
               END-IF
               WRITE REPORT-LINE FROM WRK-LINHA-FAIXA
           END-IF.

       9000-FINALIZA.
           WRITE REPORT-LINE FROM WRK-LINHA-SEPARADOR
           MOVE WRK-QTD-APURADOS TO TOT-APURADOS
           MOVE WRK-QTD-CREDITOS TO TOT-CREDITOS
           MOVE WRK-TOT-CREDITOS TO TOT-VALOR
           WRITE REPORT-LINE FROM WRK-LINHA-TOTAL
           CLOSE BONVOL-REPORT
           IF WRK-BONIFIC-STATUS = '00' OR '10' OR '23'
               CLOSE BONIFIC-FILE
           END-IF
           IF CUSTMAST-DISPONIVEL
               CLOSE CUSTOMER-MASTER
           END-IF
           DISPLAY 'CLIENTES APURADOS: ' WRK-QTD-APURADOS
           DISPLAY 'BONIFICACOES A CREDITAR: ' WRK-QTD-CREDITOS
           DISPLAY 'SEM FATURA PARA CREDITAR: ' WRK-QTD-SEM-FATURA
           DISPLAY 'EXTRATOS GERADOS EM BONVOL.RPT'
           MOVE 'F' TO WRK-RC-OPERACAO
           MOVE WRK-QTD-CREDITOS TO WRK-RC-QTD
           CALL 'runctl' USING WRK-RUNCTL.
