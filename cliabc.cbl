       IDENTIFICATION DIVISION.
       PROGRAM-ID. cliabc.
      ********************************************************
      *    Classificacao ABC de clientes e alerta de perda
      *    Mensal, na cadeia do fechamento do mes: soma, por
      *    cliente, a receita de frete (mesmo criterio do
      *    lucrorel) das cotacoes do FRETE-LOG e do
      *    FRETE-ARCHIVE nos 12 meses terminados na
      *    competencia. Ordena pela receita e classifica pela
      *    participacao acumulada: classe A ate o percentual A
      *    do CLIABC.CFG, classe B ate o percentual B, o resto
      *    classe C - e grava a classe, a competencia e a
      *    receita no CUSTMAST.DAT. O cliente cuja media dos
      *    ultimos 3 meses caiu mais que o percentual de queda
      *    abaixo da media dos 9 meses anteriores, ou que nao
      *    cota ha mais dias que o limite, recebe o alerta de
      *    perda no cadastro e entra na lista de ligacoes do
      *    comercial (CLIABC.RPT), com o vendedor, da maior
      *    receita perdida para a menor (perdida = media
      *    anterior x 3 menos o realizado dos ultimos 3 meses).
      *    Os dias sao contados na base comercial 30/360.
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

           SELECT FRETE-LOG ASSIGN TO 'FRETELOG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOG-CHAVE
               ALTERNATE RECORD KEY IS LOG-STADO WITH DUPLICATES
               FILE STATUS IS WRK-FRETELOG-STATUS.

           SELECT FRETE-ARCHIVE ASSIGN TO 'FRETEARQ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARC-CHAVE
               FILE STATUS IS WRK-FRETEARQ-STATUS.

           SELECT ABC-CONFIG ASSIGN TO 'CLIABC.CFG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ABCCFG-STATUS.

           SELECT ABC-REPORT ASSIGN TO 'CLIABC.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY 'custrec.cbl'.

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

       FD  ABC-CONFIG.
           COPY 'abccfg.cbl'.

       FD  ABC-REPORT
           RECORD CONTAINS 100 CHARACTERS.
       01  REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       77  WRK-CUSTMAST-STATUS  PIC X(02) VALUE '00'.
       77  WRK-FRETELOG-STATUS  PIC X(02) VALUE '00'.
       77  WRK-FRETEARQ-STATUS  PIC X(02) VALUE '00'.
       77  WRK-ABCCFG-STATUS    PIC X(02) VALUE '00'.
       77  WRK-EOF              PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO        VALUE 'S'.
       77  WRK-RETORNO          PIC 9(02) VALUE ZEROS.

       01  DATA-SYS.
           02  ANO-SYS PIC 9(04) VALUE ZEROS.
           02  MES-SYS PIC 9(02) VALUE ZEROS.
           02  DIA-SYS PIC 9(02) VALUE ZEROS.

      * contrato com o controle central de data (datasrv)
       01  WRK-DATACTL.
           05  WRK-DC-OPERACAO PIC X(01).
           05  WRK-DC-DATA     PIC 9(08).
           05  WRK-DC-CONTROLADA PIC X(01).
           05  WRK-DC-OK       PIC X(01).

      * contrato com o controle de execucao compartilhado
      * (runctl): uma classificacao por competencia; partida
      * mensal (M)
       01  WRK-RUNCTL.
           05  WRK-RC-OPERACAO PIC X(01).
           05  WRK-RC-PROGRAMA PIC X(12) VALUE 'CLIABC'.
           05  WRK-RC-QTD      PIC 9(06).
           05  WRK-RC-RUN-ID   PIC 9(06).
           05  WRK-RC-PERMITIDO PIC X(01).
           05  WRK-RC-PERIODO  PIC 9(06).

      * regras padrao, sobrescritas pelo CLIABC.CFG
       77  WRK-PERC-CLASSE-A    PIC 9(03)V99 VALUE 80.
       77  WRK-PERC-CLASSE-B    PIC 9(03)V99 VALUE 95.
       77  WRK-PERC-QUEDA       PIC 9(03)V99 VALUE 30.
       77  WRK-DIAS-PARADO      PIC 9(03) VALUE 90.

      * competencia classificada e a janela de 12 meses. Os
      * meses sao contados em sequencia (ano * 12 + mes) para
      * a janela cruzar o ano
       77  WRK-ANO-FECHAMENTO   PIC 9(04) VALUE ZEROS.
       77  WRK-MES-FECHAMENTO   PIC 9(02) VALUE ZEROS.
       77  WRK-MESES-FIM        PIC 9(06) VALUE ZEROS.
       77  WRK-MESES-REGISTRO   PIC 9(06) VALUE ZEROS.
       77  WRK-DISTANCIA-MESES  PIC S9(06) VALUE ZEROS.
       77  WRK-ANO-REGISTRO     PIC 9(04) VALUE ZEROS.
       77  WRK-MES-REGISTRO     PIC 9(02) VALUE ZEROS.
       77  WRK-DATA-REGISTRO    PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-LIMITE      PIC 9(08) VALUE ZEROS.

      * dias na base comercial 30/360, mesmo calculo da baixa
       01  WRK-DATA-QUEBRA.
           05  WRK-QBR-ANO      PIC 9(04).
           05  WRK-QBR-MES      PIC 9(02).
           05  WRK-QBR-DIA      PIC 9(02).
       01  WRK-DATA-QUEBRA-NUM REDEFINES WRK-DATA-QUEBRA
                                PIC 9(08).
       77  WRK-DIAS-FIM         PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-ULTIMA      PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-SEM-COTACAO PIC 9(05) VALUE ZEROS.

       77  WRK-RECEITA          PIC 9(06)V99 VALUE ZEROS.
       77  WRK-CLIENTE-BUSCA    PIC 9(06) VALUE ZEROS.

      * clientes do CUSTMAST.DAT, na ordem da chave, com a
      * receita dos ultimos 3 meses e dos 9 anteriores e a
      * data da ultima cotacao ate o fim da competencia
       01  WRK-TABELA-CLIENTES.
           05  WRK-CLI-ENTRADA OCCURS 1000 TIMES.
               10  WRK-CLI-CODIGO    PIC 9(06).
               10  WRK-CLI-NOME      PIC X(20).
               10  WRK-CLI-VENDEDOR  PIC X(04).
               10  WRK-CLI-REC-ULT3  PIC 9(09)V99.
               10  WRK-CLI-REC-ANT9  PIC 9(09)V99.
               10  WRK-CLI-ULTIMA    PIC 9(08).
               10  WRK-CLI-CLASSE    PIC X(01).
               10  WRK-CLI-ALERTA    PIC X(01).
               10  WRK-CLI-DIAS      PIC 9(05).
               10  WRK-CLI-PERDIDA   PIC 9(09)V99.
       77  WRK-QTD-CLIENTES     PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-CLIENTE      PIC 9(04) VALUE ZEROS.
       77  WRK-CLIENTE-ACHADO   PIC X(01) VALUE 'N'.
           88 CLIENTE-NA-TABELA     VALUE 'S'.
       77  WRK-QTD-FORA-TABELA  PIC 9(06) VALUE ZEROS.

      * ordem de classificacao (receita de 12 meses) e ordem
      * da lista de ligacoes (receita perdida): indice do
      * cliente na tabela e o valor que ordena, por troca
      * simples do maior para o menor
       01  WRK-TABELA-ORDEM.
           05  WRK-ORD-ENTRADA OCCURS 1000 TIMES.
               10  WRK-ORD-IDX       PIC 9(04).
               10  WRK-ORD-VALOR     PIC 9(10)V99.
       77  WRK-QTD-ORDEM        PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-ORD          PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-COMP         PIC 9(04) VALUE ZEROS.
       01  WRK-TROCA-ORDEM.
           05  WRK-TRC-IDX       PIC 9(04).
           05  WRK-TRC-VALOR     PIC 9(10)V99.

       77  WRK-RECEITA-TOTAL    PIC 9(11)V99 VALUE ZEROS.
       77  WRK-RECEITA-ACUM     PIC 9(11)V99 VALUE ZEROS.
       77  WRK-RECEITA-12M      PIC 9(10)V99 VALUE ZEROS.
       77  WRK-PARTICIPACAO     PIC 9(03)V99 VALUE ZEROS.
       77  WRK-MEDIA-ANTERIOR   PIC 9(09)V99 VALUE ZEROS.
       77  WRK-MEDIA-RECENTE    PIC 9(09)V99 VALUE ZEROS.
       77  WRK-MEDIA-CORTE      PIC 9(09)V99 VALUE ZEROS.
       77  WRK-PERDIDA          PIC S9(10)V99 VALUE ZEROS.

       77  WRK-QTD-CLASSE-A     PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-CLASSE-B     PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-CLASSE-C     PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-LIGACOES     PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-GRAVADOS     PIC 9(06) VALUE ZEROS.

       01  WRK-LINHA-SEPARADOR  PIC X(100) VALUE ALL '-'.

       01  WRK-LINHA-TITULO.
           05  FILLER          PIC X(44) VALUE
               'CLIENTES EM RISCO - LISTA DE LIGACOES - MES '.
           05  TIT-MES         PIC 9(02).
           05  FILLER          PIC X(01) VALUE '/'.
           05  TIT-ANO         PIC 9(04).

       01  WRK-LINHA-REGRAS.
           05  FILLER          PIC X(15) VALUE 'QUEDA ACIMA DE '.
           05  REG-QUEDA       PIC ZZ9,99.
           05  FILLER          PIC X(22) VALUE
               '% OU SEM COTACAO HA + '.
           05  REG-DIAS        PIC ZZ9.
           05  FILLER          PIC X(06) VALUE ' DIAS'.

       01  WRK-LINHA-COLUNAS.
           05  FILLER          PIC X(50) VALUE
               'CLIENTE NOME                 CL VEND   RECEITA 12M'.
           05  FILLER          PIC X(50) VALUE
               '  MEDIA ANT. MEDIA 3M     PERDIDA  DIAS ALERTA'.

       01  WRK-LINHA-CLIENTE.
           05  REL-CLIENTE     PIC 9(06).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  REL-NOME        PIC X(20).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  REL-CLASSE      PIC X(01).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  REL-VENDEDOR    PIC X(04).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  REL-RECEITA     PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  REL-MEDIA-ANT   PIC ZZZ.ZZ9,99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  REL-MEDIA-REC   PIC ZZZ.ZZ9,99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  REL-PERDIDA     PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  REL-DIAS        PIC ZZZZ9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  REL-ALERTA      PIC X(06).

       01  WRK-LINHA-RESUMO.
           05  FILLER          PIC X(10) VALUE 'CLASSE A: '.
           05  RES-CLASSE-A    PIC ZZZZ9.
           05  FILLER          PIC X(12) VALUE '  CLASSE B: '.
           05  RES-CLASSE-B    PIC ZZZZ9.
           05  FILLER          PIC X(12) VALUE '  CLASSE C: '.
           05  RES-CLASSE-C    PIC ZZZZ9.
           05  FILLER          PIC X(13) VALUE '  LIGACOES: '.
           05  RES-LIGACOES    PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-CARREGA-CLIENTES
           PERFORM 3000-ACUMULA-LOG
           PERFORM 4000-ACUMULA-ARQUIVO
           PERFORM 5000-CLASSIFICA
           PERFORM 6000-AVALIA-PERDA
               VARYING WRK-IDX-CLIENTE FROM 1 BY 1
               UNTIL WRK-IDX-CLIENTE > WRK-QTD-CLIENTES
           PERFORM 7000-GRAVA-CADASTRO
               VARYING WRK-IDX-CLIENTE FROM 1 BY 1
               UNTIL WRK-IDX-CLIENTE > WRK-QTD-CLIENTES
           PERFORM 8000-IMPRIME-LIGACOES
           PERFORM 9000-FINALIZA
           MOVE WRK-RETORNO TO RETURN-CODE
           STOP RUN.

      * fora da cadeia do fechamento a competencia e o mes
      * anterior ao da data de negocio, como no orcrel; na
      * cadeia, a liberada pela guarda
       1000-INICIALIZA.
           MOVE 'L' TO WRK-DC-OPERACAO
           CALL 'datasrv' USING WRK-DATACTL
           MOVE WRK-DC-DATA TO DATA-SYS
           IF MES-SYS = 1
               MOVE 12 TO WRK-MES-FECHAMENTO
               COMPUTE WRK-ANO-FECHAMENTO = ANO-SYS - 1
           ELSE
               COMPUTE WRK-MES-FECHAMENTO = MES-SYS - 1
               MOVE ANO-SYS TO WRK-ANO-FECHAMENTO
           END-IF
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
           COMPUTE WRK-MESES-FIM =
               WRK-ANO-FECHAMENTO * 12 + WRK-MES-FECHAMENTO
      * ultimo dia da competencia: cotacao posterior nao
      * conta nem para a ultima data do cliente
           COMPUTE WRK-DATA-LIMITE = WRK-RC-PERIODO * 100 + 31
           COMPUTE WRK-DIAS-FIM = (WRK-ANO-FECHAMENTO * 360)
               + (WRK-MES-FECHAMENTO * 30) + 30
           PERFORM 1100-LE-REGRAS
           OPEN I-O CUSTOMER-MASTER
           IF WRK-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'CUSTMAST.DAT INDISPONIVEL - CLASSIFICACAO '
                   'NAO REALIZADA'
               MOVE 'E' TO WRK-RC-OPERACAO
               CALL 'runctl' USING WRK-RUNCTL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ABC-REPORT
           MOVE WRK-MES-FECHAMENTO TO TIT-MES
           MOVE WRK-ANO-FECHAMENTO TO TIT-ANO
           WRITE REPORT-LINE FROM WRK-LINHA-TITULO
           MOVE WRK-PERC-QUEDA TO REG-QUEDA
           MOVE WRK-DIAS-PARADO TO REG-DIAS
           WRITE REPORT-LINE FROM WRK-LINHA-REGRAS
           WRITE REPORT-LINE FROM WRK-LINHA-SEPARADOR
           WRITE REPORT-LINE FROM WRK-LINHA-COLUNAS.

      * regras do CLIABC.CFG; arquivo ausente ou campo nao
      * numerico fica com a regra padrao do programa
       1100-LE-REGRAS.
           OPEN INPUT ABC-CONFIG
           IF WRK-ABCCFG-STATUS = '00'
               READ ABC-CONFIG
                   NOT AT END
                       IF ACF-PERC-CLASSE-A IS NUMERIC
                               AND ACF-PERC-CLASSE-A > ZEROS
                               AND ACF-PERC-CLASSE-A < 100
                           MOVE ACF-PERC-CLASSE-A
                               TO WRK-PERC-CLASSE-A
                       END-IF
                       IF ACF-PERC-CLASSE-B IS NUMERIC
                               AND ACF-PERC-CLASSE-B
                                   > WRK-PERC-CLASSE-A
                               AND ACF-PERC-CLASSE-B NOT > 100
                           MOVE ACF-PERC-CLASSE-B
                               TO WRK-PERC-CLASSE-B
                       END-IF
                       IF ACF-PERC-QUEDA IS NUMERIC
                               AND ACF-PERC-QUEDA > ZEROS
                               AND ACF-PERC-QUEDA < 100
                           MOVE ACF-PERC-QUEDA TO WRK-PERC-QUEDA
                       END-IF
                       IF ACF-DIAS-PARADO IS NUMERIC
                               AND ACF-DIAS-PARADO > ZEROS
                           MOVE ACF-DIAS-PARADO TO WRK-DIAS-PARADO
                       END-IF
               END-READ
               CLOSE ABC-CONFIG
           END-IF
           IF WRK-PERC-CLASSE-B NOT > WRK-PERC-CLASSE-A
               MOVE 100 TO WRK-PERC-CLASSE-B
           END-IF.

       2000-CARREGA-CLIENTES.
           MOVE 'N' TO WRK-EOF
           PERFORM 2100-LE-CLIENTE UNTIL FIM-DE-ARQUIVO.

       2100-LE-CLIENTE.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF WRK-QTD-CLIENTES < 1000
                   ADD 1 TO WRK-QTD-CLIENTES
                   MOVE CUS-ID TO WRK-CLI-CODIGO (WRK-QTD-CLIENTES)
                   MOVE CUS-NOME TO WRK-CLI-NOME (WRK-QTD-CLIENTES)
                   MOVE CUS-VENDEDOR
                       TO WRK-CLI-VENDEDOR (WRK-QTD-CLIENTES)
                   MOVE ZEROS TO WRK-CLI-REC-ULT3 (WRK-QTD-CLIENTES)
                       WRK-CLI-REC-ANT9 (WRK-QTD-CLIENTES)
                       WRK-CLI-ULTIMA (WRK-QTD-CLIENTES)
                       WRK-CLI-DIAS (WRK-QTD-CLIENTES)
                       WRK-CLI-PERDIDA (WRK-QTD-CLIENTES)
                   MOVE SPACES TO WRK-CLI-CLASSE (WRK-QTD-CLIENTES)
                       WRK-CLI-ALERTA (WRK-QTD-CLIENTES)
               ELSE
                   ADD 1 TO WRK-QTD-FORA-TABELA
               END-IF
           END-IF.

      * receita = frete liquido + adicionais repassados, como
      * no lucrorel
       3000-ACUMULA-LOG.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT FRETE-LOG
           IF WRK-FRETELOG-STATUS NOT = '00'
               DISPLAY 'FRETE-LOG INEXISTENTE'
               MOVE 'S' TO WRK-EOF
           END-IF
           PERFORM 3100-LE-LOG UNTIL FIM-DE-ARQUIVO
           IF WRK-FRETELOG-STATUS = '00' OR '10'
               CLOSE FRETE-LOG
           END-IF.

       3100-LE-LOG.
           READ FRETE-LOG NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO AND LOG-CLIENTE IS NUMERIC
                   AND LOG-CLIENTE > ZEROS
                   AND LOG-DATA-HORA (1:8) IS NUMERIC
               MOVE LOG-DATA-HORA (1:8) TO WRK-DATA-REGISTRO
               MOVE LOG-CLIENTE TO WRK-CLIENTE-BUSCA
               COMPUTE WRK-RECEITA =
                   LOG-FRETE + LOG-ADICIONAL + LOG-COMBUSTIVEL
                   + LOG-ADIC-ZONA + LOG-SAZONAL + LOG-TAXA-REEMB
               PERFORM 3200-ACUMULA-CLIENTE
           END-IF.

      * ultimos 3 meses = distancia 0 a 2 da competencia; 9
      * anteriores = distancia 3 a 11
       3200-ACUMULA-CLIENTE.
           IF WRK-DATA-REGISTRO NOT > WRK-DATA-LIMITE
               PERFORM 3300-LOCALIZA-CLIENTE
           ELSE
               MOVE 'N' TO WRK-CLIENTE-ACHADO
           END-IF
           IF CLIENTE-NA-TABELA
               IF WRK-DATA-REGISTRO
                       > WRK-CLI-ULTIMA (WRK-IDX-CLIENTE)
                   MOVE WRK-DATA-REGISTRO
                       TO WRK-CLI-ULTIMA (WRK-IDX-CLIENTE)
               END-IF
               DIVIDE WRK-DATA-REGISTRO BY 10000
                   GIVING WRK-ANO-REGISTRO
               MOVE WRK-DATA-REGISTRO TO WRK-DATA-QUEBRA-NUM
               MOVE WRK-QBR-MES TO WRK-MES-REGISTRO
               COMPUTE WRK-MESES-REGISTRO =
                   WRK-ANO-REGISTRO * 12 + WRK-MES-REGISTRO
               COMPUTE WRK-DISTANCIA-MESES =
                   WRK-MESES-FIM - WRK-MESES-REGISTRO
               EVALUATE TRUE
                   WHEN WRK-DISTANCIA-MESES >= 0
                           AND WRK-DISTANCIA-MESES <= 2
                       ADD WRK-RECEITA
                           TO WRK-CLI-REC-ULT3 (WRK-IDX-CLIENTE)
                   WHEN WRK-DISTANCIA-MESES >= 3
                           AND WRK-DISTANCIA-MESES <= 11
                       ADD WRK-RECEITA
                           TO WRK-CLI-REC-ANT9 (WRK-IDX-CLIENTE)
               END-EVALUATE
           END-IF.

      * a tabela segue a ordem da chave do CUSTMAST
       3300-LOCALIZA-CLIENTE.
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

       4000-ACUMULA-ARQUIVO.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT FRETE-ARCHIVE
           IF WRK-FRETEARQ-STATUS NOT = '00'
               MOVE 'S' TO WRK-EOF
           END-IF
           PERFORM 4100-LE-ARQUIVO UNTIL FIM-DE-ARQUIVO
           IF WRK-FRETEARQ-STATUS = '00' OR '10'
               CLOSE FRETE-ARCHIVE
           END-IF.

       4100-LE-ARQUIVO.
           READ FRETE-ARCHIVE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO AND ARC-CLIENTE IS NUMERIC
                   AND ARC-CLIENTE > ZEROS
                   AND ARC-DATA-HORA (1:8) IS NUMERIC
               MOVE ARC-DATA-HORA (1:8) TO WRK-DATA-REGISTRO
               MOVE ARC-CLIENTE TO WRK-CLIENTE-BUSCA
               COMPUTE WRK-RECEITA =
                   ARC-FRETE + ARC-ADICIONAL + ARC-COMBUSTIVEL
                   + ARC-ADIC-ZONA + ARC-SAZONAL + ARC-TAXA-REEMB
               PERFORM 3200-ACUMULA-CLIENTE
           END-IF.

      * do maior para o menor faturamento de 12 meses: a
      * participacao acumulada antes do cliente decide a
      * classe, de modo que o cliente que cruza o corte
      * ainda fica na classe de cima; sem receita e classe C
       5000-CLASSIFICA.
           MOVE ZEROS TO WRK-QTD-ORDEM WRK-RECEITA-TOTAL
           PERFORM VARYING WRK-IDX-CLIENTE FROM 1 BY 1
                   UNTIL WRK-IDX-CLIENTE > WRK-QTD-CLIENTES
               ADD 1 TO WRK-QTD-ORDEM
               MOVE WRK-IDX-CLIENTE TO WRK-ORD-IDX (WRK-QTD-ORDEM)
               COMPUTE WRK-ORD-VALOR (WRK-QTD-ORDEM) =
                   WRK-CLI-REC-ULT3 (WRK-IDX-CLIENTE)
                   + WRK-CLI-REC-ANT9 (WRK-IDX-CLIENTE)
               ADD WRK-ORD-VALOR (WRK-QTD-ORDEM)
                   TO WRK-RECEITA-TOTAL
           END-PERFORM
           PERFORM 5500-ORDENA-DECRESCENTE
           MOVE ZEROS TO WRK-RECEITA-ACUM
           PERFORM VARYING WRK-IDX-ORD FROM 1 BY 1
                   UNTIL WRK-IDX-ORD > WRK-QTD-ORDEM
               MOVE WRK-ORD-IDX (WRK-IDX-ORD) TO WRK-IDX-CLIENTE
               IF WRK-ORD-VALOR (WRK-IDX-ORD) = ZEROS
                   MOVE 'C' TO WRK-CLI-CLASSE (WRK-IDX-CLIENTE)
               ELSE
                   COMPUTE WRK-PARTICIPACAO =
                       WRK-RECEITA-ACUM * 100 / WRK-RECEITA-TOTAL
                   EVALUATE TRUE
                       WHEN WRK-PARTICIPACAO < WRK-PERC-CLASSE-A
                           MOVE 'A'
                               TO WRK-CLI-CLASSE (WRK-IDX-CLIENTE)
                       WHEN WRK-PARTICIPACAO < WRK-PERC-CLASSE-B
                           MOVE 'B'
                               TO WRK-CLI-CLASSE (WRK-IDX-CLIENTE)
                       WHEN OTHER
                           MOVE 'C'
                               TO WRK-CLI-CLASSE (WRK-IDX-CLIENTE)
                   END-EVALUATE
                   ADD WRK-ORD-VALOR (WRK-IDX-ORD)
                       TO WRK-RECEITA-ACUM
               END-IF
               EVALUATE WRK-CLI-CLASSE (WRK-IDX-CLIENTE)
                   WHEN 'A' ADD 1 TO WRK-QTD-CLASSE-A
                   WHEN 'B' ADD 1 TO WRK-QTD-CLASSE-B
                   WHEN OTHER ADD 1 TO WRK-QTD-CLASSE-C
               END-EVALUATE
           END-PERFORM.

      * troca simples dentro da tabela de ordem, o maior
      * valor sobe para o topo
       5500-ORDENA-DECRESCENTE.
           PERFORM VARYING WRK-IDX-ORD FROM 1 BY 1
                   UNTIL WRK-IDX-ORD >= WRK-QTD-ORDEM
               PERFORM VARYING WRK-IDX-COMP FROM 1 BY 1
                       UNTIL WRK-IDX-COMP >= WRK-QTD-ORDEM
                   IF WRK-ORD-VALOR (WRK-IDX-COMP + 1)
                           > WRK-ORD-VALOR (WRK-IDX-COMP)
                       MOVE WRK-ORD-ENTRADA (WRK-IDX-COMP)
                           TO WRK-TROCA-ORDEM
                       MOVE WRK-ORD-ENTRADA (WRK-IDX-COMP + 1)
                           TO WRK-ORD-ENTRADA (WRK-IDX-COMP)
                       MOVE WRK-TROCA-ORDEM
                           TO WRK-ORD-ENTRADA (WRK-IDX-COMP + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * queda: media dos ultimos 3 meses abaixo da media dos 9
      * anteriores menos o percentual de queda; parado: a
      * ultima cotacao ficou mais dias atras que o limite.
      * Cliente que nunca cotou nao e perda, e prospeccao
       6000-AVALIA-PERDA.
           COMPUTE WRK-MEDIA-ANTERIOR ROUNDED =
               WRK-CLI-REC-ANT9 (WRK-IDX-CLIENTE) / 9
           COMPUTE WRK-MEDIA-RECENTE ROUNDED =
               WRK-CLI-REC-ULT3 (WRK-IDX-CLIENTE) / 3
           COMPUTE WRK-MEDIA-CORTE ROUNDED =
               WRK-MEDIA-ANTERIOR * (100 - WRK-PERC-QUEDA) / 100
           COMPUTE WRK-PERDIDA =
               WRK-MEDIA-ANTERIOR * 3
               - WRK-CLI-REC-ULT3 (WRK-IDX-CLIENTE)
           IF WRK-PERDIDA > ZEROS
               MOVE WRK-PERDIDA TO WRK-CLI-PERDIDA (WRK-IDX-CLIENTE)
           END-IF
           IF WRK-MEDIA-ANTERIOR > ZEROS
                   AND WRK-MEDIA-RECENTE < WRK-MEDIA-CORTE
               MOVE 'Q' TO WRK-CLI-ALERTA (WRK-IDX-CLIENTE)
           END-IF
           IF WRK-CLI-ULTIMA (WRK-IDX-CLIENTE) > ZEROS
               MOVE WRK-CLI-ULTIMA (WRK-IDX-CLIENTE)
                   TO WRK-DATA-QUEBRA-NUM
               COMPUTE WRK-DIAS-ULTIMA = (WRK-QBR-ANO * 360)
                   + (WRK-QBR-MES * 30) + WRK-QBR-DIA
               IF WRK-DIAS-ULTIMA < WRK-DIAS-FIM
                   COMPUTE WRK-DIAS-SEM-COTACAO =
                       WRK-DIAS-FIM - WRK-DIAS-ULTIMA
               ELSE
                   MOVE ZEROS TO WRK-DIAS-SEM-COTACAO
               END-IF
               MOVE WRK-DIAS-SEM-COTACAO
                   TO WRK-CLI-DIAS (WRK-IDX-CLIENTE)
               IF WRK-DIAS-SEM-COTACAO > WRK-DIAS-PARADO
                   IF WRK-CLI-ALERTA (WRK-IDX-CLIENTE) = 'Q'
                       MOVE 'A' TO WRK-CLI-ALERTA (WRK-IDX-CLIENTE)
                   ELSE
                       MOVE 'P' TO WRK-CLI-ALERTA (WRK-IDX-CLIENTE)
                   END-IF
               END-IF
           END-IF.

      * classe, competencia, receita e alerta no cadastro;
      * o alerta do mes anterior cai se o cliente voltou
       7000-GRAVA-CADASTRO.
           MOVE WRK-CLI-CODIGO (WRK-IDX-CLIENTE) TO CUS-ID
           READ CUSTOMER-MASTER
               KEY IS CUS-ID
               INVALID KEY
                   DISPLAY 'CLIENTE ' CUS-ID ' SAIU DO CADASTRO'
               NOT INVALID KEY
                   MOVE WRK-CLI-CLASSE (WRK-IDX-CLIENTE)
                       TO CUS-CLASSE-ABC
                   MOVE WRK-RC-PERIODO TO CUS-ABC-COMPETENCIA
                   COMPUTE CUS-RECEITA-12M =
                       WRK-CLI-REC-ULT3 (WRK-IDX-CLIENTE)
                       + WRK-CLI-REC-ANT9 (WRK-IDX-CLIENTE)
                   MOVE WRK-CLI-ALERTA (WRK-IDX-CLIENTE)
                       TO CUS-ALERTA-PERDA
                   REWRITE CUSTOMER-RECORD
                   ADD 1 TO WRK-QTD-GRAVADOS
           END-READ.

      * lista de ligacoes: so os clientes com alerta, da maior
      * receita perdida para a menor
       8000-IMPRIME-LIGACOES.
           MOVE ZEROS TO WRK-QTD-ORDEM
           PERFORM VARYING WRK-IDX-CLIENTE FROM 1 BY 1
                   UNTIL WRK-IDX-CLIENTE > WRK-QTD-CLIENTES
               IF WRK-CLI-ALERTA (WRK-IDX-CLIENTE) NOT = SPACES
                   ADD 1 TO WRK-QTD-ORDEM
                   MOVE WRK-IDX-CLIENTE
                       TO WRK-ORD-IDX (WRK-QTD-ORDEM)
                   MOVE WRK-CLI-PERDIDA (WRK-IDX-CLIENTE)
                       TO WRK-ORD-VALOR (WRK-QTD-ORDEM)
               END-IF
           END-PERFORM
           PERFORM 5500-ORDENA-DECRESCENTE
           PERFORM 8100-IMPRIME-CLIENTE
               VARYING WRK-IDX-ORD FROM 1 BY 1
               UNTIL WRK-IDX-ORD > WRK-QTD-ORDEM
           MOVE WRK-QTD-ORDEM TO WRK-QTD-LIGACOES
           WRITE REPORT-LINE FROM WRK-LINHA-SEPARADOR
           MOVE WRK-QTD-CLASSE-A TO RES-CLASSE-A
           MOVE WRK-QTD-CLASSE-B TO RES-CLASSE-B
           MOVE WRK-QTD-CLASSE-C TO RES-CLASSE-C
           MOVE WRK-QTD-LIGACOES TO RES-LIGACOES
           WRITE REPORT-LINE FROM WRK-LINHA-RESUMO.

       8100-IMPRIME-CLIENTE.
           MOVE WRK-ORD-IDX (WRK-IDX-ORD) TO WRK-IDX-CLIENTE
           MOVE WRK-CLI-CODIGO (WRK-IDX-CLIENTE) TO REL-CLIENTE
           MOVE WRK-CLI-NOME (WRK-IDX-CLIENTE) TO REL-NOME
           MOVE WRK-CLI-CLASSE (WRK-IDX-CLIENTE) TO REL-CLASSE
           MOVE WRK-CLI-VENDEDOR (WRK-IDX-CLIENTE) TO REL-VENDEDOR
           COMPUTE WRK-RECEITA-12M =
               WRK-CLI-REC-ULT3 (WRK-IDX-CLIENTE)
               + WRK-CLI-REC-ANT9 (WRK-IDX-CLIENTE)
           MOVE WRK-RECEITA-12M TO REL-RECEITA
           COMPUTE WRK-MEDIA-ANTERIOR ROUNDED =
               WRK-CLI-REC-ANT9 (WRK-IDX-CLIENTE) / 9
           COMPUTE WRK-MEDIA-RECENTE ROUNDED =
               WRK-CLI-REC-ULT3 (WRK-IDX-CLIENTE) / 3
           MOVE WRK-MEDIA-ANTERIOR TO REL-MEDIA-ANT
           MOVE WRK-MEDIA-RECENTE TO REL-MEDIA-REC
           MOVE WRK-CLI-PERDIDA (WRK-IDX-CLIENTE) TO REL-PERDIDA
           MOVE WRK-CLI-DIAS (WRK-IDX-CLIENTE) TO REL-DIAS
           EVALUATE WRK-CLI-ALERTA (WRK-IDX-CLIENTE)
               WHEN 'Q' MOVE 'QUEDA ' TO REL-ALERTA
               WHEN 'P' MOVE 'PARADO' TO REL-ALERTA
               WHEN OTHER MOVE 'AMBOS ' TO REL-ALERTA
           END-EVALUATE
           WRITE REPORT-LINE FROM WRK-LINHA-CLIENTE.

      * cliente alem da tabela fica sem classe neste mes:
      * aviso (RC 4) para ampliar a tabela
       9000-FINALIZA.
           CLOSE CUSTOMER-MASTER
           CLOSE ABC-REPORT
           IF WRK-QTD-FORA-TABELA > ZEROS
               DISPLAY 'CLIENTES NAO CLASSIFICADOS (TABELA CHEIA): '
                   WRK-QTD-FORA-TABELA
               MOVE 4 TO WRK-RETORNO
           END-IF
           DISPLAY 'CLIENTES CLASSIFICADOS: ' WRK-QTD-GRAVADOS
           DISPLAY 'LISTA DE LIGACOES GERADA EM CLIABC.RPT: '
               WRK-QTD-LIGACOES
           MOVE 'F' TO WRK-RC-OPERACAO
           MOVE WRK-QTD-GRAVADOS TO WRK-RC-QTD
           CALL 'runctl' USING WRK-RUNCTL.
