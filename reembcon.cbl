       IDENTIFICATION DIVISION.
       PROGRAM-ID. reembcon.
      ********************************************************
      *    Conciliacao da cobranca na entrega
      *    Toda cotacao do FRETE-LOG com valor a cobrar do
      *    destinatario (LOG-REEMBOLSO) abre um registro em
      *    REEMBOLSO.DAT com o valor esperado. O arquivo que as
      *    transportadoras mandam com o que cobraram
      *    (REEMBCOL.DAT, uma linha por cotacao: codigo,
      *    LOG-SEQ-ID, valor e data da cobranca) e baixado
      *    contra esses registros, apontando valor divergente,
      *    cobranca repetida, cobranca de outra transportadora
      *    e cobranca de cotacao sem reembolso. O REEMBCON.RPT
      *    lista por transportadora o que ainda nao foi
      *    repassado - a cobrar e ja cobrado - por idade, em
      *    dias desde a entrega (POD) ou, sem comprovante, desde
      *    a cotacao. O cobrado e compensado contra o frete a
      *    pagar no fechamento mensal (transpfech).
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

      * controle das cobrancas na entrega por cotacao
           SELECT REEMBOLSO-FILE ASSIGN TO 'REEMBOLSO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMB-SEQ-ID
               FILE STATUS IS WRK-REEMBOLSO-STATUS.

      * cobrancas informadas pelas transportadoras, carregadas
      * do arquivo que elas enviam
           SELECT REEMB-COBRADO ASSIGN TO 'REEMBCOL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REEMBCOL-STATUS.

      * comprovantes de entrega, pela data de inicio da idade;
      * opcional como no podrel
           SELECT POD-FILE ASSIGN TO 'POD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POD-SEQ-COTACAO
               FILE STATUS IS WRK-POD-STATUS.

           SELECT CONCILIA-REPORT ASSIGN TO 'REEMBCON.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FRETE-LOG.
           COPY 'fretelog.cbl'.

       FD  REEMBOLSO-FILE.
           COPY 'reembrec.cbl'.

       FD  REEMB-COBRADO
           RECORD CONTAINS 27 CHARACTERS.
       01  REEMBCOL-LINE.
           05  RCL-TRANSP      PIC X(03).
           05  RCL-SEQ-ID      PIC 9(08).
           05  RCL-VALOR       PIC 9(06)V99.
           05  RCL-DATA        PIC 9(08).

       FD  POD-FILE.
           COPY 'podrec.cbl'.

       FD  CONCILIA-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       77  WRK-FRETELOG-STATUS  PIC X(02) VALUE '00'.
       77  WRK-REEMBOLSO-STATUS PIC X(02) VALUE '00'.
       77  WRK-REEMBCOL-STATUS  PIC X(02) VALUE '00'.
       77  WRK-POD-STATUS       PIC X(02) VALUE '00'.
       77  WRK-POD-DISP         PIC X(01) VALUE 'N'.
           88 POD-DISPONIVEL        VALUE 'S'.
       77  WRK-EOF              PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO        VALUE 'S'.

       01  DATA-SYS.
           02  ANO-SYS PIC 9(04) VALUE ZEROS.
           02  MES-SYS PIC 9(02) VALUE ZEROS.
           02  DIA-SYS PIC 9(02) VALUE ZEROS.
       01  DATA-SYS-NUM REDEFINES DATA-SYS PIC 9(08).

      * contrato com o controle central de data (datasrv): a
      * idade das pendencias conta ate a data de negocio
       01  WRK-DATACTL.
           05  WRK-DC-OPERACAO PIC X(01).
           05  WRK-DC-DATA     PIC 9(08).
           05  WRK-DC-CONTROLADA PIC X(01).
           05  WRK-DC-OK       PIC X(01).

      * contrato com o controle de execucao compartilhado
      * (runctl)
       01  WRK-RUNCTL.
           05  WRK-RC-OPERACAO PIC X(01).
           05  WRK-RC-PROGRAMA PIC X(12) VALUE 'REEMBCON'.
           05  WRK-RC-QTD      PIC 9(06).
           05  WRK-RC-RUN-ID   PIC 9(06).
           05  WRK-RC-PERMITIDO PIC X(01).

      * idade na base comercial 30/360, mesmo calculo do
      * podrel
       77  WRK-DIAS-HOJE        PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-BASE        PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-IDADE       PIC S9(05) VALUE ZEROS.
       01  WRK-DATA-QUEBRA.
           05  WRK-QBR-ANO      PIC 9(04).
           05  WRK-QBR-MES      PIC 9(02).
           05  WRK-QBR-DIA      PIC 9(02).
       77  WRK-FAIXA            PIC 9(01) VALUE ZEROS.
       77  WRK-VALOR-PENDENTE   PIC 9(06)V99 VALUE ZEROS.

      * pendencias de repasse por transportadora: quantidade e
      * valor por faixa de idade (ate 15, 16 a 30, 31 a 60 e
      * acima de 60 dias) e o total a cobrar e ja cobrado
       01  WRK-TABELA-TRANSP.
           05  WRK-TRP-ENTRADA OCCURS 50 TIMES.
               10  WRK-TRP-COD     PIC X(03).
               10  WRK-TRP-FAIXA OCCURS 4 TIMES.
                   15  WRK-TRP-QTD-FAIXA PIC 9(05).
                   15  WRK-TRP-VAL-FAIXA PIC 9(09)V99.
               10  WRK-TRP-A-COBRAR  PIC 9(09)V99.
               10  WRK-TRP-COBRADO   PIC 9(09)V99.
       77  WRK-QTD-TRANSP       PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-TRANSP       PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-FAIXA        PIC 9(01) VALUE ZEROS.
       77  WRK-TRANSP-LINHA     PIC X(03) VALUE SPACES.
       77  WRK-TRANSP-ACHADA    PIC X(01) VALUE 'N'.
           88 TRANSP-NA-TABELA      VALUE 'S'.

       77  WRK-QTD-ABERTOS      PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-BAIXADOS     PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-DIVERGE      PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-DOBRO        PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-OUTRA        PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-SEM-REEMB    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-PENDENTES    PIC 9(05) VALUE ZEROS.

       01  WRK-LINHA-SEPARADOR  PIC X(80) VALUE ALL '='.

       01  WRK-LINHA-TITULO.
           05  FILLER          PIC X(38) VALUE
               'CONCILIACAO DA COBRANCA NA ENTREGA - '.
           05  TIT-DATA        PIC 9(08).

       01  WRK-LINHA-TIT-BAIXA PIC X(80) VALUE
           'COBRANCAS INFORMADAS PELAS TRANSPORTADORAS'.

       01  WRK-LINHA-DIVERGE.
           05  FILLER          PIC X(08) VALUE 'TRANSP: '.
           05  DIV-TRANSP      PIC X(03).
           05  FILLER          PIC X(07) VALUE ' SEQ: '.
           05  DIV-SEQ         PIC 9(08).
           05  FILLER          PIC X(10) VALUE ' MOTIVO: '.
           05  DIV-MOTIVO      PIC X(12).
           05  FILLER          PIC X(10) VALUE ' COBRADO: '.
           05  DIV-COBRADO     PIC ZZZ.ZZ9,99.
           05  FILLER          PIC X(09) VALUE ' ESPER: '.
           05  DIV-ESPERADO    PIC ZZZ.ZZ9,99.

       01  WRK-LINHA-TRANSP.
           05  FILLER          PIC X(32) VALUE
               'PENDENTES DE REPASSE - TRANSP: '.
           05  PEN-TRANSP      PIC X(03).

       01  WRK-LINHA-PENDENTE.
           05  FILLER          PIC X(09) VALUE 'COTACAO: '.
           05  PEN-SEQ         PIC 9(08).
           05  FILLER          PIC X(09) VALUE ' PEDIDO: '.
           05  PEN-PEDIDO      PIC 9(08).
           05  FILLER          PIC X(07) VALUE ' DIAS: '.
           05  PEN-DIAS        PIC ZZZZ9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  PEN-SITUACAO    PIC X(10).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  PEN-VALOR       PIC ZZZ.ZZ9,99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  PEN-DIVERGE     PIC X(09).

       01  WRK-LINHA-FAIXAS.
           05  FILLER          PIC X(08) VALUE 'ATE 15: '.
           05  FXA-VALOR-1     PIC ZZZ.ZZ9,99.
           05  FILLER          PIC X(08) VALUE ' 16-30: '.
           05  FXA-VALOR-2     PIC ZZZ.ZZ9,99.
           05  FILLER          PIC X(08) VALUE ' 31-60: '.
           05  FXA-VALOR-3     PIC ZZZ.ZZ9,99.
           05  FILLER          PIC X(06) VALUE ' +60: '.
           05  FXA-VALOR-4     PIC ZZZ.ZZ9,99.

       01  WRK-LINHA-TOT-TRANSP.
           05  FILLER          PIC X(12) VALUE 'A COBRAR: '.
           05  TTR-A-COBRAR    PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER          PIC X(22) VALUE
               '  COBRADO A REPASSAR: '.
           05  TTR-COBRADO     PIC ZZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-RESUMO.
           05  FILLER          PIC X(10) VALUE 'BAIXADOS: '.
           05  RES-BAIXADOS    PIC ZZZZ9.
           05  FILLER          PIC X(15) VALUE '  DIVERGENTES: '.
           05  RES-DIVERGE     PIC ZZZZ9.
           05  FILLER          PIC X(12) VALUE '  EM DOBRO: '.
           05  RES-DOBRO       PIC ZZZZ9.
           05  FILLER          PIC X(09) VALUE '  OUTRA: '.
           05  RES-OUTRA       PIC ZZZZ9.
           05  FILLER          PIC X(09) VALUE '  SEM R: '.
           05  RES-SEM-REEMB   PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-ABRE-ESPERADOS
           PERFORM 3000-BAIXA-COBRANCAS
           PERFORM 4000-APURA-PENDENTES
           PERFORM 5000-IMPRIME-PENDENTES
               VARYING WRK-IDX-TRANSP FROM 1 BY 1
               UNTIL WRK-IDX-TRANSP > WRK-QTD-TRANSP
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
           MOVE DATA-SYS-NUM TO WRK-DATA-QUEBRA
           COMPUTE WRK-DIAS-HOJE =
               (WRK-QBR-ANO * 360) + (WRK-QBR-MES * 30) +
               WRK-QBR-DIA
           OPEN I-O REEMBOLSO-FILE
      * primeira conciliacao do ambiente: o controle ainda nao
      * existe e precisa ser criado vazio
           IF WRK-REEMBOLSO-STATUS = '35'
               OPEN OUTPUT REEMBOLSO-FILE
               CLOSE REEMBOLSO-FILE
               OPEN I-O REEMBOLSO-FILE
           END-IF
           IF WRK-REEMBOLSO-STATUS NOT = '00'
               DISPLAY 'REEMBOLSO.DAT INDISPONIVEL - STATUS '
                   WRK-REEMBOLSO-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT POD-FILE
           IF WRK-POD-STATUS = '00'
               MOVE 'S' TO WRK-POD-DISP
           END-IF
           OPEN OUTPUT CONCILIA-REPORT
           MOVE DATA-SYS-NUM TO TIT-DATA
           WRITE REPORT-LINE FROM WRK-LINHA-TITULO
           WRITE REPORT-LINE FROM WRK-LINHA-SEPARADOR.

      * toda cotacao com valor a cobrar na entrega ganha o seu
      * registro aguardando a cobranca; a ja registrada
      * (rodada anterior) fica como esta
       2000-ABRE-ESPERADOS.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT FRETE-LOG
           IF WRK-FRETELOG-STATUS NOT = '00'
               DISPLAY 'FRETE-LOG INEXISTENTE'
               SET FIM-DE-ARQUIVO TO TRUE
           END-IF
           PERFORM 2100-LE-LOG UNTIL FIM-DE-ARQUIVO
           IF WRK-FRETELOG-STATUS = '00' OR '10'
               CLOSE FRETE-LOG
           END-IF.

       2100-LE-LOG.
           READ FRETE-LOG NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF LOG-REEMBOLSO IS NUMERIC
                       AND LOG-REEMBOLSO > ZEROS
                       AND LOG-SEQ-ID > ZEROS
                   MOVE LOG-SEQ-ID TO RMB-SEQ-ID
                   MOVE LOG-PEDIDO TO RMB-PEDIDO
                   MOVE LOG-CLIENTE TO RMB-CLIENTE
                   MOVE LOG-TRANSP TO RMB-TRANSP
                   MOVE LOG-DATA-HORA (1:8) TO RMB-DATA-COTACAO
                   MOVE LOG-REEMBOLSO TO RMB-ESPERADO
                   MOVE ZEROS TO RMB-COBRADO RMB-DATA-COBRANCA
                       RMB-COMPET-REPASSE
                   MOVE 'A' TO RMB-SITUACAO
                   MOVE 'N' TO RMB-DIVERGENTE
                   WRITE REEMBOLSO-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WRK-QTD-ABERTOS
                   END-WRITE
               END-IF
           END-IF.

      * cada linha informada pela transportadora procura a
      * cotacao: so a cobranca aguardada, da transportadora
      * que levou o embarque, e baixada; valor diferente do
      * esperado baixa assim mesmo - e o que ela tem em maos -
      * e fica marcado divergente
       3000-BAIXA-COBRANCAS.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT REEMB-COBRADO
           IF WRK-REEMBCOL-STATUS NOT = '00'
               DISPLAY 'SEM REEMBCOL.DAT - NENHUMA COBRANCA BAIXADA'
               SET FIM-DE-ARQUIVO TO TRUE
           ELSE
               WRITE REPORT-LINE FROM WRK-LINHA-TIT-BAIXA
           END-IF
           PERFORM 3100-LE-COBRANCA UNTIL FIM-DE-ARQUIVO
           IF WRK-REEMBCOL-STATUS = '00' OR '10'
               CLOSE REEMB-COBRADO
           END-IF
           MOVE WRK-QTD-BAIXADOS TO RES-BAIXADOS
           MOVE WRK-QTD-DIVERGE TO RES-DIVERGE
           MOVE WRK-QTD-DOBRO TO RES-DOBRO
           MOVE WRK-QTD-OUTRA TO RES-OUTRA
           MOVE WRK-QTD-SEM-REEMB TO RES-SEM-REEMB
           WRITE REPORT-LINE FROM WRK-LINHA-RESUMO
           WRITE REPORT-LINE FROM WRK-LINHA-SEPARADOR.

       3100-LE-COBRANCA.
           READ REEMB-COBRADO
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE RCL-SEQ-ID TO RMB-SEQ-ID
               READ REEMBOLSO-FILE
                   KEY IS RMB-SEQ-ID
                   INVALID KEY
                       MOVE 'SEM-REEMBOLS' TO DIV-MOTIVO
                       MOVE ZEROS TO DIV-ESPERADO
                       PERFORM 3300-IMPRIME-DIVERGENCIA
                       ADD 1 TO WRK-QTD-SEM-REEMB
                   NOT INVALID KEY
                       PERFORM 3200-CONFERE-COBRANCA
               END-READ
           END-IF.

       3200-CONFERE-COBRANCA.
           MOVE RMB-ESPERADO TO DIV-ESPERADO
           IF RMB-TRANSP NOT = RCL-TRANSP
               MOVE 'OUTRA-TRANSP' TO DIV-MOTIVO
               PERFORM 3300-IMPRIME-DIVERGENCIA
               ADD 1 TO WRK-QTD-OUTRA
           ELSE
               IF NOT RMB-ABERTO
                   MOVE 'COBRADO-2X  ' TO DIV-MOTIVO
                   PERFORM 3300-IMPRIME-DIVERGENCIA
                   ADD 1 TO WRK-QTD-DOBRO
               ELSE
                   MOVE RCL-VALOR TO RMB-COBRADO
                   MOVE RCL-DATA TO RMB-DATA-COBRANCA
                   MOVE 'C' TO RMB-SITUACAO
                   IF RCL-VALOR NOT = RMB-ESPERADO
                       MOVE 'S' TO RMB-DIVERGENTE
                       MOVE 'VALOR-DIVERG' TO DIV-MOTIVO
                       PERFORM 3300-IMPRIME-DIVERGENCIA
                       ADD 1 TO WRK-QTD-DIVERGE
                   END-IF
                   REWRITE REEMBOLSO-RECORD
                       INVALID KEY
                           DISPLAY 'ERRO REGRAVANDO REEMBOLSO: '
                               RMB-SEQ-ID
                       NOT INVALID KEY
                           ADD 1 TO WRK-QTD-BAIXADOS
                   END-REWRITE
               END-IF
           END-IF.

       3300-IMPRIME-DIVERGENCIA.
           MOVE RCL-TRANSP TO DIV-TRANSP
           MOVE RCL-SEQ-ID TO DIV-SEQ
           MOVE RCL-VALOR TO DIV-COBRADO
           WRITE REPORT-LINE FROM WRK-LINHA-DIVERGE.

      * primeira passada: a cobrar e cobrado ainda nao
      * repassado somam na faixa de idade da transportadora
       4000-APURA-PENDENTES.
           MOVE 'N' TO WRK-EOF
           MOVE ZEROS TO RMB-SEQ-ID
           START REEMBOLSO-FILE KEY IS NOT LESS THAN RMB-SEQ-ID
               INVALID KEY
                   MOVE 'S' TO WRK-EOF
           END-START
           PERFORM 4100-LE-PENDENTE UNTIL FIM-DE-ARQUIVO.

       4100-LE-PENDENTE.
           READ REEMBOLSO-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
                   AND (RMB-ABERTO OR RMB-COBRADO-TRANSP)
               PERFORM 4200-CALCULA-IDADE
               MOVE RMB-TRANSP TO WRK-TRANSP-LINHA
               PERFORM 4300-LOCALIZA-TRANSP
               IF WRK-IDX-TRANSP > ZEROS
                   ADD 1 TO WRK-QTD-PENDENTES
                   ADD 1 TO WRK-TRP-QTD-FAIXA
                       (WRK-IDX-TRANSP WRK-FAIXA)
                   ADD WRK-VALOR-PENDENTE TO WRK-TRP-VAL-FAIXA
                       (WRK-IDX-TRANSP WRK-FAIXA)
                   IF RMB-ABERTO
                       ADD WRK-VALOR-PENDENTE
                           TO WRK-TRP-A-COBRAR (WRK-IDX-TRANSP)
                   ELSE
                       ADD WRK-VALOR-PENDENTE
                           TO WRK-TRP-COBRADO (WRK-IDX-TRANSP)
                   END-IF
               END-IF
           END-IF.

      * a idade conta da entrega confirmada (POD); sem
      * comprovante, da data da cotacao. O valor pendente e o
      * esperado enquanto nada foi cobrado, depois o cobrado
       4200-CALCULA-IDADE.
           MOVE RMB-DATA-COTACAO TO WRK-DATA-QUEBRA
           IF POD-DISPONIVEL
               MOVE RMB-SEQ-ID TO POD-SEQ-COTACAO
               READ POD-FILE
                   KEY IS POD-SEQ-COTACAO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF POD-DATA-ENTREGA IS NUMERIC
                               AND POD-DATA-ENTREGA > ZEROS
                           MOVE POD-DATA-ENTREGA TO WRK-DATA-QUEBRA
                       END-IF
               END-READ
           END-IF
           COMPUTE WRK-DIAS-BASE =
               (WRK-QBR-ANO * 360) + (WRK-QBR-MES * 30) +
               WRK-QBR-DIA
           COMPUTE WRK-DIAS-IDADE = WRK-DIAS-HOJE - WRK-DIAS-BASE
           IF WRK-DIAS-IDADE < ZEROS
               MOVE ZEROS TO WRK-DIAS-IDADE
           END-IF
           EVALUATE TRUE
               WHEN WRK-DIAS-IDADE <= 15
                   MOVE 1 TO WRK-FAIXA
               WHEN WRK-DIAS-IDADE <= 30
                   MOVE 2 TO WRK-FAIXA
               WHEN WRK-DIAS-IDADE <= 60
                   MOVE 3 TO WRK-FAIXA
               WHEN OTHER
                   MOVE 4 TO WRK-FAIXA
           END-EVALUATE
           IF RMB-ABERTO
               MOVE RMB-ESPERADO TO WRK-VALOR-PENDENTE
           ELSE
               MOVE RMB-COBRADO TO WRK-VALOR-PENDENTE
           END-IF.

      * posiciona WRK-IDX-TRANSP na transportadora da linha,
      * abrindo a entrada zerada se ela ainda nao esta na
      * tabela; zeros quando a tabela esta cheia
       4300-LOCALIZA-TRANSP.
           MOVE 'N' TO WRK-TRANSP-ACHADA
           PERFORM VARYING WRK-IDX-TRANSP FROM 1 BY 1
                   UNTIL WRK-IDX-TRANSP > WRK-QTD-TRANSP
                       OR TRANSP-NA-TABELA
               IF WRK-TRP-COD (WRK-IDX-TRANSP) = WRK-TRANSP-LINHA
                   MOVE 'S' TO WRK-TRANSP-ACHADA
               END-IF
           END-PERFORM
           IF TRANSP-NA-TABELA
               SUBTRACT 1 FROM WRK-IDX-TRANSP
           ELSE
               IF WRK-QTD-TRANSP < 50
                   ADD 1 TO WRK-QTD-TRANSP
                   MOVE WRK-QTD-TRANSP TO WRK-IDX-TRANSP
                   MOVE WRK-TRANSP-LINHA
                       TO WRK-TRP-COD (WRK-IDX-TRANSP)
                   MOVE ZEROS TO WRK-TRP-A-COBRAR (WRK-IDX-TRANSP)
                       WRK-TRP-COBRADO (WRK-IDX-TRANSP)
                   PERFORM VARYING WRK-IDX-FAIXA FROM 1 BY 1
                           UNTIL WRK-IDX-FAIXA > 4
                       MOVE ZEROS TO WRK-TRP-QTD-FAIXA
                           (WRK-IDX-TRANSP WRK-IDX-FAIXA)
                           WRK-TRP-VAL-FAIXA
                           (WRK-IDX-TRANSP WRK-IDX-FAIXA)
                   END-PERFORM
               ELSE
                   DISPLAY 'AVISO: TABELA DE TRANSPORTADORAS CHEIA'
                       ' - ' WRK-TRANSP-LINHA ' FORA DA LISTA'
                   MOVE ZEROS TO WRK-IDX-TRANSP
               END-IF
           END-IF.

      * segunda passada, uma transportadora por vez: as
      * pendencias dela uma a uma e o resumo por idade
       5000-IMPRIME-PENDENTES.
           MOVE WRK-TRP-COD (WRK-IDX-TRANSP) TO PEN-TRANSP
           WRITE REPORT-LINE FROM WRK-LINHA-TRANSP
           MOVE 'N' TO WRK-EOF
           MOVE ZEROS TO RMB-SEQ-ID
           START REEMBOLSO-FILE KEY IS NOT LESS THAN RMB-SEQ-ID
               INVALID KEY
                   MOVE 'S' TO WRK-EOF
           END-START
           PERFORM 5100-LINHA-PENDENTE UNTIL FIM-DE-ARQUIVO
           MOVE WRK-TRP-VAL-FAIXA (WRK-IDX-TRANSP 1) TO FXA-VALOR-1
           MOVE WRK-TRP-VAL-FAIXA (WRK-IDX-TRANSP 2) TO FXA-VALOR-2
           MOVE WRK-TRP-VAL-FAIXA (WRK-IDX-TRANSP 3) TO FXA-VALOR-3
           MOVE WRK-TRP-VAL-FAIXA (WRK-IDX-TRANSP 4) TO FXA-VALOR-4
           WRITE REPORT-LINE FROM WRK-LINHA-FAIXAS
           MOVE WRK-TRP-A-COBRAR (WRK-IDX-TRANSP) TO TTR-A-COBRAR
           MOVE WRK-TRP-COBRADO (WRK-IDX-TRANSP) TO TTR-COBRADO
           WRITE REPORT-LINE FROM WRK-LINHA-TOT-TRANSP
           WRITE REPORT-LINE FROM WRK-LINHA-SEPARADOR.

       5100-LINHA-PENDENTE.
           READ REEMBOLSO-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
                   AND (RMB-ABERTO OR RMB-COBRADO-TRANSP)
                   AND RMB-TRANSP = WRK-TRP-COD (WRK-IDX-TRANSP)
               PERFORM 4200-CALCULA-IDADE
               MOVE RMB-SEQ-ID TO PEN-SEQ
               MOVE RMB-PEDIDO TO PEN-PEDIDO
               MOVE WRK-DIAS-IDADE TO PEN-DIAS
               IF RMB-ABERTO
                   MOVE 'A COBRAR' TO PEN-SITUACAO
               ELSE
                   MOVE 'COBRADO' TO PEN-SITUACAO
               END-IF
               MOVE WRK-VALOR-PENDENTE TO PEN-VALOR
               IF RMB-COM-DIVERGENCIA
                   MOVE 'DIVERGE' TO PEN-DIVERGE
               ELSE
                   MOVE SPACES TO PEN-DIVERGE
               END-IF
               WRITE REPORT-LINE FROM WRK-LINHA-PENDENTE
           END-IF.

       9000-FINALIZA.
           CLOSE CONCILIA-REPORT
           CLOSE REEMBOLSO-FILE
           IF POD-DISPONIVEL
               CLOSE POD-FILE
           END-IF
           DISPLAY 'COBRANCAS NA ENTREGA ABERTAS: ' WRK-QTD-ABERTOS
           DISPLAY 'COBRANCAS BAIXADAS: ' WRK-QTD-BAIXADOS
           DISPLAY 'DIVERGENTES: ' WRK-QTD-DIVERGE
               ' EM DOBRO: ' WRK-QTD-DOBRO
               ' OUTRA TRANSP: ' WRK-QTD-OUTRA
               ' SEM REEMBOLSO: ' WRK-QTD-SEM-REEMB
           DISPLAY 'PENDENTES DE REPASSE: ' WRK-QTD-PENDENTES
           DISPLAY 'CONCILIACAO GERADA EM REEMBCON.RPT'
           MOVE 'F' TO WRK-RC-OPERACAO
           MOVE WRK-QTD-BAIXADOS TO WRK-RC-QTD
           CALL 'runctl' USING WRK-RUNCTL.
