       IDENTIFICATION DIVISION.
       PROGRAM-ID. fluxocx.
      ********************************************************
      *    Fluxo de caixa projetado - proximas oito semanas
      *    Projeta, a partir da data de negocio, quanto entra e
      *    quanto sai de caixa em cada uma das oito semanas
      *    seguintes, por filial e no total:
      *    - entradas: saldo das faturas de frete em aberto
      *      (FATURAS.DAT, faturas e parcelas de acordo), na
      *      data de vencimento acrescida do atraso medio do
      *      cliente no historico de pagamentos (PAGDET.DAT,
      *      so os recebimentos do banco; pagamento adiantado
      *      conta atraso zero), e saldo das mensalidades
      *      escolares em aberto (MENSAL.DAT) no vencimento,
      *      num grupo proprio, pois nao tem filial nem
      *      historico de pagamento;
      *    - saidas: liquido a pagar das transportadoras
      *      apurado no fechamento (TRPLIQ.DAT do transpfech)
      *      ainda por vencer.
      *    O que ja esta vencido entra na primeira semana; o
      *    que cai depois da oitava fica fora da projecao.
      *    Relatorio em FLUXOCX.RPT, com o liquido da semana e
      *    o acumulado do periodo.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGTO-DETALHE ASSIGN TO 'PAGDET.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PAGDET-STATUS.

           SELECT FATURAS-FILE ASSIGN TO 'FATURAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               FILE STATUS IS WRK-FATURAS-STATUS.

           SELECT MENSALIDADE-FILE ASSIGN TO 'MENSAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEN-NUMERO
               FILE STATUS IS WRK-MENSAL-STATUS.

      * liquido a pagar das transportadoras por filial
           SELECT LIQUIDACAO-FILE ASSIGN TO 'TRPLIQ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TLQ-CHAVE
               FILE STATUS IS WRK-TRPLIQ-STATUS.

           SELECT FLUXO-REPORT ASSIGN TO 'FLUXOCX.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAGTO-DETALHE.
           COPY 'pagdetrec.cbl'.

       FD  FATURAS-FILE.
           COPY 'faturec.cbl'.

       FD  MENSALIDADE-FILE.
           COPY 'mensrec.cbl'.

       FD  LIQUIDACAO-FILE.
           COPY 'trpliqrec.cbl'.

       FD  FLUXO-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       77  WRK-PAGDET-STATUS    PIC X(02) VALUE '00'.
       77  WRK-FATURAS-STATUS   PIC X(02) VALUE '00'.
       77  WRK-MENSAL-STATUS    PIC X(02) VALUE '00'.
       77  WRK-TRPLIQ-STATUS    PIC X(02) VALUE '00'.
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
           05  WRK-RC-PROGRAMA PIC X(12) VALUE 'FLUXOCX'.
           05  WRK-RC-QTD      PIC 9(06).
           05  WRK-RC-RUN-ID   PIC 9(06).
           05  WRK-RC-PERMITIDO PIC X(01).

      * data de trabalho do deslocamento em dias
       01  WRK-DATA-CALC.
           05  WRK-CAL-ANO      PIC 9(04).
           05  WRK-CAL-MES      PIC 9(02).
           05  WRK-CAL-DIA      PIC 9(02).
       01  WRK-DATA-CALC-NUM REDEFINES WRK-DATA-CALC PIC 9(08).
       77  WRK-DIAS-RESTANTES   PIC 9(03) VALUE ZEROS.
       77  WRK-DATA-VALIDA-FLAG PIC X(01) VALUE 'S'.
       77  WRK-DIAS-NO-MES      PIC 9(02) VALUE ZEROS.

      * as oito semanas da projecao, de sete dias corridos a
      * partir da data de negocio
       01  WRK-TABELA-SEMANAS.
           05  WRK-SEM-ENTRADA OCCURS 8 TIMES.
               10  WRK-SEM-INICIO  PIC 9(08).
               10  WRK-SEM-FIM     PIC 9(08).
       77  WRK-IDX-SEMANA       PIC 9(02) VALUE ZEROS.
       77  WRK-SEMANA-ACHADA    PIC X(01) VALUE 'N'.
           88 SEMANA-NA-PROJECAO    VALUE 'S'.
       77  WRK-DATA-PREVISTA    PIC 9(08) VALUE ZEROS.

      * atraso do pagamento na base comercial 30/360, mesmo
      * calculo da baixa
       77  WRK-DIAS-PAGTO       PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-VENC        PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-ATRASO      PIC S9(05) VALUE ZEROS.
       01  WRK-DATA-QUEBRA.
           05  WRK-QBR-ANO      PIC 9(04).
           05  WRK-QBR-MES      PIC 9(02).
           05  WRK-QBR-DIA      PIC 9(02).

      * historico de atraso por cliente; cliente fora da
      * tabela (sem historico ou tabela cheia) fica sem ajuste
       01  WRK-TABELA-CLIENTES.
           05  WRK-CLI-ENTRADA OCCURS 500 TIMES.
               10  WRK-CLI-CODIGO  PIC 9(06).
               10  WRK-CLI-QTD     PIC 9(05).
               10  WRK-CLI-DIAS    PIC 9(08).
       77  WRK-QTD-CLIENTES     PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-CLIENTE      PIC 9(03) VALUE ZEROS.
       77  WRK-CLIENTE-ACHADO   PIC X(01) VALUE 'N'.
           88 CLIENTE-NA-TABELA     VALUE 'S'.
       77  WRK-CLIENTE-BUSCA    PIC 9(06) VALUE ZEROS.
       77  WRK-ATRASO-MEDIO     PIC 9(03) VALUE ZEROS.

      * entradas e saidas por filial e semana
       01  WRK-TABELA-FILIAIS.
           05  WRK-FIL-ENTRADA OCCURS 10 TIMES.
               10  WRK-FIL-COD     PIC X(02).
               10  WRK-FIL-SEMANA OCCURS 8 TIMES.
                   15  WRK-FIL-ENTRA   PIC 9(10)V99.
                   15  WRK-FIL-SAI     PIC 9(10)V99.
       77  WRK-QTD-FILIAIS      PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-FILIAL       PIC 9(02) VALUE ZEROS.
       77  WRK-FILIAL-ACHADA    PIC X(01) VALUE 'N'.
           88 FILIAL-NA-TABELA      VALUE 'S'.
       77  WRK-FILIAL-CORRENTE  PIC X(02) VALUE SPACES.

      * mensalidades escolares, sem filial
       01  WRK-TABELA-ESCOLA.
           05  WRK-ESC-ENTRA OCCURS 8 TIMES PIC 9(10)V99.

      * total geral por semana
       01  WRK-TABELA-TOTAL.
           05  WRK-TOT-SEMANA OCCURS 8 TIMES.
               10  WRK-TOT-ENTRA   PIC 9(10)V99.
               10  WRK-TOT-SAI     PIC 9(10)V99.

       77  WRK-SALDO            PIC 9(08)V99 VALUE ZEROS.
       77  WRK-VALOR-ENTRA      PIC 9(10)V99 VALUE ZEROS.
       77  WRK-VALOR-SAI        PIC 9(10)V99 VALUE ZEROS.
       77  WRK-LIQUIDO-SEMANA   PIC S9(10)V99 VALUE ZEROS.
       77  WRK-ACUMULADO        PIC S9(10)V99 VALUE ZEROS.

       77  WRK-QTD-PAGAMENTOS   PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-FATURAS      PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-MENSALIDADES PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-PAGAR        PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-FORA         PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-SEM-FILIAL   PIC 9(06) VALUE ZEROS.

       01  WRK-LINHA-SEPARADOR  PIC X(80) VALUE ALL '='.

       01  WRK-DATA-EDICAO.
           05  EDT-DIA          PIC 9(02).
           05  FILLER           PIC X(01) VALUE '/'.
           05  EDT-MES          PIC 9(02).
           05  FILLER           PIC X(01) VALUE '/'.
           05  EDT-ANO          PIC 9(04).

       01  WRK-LINHA-TITULO.
           05  FILLER          PIC X(43) VALUE
               'FLUXO DE CAIXA PROJETADO - 8 SEMANAS DESDE '.
           05  TIT-DATA        PIC X(10).

       01  WRK-LINHA-GRUPO.
           05  FILLER          PIC X(08) VALUE 'FILIAL: '.
           05  GRP-FILIAL      PIC X(02).

       01  WRK-LINHA-GRUPO-ESCOLA PIC X(80)
               VALUE 'MENSALIDADES ESCOLARES'.

       01  WRK-LINHA-GRUPO-TOTAL PIC X(80)
               VALUE 'TOTAL GERAL'.

       01  WRK-LINHA-COLUNAS.
           05  FILLER          PIC X(40) VALUE
               'SEM INICIO            ENTRADAS          '.
           05  FILLER          PIC X(40) VALUE
               'SAIDAS          LIQUIDO        ACUMULADO'.

       01  WRK-LINHA-SEMANA.
           05  SEM-NUMERO      PIC Z9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  SEM-INICIO      PIC X(10).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  SEM-ENTRADAS    PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  SEM-SAIDAS      PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  SEM-LIQUIDO     PIC -ZZZ.ZZZ.ZZ9,99.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  SEM-ACUMULADO   PIC -ZZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-FORA.
           05  FILLER          PIC X(38) VALUE
               'TITULOS ALEM DA OITAVA SEMANA (FORA): '.
           05  FRA-QTD         PIC ZZZZZ9.

       01  WRK-LINHA-SEM-FILIAL.
           05  FILLER          PIC X(38) VALUE
               'TITULOS DE FILIAL ALEM DA TABELA:     '.
           05  SFL-QTD         PIC ZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-APURA-ATRASOS
           PERFORM 3000-PROJETA-FATURAS
           PERFORM 4000-PROJETA-MENSALIDADES
           PERFORM 5000-PROJETA-TRANSPORTADORAS
           PERFORM 6000-IMPRIME-PROJECAO
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
           OPEN INPUT FATURAS-FILE
           IF WRK-FATURAS-STATUS NOT = '00'
               DISPLAY 'FATURAS.DAT INDISPONIVEL - FLUXO NAO '
                   'PROJETADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZEROS TO WRK-TABELA-ESCOLA WRK-TABELA-TOTAL
           PERFORM 1100-MONTA-SEMANAS
           OPEN OUTPUT FLUXO-REPORT
           MOVE DATA-SYS-NUM TO WRK-DATA-PREVISTA
           PERFORM 7300-EDITA-DATA
           MOVE WRK-DATA-EDICAO TO TIT-DATA
           WRITE REPORT-LINE FROM WRK-LINHA-TITULO
           WRITE REPORT-LINE FROM WRK-LINHA-SEPARADOR.

      * semana de sete dias corridos: a primeira comeca na
      * data de negocio e cada uma termina na vespera da
      * seguinte
       1100-MONTA-SEMANAS.
           MOVE DATA-SYS-NUM TO WRK-DATA-CALC-NUM
           PERFORM VARYING WRK-IDX-SEMANA FROM 1 BY 1
                   UNTIL WRK-IDX-SEMANA > 8
               MOVE WRK-DATA-CALC-NUM
                   TO WRK-SEM-INICIO (WRK-IDX-SEMANA)
               MOVE 6 TO WRK-DIAS-RESTANTES
               PERFORM 7200-AVANCA-UM-DIA
                   UNTIL WRK-DIAS-RESTANTES = ZEROS
               MOVE WRK-DATA-CALC-NUM
                   TO WRK-SEM-FIM (WRK-IDX-SEMANA)
               MOVE 1 TO WRK-DIAS-RESTANTES
               PERFORM 7200-AVANCA-UM-DIA
           END-PERFORM.

      *****************************************************
      *    historico: atraso de cada recebimento do banco
      *    contra o vencimento da fatura paga, somado por
      *    cliente para a media
      *****************************************************
       2000-APURA-ATRASOS.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT PAGTO-DETALHE
           IF WRK-PAGDET-STATUS NOT = '00'
               DISPLAY 'PAGDET.DAT INEXISTENTE - PROJECAO SEM '
                   'AJUSTE DE ATRASO'
               MOVE 'S' TO WRK-EOF
           END-IF
           PERFORM 2100-LE-PAGAMENTO UNTIL FIM-DE-ARQUIVO
           IF WRK-PAGDET-STATUS = '00' OR '10'
               CLOSE PAGTO-DETALHE
           END-IF.

       2100-LE-PAGAMENTO.
           READ PAGTO-DETALHE
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO AND PGD-ORIGEM = 'BANCO'
               MOVE PGD-FATURA TO FAT-NUMERO
               READ FATURAS-FILE
                   KEY IS FAT-NUMERO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2200-ACUMULA-ATRASO
               END-READ
           END-IF.

      * pagamento no prazo ou adiantado conta atraso zero
       2200-ACUMULA-ATRASO.
           MOVE PGD-DATA TO WRK-DATA-QUEBRA
           COMPUTE WRK-DIAS-PAGTO =
               (WRK-QBR-ANO * 360) + (WRK-QBR-MES * 30) +
               WRK-QBR-DIA
           MOVE FAT-VENCIMENTO TO WRK-DATA-QUEBRA
           COMPUTE WRK-DIAS-VENC =
               (WRK-QBR-ANO * 360) + (WRK-QBR-MES * 30) +
               WRK-QBR-DIA
           COMPUTE WRK-DIAS-ATRASO = WRK-DIAS-PAGTO - WRK-DIAS-VENC
           IF WRK-DIAS-ATRASO < ZEROS
               MOVE ZEROS TO WRK-DIAS-ATRASO
           END-IF
           MOVE PGD-CLIENTE TO WRK-CLIENTE-BUSCA
           PERFORM 7000-LOCALIZA-CLIENTE
           IF NOT CLIENTE-NA-TABELA AND WRK-QTD-CLIENTES < 500
               ADD 1 TO WRK-QTD-CLIENTES
               MOVE WRK-QTD-CLIENTES TO WRK-IDX-CLIENTE
               MOVE PGD-CLIENTE TO WRK-CLI-CODIGO (WRK-IDX-CLIENTE)
               MOVE ZEROS TO WRK-CLI-QTD (WRK-IDX-CLIENTE)
                   WRK-CLI-DIAS (WRK-IDX-CLIENTE)
               MOVE 'S' TO WRK-CLIENTE-ACHADO
           END-IF
           IF CLIENTE-NA-TABELA
               ADD 1 TO WRK-CLI-QTD (WRK-IDX-CLIENTE)
               ADD WRK-DIAS-ATRASO TO WRK-CLI-DIAS (WRK-IDX-CLIENTE)
               ADD 1 TO WRK-QTD-PAGAMENTOS
           END-IF.

      *****************************************************
      *    entradas de frete: saldo de cada fatura ou parcela
      *    em aberto na data prevista de recebimento
      *****************************************************
       3000-PROJETA-FATURAS.
           MOVE 'N' TO WRK-EOF
           MOVE ZEROS TO FAT-NUMERO
           START FATURAS-FILE KEY >= FAT-NUMERO
               INVALID KEY MOVE 'S' TO WRK-EOF
           END-START
           PERFORM 3100-LE-FATURA UNTIL FIM-DE-ARQUIVO.

       3100-LE-FATURA.
           READ FATURAS-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF (FAT-ABERTA OR FAT-PARCIAL)
                       AND NOT FAT-DOC-CREDITO
                   COMPUTE WRK-SALDO = FAT-TOTAL + FAT-JUROS - FAT-PAGO
                   IF WRK-SALDO > ZEROS
                       PERFORM 3200-PREVE-RECEBIMENTO
                   END-IF
               END-IF
           END-IF.

      * vencimento mais o atraso medio do cliente, em dias
      * corridos
       3200-PREVE-RECEBIMENTO.
           MOVE FAT-CLIENTE TO WRK-CLIENTE-BUSCA
           PERFORM 7000-LOCALIZA-CLIENTE
           MOVE ZEROS TO WRK-ATRASO-MEDIO
           IF CLIENTE-NA-TABELA
               IF WRK-CLI-QTD (WRK-IDX-CLIENTE) > ZEROS
                   COMPUTE WRK-ATRASO-MEDIO ROUNDED =
                       WRK-CLI-DIAS (WRK-IDX-CLIENTE)
                       / WRK-CLI-QTD (WRK-IDX-CLIENTE)
               END-IF
           END-IF
           MOVE FAT-VENCIMENTO TO WRK-DATA-CALC-NUM
           MOVE WRK-ATRASO-MEDIO TO WRK-DIAS-RESTANTES
           PERFORM 7200-AVANCA-UM-DIA
               UNTIL WRK-DIAS-RESTANTES = ZEROS
           MOVE WRK-DATA-CALC-NUM TO WRK-DATA-PREVISTA
           PERFORM 7100-LOCALIZA-SEMANA
           IF SEMANA-NA-PROJECAO
               IF FAT-FILIAL = SPACES
                   MOVE '01' TO WRK-FILIAL-CORRENTE
               ELSE
                   MOVE FAT-FILIAL TO WRK-FILIAL-CORRENTE
               END-IF
               PERFORM 7050-LOCALIZA-FILIAL
               IF FILIAL-NA-TABELA
                   ADD WRK-SALDO TO WRK-FIL-ENTRA (WRK-IDX-FILIAL,
                       WRK-IDX-SEMANA)
                   ADD WRK-SALDO TO WRK-TOT-ENTRA (WRK-IDX-SEMANA)
                   ADD 1 TO WRK-QTD-FATURAS
               ELSE
                   ADD 1 TO WRK-QTD-SEM-FILIAL
               END-IF
           ELSE
               ADD 1 TO WRK-QTD-FORA
           END-IF.

      *****************************************************
      *    entradas da escola: mensalidade em aberto no
      *    vencimento, sem historico de atraso
      *****************************************************
       4000-PROJETA-MENSALIDADES.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT MENSALIDADE-FILE
           IF WRK-MENSAL-STATUS NOT = '00'
               DISPLAY 'MENSAL.DAT INEXISTENTE - PROJECAO SEM '
                   'MENSALIDADES'
               MOVE 'S' TO WRK-EOF
           END-IF
           PERFORM 4100-LE-MENSALIDADE UNTIL FIM-DE-ARQUIVO
           IF WRK-MENSAL-STATUS = '00' OR '10'
               CLOSE MENSALIDADE-FILE
           END-IF.

       4100-LE-MENSALIDADE.
           READ MENSALIDADE-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF MEN-ABERTA OR MEN-PARCIAL
                   COMPUTE WRK-SALDO = MEN-TOTAL - MEN-PAGO
                   IF WRK-SALDO > ZEROS
                       MOVE MEN-VENCIMENTO TO WRK-DATA-PREVISTA
                       PERFORM 7100-LOCALIZA-SEMANA
                       IF SEMANA-NA-PROJECAO
                           ADD WRK-SALDO
                               TO WRK-ESC-ENTRA (WRK-IDX-SEMANA)
                           ADD WRK-SALDO
                               TO WRK-TOT-ENTRA (WRK-IDX-SEMANA)
                           ADD 1 TO WRK-QTD-MENSALIDADES
                       ELSE
                           ADD 1 TO WRK-QTD-FORA
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      *    saidas: liquido a pagar das transportadoras ainda
      *    por vencer. O liquido negativo (transportadora
      *    devedora) nao e saida de caixa e fica de fora
      *****************************************************
       5000-PROJETA-TRANSPORTADORAS.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT LIQUIDACAO-FILE
           IF WRK-TRPLIQ-STATUS NOT = '00'
               DISPLAY 'TRPLIQ.DAT INEXISTENTE - PROJECAO SEM '
                   'CONTAS A PAGAR'
               MOVE 'S' TO WRK-EOF
           END-IF
           PERFORM 5100-LE-LIQUIDACAO UNTIL FIM-DE-ARQUIVO
           IF WRK-TRPLIQ-STATUS = '00' OR '10'
               CLOSE LIQUIDACAO-FILE
           END-IF.

       5100-LE-LIQUIDACAO.
           READ LIQUIDACAO-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF TLQ-VALOR > ZEROS
                       AND TLQ-VENCIMENTO >= DATA-SYS-NUM
                   MOVE TLQ-VENCIMENTO TO WRK-DATA-PREVISTA
                   PERFORM 7100-LOCALIZA-SEMANA
                   IF SEMANA-NA-PROJECAO
                       MOVE TLQ-FILIAL TO WRK-FILIAL-CORRENTE
                       PERFORM 7050-LOCALIZA-FILIAL
                       IF FILIAL-NA-TABELA
                           ADD TLQ-VALOR TO WRK-FIL-SAI
                               (WRK-IDX-FILIAL, WRK-IDX-SEMANA)
                           ADD TLQ-VALOR
                               TO WRK-TOT-SAI (WRK-IDX-SEMANA)
                           ADD 1 TO WRK-QTD-PAGAR
                       ELSE
                           ADD 1 TO WRK-QTD-SEM-FILIAL
                       END-IF
                   ELSE
                       ADD 1 TO WRK-QTD-FORA
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      *    um bloco por filial, o das mensalidades e o total
      *    geral, cada um com as oito semanas
      *****************************************************
       6000-IMPRIME-PROJECAO.
           PERFORM VARYING WRK-IDX-FILIAL FROM 1 BY 1
                   UNTIL WRK-IDX-FILIAL > WRK-QTD-FILIAIS
               MOVE WRK-FIL-COD (WRK-IDX-FILIAL) TO GRP-FILIAL
               WRITE REPORT-LINE FROM WRK-LINHA-GRUPO
               WRITE REPORT-LINE FROM WRK-LINHA-COLUNAS
               MOVE ZEROS TO WRK-ACUMULADO
               PERFORM VARYING WRK-IDX-SEMANA FROM 1 BY 1
                       UNTIL WRK-IDX-SEMANA > 8
                   MOVE WRK-FIL-ENTRA (WRK-IDX-FILIAL,
                       WRK-IDX-SEMANA) TO WRK-VALOR-ENTRA
                   MOVE WRK-FIL-SAI (WRK-IDX-FILIAL,
                       WRK-IDX-SEMANA) TO WRK-VALOR-SAI
                   PERFORM 6100-IMPRIME-SEMANA
               END-PERFORM
               WRITE REPORT-LINE FROM WRK-LINHA-SEPARADOR
           END-PERFORM
           WRITE REPORT-LINE FROM WRK-LINHA-GRUPO-ESCOLA
           WRITE REPORT-LINE FROM WRK-LINHA-COLUNAS
           MOVE ZEROS TO WRK-ACUMULADO
           PERFORM VARYING WRK-IDX-SEMANA FROM 1 BY 1
                   UNTIL WRK-IDX-SEMANA > 8
               MOVE WRK-ESC-ENTRA (WRK-IDX-SEMANA) TO WRK-VALOR-ENTRA
               MOVE ZEROS TO WRK-VALOR-SAI
               PERFORM 6100-IMPRIME-SEMANA
           END-PERFORM
           WRITE REPORT-LINE FROM WRK-LINHA-SEPARADOR
           WRITE REPORT-LINE FROM WRK-LINHA-GRUPO-TOTAL
           WRITE REPORT-LINE FROM WRK-LINHA-COLUNAS
           MOVE ZEROS TO WRK-ACUMULADO
           PERFORM VARYING WRK-IDX-SEMANA FROM 1 BY 1
                   UNTIL WRK-IDX-SEMANA > 8
               MOVE WRK-TOT-ENTRA (WRK-IDX-SEMANA) TO WRK-VALOR-ENTRA
               MOVE WRK-TOT-SAI (WRK-IDX-SEMANA) TO WRK-VALOR-SAI
               PERFORM 6100-IMPRIME-SEMANA
           END-PERFORM
           WRITE REPORT-LINE FROM WRK-LINHA-SEPARADOR
           MOVE WRK-QTD-FORA TO FRA-QTD
           WRITE REPORT-LINE FROM WRK-LINHA-FORA
           IF WRK-QTD-SEM-FILIAL > ZEROS
               MOVE WRK-QTD-SEM-FILIAL TO SFL-QTD
               WRITE REPORT-LINE FROM WRK-LINHA-SEM-FILIAL
           END-IF.

       6100-IMPRIME-SEMANA.
           COMPUTE WRK-LIQUIDO-SEMANA = WRK-VALOR-ENTRA - WRK-VALOR-SAI
           ADD WRK-LIQUIDO-SEMANA TO WRK-ACUMULADO
           MOVE WRK-IDX-SEMANA TO SEM-NUMERO
           MOVE WRK-SEM-INICIO (WRK-IDX-SEMANA) TO WRK-DATA-PREVISTA
           PERFORM 7300-EDITA-DATA
           MOVE WRK-DATA-EDICAO TO SEM-INICIO
           MOVE WRK-VALOR-ENTRA TO SEM-ENTRADAS
           MOVE WRK-VALOR-SAI TO SEM-SAIDAS
           MOVE WRK-LIQUIDO-SEMANA TO SEM-LIQUIDO
           MOVE WRK-ACUMULADO TO SEM-ACUMULADO
           WRITE REPORT-LINE FROM WRK-LINHA-SEMANA.

      * posiciona WRK-IDX-CLIENTE no cliente do historico
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

      * posiciona WRK-IDX-FILIAL na filial corrente, abrindo a
      * entrada zerada na primeira vez; tabela cheia deixa
      * FILIAL-NA-TABELA desligado
       7050-LOCALIZA-FILIAL.
           MOVE 'N' TO WRK-FILIAL-ACHADA
           PERFORM VARYING WRK-IDX-FILIAL FROM 1 BY 1
                   UNTIL WRK-IDX-FILIAL > WRK-QTD-FILIAIS
                       OR FILIAL-NA-TABELA
               IF WRK-FIL-COD (WRK-IDX-FILIAL) = WRK-FILIAL-CORRENTE
                   MOVE 'S' TO WRK-FILIAL-ACHADA
               END-IF
           END-PERFORM
           IF FILIAL-NA-TABELA
               SUBTRACT 1 FROM WRK-IDX-FILIAL
           ELSE
               IF WRK-QTD-FILIAIS < 10
                   ADD 1 TO WRK-QTD-FILIAIS
                   MOVE WRK-QTD-FILIAIS TO WRK-IDX-FILIAL
                   MOVE WRK-FILIAL-CORRENTE
                       TO WRK-FIL-COD (WRK-IDX-FILIAL)
                   PERFORM VARYING WRK-IDX-SEMANA FROM 1 BY 1
                           UNTIL WRK-IDX-SEMANA > 8
                       MOVE ZEROS TO WRK-FIL-ENTRA (WRK-IDX-FILIAL,
                           WRK-IDX-SEMANA)
                           WRK-FIL-SAI (WRK-IDX-FILIAL,
                           WRK-IDX-SEMANA)
                   END-PERFORM
                   MOVE 'S' TO WRK-FILIAL-ACHADA
               END-IF
           END-IF.

      * semana da data prevista: vencida ate o fim da primeira
      * cai na primeira; depois da oitava fica fora
       7100-LOCALIZA-SEMANA.
           MOVE 'N' TO WRK-SEMANA-ACHADA
           PERFORM VARYING WRK-IDX-SEMANA FROM 1 BY 1
                   UNTIL WRK-IDX-SEMANA > 8
                       OR SEMANA-NA-PROJECAO
               IF WRK-DATA-PREVISTA <= WRK-SEM-FIM (WRK-IDX-SEMANA)
                   MOVE 'S' TO WRK-SEMANA-ACHADA
               END-IF
           END-PERFORM
           IF SEMANA-NA-PROJECAO
               SUBTRACT 1 FROM WRK-IDX-SEMANA
           END-IF.

       7200-AVANCA-UM-DIA.
           ADD 1 TO WRK-CAL-DIA
           PERFORM VALIDA-DATA-FLUXO
           IF WRK-CAL-DIA > WRK-DIAS-NO-MES
               MOVE 1 TO WRK-CAL-DIA
               ADD 1 TO WRK-CAL-MES
               IF WRK-CAL-MES > 12
                   MOVE 1 TO WRK-CAL-MES
                   ADD 1 TO WRK-CAL-ANO
               END-IF
           END-IF
           SUBTRACT 1 FROM WRK-DIAS-RESTANTES.

       7300-EDITA-DATA.
           MOVE WRK-DATA-PREVISTA TO WRK-DATA-QUEBRA
           MOVE WRK-QBR-DIA TO EDT-DIA
           MOVE WRK-QBR-MES TO EDT-MES
           MOVE WRK-QBR-ANO TO EDT-ANO.

           COPY 'dateval.cbl'
               REPLACING VALIDA-DATA-CALENDARIO
                             BY VALIDA-DATA-FLUXO
                         WRK-ANO BY WRK-CAL-ANO
                         WRK-MES BY WRK-CAL-MES
                         WRK-DIA BY WRK-CAL-DIA.

       9000-FINALIZA.
           CLOSE FATURAS-FILE
           CLOSE FLUXO-REPORT
           DISPLAY 'RECEBIMENTOS NO HISTORICO DE ATRASO: '
               WRK-QTD-PAGAMENTOS
           DISPLAY 'FATURAS PROJETADAS: ' WRK-QTD-FATURAS
           DISPLAY 'MENSALIDADES PROJETADAS: ' WRK-QTD-MENSALIDADES
           DISPLAY 'PAGAMENTOS A TRANSPORTADORAS PROJETADOS: '
               WRK-QTD-PAGAR
           DISPLAY 'TITULOS ALEM DA OITAVA SEMANA: ' WRK-QTD-FORA
           DISPLAY 'PROJECAO GERADA EM FLUXOCX.RPT'
           MOVE 'F' TO WRK-RC-OPERACAO
           COMPUTE WRK-RC-QTD = WRK-QTD-FATURAS
               + WRK-QTD-MENSALIDADES + WRK-QTD-PAGAR
           CALL 'runctl' USING WRK-RUNCTL.
