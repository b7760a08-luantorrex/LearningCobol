       IDENTIFICATION DIVISION.
       PROGRAM-ID. revalfx.
      ********************************************************
      *    Reavaliacao cambial de fim de mes
      *    Roda no fechamento do mes, como o freteacc: cada
      *    fatura em moeda do cliente (FAT-MOEDA) ainda em
      *    aberto ou parcial tem o saldo na moeda reavaliado
      *    pela taxa vigente no ultimo dia do mes (CAMBIO.DAT)
      *    contra o saldo em BRL pela taxa da emissao. A
      *    diferenca - ganho ou perda cambial nao realizado -
      *    vai para a interface FRETEGL.DAT em dois conjuntos
      *    balanceados: a reavaliacao datada do ultimo dia do
      *    mes e o estorno espelhado datado do primeiro dia
      *    util do mes seguinte (fora fim de semana e feriado
      *    nacional do HOLIDAY.DAT). Assim o razao fecha o mes
      *    com o saldo reavaliado e a variacao realizada
      *    continua sendo apurada inteira pelo fretepag na
      *    quitacao. O REVALFX.RPT traz as faturas reavaliadas
      *    por moeda e cliente, com os totais de cada quebra.
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

           SELECT CAMBIO-FILE ASSIGN TO 'CAMBIO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAM-CHAVE
               FILE STATUS IS WRK-CAMBIO-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUS-ID
               FILE STATUS IS WRK-CUSTMAST-STATUS.

      * feriados nacionais para o dia util do estorno
           SELECT HOLIDAY-FILE ASSIGN TO 'HOLIDAY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOL-CHAVE
               FILE STATUS IS WRK-HOLIDAY-STATUS.

      * faturas reavaliadas, ordenadas por moeda e cliente
      * para as quebras do relatorio
           SELECT SORT-WORK ASSIGN TO 'SORTWK1'.

           SELECT SORTED-REAVALIACAO ASSIGN TO 'REVSRT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-FILE ASSIGN TO 'FRETEGL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REVALFX-REPORT ASSIGN TO 'REVALFX.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FATURAS-FILE.
           COPY 'faturec.cbl'.

       FD  CAMBIO-FILE.
           COPY 'cambiorec.cbl'.

       FD  CUSTOMER-MASTER.
           COPY 'custrec.cbl'.

       FD  HOLIDAY-FILE.
           COPY 'holidayrec.cbl'.

       SD  SORT-WORK.
       01  SORT-REAVALIACAO-RECORD.
           05  SRT-MOEDA           PIC X(03).
           05  SRT-CLIENTE         PIC 9(06).
           05  SRT-FATURA          PIC 9(08).
           05  SRT-EMISSAO         PIC 9(08).
           05  SRT-SALDO-MOEDA     PIC 9(08)V99.
           05  SRT-TAXA-EMISSAO    PIC 9(03)V9(04).
           05  SRT-TAXA-FECHAMENTO PIC 9(03)V9(04).
           05  SRT-SALDO-BRL       PIC 9(08)V99.
           05  SRT-REAVALIADO      PIC 9(09)V99.
           05  SRT-DIFERENCA       PIC S9(08)V99.

       FD  SORTED-REAVALIACAO.
       01  SORTED-REAVALIACAO-RECORD.
           05  SRV-MOEDA           PIC X(03).
           05  SRV-CLIENTE         PIC 9(06).
           05  SRV-FATURA          PIC 9(08).
           05  SRV-EMISSAO         PIC 9(08).
      *    saldo em aberto na moeda da fatura
           05  SRV-SALDO-MOEDA     PIC 9(08)V99.
           05  SRV-TAXA-EMISSAO    PIC 9(03)V9(04).
           05  SRV-TAXA-FECHAMENTO PIC 9(03)V9(04).
      *    saldo em BRL pela taxa da emissao e o mesmo saldo
      *    pela taxa do ultimo dia do mes
           05  SRV-SALDO-BRL       PIC 9(08)V99.
           05  SRV-REAVALIADO      PIC 9(09)V99.
      *    positiva = ganho, negativa = perda
           05  SRV-DIFERENCA       PIC S9(08)V99.

       FD  GL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  GL-LINE PIC X(80).

       FD  REVALFX-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       77  WRK-FATURAS-STATUS   PIC X(02) VALUE '00'.
       77  WRK-CAMBIO-STATUS    PIC X(02) VALUE '00'.
       77  WRK-CUSTMAST-STATUS  PIC X(02) VALUE '00'.
       77  WRK-CUSTMAST-DISP    PIC X(01) VALUE 'N'.
           88 CUSTMAST-DISPONIVEL   VALUE 'S'.
       77  WRK-HOLIDAY-STATUS   PIC X(02) VALUE '00'.
       77  WRK-HOLIDAY-DISP     PIC X(01) VALUE 'N'.
           88 HOLIDAY-DISPONIVEL    VALUE 'S'.
       77  WRK-EOF              PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO        VALUE 'S'.
       77  WRK-EOF-CAMBIO       PIC X(01) VALUE 'N'.
           88 FIM-CAMBIO            VALUE 'S'.
       77  WRK-CAMBIO-OK        PIC X(01) VALUE 'N'.
           88 CAMBIO-ENCONTRADO     VALUE 'S'.

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
      * (runctl): reavaliar duas vezes dobraria o lancamento
       01  WRK-RUNCTL.
           05  WRK-RC-OPERACAO PIC X(01).
           05  WRK-RC-PROGRAMA PIC X(12) VALUE 'REVALFX'.
           05  WRK-RC-QTD      PIC 9(06).
           05  WRK-RC-RUN-ID   PIC 9(06).
           05  WRK-RC-PERMITIDO PIC X(01).

      * data-base da reavaliacao: ultimo dia do mes da data
      * de negocio
       01  WRK-DATA-FIM-MES.
           05  WRK-FIM-ANO      PIC 9(04).
           05  WRK-FIM-MES      PIC 9(02).
           05  WRK-FIM-DIA      PIC 9(02).
       01  WRK-DATA-FIM-MES-NUM REDEFINES WRK-DATA-FIM-MES
                                PIC 9(08).

      * data do estorno: primeiro dia util do mes seguinte
       01  WRK-DATA-ESTORNO.
           05  WRK-EST-ANO      PIC 9(04).
           05  WRK-EST-MES      PIC 9(02).
           05  WRK-EST-DIA      PIC 9(02).
       01  WRK-DATA-ESTORNO-NUM REDEFINES WRK-DATA-ESTORNO
                                PIC 9(08).
       77  WRK-DIA-UTIL         PIC X(01) VALUE 'N'.
           88 DIA-UTIL              VALUE 'S'.
       77  WRK-DATA-VALIDA-FLAG PIC X(01) VALUE 'S'.
       77  WRK-DIAS-NO-MES      PIC 9(02) VALUE ZEROS.

      * variaveis auxiliares da congruencia de Zeller, mesma
      * formula do learning10
       77  WRK-ANO-CALC     PIC 9(04) VALUE ZEROS.
       77  WRK-MES-CALC     PIC 9(02) VALUE ZEROS.
       77  WRK-SECULO       PIC 9(02) VALUE ZEROS.
       77  WRK-ANO-SECULO   PIC 9(02) VALUE ZEROS.
       77  WRK-ZELLER       PIC S9(04) VALUE ZEROS.
       77  WRK-IDX-SEMANA   PIC 9(01) VALUE ZEROS.

      * taxa de fechamento de cada moeda, buscada uma vez no
      * CAMBIO.DAT; taxa zero = moeda sem cotacao no mes
       01  WRK-TABELA-MOEDAS.
           05  WRK-MOE-ENTRADA OCCURS 20 TIMES.
               10  WRK-MOE-CODIGO  PIC X(03).
               10  WRK-MOE-TAXA    PIC 9(03)V9(04).
       77  WRK-QTD-MOEDAS       PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-MOEDA        PIC 9(02) VALUE ZEROS.
       77  WRK-MOEDA-ACHADA     PIC X(01) VALUE 'N'.
           88 MOEDA-NA-TABELA       VALUE 'S'.
       77  WRK-TAXA-FECHAMENTO  PIC 9(03)V9(04) VALUE ZEROS.

      * contas do razao combinadas com a contabilidade: a
      * variacao nao realizada fica em contas proprias, fora
      * da variacao realizada lancada pelo fretepag
       77  WRK-CTA-CLIENTES     PIC 9(05) VALUE 11205.
       77  WRK-CTA-GANHO-FX-NR  PIC 9(05) VALUE 41106.
       77  WRK-CTA-PERDA-FX-NR  PIC 9(05) VALUE 51103.

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

       77  WRK-SALDO-BRL        PIC 9(08)V99 VALUE ZEROS.
       77  WRK-SALDO-MOEDA      PIC 9(08)V99 VALUE ZEROS.
       77  WRK-REAVALIADO       PIC 9(09)V99 VALUE ZEROS.

       77  WRK-MOEDA-QUEBRA     PIC X(03) VALUE SPACES.
       77  WRK-CLIENTE-QUEBRA   PIC 9(06) VALUE ZEROS.
       77  WRK-CLI-DIFERENCA    PIC S9(09)V99 VALUE ZEROS.
       77  WRK-MOE-GANHO        PIC 9(10)V99 VALUE ZEROS.
       77  WRK-MOE-PERDA        PIC 9(10)V99 VALUE ZEROS.
       77  WRK-MOE-LIQUIDO      PIC S9(10)V99 VALUE ZEROS.
       77  WRK-TOT-GANHO        PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOT-PERDA        PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOT-LIQUIDO      PIC S9(10)V99 VALUE ZEROS.
       77  WRK-QTD-REAVALIADAS  PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-SEM-COTACAO  PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-DOC-MOEDA    PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-DOC-CLIENTE  PIC 9(06) VALUE ZEROS.

       77  WRK-TOT-DEBITOS      PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOT-CREDITOS     PIC 9(10)V99 VALUE ZEROS.
       77  WRK-QTD-LANCAMENTOS  PIC 9(04) VALUE ZEROS.
       77  WRK-DATA-LANCAMENTO  PIC 9(08) VALUE ZEROS.
       77  WRK-NAT-DEBITO       PIC X(01) VALUE 'D'.
       77  WRK-NAT-CREDITO      PIC X(01) VALUE 'C'.

       01  WRK-LINHA-HEADER.
           05  FILLER          PIC X(01) VALUE 'H'.
           05  HDR-DATA        PIC 9(08).
           05  HDR-HORA        PIC 9(06).
           05  FILLER          PIC X(08) VALUE 'REVALFX'.

       01  WRK-LINHA-LANCAMENTO.
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

       01  WRK-DATA-HORA-SYS.
           05  WRK-DHS-DATA     PIC 9(08).
           05  WRK-DHS-HORA     PIC 9(06).

       01  WRK-LINHA-SEPARADOR  PIC X(80) VALUE ALL '-'.

       01  WRK-LINHA-TITULO.
           05  FILLER          PIC X(45) VALUE
               'REAVALIACAO CAMBIAL DE FATURAS EM ABERTO - '.
           05  TIT-MES         PIC 9(02).
           05  FILLER          PIC X(01) VALUE '/'.
           05  TIT-ANO         PIC 9(04).

       01  WRK-LINHA-DATAS.
           05  FILLER          PIC X(11) VALUE 'DATA-BASE: '.
           05  TIT-DATA-BASE   PIC 9(08).
           05  FILLER          PIC X(14) VALUE '  ESTORNO EM: '.
           05  TIT-DATA-ESTORNO PIC 9(08).

       01  WRK-LINHA-MOEDA.
           05  FILLER          PIC X(07) VALUE 'MOEDA: '.
           05  MOE-CODIGO      PIC X(03).
           05  FILLER          PIC X(23) VALUE
               '  TAXA DE FECHAMENTO: '.
           05  MOE-TAXA        PIC ZZ9,9999.

       01  WRK-LINHA-CLIENTE.
           05  FILLER          PIC X(11) VALUE '  CLIENTE: '.
           05  CLI-CODIGO      PIC 9(06).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  CLI-NOME        PIC X(20).

       01  WRK-LINHA-COLUNAS.
           05  FILLER          PIC X(40) VALUE
               'FATURA   EMISSAO    SALDO MOEDA  TX EMIS'.
           05  FILLER          PIC X(40) VALUE
               '     SALDO R$   REAVALIADO   DIFERENCA  '.

       01  WRK-LINHA-DETALHE.
           05  DET-FATURA      PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-EMISSAO     PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-SALDO-MOEDA PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-TAXA        PIC ZZ9,9999.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-SALDO-BRL   PIC Z.ZZZ.ZZ9,99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-REAVALIADO  PIC Z.ZZZ.ZZ9,99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-DIFERENCA   PIC -ZZZ.ZZ9,99.

       01  WRK-LINHA-TOT-CLIENTE.
           05  FILLER          PIC X(50) VALUE SPACES.
           05  FILLER          PIC X(15) VALUE 'TOTAL CLIENTE: '.
           05  TCL-DIFERENCA   PIC -ZZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-TOT-MOEDA.
           05  FILLER          PIC X(07) VALUE 'TOTAL '.
           05  TMO-CODIGO      PIC X(03).
           05  FILLER          PIC X(09) VALUE ' GANHO: '.
           05  TMO-GANHO       PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER          PIC X(09) VALUE ' PERDA: '.
           05  TMO-PERDA       PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER          PIC X(07) VALUE ' LIQ: '.
           05  TMO-LIQUIDO     PIC -ZZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-TOT-GERAL.
           05  FILLER          PIC X(10) VALUE 'TOTAL GER.'.
           05  FILLER          PIC X(09) VALUE ' GANHO: '.
           05  TGE-GANHO       PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER          PIC X(09) VALUE ' PERDA: '.
           05  TGE-PERDA       PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER          PIC X(07) VALUE ' LIQ: '.
           05  TGE-LIQUIDO     PIC -ZZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-SEM-COTACAO.
           05  FILLER          PIC X(40) VALUE
               'FATURAS NAO REAVALIADAS (SEM COTACAO): '.
           05  SCT-QTD         PIC ZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INICIALIZA
           SORT SORT-WORK ON ASCENDING KEY SRT-MOEDA
                   SRT-CLIENTE SRT-FATURA
               INPUT PROCEDURE IS 1500-SELECIONA-FATURAS
               GIVING SORTED-REAVALIACAO
           OPEN INPUT SORTED-REAVALIACAO
           MOVE 'N' TO WRK-EOF
           PERFORM 2000-PROCESSA-FATURA UNTIL FIM-DE-ARQUIVO
           IF WRK-QTD-DOC-MOEDA > ZEROS
               PERFORM 2200-FECHA-CLIENTE
               PERFORM 2400-FECHA-MOEDA
           END-IF
           PERFORM 3000-GRAVA-REAVALIACAO
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
           OPEN INPUT CAMBIO-FILE
           IF WRK-FATURAS-STATUS NOT = '00'
                   OR WRK-CAMBIO-STATUS NOT = '00'
               DISPLAY 'FATURAS.DAT OU CAMBIO.DAT INDISPONIVEL'
                   ' - REAVALIACAO NAO REALIZADA'
               MOVE 'E' TO WRK-RC-OPERACAO
               MOVE ZEROS TO WRK-RC-QTD
               CALL 'runctl' USING WRK-RUNCTL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF WRK-CUSTMAST-STATUS = '00'
               MOVE 'S' TO WRK-CUSTMAST-DISP
           END-IF
      * sem o calendario de feriados o estorno pula so o fim
      * de semana
           OPEN INPUT HOLIDAY-FILE
           IF WRK-HOLIDAY-STATUS = '00'
               MOVE 'S' TO WRK-HOLIDAY-DISP
           END-IF
           PERFORM 1100-CALCULA-DATAS
           OPEN OUTPUT REVALFX-REPORT
           MOVE MES-SYS TO TIT-MES
           MOVE ANO-SYS TO TIT-ANO
           WRITE REPORT-LINE FROM WRK-LINHA-TITULO
           MOVE WRK-DATA-FIM-MES-NUM TO TIT-DATA-BASE
           MOVE WRK-DATA-ESTORNO-NUM TO TIT-DATA-ESTORNO
           WRITE REPORT-LINE FROM WRK-LINHA-DATAS
           WRITE REPORT-LINE FROM WRK-LINHA-SEPARADOR.

      * ultimo dia do mes pelo dateval comum; o estorno parte
      * do dia seguinte e anda ate o primeiro dia util
       1100-CALCULA-DATAS.
           MOVE ANO-SYS TO WRK-FIM-ANO
           MOVE MES-SYS TO WRK-FIM-MES
           MOVE 1 TO WRK-FIM-DIA
           PERFORM VALIDA-DATA-FIM-MES
           MOVE WRK-DIAS-NO-MES TO WRK-FIM-DIA
           IF MES-SYS = 12
               COMPUTE WRK-EST-ANO = ANO-SYS + 1
               MOVE 1 TO WRK-EST-MES
           ELSE
               MOVE ANO-SYS TO WRK-EST-ANO
               COMPUTE WRK-EST-MES = MES-SYS + 1
           END-IF
           MOVE 1 TO WRK-EST-DIA
           PERFORM 1200-VERIFICA-DIA-UTIL
           PERFORM UNTIL DIA-UTIL
               PERFORM 1150-AVANCA-UM-DIA
               PERFORM 1200-VERIFICA-DIA-UTIL
           END-PERFORM.

      * anda um dia no calendario, virando o mes quando o dia
      * passa do ultimo do mes
       1150-AVANCA-UM-DIA.
           ADD 1 TO WRK-EST-DIA
           PERFORM VALIDA-DATA-ESTORNO
           IF WRK-EST-DIA > WRK-DIAS-NO-MES
               MOVE 1 TO WRK-EST-DIA
               ADD 1 TO WRK-EST-MES
               IF WRK-EST-MES > 12
                   MOVE 1 TO WRK-EST-MES
                   ADD 1 TO WRK-EST-ANO
               END-IF
           END-IF.

      * dia util = nem sabado (indice 1 de Zeller) nem domingo
      * (indice 2) nem feriado nacional cadastrado
       1200-VERIFICA-DIA-UTIL.
           MOVE 'S' TO WRK-DIA-UTIL
           PERFORM 1300-CALCULA-DIA-SEMANA
           IF WRK-IDX-SEMANA = 1 OR WRK-IDX-SEMANA = 2
               MOVE 'N' TO WRK-DIA-UTIL
           END-IF
           IF DIA-UTIL AND HOLIDAY-DISPONIVEL
               MOVE WRK-DATA-ESTORNO-NUM TO HOL-DATA
               MOVE SPACES TO HOL-UF
               READ HOLIDAY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WRK-DIA-UTIL
               END-READ
           END-IF.

      * congruencia de Zeller adaptada para calendario
      * gregoriano, mesma formula do learning10
       1300-CALCULA-DIA-SEMANA.
           MOVE WRK-EST-ANO TO WRK-ANO-CALC
           MOVE WRK-EST-MES TO WRK-MES-CALC
           IF WRK-MES-CALC < 3
               ADD 12 TO WRK-MES-CALC
               SUBTRACT 1 FROM WRK-ANO-CALC
           END-IF
           DIVIDE WRK-ANO-CALC BY 100 GIVING WRK-SECULO
               REMAINDER WRK-ANO-SECULO
           COMPUTE WRK-ZELLER =
               (WRK-EST-DIA + ((13 * (WRK-MES-CALC + 1)) / 5) +
               WRK-ANO-SECULO + (WRK-ANO-SECULO / 4) +
               (WRK-SECULO / 4) + (5 * WRK-SECULO))
           DIVIDE WRK-ZELLER BY 7 GIVING WRK-ZELLER
               REMAINDER WRK-IDX-SEMANA
           ADD 1 TO WRK-IDX-SEMANA.

           COPY 'dateval.cbl'
               REPLACING VALIDA-DATA-CALENDARIO
                             BY VALIDA-DATA-FIM-MES
                         WRK-ANO BY WRK-FIM-ANO
                         WRK-MES BY WRK-FIM-MES
                         WRK-DIA BY WRK-FIM-DIA.

           COPY 'dateval.cbl'
               REPLACING VALIDA-DATA-CALENDARIO
                             BY VALIDA-DATA-ESTORNO
                         WRK-ANO BY WRK-EST-ANO
                         WRK-MES BY WRK-EST-MES
                         WRK-DIA BY WRK-EST-DIA.

      *****************************************************
      *    repassa ao SORT cada fatura normal em moeda, em
      *    aberto ou parcial e emitida ate o fim do mes, ja
      *    reavaliada pela taxa de fechamento da moeda
      *****************************************************
       1500-SELECIONA-FATURAS.
           MOVE 'N' TO WRK-EOF
           MOVE ZEROS TO FAT-NUMERO
           START FATURAS-FILE KEY >= FAT-NUMERO
               INVALID KEY SET FIM-DE-ARQUIVO TO TRUE
           END-START
           PERFORM 1510-LE-FATURA UNTIL FIM-DE-ARQUIVO.

       1510-LE-FATURA.
           READ FATURAS-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF FAT-DOC-FATURA
                       AND (FAT-ABERTA OR FAT-PARCIAL)
                       AND FAT-MOEDA NOT = 'BRL'
                       AND FAT-MOEDA NOT = SPACES
                       AND FAT-TAXA-EMISSAO > ZEROS
                       AND FAT-TOTAL > FAT-PAGO
                       AND FAT-DATA-EMISSAO
                           NOT > WRK-DATA-FIM-MES-NUM
                   PERFORM 1600-REAVALIA-FATURA
               END-IF
           END-IF.

      * o saldo na moeda e a parte do total em moeda que
      * corresponde ao saldo em BRL ainda nao recebido; os
      * encargos de atraso sao cobrados em BRL e ficam fora
       1600-REAVALIA-FATURA.
           PERFORM 1700-TAXA-DA-MOEDA
           IF WRK-TAXA-FECHAMENTO = ZEROS
               ADD 1 TO WRK-QTD-SEM-COTACAO
               DISPLAY 'AVISO: SEM COTACAO DE ' FAT-MOEDA
                   ' ATE ' WRK-DATA-FIM-MES-NUM
                   ' - FATURA ' FAT-NUMERO ' NAO REAVALIADA'
           ELSE
               COMPUTE WRK-SALDO-BRL = FAT-TOTAL - FAT-PAGO
               COMPUTE WRK-SALDO-MOEDA ROUNDED =
                   FAT-TOTAL-MOEDA * WRK-SALDO-BRL / FAT-TOTAL
               COMPUTE WRK-REAVALIADO ROUNDED =
                   WRK-SALDO-MOEDA * WRK-TAXA-FECHAMENTO
               MOVE FAT-MOEDA TO SRT-MOEDA
               MOVE FAT-CLIENTE TO SRT-CLIENTE
               MOVE FAT-NUMERO TO SRT-FATURA
               MOVE FAT-DATA-EMISSAO TO SRT-EMISSAO
               MOVE WRK-SALDO-MOEDA TO SRT-SALDO-MOEDA
               MOVE FAT-TAXA-EMISSAO TO SRT-TAXA-EMISSAO
               MOVE WRK-TAXA-FECHAMENTO TO SRT-TAXA-FECHAMENTO
               MOVE WRK-SALDO-BRL TO SRT-SALDO-BRL
               MOVE WRK-REAVALIADO TO SRT-REAVALIADO
               COMPUTE SRT-DIFERENCA =
                   WRK-REAVALIADO - WRK-SALDO-BRL
               RELEASE SORT-REAVALIACAO-RECORD
           END-IF.

      * taxa de fechamento da moeda da fatura corrente, da
      * tabela ou, na primeira vez, do CAMBIO.DAT
       1700-TAXA-DA-MOEDA.
           MOVE 'N' TO WRK-MOEDA-ACHADA
           MOVE ZEROS TO WRK-TAXA-FECHAMENTO
           PERFORM VARYING WRK-IDX-MOEDA FROM 1 BY 1
                   UNTIL WRK-IDX-MOEDA > WRK-QTD-MOEDAS
                       OR MOEDA-NA-TABELA
               IF WRK-MOE-CODIGO (WRK-IDX-MOEDA) = FAT-MOEDA
                   MOVE 'S' TO WRK-MOEDA-ACHADA
                   MOVE WRK-MOE-TAXA (WRK-IDX-MOEDA)
                       TO WRK-TAXA-FECHAMENTO
               END-IF
           END-PERFORM
           IF NOT MOEDA-NA-TABELA
               PERFORM 1800-BUSCA-CAMBIO
               IF WRK-QTD-MOEDAS < 20
                   ADD 1 TO WRK-QTD-MOEDAS
                   MOVE FAT-MOEDA TO WRK-MOE-CODIGO (WRK-QTD-MOEDAS)
                   MOVE WRK-TAXA-FECHAMENTO
                       TO WRK-MOE-TAXA (WRK-QTD-MOEDAS)
               END-IF
           END-IF.

      * taxa vigente = a de maior data de vigencia menor ou
      * igual ao ultimo dia do mes, mesma busca do fretepag
       1800-BUSCA-CAMBIO.
           MOVE 'N' TO WRK-CAMBIO-OK
           MOVE 'N' TO WRK-EOF-CAMBIO
           MOVE FAT-MOEDA TO CAM-MOEDA
           MOVE ZEROS TO CAM-DATA-VIGENCIA
           START CAMBIO-FILE KEY >= CAM-CHAVE
               INVALID KEY MOVE 'S' TO WRK-EOF-CAMBIO
           END-START
           PERFORM 1810-LE-VIGENCIA UNTIL FIM-CAMBIO.

       1810-LE-VIGENCIA.
           READ CAMBIO-FILE NEXT RECORD
               AT END MOVE 'S' TO WRK-EOF-CAMBIO
           END-READ
           IF NOT FIM-CAMBIO
               IF CAM-MOEDA NOT = FAT-MOEDA
                       OR CAM-DATA-VIGENCIA > WRK-DATA-FIM-MES-NUM
                   MOVE 'S' TO WRK-EOF-CAMBIO
               ELSE
                   MOVE CAM-TAXA TO WRK-TAXA-FECHAMENTO
                   MOVE 'S' TO WRK-CAMBIO-OK
               END-IF
           END-IF.

      *****************************************************
      *    relatorio: quebra por moeda e, dentro dela, por
      *    cliente
      *****************************************************
       2000-PROCESSA-FATURA.
           READ SORTED-REAVALIACAO
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF SRV-MOEDA NOT = WRK-MOEDA-QUEBRA
                   IF WRK-QTD-DOC-MOEDA > ZEROS
                       PERFORM 2200-FECHA-CLIENTE
                       PERFORM 2400-FECHA-MOEDA
                   END-IF
                   PERFORM 2300-ABRE-MOEDA
                   PERFORM 2100-ABRE-CLIENTE
               ELSE
                   IF SRV-CLIENTE NOT = WRK-CLIENTE-QUEBRA
                       PERFORM 2200-FECHA-CLIENTE
                       PERFORM 2100-ABRE-CLIENTE
                   END-IF
               END-IF
               PERFORM 2500-IMPRIME-FATURA
           END-IF.

       2100-ABRE-CLIENTE.
           MOVE SRV-CLIENTE TO WRK-CLIENTE-QUEBRA CLI-CODIGO
           MOVE ZEROS TO WRK-CLI-DIFERENCA WRK-QTD-DOC-CLIENTE
           MOVE SPACES TO CLI-NOME
           IF CUSTMAST-DISPONIVEL
               MOVE SRV-CLIENTE TO CUS-ID
               READ CUSTOMER-MASTER
                   KEY IS CUS-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUS-NOME TO CLI-NOME
               END-READ
           END-IF
           WRITE REPORT-LINE FROM WRK-LINHA-CLIENTE
           WRITE REPORT-LINE FROM WRK-LINHA-COLUNAS.

       2200-FECHA-CLIENTE.
           MOVE WRK-CLI-DIFERENCA TO TCL-DIFERENCA
           WRITE REPORT-LINE FROM WRK-LINHA-TOT-CLIENTE.

       2300-ABRE-MOEDA.
           MOVE SRV-MOEDA TO WRK-MOEDA-QUEBRA MOE-CODIGO
           MOVE SRV-TAXA-FECHAMENTO TO MOE-TAXA
           MOVE ZEROS TO WRK-MOE-GANHO WRK-MOE-PERDA
               WRK-QTD-DOC-MOEDA
           WRITE REPORT-LINE FROM WRK-LINHA-MOEDA.

       2400-FECHA-MOEDA.
           COMPUTE WRK-MOE-LIQUIDO = WRK-MOE-GANHO - WRK-MOE-PERDA
           MOVE WRK-MOEDA-QUEBRA TO TMO-CODIGO
           MOVE WRK-MOE-GANHO TO TMO-GANHO
           MOVE WRK-MOE-PERDA TO TMO-PERDA
           MOVE WRK-MOE-LIQUIDO TO TMO-LIQUIDO
           WRITE REPORT-LINE FROM WRK-LINHA-TOT-MOEDA
           WRITE REPORT-LINE FROM WRK-LINHA-SEPARADOR.

       2500-IMPRIME-FATURA.
           MOVE SRV-FATURA TO DET-FATURA
           MOVE SRV-EMISSAO TO DET-EMISSAO
           MOVE SRV-SALDO-MOEDA TO DET-SALDO-MOEDA
           MOVE SRV-TAXA-EMISSAO TO DET-TAXA
           MOVE SRV-SALDO-BRL TO DET-SALDO-BRL
           MOVE SRV-REAVALIADO TO DET-REAVALIADO
           MOVE SRV-DIFERENCA TO DET-DIFERENCA
           WRITE REPORT-LINE FROM WRK-LINHA-DETALHE
           ADD SRV-DIFERENCA TO WRK-CLI-DIFERENCA
           IF SRV-DIFERENCA > ZEROS
               ADD SRV-DIFERENCA TO WRK-MOE-GANHO WRK-TOT-GANHO
           ELSE
               SUBTRACT SRV-DIFERENCA FROM WRK-MOE-PERDA
                   WRK-TOT-PERDA
           END-IF
           ADD 1 TO WRK-QTD-DOC-MOEDA WRK-QTD-DOC-CLIENTE
               WRK-QTD-REAVALIADAS.

      *****************************************************
      *    dois conjuntos balanceados na interface: a
      *    reavaliacao datada do ultimo dia do mes e o estorno
      *    espelhado datado do primeiro dia util seguinte
      *****************************************************
       3000-GRAVA-REAVALIACAO.
           IF WRK-TOT-GANHO > ZEROS OR WRK-TOT-PERDA > ZEROS
               OPEN EXTEND GL-FILE
               ACCEPT WRK-DHS-DATA FROM DATE YYYYMMDD
               ACCEPT WRK-DHS-HORA FROM TIME
               MOVE WRK-DHS-DATA TO HDR-DATA
               MOVE WRK-DHS-HORA TO HDR-HORA
               WRITE GL-LINE FROM WRK-LINHA-HEADER
               MOVE WRK-DATA-FIM-MES-NUM TO WRK-DATA-LANCAMENTO
               MOVE 'D' TO WRK-NAT-DEBITO
               MOVE 'C' TO WRK-NAT-CREDITO
               PERFORM 3100-GRAVA-CONJUNTO
               MOVE WRK-DATA-ESTORNO-NUM TO WRK-DATA-LANCAMENTO
      * o estorno inverte a natureza de cada conta
               MOVE 'C' TO WRK-NAT-DEBITO
               MOVE 'D' TO WRK-NAT-CREDITO
               PERFORM 3100-GRAVA-CONJUNTO
               MOVE WRK-QTD-LANCAMENTOS TO TRL-QTD
               MOVE WRK-TOT-DEBITOS TO TRL-DEBITOS
               MOVE WRK-TOT-CREDITOS TO TRL-CREDITOS
               WRITE GL-LINE FROM WRK-LINHA-TRAILER
               CLOSE GL-FILE
           END-IF.

      * o ganho debita clientes e credita a variacao nao
      * realizada; a perda faz o espelho - contas pela regra
      * de cada evento
       3100-GRAVA-CONJUNTO.
           IF WRK-TOT-GANHO > ZEROS
               MOVE 'REAV-GANHO' TO WRK-CR-EVENTO
               MOVE WRK-CTA-CLIENTES TO WRK-CR-DEBITO
               MOVE WRK-CTA-GANHO-FX-NR TO WRK-CR-CREDITO
               PERFORM 3110-RESOLVE-REGRA
               MOVE WRK-CR-DEBITO TO LAN-CONTA
               MOVE WRK-NAT-DEBITO TO LAN-NATUREZA
               MOVE WRK-TOT-GANHO TO LAN-VALOR
               PERFORM 3200-GRAVA-LANCAMENTO
               MOVE WRK-CR-CREDITO TO LAN-CONTA
               MOVE WRK-NAT-CREDITO TO LAN-NATUREZA
               PERFORM 3200-GRAVA-LANCAMENTO
           END-IF
           IF WRK-TOT-PERDA > ZEROS
               MOVE 'REAV-PERDA' TO WRK-CR-EVENTO
               MOVE WRK-CTA-PERDA-FX-NR TO WRK-CR-DEBITO
               MOVE WRK-CTA-CLIENTES TO WRK-CR-CREDITO
               PERFORM 3110-RESOLVE-REGRA
               MOVE WRK-CR-DEBITO TO LAN-CONTA
               MOVE WRK-NAT-DEBITO TO LAN-NATUREZA
               MOVE WRK-TOT-PERDA TO LAN-VALOR
               PERFORM 3200-GRAVA-LANCAMENTO
               MOVE WRK-CR-CREDITO TO LAN-CONTA
               MOVE WRK-NAT-CREDITO TO LAN-NATUREZA
               PERFORM 3200-GRAVA-LANCAMENTO
           END-IF.

       3110-RESOLVE-REGRA.
           MOVE SPACES TO WRK-CR-FILIAL
           CALL 'ctbregra' USING WRK-CTBREGRA.

       3200-GRAVA-LANCAMENTO.
           MOVE WRK-DATA-LANCAMENTO TO LAN-DATA
           WRITE GL-LINE FROM WRK-LINHA-LANCAMENTO
           ADD 1 TO WRK-QTD-LANCAMENTOS
           IF LAN-NATUREZA = 'D'
               ADD LAN-VALOR TO WRK-TOT-DEBITOS
           ELSE
               ADD LAN-VALOR TO WRK-TOT-CREDITOS
           END-IF.

       9000-FINALIZA.
           COMPUTE WRK-TOT-LIQUIDO = WRK-TOT-GANHO - WRK-TOT-PERDA
           MOVE WRK-TOT-GANHO TO TGE-GANHO
           MOVE WRK-TOT-PERDA TO TGE-PERDA
           MOVE WRK-TOT-LIQUIDO TO TGE-LIQUIDO
           WRITE REPORT-LINE FROM WRK-LINHA-TOT-GERAL
           IF WRK-QTD-SEM-COTACAO > ZEROS
               MOVE WRK-QTD-SEM-COTACAO TO SCT-QTD
               WRITE REPORT-LINE FROM WRK-LINHA-SEM-COTACAO
           END-IF
           CLOSE SORTED-REAVALIACAO
           CLOSE REVALFX-REPORT
           CLOSE FATURAS-FILE
           CLOSE CAMBIO-FILE
           IF CUSTMAST-DISPONIVEL
               CLOSE CUSTOMER-MASTER
           END-IF
           IF HOLIDAY-DISPONIVEL
               CLOSE HOLIDAY-FILE
           END-IF
           DISPLAY 'FATURAS REAVALIADAS: ' WRK-QTD-REAVALIADAS
           IF WRK-QTD-SEM-COTACAO > ZEROS
               DISPLAY 'FATURAS SEM COTACAO NO MES: '
                   WRK-QTD-SEM-COTACAO
           END-IF
           DISPLAY 'REAVALIACAO DATADA DE ' WRK-DATA-FIM-MES-NUM
               ' - ESTORNO EM ' WRK-DATA-ESTORNO-NUM
           IF WRK-TOT-DEBITOS NOT = WRK-TOT-CREDITOS
               DISPLAY 'ATENCAO: REAVALIACAO NAO BALANCEADA'
           END-IF
           MOVE 'F' TO WRK-RC-OPERACAO
           MOVE WRK-QTD-REAVALIADAS TO WRK-RC-QTD
           CALL 'runctl' USING WRK-RUNCTL.
