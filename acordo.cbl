       IDENTIFICATION DIVISION.
       PROGRAM-ID. acordo.
      ********************************************************
      *    Acordo de pagamento (renegociacao) de faturas
      *    vencidas
      *    Quando a cobranca (fretecob) chega ao ultimo nivel e
      *    o cliente aceita um plano de pagamento, o operador
      *    registra aqui o acordo: escolhe as faturas vencidas
      *    do cliente, o numero de parcelas, o primeiro
      *    vencimento (as demais vencem no mesmo dia dos meses
      *    seguintes) e os juros negociados ao mes. Cada
      *    parcela vira uma fatura propria no FATURAS.DAT (tipo
      *    P, numerada pelo mesmo FATSEQ.DAT), aberta e sem
      *    remessa - entra na remessa bancaria, no aging, na
      *    cobranca e na baixa como qualquer fatura. As
      *    originais ficam renegociadas (status N) com o saldo
      *    transferido ao acordo, registrado no PAGDET.DAT com
      *    origem ACORDO para o extrato fechar. O acordo fica
      *    em ACORDO.DAT (numerado por ACOSEQ.DAT) com a
      *    tolerancia de atraso das parcelas, que o acordchk
      *    usa para romper o acordo automaticamente.
      *    Cada gravacao no FATURAS.DAT vai tambem para o
      *    diario de recuperacao JORNAL.DAT (jrnsrv) com as
      *    imagens antes e depois.
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

      * acordos de pagamento, criado na primeira execucao
           SELECT ACORDO-FILE ASSIGN TO 'ACORDO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACO-NUMERO
               FILE STATUS IS WRK-ACORDO-STATUS.

      * controle do proximo numero de acordo, no mesmo
      * esquema do FATSEQ.DAT
           SELECT ACORDO-SEQ ASSIGN TO 'ACOSEQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ACOSEQ-STATUS.

      * as parcelas entram na serie numerica das faturas
           SELECT FATURA-SEQ ASSIGN TO 'FATSEQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FATSEQ-STATUS.

      * detalhe de aplicacao, o mesmo da baixa de pagamentos
           SELECT PAGTO-DETALHE ASSIGN TO 'PAGDET.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

      * tolerancia padrao de atraso das parcelas
           SELECT RATES-CONFIG ASSIGN TO 'RATESCFG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RATESCFG-STATUS.

      * trilha de excecoes compartilhada, aqui tambem trilha
      * de auditoria dos acordos registrados
           SELECT ERROR-LOG ASSIGN TO 'ERROR.LOG'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FATURAS-FILE.
           COPY 'faturec.cbl'.

       FD  ACORDO-FILE.
           COPY 'acordorec.cbl'.

       FD  ACORDO-SEQ
           RECORD CONTAINS 6 CHARACTERS.
       01  ASEQ-LINE PIC 9(06).

       FD  FATURA-SEQ
           RECORD CONTAINS 8 CHARACTERS.
       01  FSEQ-LINE PIC 9(08).

       FD  PAGTO-DETALHE.
           COPY 'pagdetrec.cbl'.

       FD  RATES-CONFIG.
           COPY 'ratescfg.cbl'.

       FD  ERROR-LOG.
           COPY 'errorlog.cbl'.

       WORKING-STORAGE SECTION.
       77  WRK-FATURAS-STATUS   PIC X(02) VALUE '00'.
       77  WRK-ACORDO-STATUS    PIC X(02) VALUE '00'.
       77  WRK-ACOSEQ-STATUS    PIC X(02) VALUE '00'.
       77  WRK-FATSEQ-STATUS    PIC X(02) VALUE '00'.
       77  WRK-RATESCFG-STATUS  PIC X(02) VALUE '00'.
       77  WRK-EOF              PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO        VALUE 'S'.

       77  WRK-OPCAO            PIC 9(01) VALUE ZEROS.
           88 OPCAO-NOVO            VALUE 1.
           88 OPCAO-EXIBIR          VALUE 2.
           88 OPCAO-SAIR            VALUE 3.

       01  DATA-SYS.
           02  ANO-SYS PIC 9(04) VALUE ZEROS.
           02  MES-SYS PIC 9(02) VALUE ZEROS.
           02  DIA-SYS PIC 9(02) VALUE ZEROS.
       01  DATA-SYS-NUM REDEFINES DATA-SYS PIC 9(08).

      * contrato com o controle central de data (datasrv): o
      * vencido e o acordo contam pela data de negocio
       01  WRK-DATACTL.
           05  WRK-DC-OPERACAO PIC X(01).
           05  WRK-DC-DATA     PIC 9(08).
           05  WRK-DC-CONTROLADA PIC X(01).
           05  WRK-DC-OK       PIC X(01).

      * contrato com o diario de recuperacao (jrnsrv)
       01  WRK-JRNSRV.
           05  WRK-JRN-PROGRAMA PIC X(10).
           05  WRK-JRN-OPERADOR PIC X(10).
           05  WRK-JRN-ARQUIVO  PIC X(12).
           05  WRK-JRN-CHAVE    PIC X(20).
           05  WRK-JRN-OPERACAO PIC X(01).
           05  WRK-JRN-ANTES    PIC X(300).
           05  WRK-JRN-DEPOIS   PIC X(300).

       01  WRK-DATA-HORA-SYS.
           05  WRK-DHS-DATA     PIC 9(08).
           05  WRK-DHS-HORA     PIC 9(06).

      * tolerancia de atraso das parcelas quando o RATESCFG
      * nao traz a sua
       77  WRK-TOLER-PADRAO     PIC 9(03) VALUE 10.

       77  WRK-CLIENTE          PIC 9(06) VALUE ZEROS.
       77  WRK-FAT-BUSCA        PIC 9(08) VALUE ZEROS.
       77  WRK-ACO-BUSCA        PIC 9(06) VALUE ZEROS.
       77  WRK-SALDO-FATURA     PIC 9(08)V99 VALUE ZEROS.
       77  WRK-QTD-VENCIDAS     PIC 9(03) VALUE ZEROS.
       77  WRK-FIM-SELECAO      PIC X(01) VALUE 'N'.
           88 FIM-SELECAO           VALUE 'S'.
       77  WRK-FAT-ELEGIVEL     PIC X(01) VALUE 'N'.
           88 FATURA-ELEGIVEL       VALUE 'S'.
       77  WRK-CONDICOES        PIC X(01) VALUE 'N'.
           88 CONDICOES-OK          VALUE 'S'.
       77  WRK-CONFIRMA         PIC X(01) VALUE 'N'.
           88 ACORDO-CONFIRMADO     VALUE 'S'.

      * faturas escolhidas para o acordo, com o saldo de cada
      * uma (total mais encargos menos o ja recebido)
       01  WRK-TABELA-SELECAO.
           05  WRK-SEL-ENTRADA OCCURS 10 TIMES.
               10  WRK-SEL-FATURA  PIC 9(08).
               10  WRK-SEL-SALDO   PIC 9(08)V99.
       77  WRK-QTD-SEL          PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-SEL          PIC 9(02) VALUE ZEROS.
       77  WRK-SEL-REPETIDA     PIC X(01) VALUE 'N'.
           88 FATURA-JA-ESCOLHIDA   VALUE 'S'.
      * competencia e filial levadas para as parcelas: as da
      * fatura original mais recente
       77  WRK-ACO-COMPET       PIC 9(06) VALUE ZEROS.
       77  WRK-ACO-FILIAL       PIC X(02) VALUE '01'.

      * condicoes negociadas e parcelas calculadas
       77  WRK-QTD-PARCELAS     PIC 9(02) VALUE ZEROS.
       77  WRK-TAXA-JUROS       PIC 9(02)V99 VALUE ZEROS.
       77  WRK-TOLERANCIA       PIC 9(03) VALUE ZEROS.
       77  WRK-SALDO-ACORDO     PIC 9(08)V99 VALUE ZEROS.
       77  WRK-JUROS-ACORDO     PIC 9(08)V99 VALUE ZEROS.
       77  WRK-TOTAL-ACORDO     PIC 9(08)V99 VALUE ZEROS.
       77  WRK-VALOR-PARCELA    PIC 9(08)V99 VALUE ZEROS.
       01  WRK-TABELA-PARCELAS.
           05  WRK-PAR-ENTRADA OCCURS 12 TIMES.
               10  WRK-PAR-VENCIMENTO PIC 9(08).
               10  WRK-PAR-VALOR   PIC 9(08)V99.
       77  WRK-IDX-PAR          PIC 9(02) VALUE ZEROS.

       01  WRK-DATA-VENC.
           05  WRK-ANO          PIC 9(04).
           05  WRK-MES          PIC 9(02).
           05  WRK-DIA          PIC 9(02).
       01  WRK-DATA-VENC-NUM REDEFINES WRK-DATA-VENC PIC 9(08).
       77  WRK-DATA-VALIDA-FLAG PIC X(01) VALUE 'N'.
       77  WRK-DIAS-NO-MES      PIC 9(02) VALUE ZEROS.

       77  WRK-PROX-FATURA      PIC 9(08) VALUE ZEROS.
       77  WRK-PROX-ACORDO      PIC 9(06) VALUE ZEROS.
       77  WRK-COD-MOTIVO       PIC X(12) VALUE SPACES.

       77  WRK-ED-VALOR         PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-ED-SALDO         PIC ZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           MOVE 'L' TO WRK-DC-OPERACAO
           CALL 'datasrv' USING WRK-DATACTL
           MOVE WRK-DC-DATA TO DATA-SYS
           OPEN I-O FATURAS-FILE
           IF WRK-FATURAS-STATUS NOT = '00'
               DISPLAY 'MESTRE DE FATURAS INEXISTENTE'
               GOBACK
           END-IF
           OPEN I-O ACORDO-FILE
      * primeiro acordo do ambiente: o arquivo ainda nao
      * existe e precisa ser criado vazio
           IF WRK-ACORDO-STATUS = '35'
               OPEN OUTPUT ACORDO-FILE
               CLOSE ACORDO-FILE
               OPEN I-O ACORDO-FILE
           END-IF
           IF WRK-ACORDO-STATUS NOT = '00'
               DISPLAY 'ACORDO.DAT INDISPONIVEL - STATUS '
                   WRK-ACORDO-STATUS
               CLOSE FATURAS-FILE
               GOBACK
           END-IF
           PERFORM 1100-LE-RATES-CONFIG
           OPEN EXTEND ERROR-LOG
           PERFORM 1000-MENU UNTIL OPCAO-SAIR
           CLOSE FATURAS-FILE
           CLOSE ACORDO-FILE
           CLOSE ERROR-LOG
           GOBACK.

       1000-MENU.
           DISPLAY '========================================='
           DISPLAY 'ACORDOS DE PAGAMENTO'
           DISPLAY '1 - NOVO ACORDO'
           DISPLAY '2 - EXIBIR ACORDO'
           DISPLAY '3 - SAIR'
           DISPLAY 'ESCOLHA UMA OPCAO: '
           ACCEPT WRK-OPCAO FROM CONSOLE
           EVALUATE TRUE
               WHEN OPCAO-NOVO     PERFORM 2000-NOVO-ACORDO
               WHEN OPCAO-EXIBIR   PERFORM 4000-EXIBE-ACORDO
               WHEN OPCAO-SAIR     CONTINUE
               WHEN OTHER          DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      * tolerancia padrao do RATESCFG; arquivo antigo sem o
      * campo fica com a do programa
       1100-LE-RATES-CONFIG.
           OPEN INPUT RATES-CONFIG
           IF WRK-RATESCFG-STATUS = '00'
               READ RATES-CONFIG
                   NOT AT END
                       IF RTC-TOLER-ACORDO IS NUMERIC
                               AND RTC-TOLER-ACORDO > ZEROS
                           MOVE RTC-TOLER-ACORDO
                               TO WRK-TOLER-PADRAO
                       END-IF
               END-READ
               CLOSE RATES-CONFIG
           END-IF.

      *****************************************************
      *    novo acordo: lista as vencidas do cliente, recebe
      *    as faturas escolhidas e as condicoes, mostra as
      *    parcelas e grava so com a confirmacao do operador
      *****************************************************
       2000-NOVO-ACORDO.
           MOVE ZEROS TO WRK-QTD-SEL WRK-SALDO-ACORDO
               WRK-ACO-COMPET
           MOVE '01' TO WRK-ACO-FILIAL
           MOVE 'N' TO WRK-FIM-SELECAO WRK-CONDICOES WRK-CONFIRMA
           DISPLAY 'CODIGO DO CLIENTE: '
           ACCEPT WRK-CLIENTE FROM CONSOLE
           PERFORM 2100-LISTA-VENCIDAS
           IF WRK-QTD-VENCIDAS = ZEROS
               DISPLAY 'CLIENTE SEM FATURAS VENCIDAS EM ABERTO'
           ELSE
               PERFORM 2200-SELECIONA-FATURA UNTIL FIM-SELECAO
               IF WRK-QTD-SEL = ZEROS
                   DISPLAY 'NENHUMA FATURA ESCOLHIDA - ACORDO '
                       'NAO REGISTRADO'
               ELSE
                   PERFORM 2300-PEDE-CONDICOES
               END-IF
           END-IF
           IF CONDICOES-OK
               PERFORM 2400-CALCULA-PARCELAS
               PERFORM 2500-MOSTRA-PARCELAS
               DISPLAY 'CONFIRMA O ACORDO (S/N): '
               ACCEPT WRK-CONFIRMA FROM CONSOLE
               IF ACORDO-CONFIRMADO
                   PERFORM 3000-GRAVA-ACORDO
               ELSE
                   DISPLAY 'ACORDO DESCARTADO'
               END-IF
           END-IF.

       2100-LISTA-VENCIDAS.
           MOVE ZEROS TO WRK-QTD-VENCIDAS
           MOVE 'N' TO WRK-EOF
           MOVE LOW-VALUES TO FAT-NUMERO
           START FATURAS-FILE KEY >= FAT-NUMERO
               INVALID KEY MOVE 'S' TO WRK-EOF
           END-START
           PERFORM 2110-LE-FATURA UNTIL FIM-DE-ARQUIVO.

       2110-LE-FATURA.
           READ FATURAS-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               PERFORM 2150-VERIFICA-ELEGIVEL
               IF FATURA-ELEGIVEL
                   ADD 1 TO WRK-QTD-VENCIDAS
                   MOVE FAT-TOTAL TO WRK-ED-VALOR
                   MOVE WRK-SALDO-FATURA TO WRK-ED-SALDO
                   DISPLAY 'FATURA: ' FAT-NUMERO
                       ' VENCIMENTO: ' FAT-VENCIMENTO
                       ' TOTAL: ' WRK-ED-VALOR
                       ' SALDO: ' WRK-ED-SALDO
               END-IF
           END-IF.

      * entra no acordo so fatura normal do cliente, aberta
      * ou parcial, vencida na data de negocio e com saldo;
      * parcela de outro acordo nao e renegociada de novo
       2150-VERIFICA-ELEGIVEL.
           MOVE 'N' TO WRK-FAT-ELEGIVEL
           COMPUTE WRK-SALDO-FATURA =
               FAT-TOTAL + FAT-JUROS - FAT-PAGO
           IF FAT-CLIENTE = WRK-CLIENTE
                   AND (FAT-ABERTA OR FAT-PARCIAL)
                   AND FAT-DOC-FATURA
                   AND FAT-VENCIMENTO < DATA-SYS-NUM
                   AND WRK-SALDO-FATURA > ZEROS
               MOVE 'S' TO WRK-FAT-ELEGIVEL
           END-IF.

       2200-SELECIONA-FATURA.
           DISPLAY 'FATURA A INCLUIR NO ACORDO (0 ENCERRA): '
           ACCEPT WRK-FAT-BUSCA FROM CONSOLE
           IF WRK-FAT-BUSCA = ZEROS
               MOVE 'S' TO WRK-FIM-SELECAO
           ELSE
               MOVE 'N' TO WRK-SEL-REPETIDA
               PERFORM VARYING WRK-IDX-SEL FROM 1 BY 1
                       UNTIL WRK-IDX-SEL > WRK-QTD-SEL
                   IF WRK-SEL-FATURA (WRK-IDX-SEL) = WRK-FAT-BUSCA
                       MOVE 'S' TO WRK-SEL-REPETIDA
                   END-IF
               END-PERFORM
               IF FATURA-JA-ESCOLHIDA
                   DISPLAY 'FATURA JA ESCOLHIDA: ' WRK-FAT-BUSCA
               ELSE
                   PERFORM 2210-INCLUI-FATURA
               END-IF
           END-IF.

       2210-INCLUI-FATURA.
           MOVE WRK-FAT-BUSCA TO FAT-NUMERO
           READ FATURAS-FILE
               KEY IS FAT-NUMERO
               INVALID KEY
                   DISPLAY 'FATURA NAO ENCONTRADA: ' WRK-FAT-BUSCA
               NOT INVALID KEY
                   PERFORM 2150-VERIFICA-ELEGIVEL
                   IF NOT FATURA-ELEGIVEL
                       DISPLAY 'FATURA NAO E VENCIDA EM ABERTO '
                           'DESTE CLIENTE: ' WRK-FAT-BUSCA
                   ELSE
                       ADD 1 TO WRK-QTD-SEL
                       MOVE FAT-NUMERO
                           TO WRK-SEL-FATURA (WRK-QTD-SEL)
                       MOVE WRK-SALDO-FATURA
                           TO WRK-SEL-SALDO (WRK-QTD-SEL)
                       ADD WRK-SALDO-FATURA TO WRK-SALDO-ACORDO
                       IF FAT-COMPETENCIA > WRK-ACO-COMPET
                           MOVE FAT-COMPETENCIA TO WRK-ACO-COMPET
                           IF FAT-FILIAL NOT = SPACES
                               MOVE FAT-FILIAL TO WRK-ACO-FILIAL
                           END-IF
                       END-IF
                       MOVE WRK-SALDO-ACORDO TO WRK-ED-SALDO
                       DISPLAY 'INCLUIDA. SALDO DO ACORDO: '
                           WRK-ED-SALDO
                       IF WRK-QTD-SEL = 10
                           DISPLAY 'LIMITE DE 10 FATURAS POR ACORDO'
                           MOVE 'S' TO WRK-FIM-SELECAO
                       END-IF
                   END-IF
           END-READ.

      * parcelas de 1 a 12, juros ao mes e primeiro
      * vencimento valido, depois da data de negocio e ate o
      * dia 28 (as seguintes vencem no mesmo dia de cada mes)
       2300-PEDE-CONDICOES.
           MOVE 'S' TO WRK-CONDICOES
           DISPLAY 'NUMERO DE PARCELAS (1 A 12): '
           ACCEPT WRK-QTD-PARCELAS FROM CONSOLE
           IF WRK-QTD-PARCELAS IS NOT NUMERIC
                   OR WRK-QTD-PARCELAS < 1
                   OR WRK-QTD-PARCELAS > 12
               DISPLAY 'NUMERO DE PARCELAS INVALIDO'
               MOVE 'N' TO WRK-CONDICOES
           END-IF
           IF CONDICOES-OK
               DISPLAY 'JUROS NEGOCIADOS - % AO MES: '
               ACCEPT WRK-TAXA-JUROS FROM CONSOLE
               IF WRK-TAXA-JUROS IS NOT NUMERIC
                   DISPLAY 'TAXA DE JUROS INVALIDA'
                   MOVE 'N' TO WRK-CONDICOES
               END-IF
           END-IF
           IF CONDICOES-OK
               DISPLAY 'PRIMEIRO VENCIMENTO (AAAAMMDD): '
               ACCEPT WRK-DATA-VENC-NUM FROM CONSOLE
               MOVE 'N' TO WRK-DATA-VALIDA-FLAG
               IF WRK-DATA-VENC-NUM IS NUMERIC
                   PERFORM VALIDA-DATA-CALENDARIO
               END-IF
               IF WRK-DATA-VALIDA-FLAG NOT = 'S'
                       OR WRK-DATA-VENC-NUM NOT > DATA-SYS-NUM
                       OR WRK-DIA > 28
                   DISPLAY 'VENCIMENTO INVALIDO - DATA FUTURA, '
                       'DIA ATE 28'
                   MOVE 'N' TO WRK-CONDICOES
               END-IF
           END-IF
           IF CONDICOES-OK
               DISPLAY 'DIAS DE TOLERANCIA (0 = PADRAO '
                   WRK-TOLER-PADRAO '): '
               ACCEPT WRK-TOLERANCIA FROM CONSOLE
               IF WRK-TOLERANCIA IS NOT NUMERIC
                       OR WRK-TOLERANCIA = ZEROS
                   MOVE WRK-TOLER-PADRAO TO WRK-TOLERANCIA
               END-IF
           END-IF
           IF NOT CONDICOES-OK
               DISPLAY 'ACORDO NAO REGISTRADO'
           END-IF.

      * juros simples ao mes sobre o saldo devedor que cai a
      * cada parcela: saldo x taxa x (N + 1) / 2. Parcelas
      * iguais; a ultima leva a sobra do arredondamento
       2400-CALCULA-PARCELAS.
           COMPUTE WRK-JUROS-ACORDO ROUNDED =
               WRK-SALDO-ACORDO * WRK-TAXA-JUROS / 100
               * (WRK-QTD-PARCELAS + 1) / 2
           COMPUTE WRK-TOTAL-ACORDO =
               WRK-SALDO-ACORDO + WRK-JUROS-ACORDO
           COMPUTE WRK-VALOR-PARCELA =
               WRK-TOTAL-ACORDO / WRK-QTD-PARCELAS
           PERFORM VARYING WRK-IDX-PAR FROM 1 BY 1
                   UNTIL WRK-IDX-PAR > WRK-QTD-PARCELAS
               IF WRK-IDX-PAR > 1
                   ADD 1 TO WRK-MES
                   IF WRK-MES > 12
                       MOVE 1 TO WRK-MES
                       ADD 1 TO WRK-ANO
                   END-IF
               END-IF
               MOVE WRK-DATA-VENC-NUM
                   TO WRK-PAR-VENCIMENTO (WRK-IDX-PAR)
               IF WRK-IDX-PAR = WRK-QTD-PARCELAS
                   COMPUTE WRK-PAR-VALOR (WRK-IDX-PAR) =
                       WRK-TOTAL-ACORDO - WRK-VALOR-PARCELA
                       * (WRK-QTD-PARCELAS - 1)
               ELSE
                   MOVE WRK-VALOR-PARCELA
                       TO WRK-PAR-VALOR (WRK-IDX-PAR)
               END-IF
           END-PERFORM.

       2500-MOSTRA-PARCELAS.
           MOVE WRK-SALDO-ACORDO TO WRK-ED-SALDO
           DISPLAY 'SALDO RENEGOCIADO: ' WRK-ED-SALDO
           MOVE WRK-JUROS-ACORDO TO WRK-ED-VALOR
           DISPLAY 'JUROS DO ACORDO:   ' WRK-ED-VALOR
           MOVE WRK-TOTAL-ACORDO TO WRK-ED-VALOR
           DISPLAY 'TOTAL A PAGAR:     ' WRK-ED-VALOR
           PERFORM VARYING WRK-IDX-PAR FROM 1 BY 1
                   UNTIL WRK-IDX-PAR > WRK-QTD-PARCELAS
               MOVE WRK-PAR-VALOR (WRK-IDX-PAR) TO WRK-ED-VALOR
               DISPLAY 'PARCELA ' WRK-IDX-PAR ' VENCIMENTO: '
                   WRK-PAR-VENCIMENTO (WRK-IDX-PAR)
                   ' VALOR: ' WRK-ED-VALOR
           END-PERFORM.

      *****************************************************
      *    grava o acordo: emite as parcelas, renegocia as
      *    originais e registra o acordo com as duas listas
      *****************************************************
       3000-GRAVA-ACORDO.
           ACCEPT WRK-DHS-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-DHS-HORA FROM TIME
           PERFORM 3100-PROXIMO-ACORDO
           MOVE WRK-PROX-ACORDO TO ACO-NUMERO
           MOVE WRK-CLIENTE TO ACO-CLIENTE
           MOVE DATA-SYS-NUM TO ACO-DATA
           MOVE WRK-TAXA-JUROS TO ACO-TAXA-JUROS
           MOVE WRK-TOLERANCIA TO ACO-TOLERANCIA
           MOVE WRK-SALDO-ACORDO TO ACO-SALDO
           MOVE WRK-JUROS-ACORDO TO ACO-JUROS
           MOVE WRK-TOTAL-ACORDO TO ACO-TOTAL
           MOVE 'A' TO ACO-SITUACAO
           MOVE DATA-SYS-NUM TO ACO-DATA-SITUACAO
           MOVE WRK-QTD-PARCELAS TO ACO-QTD-PARCELAS
           MOVE WRK-QTD-SEL TO ACO-QTD-ORIGINAIS
           PERFORM VARYING WRK-IDX-PAR FROM 1 BY 1
                   UNTIL WRK-IDX-PAR > 12
               MOVE ZEROS TO ACO-PAR-FATURA (WRK-IDX-PAR)
                   ACO-PAR-VENCIMENTO (WRK-IDX-PAR)
                   ACO-PAR-VALOR (WRK-IDX-PAR)
           END-PERFORM
           PERFORM VARYING WRK-IDX-SEL FROM 1 BY 1
                   UNTIL WRK-IDX-SEL > 10
               MOVE ZEROS TO ACO-ORI-FATURA (WRK-IDX-SEL)
                   ACO-ORI-SALDO (WRK-IDX-SEL)
           END-PERFORM
           PERFORM 3200-EMITE-PARCELA
               VARYING WRK-IDX-PAR FROM 1 BY 1
               UNTIL WRK-IDX-PAR > WRK-QTD-PARCELAS
           OPEN EXTEND PAGTO-DETALHE
           PERFORM 3300-RENEGOCIA-ORIGINAL
               VARYING WRK-IDX-SEL FROM 1 BY 1
               UNTIL WRK-IDX-SEL > WRK-QTD-SEL
           CLOSE PAGTO-DETALHE
           WRITE ACORDO-RECORD
               INVALID KEY
                   DISPLAY 'ERRO GRAVANDO ACORDO: ' ACO-NUMERO
           END-WRITE
           PERFORM 7000-GRAVA-AUDITORIA
           DISPLAY 'ACORDO ' ACO-NUMERO ' REGISTRADO COM '
               ACO-QTD-PARCELAS ' PARCELAS'.

      * mesmo esquema do 5100 do fretecred, no ACOSEQ.DAT
       3100-PROXIMO-ACORDO.
           MOVE ZEROS TO WRK-PROX-ACORDO
           OPEN INPUT ACORDO-SEQ
           IF WRK-ACOSEQ-STATUS = '00'
               READ ACORDO-SEQ
               MOVE ASEQ-LINE TO WRK-PROX-ACORDO
               CLOSE ACORDO-SEQ
           END-IF
           ADD 1 TO WRK-PROX-ACORDO
           OPEN OUTPUT ACORDO-SEQ
           MOVE WRK-PROX-ACORDO TO ASEQ-LINE
           WRITE ASEQ-LINE
           CLOSE ACORDO-SEQ.

      * a parcela e uma fatura tipo P aberta, em reais, sem
      * remessa: a proxima remessa bancaria ja a envia. Leva a
      * competencia da original mais recente (mes ja faturado)
      * e nao entra como receita nova - o frete ja foi faturado
       3200-EMITE-PARCELA.
           PERFORM 3250-PROXIMA-FATURA
           MOVE WRK-PROX-FATURA TO FAT-NUMERO
           MOVE WRK-CLIENTE TO FAT-CLIENTE
           MOVE WRK-ACO-COMPET TO FAT-COMPETENCIA
           MOVE DATA-SYS-NUM TO FAT-DATA-EMISSAO
           MOVE WRK-PAR-VENCIMENTO (WRK-IDX-PAR) TO FAT-VENCIMENTO
           MOVE ZEROS TO FAT-FRETE FAT-ICMS FAT-SEGURO
           MOVE WRK-PAR-VALOR (WRK-IDX-PAR) TO FAT-TOTAL
           MOVE ZEROS TO FAT-PAGO
           MOVE 'A' TO FAT-STATUS
           MOVE 'P' TO FAT-TIPO
           MOVE ZEROS TO FAT-REF-NUMERO
           MOVE SPACES TO FAT-MOTIVO-CREDITO
           MOVE ZEROS TO FAT-REMESSA
           MOVE ZEROS TO FAT-JUROS
           MOVE 'BRL' TO FAT-MOEDA
           MOVE 1 TO FAT-TAXA-EMISSAO
           MOVE WRK-PAR-VALOR (WRK-IDX-PAR) TO FAT-TOTAL-MOEDA
           MOVE WRK-ACO-FILIAL TO FAT-FILIAL
           MOVE ZEROS TO FAT-REENTREGA
           MOVE ZEROS TO FAT-ARMAZENAGEM
           MOVE WRK-PROX-ACORDO TO FAT-ACORDO
           WRITE FATURA-RECORD
               INVALID KEY
                   DISPLAY 'ERRO GRAVANDO PARCELA: ' FAT-NUMERO
               NOT INVALID KEY
                   MOVE SPACES TO WRK-JRN-ANTES
                   MOVE FATURA-RECORD TO WRK-JRN-DEPOIS
                   MOVE 'I' TO WRK-JRN-OPERACAO
                   PERFORM 7100-GRAVA-JORNAL
           END-WRITE
           MOVE FAT-NUMERO TO ACO-PAR-FATURA (WRK-IDX-PAR)
           MOVE FAT-VENCIMENTO TO ACO-PAR-VENCIMENTO (WRK-IDX-PAR)
           MOVE FAT-TOTAL TO ACO-PAR-VALOR (WRK-IDX-PAR).

      * mesmo esquema do 5100 do fretecred
       3250-PROXIMA-FATURA.
           MOVE ZEROS TO WRK-PROX-FATURA
           OPEN INPUT FATURA-SEQ
           IF WRK-FATSEQ-STATUS = '00'
               READ FATURA-SEQ
               MOVE FSEQ-LINE TO WRK-PROX-FATURA
               CLOSE FATURA-SEQ
           END-IF
           ADD 1 TO WRK-PROX-FATURA
           OPEN OUTPUT FATURA-SEQ
           MOVE WRK-PROX-FATURA TO FSEQ-LINE
           WRITE FSEQ-LINE
           CLOSE FATURA-SEQ.

      * o saldo da original passa ao acordo: entra como
      * aplicado em FAT-PAGO (origem ACORDO no detalhe) e a
      * fatura fica renegociada - fora do aging, da cobranca e
      * dos encargos de atraso enquanto o acordo vigorar
       3300-RENEGOCIA-ORIGINAL.
           MOVE WRK-SEL-FATURA (WRK-IDX-SEL) TO FAT-NUMERO
           READ FATURAS-FILE
               KEY IS FAT-NUMERO
               INVALID KEY
                   DISPLAY 'ERRO RELENDO FATURA: ' FAT-NUMERO
               NOT INVALID KEY
                   MOVE FATURA-RECORD TO WRK-JRN-ANTES
                   ADD WRK-SEL-SALDO (WRK-IDX-SEL) TO FAT-PAGO
                   MOVE 'N' TO FAT-STATUS
                   MOVE WRK-PROX-ACORDO TO FAT-ACORDO
                   REWRITE FATURA-RECORD
                       INVALID KEY
                           DISPLAY 'ERRO REGRAVANDO FATURA: '
                               FAT-NUMERO
                       NOT INVALID KEY
                           MOVE FATURA-RECORD TO WRK-JRN-DEPOIS
                           MOVE 'A' TO WRK-JRN-OPERACAO
                           PERFORM 7100-GRAVA-JORNAL
                   END-REWRITE
                   MOVE FAT-NUMERO TO PGD-FATURA
                   MOVE FAT-CLIENTE TO PGD-CLIENTE
                   MOVE DATA-SYS-NUM TO PGD-DATA
                   MOVE WRK-SEL-SALDO (WRK-IDX-SEL) TO PGD-VALOR
                   MOVE 'ACORDO' TO PGD-ORIGEM
                   WRITE PAGTO-DETALHE-RECORD
           END-READ
           MOVE WRK-SEL-FATURA (WRK-IDX-SEL)
               TO ACO-ORI-FATURA (WRK-IDX-SEL)
           MOVE WRK-SEL-SALDO (WRK-IDX-SEL)
               TO ACO-ORI-SALDO (WRK-IDX-SEL).

      *****************************************************
      *    consulta do acordo com a situacao de cada parcela
      *****************************************************
       4000-EXIBE-ACORDO.
           DISPLAY 'NUMERO DO ACORDO: '
           ACCEPT WRK-ACO-BUSCA FROM CONSOLE
           MOVE WRK-ACO-BUSCA TO ACO-NUMERO
           READ ACORDO-FILE
               KEY IS ACO-NUMERO
               INVALID KEY
                   DISPLAY 'ACORDO NAO ENCONTRADO: ' WRK-ACO-BUSCA
               NOT INVALID KEY
                   PERFORM 4100-MOSTRA-ACORDO
           END-READ.

       4100-MOSTRA-ACORDO.
           DISPLAY '-----------------------------------------'
           DISPLAY 'ACORDO: ' ACO-NUMERO ' CLIENTE: ' ACO-CLIENTE
               ' DATA: ' ACO-DATA
           DISPLAY 'SITUACAO: ' ACO-SITUACAO
               ' EM: ' ACO-DATA-SITUACAO
               ' (A ATIVO, Q QUITADO, R ROMPIDO)'
           MOVE ACO-SALDO TO WRK-ED-SALDO
           MOVE ACO-TOTAL TO WRK-ED-VALOR
           DISPLAY 'SALDO RENEGOCIADO: ' WRK-ED-SALDO
               ' TOTAL: ' WRK-ED-VALOR
           DISPLAY 'JUROS % AO MES: ' ACO-TAXA-JUROS
               ' TOLERANCIA (DIAS): ' ACO-TOLERANCIA
           PERFORM VARYING WRK-IDX-SEL FROM 1 BY 1
                   UNTIL WRK-IDX-SEL > ACO-QTD-ORIGINAIS
               MOVE ACO-ORI-SALDO (WRK-IDX-SEL) TO WRK-ED-SALDO
               DISPLAY 'ORIGINAL: ' ACO-ORI-FATURA (WRK-IDX-SEL)
                   ' SALDO: ' WRK-ED-SALDO
           END-PERFORM
           PERFORM 4200-MOSTRA-PARCELA
               VARYING WRK-IDX-PAR FROM 1 BY 1
               UNTIL WRK-IDX-PAR > ACO-QTD-PARCELAS.

       4200-MOSTRA-PARCELA.
           MOVE ACO-PAR-FATURA (WRK-IDX-PAR) TO FAT-NUMERO
           READ FATURAS-FILE
               KEY IS FAT-NUMERO
               INVALID KEY
                   DISPLAY 'PARCELA ' WRK-IDX-PAR ' FATURA '
                       ACO-PAR-FATURA (WRK-IDX-PAR)
                       ' NAO ENCONTRADA'
               NOT INVALID KEY
                   MOVE FAT-TOTAL TO WRK-ED-VALOR
                   MOVE FAT-PAGO TO WRK-ED-SALDO
                   DISPLAY 'PARCELA ' WRK-IDX-PAR ' FATURA '
                       FAT-NUMERO ' VENC: ' FAT-VENCIMENTO
                       ' VALOR: ' WRK-ED-VALOR
                       ' PAGO: ' WRK-ED-SALDO
                       ' STATUS: ' FAT-STATUS
           END-READ.

      * registra o acordo na trilha comum a todos os programas
       7000-GRAVA-AUDITORIA.
           MOVE 'ACORDO' TO ERR-PROGRAMA
           MOVE WRK-DHS-DATA TO ERR-DATA-HORA (1:8)
           MOVE WRK-DHS-HORA TO ERR-DATA-HORA (9:6)
           MOVE 'ACORDO-NOVO' TO WRK-COD-MOTIVO
           MOVE WRK-COD-MOTIVO TO ERR-MOTIVO
           MOVE SPACES TO ERR-ENTRADA
           STRING 'ACO=' DELIMITED BY SIZE
               ACO-NUMERO DELIMITED BY SIZE
               ' CLI=' DELIMITED BY SIZE
               ACO-CLIENTE DELIMITED BY SIZE
               ' PARC=' DELIMITED BY SIZE
               ACO-QTD-PARCELAS DELIMITED BY SIZE
               INTO ERR-ENTRADA
      * trilha de auditoria de registro normal, nao excecao -
      * informativa, fora da fila de revisao do supervisor
           MOVE 'I' TO ERR-SEVERIDADE
           MOVE SPACES TO ERR-TRATADA ERR-TRATADA-POR
           WRITE ERROR-LOG-RECORD.

       7100-GRAVA-JORNAL.
           MOVE 'ACORDO' TO WRK-JRN-PROGRAMA
           MOVE SPACES TO WRK-JRN-OPERADOR
           MOVE 'FATURAS' TO WRK-JRN-ARQUIVO
           MOVE FAT-NUMERO TO WRK-JRN-CHAVE
           CALL 'jrnsrv' USING WRK-JRNSRV.

           COPY 'dateval.cbl'.
