      *    fretefat, marca pagamento parcial ou sem fatura
      *    correspondente, e no final imprime o aging das
      *    faturas em aberto por cliente (a vencer / 30 / 60 /
      *    90 / acima de 90 dias de atraso). Fatura
      *    renegociada em acordo de pagamento nao recebe baixa:
      *    paga-se pelas parcelas do acordo. Pagamento de
      *    fatura baixada por perda (perdas) entra como
      *    recuperacao: soma ao recebido, acumula na baixa do
      *    PERDAS.DAT e volta a receita no razao.
      *    O aging sai por cliente e filial da fatura, com a
      *    filial da linha nas colunas 81-82 para o rptdist
      *    separar o relatorio por filial e destinatario.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT GL-FILE ASSIGN TO 'FRETEGL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

      * baixas por perda, para acumular o recuperado
           SELECT PERDAS-FILE ASSIGN TO 'PERDAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-FATURA
               FILE STATUS IS WRK-PERDAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAGTOS-FILE
       FD  FATURAS-FILE.
           COPY 'faturec.cbl'.

      * depois da linha impressa vai a filial dela para a
      * distribuicao do relatorio (rptdist): ** no cabecalho,
      * em branco no resumo da rodada
       FD  AGING-REPORT
           RECORD CONTAINS 82 CHARACTERS.
       01  REPORT-LINE.
           05  RPT-TEXTO       PIC X(80).
           05  RPT-FILIAL-DIST PIC X(02).

       FD  ERROR-LOG.
           COPY 'errorlog.cbl'.
           RECORD CONTAINS 80 CHARACTERS.
       01  GL-LINE PIC X(80).

       FD  PERDAS-FILE.
           COPY 'perdarec.cbl'.

       WORKING-STORAGE SECTION.
       77  WRK-CREDCLI-STATUS   PIC X(02) VALUE '00'.
       77  WRK-EXCEDENTE        PIC 9(08)V99 VALUE ZEROS.
       77  WRK-CTA-GANHO-FX     PIC 9(05) VALUE 41103.
       77  WRK-CTA-PERDA-FX     PIC 9(05) VALUE 51101.

      * recuperacao de fatura baixada por perda: a baixa tirou
      * o saldo de clientes contra a despesa de perdas, entao
      * o recebido volta a clientes contra a receita de
      * recuperacao, no mesmo conjunto do encerramento
       77  WRK-PERDAS-STATUS    PIC X(02) VALUE '00'.
       77  WRK-PERDAS-DISP      PIC X(01) VALUE 'N'.
           88 PERDAS-DISPONIVEL     VALUE 'S'.
       77  WRK-VALOR-RECUPERADO PIC 9(08)V99 VALUE ZEROS.
       77  WRK-TOT-RECUPERADO   PIC 9(10)V99 VALUE ZEROS.
       77  WRK-QTD-RECUPERADOS  PIC 9(05) VALUE ZEROS.
       77  WRK-CTA-RECUPERACAO  PIC 9(05) VALUE 41105.
       77  WRK-SEVERIDADE       PIC X(01) VALUE 'A'.

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

       01  WRK-LINHA-GL-HEADER.
           05  FILLER          PIC X(01) VALUE 'H'.
           05  HDR-DATA        PIC 9(08).
           05  WRK-PGT-DIA      PIC 9(02).

      * aging por cliente acumulado em tabela, mesma tecnica da
      * tabela de clientes do relatorio de frete; cliente com
      * faturas em mais de uma filial tem uma linha por filial,
      * para cada gerente receber so a parte da sua casa
       01  WRK-TABELA-AGING.
           05  WRK-AGE-ENTRADA OCCURS 100 TIMES.
               10  WRK-AGE-CLIENTE  PIC 9(06).
               10  WRK-AGE-FILIAL   PIC X(02).
               10  WRK-AGE-ATUAL    PIC 9(08)V99.
               10  WRK-AGE-30       PIC 9(08)V99.
               10  WRK-AGE-60       PIC 9(08)V99.
           05  FILLER          PIC X(14) VALUE '       ATE 60D'.
           05  FILLER          PIC X(14) VALUE '       ATE 90D'.
           05  FILLER          PIC X(14) VALUE '      ACIMA 90'.
           05  FILLER          PIC X(02) VALUE 'FL'.

       01  WRK-LINHA-AGING.
           05  AGE-CLIENTE     PIC 9(06).
           05  AGE-90          PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  AGE-MAIS        PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  AGE-FILIAL      PIC X(02).

      * saldo em aberto por filial, a visao que o contador
      * pedia para separar as duas casas - o aging por cliente
           ELSE
               MOVE 'N' TO WRK-CAMBIO-DISP
           END-IF
      * sem baixas por perda no ambiente a recuperacao so nao
      * acumula no PERDAS.DAT
           OPEN I-O PERDAS-FILE
           IF WRK-PERDAS-STATUS = '00'
               MOVE 'S' TO WRK-PERDAS-DISP
           END-IF
           PERFORM 1100-LE-RATES-CONFIG
           PERFORM 2100-LER-PAGAMENTO.

               PERFORM 2400-GRAVA-ERRO
               ADD 1 TO WRK-QTD-SEM-FATURA
           ELSE
      * fatura renegociada se paga pelas parcelas do acordo;
      * pagamento direto nela tambem e excecao a investigar
           IF FAT-RENEGOCIADA
               MOVE 'FAT-RENEGOC ' TO WRK-COD-MOTIVO
               PERFORM 2400-GRAVA-ERRO
               ADD 1 TO WRK-QTD-SEM-FATURA
           ELSE
      * fatura baixada por perda recebe o pagamento como
      * recuperacao, sem voltar ao aging
           IF FAT-BAIXADA-PERDA
               PERFORM 2280-RECUPERA-PERDA
           ELSE
      * pagamento de fatura que nunca saiu em remessa bancaria
      * (FAT-REMESSA zeros) baixa normalmente, mas fica na
      * trilha de excecoes - o banco nao deveria conhece-la
                       DISPLAY 'ERRO REGRAVANDO FATURA: ' FAT-NUMERO
               END-REWRITE
           END-IF
           END-IF
           END-IF
           END-IF.

      * pagamento depois do vencimento deve multa sobre o
           MOVE 'BANCO' TO PGD-ORIGEM
           WRITE PAGTO-DETALHE-RECORD.

      * recuperacao: o recebido soma a fatura (o excedente
      * sobre o devido vira saldo credor, como na baixa
      * normal); a fatura so sai de baixada quando o cliente
      * paga tudo, e a recuperacao fica na trilha como
      * informativa
       2280-RECUPERA-PERDA.
           ADD PAG-VALOR TO FAT-PAGO
           MOVE FAT-NUMERO TO PGD-FATURA
           MOVE FAT-CLIENTE TO PGD-CLIENTE
           MOVE PAG-DATA TO PGD-DATA
           MOVE PAG-VALOR TO PGD-VALOR
           MOVE 'RECUPERA' TO PGD-ORIGEM
           WRITE PAGTO-DETALHE-RECORD
           MOVE PAG-VALOR TO WRK-VALOR-RECUPERADO
           COMPUTE WRK-TOTAL-DEVIDO = FAT-TOTAL + FAT-JUROS
           IF FAT-PAGO > WRK-TOTAL-DEVIDO
               PERFORM 2260-TRATA-EXCEDENTE
               SUBTRACT WRK-EXCEDENTE FROM WRK-VALOR-RECUPERADO
           END-IF
           IF FAT-PAGO >= WRK-TOTAL-DEVIDO - WRK-TOLERANCIA-PAG
               MOVE 'P' TO FAT-STATUS
           END-IF
           REWRITE FATURA-RECORD
               INVALID KEY
                   DISPLAY 'ERRO REGRAVANDO FATURA: ' FAT-NUMERO
           END-REWRITE
           ADD WRK-VALOR-RECUPERADO TO WRK-TOT-RECUPERADO
           ADD 1 TO WRK-QTD-RECUPERADOS
           IF PERDAS-DISPONIVEL
               MOVE FAT-NUMERO TO PER-FATURA
               READ PERDAS-FILE
                   KEY IS PER-FATURA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PER-RECUPERADO IS NOT NUMERIC
                           MOVE ZEROS TO PER-RECUPERADO
                       END-IF
                       ADD WRK-VALOR-RECUPERADO TO PER-RECUPERADO
                       MOVE PAG-DATA TO PER-DATA-RECUPERACAO
                       REWRITE PERDA-RECORD
               END-READ
           END-IF
           MOVE 'RECUPERACAO ' TO WRK-COD-MOTIVO
           MOVE 'I' TO WRK-SEVERIDADE
           PERFORM 2400-GRAVA-ERRO
           MOVE 'A' TO WRK-SEVERIDADE.

      * registra a excecao na trilha comum a todos os programas
       2400-GRAVA-ERRO.
           MOVE 'FRETEPAG' TO ERR-PROGRAMA
               ' CLI=' DELIMITED BY SIZE
               PAG-CLIENTE DELIMITED BY SIZE
               INTO ERR-ENTRADA
           MOVE WRK-SEVERIDADE TO ERR-SEVERIDADE
           MOVE SPACES TO ERR-TRATADA ERR-TRATADA-POR
           WRITE ERROR-LOG-RECORD.

      * saldo em aberto de cada fatura na faixa de atraso do
      * cliente, pela diferenca entre hoje e o vencimento
       3000-IMPRIME-AGING.
           MOVE WRK-LINHA-CAB-AGING TO REPORT-LINE
           MOVE '**' TO RPT-FILIAL-DIST
           WRITE REPORT-LINE
           MOVE WRK-LINHA-COL-AGING TO REPORT-LINE
           MOVE '**' TO RPT-FILIAL-DIST
           WRITE REPORT-LINE
           MOVE LOW-VALUES TO FAT-NUMERO
           START FATURAS-FILE KEY >= FAT-NUMERO
               INVALID KEY SET FIM-FATURAS TO TRUE
                       WRK-VEN-DIA
                   COMPUTE WRK-DIAS-ATRASO =
                       WRK-DIAS-HOJE - WRK-DIAS-VENC
      * fatura antiga sem filial gravada conta como 01
                   IF FAT-FILIAL = SPACES
                       MOVE '01' TO WRK-FILIAL-CORRENTE
                   ELSE
                       MOVE FAT-FILIAL TO WRK-FILIAL-CORRENTE
                   END-IF
                   PERFORM 3200-ACUMULA-AGING
                   PERFORM 3250-ACUMULA-FILIAL
               END-IF
                   UNTIL WRK-IDX-BUSCA > WRK-QTD-AGING
                       OR CLIENTE-NO-AGING
               IF WRK-AGE-CLIENTE (WRK-IDX-BUSCA) = FAT-CLIENTE
                       AND WRK-AGE-FILIAL (WRK-IDX-BUSCA)
                           = WRK-FILIAL-CORRENTE
                   MOVE 'S' TO WRK-AGING-ACHADO
                   MOVE WRK-IDX-BUSCA TO WRK-IDX-AGING
               END-IF
                   MOVE WRK-QTD-AGING TO WRK-IDX-AGING
                   MOVE FAT-CLIENTE
                       TO WRK-AGE-CLIENTE (WRK-IDX-AGING)
                   MOVE WRK-FILIAL-CORRENTE
                       TO WRK-AGE-FILIAL (WRK-IDX-AGING)
                   MOVE ZEROS TO WRK-AGE-ATUAL (WRK-IDX-AGING)
                       WRK-AGE-30 (WRK-IDX-AGING)
                       WRK-AGE-60 (WRK-IDX-AGING)
               ADD FAT-JUROS TO WRK-AGE-JUROS (WRK-IDX-AGING)
           END-IF.

       3250-ACUMULA-FILIAL.
           MOVE 'N' TO WRK-FIL-AGING-ACHADA
           PERFORM VARYING WRK-IDX-FIL-AGING FROM 1 BY 1
                   UNTIL WRK-IDX-FIL-AGING > WRK-QTD-FIL-AGING
               MOVE WRK-AGE-60 (WRK-IDX-AGING) TO AGE-60
               MOVE WRK-AGE-90 (WRK-IDX-AGING) TO AGE-90
               MOVE WRK-AGE-MAIS (WRK-IDX-AGING) TO AGE-MAIS
               MOVE WRK-AGE-FILIAL (WRK-IDX-AGING) TO AGE-FILIAL
               MOVE WRK-LINHA-AGING TO REPORT-LINE
               MOVE WRK-AGE-FILIAL (WRK-IDX-AGING) TO RPT-FILIAL-DIST
               WRITE REPORT-LINE
               IF WRK-AGE-JUROS (WRK-IDX-AGING) > ZEROS
                   MOVE WRK-AGE-JUROS (WRK-IDX-AGING) TO JUR-VALOR
                   MOVE WRK-LINHA-JUROS TO REPORT-LINE
                   MOVE WRK-AGE-FILIAL (WRK-IDX-AGING)
                       TO RPT-FILIAL-DIST
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM
           MOVE WRK-QTD-BAIXADOS TO RES-BAIXADOS
                   MOVE WRK-FAG-COD (WRK-IDX-FIL-AGING) TO FAG-COD
                   MOVE WRK-FAG-SALDO (WRK-IDX-FIL-AGING)
                       TO FAG-SALDO
                   MOVE WRK-LINHA-FIL-AGING TO REPORT-LINE
                   MOVE WRK-FAG-COD (WRK-IDX-FIL-AGING)
                       TO RPT-FILIAL-DIST
                   WRITE REPORT-LINE
               END-PERFORM
           END-IF
           MOVE WRK-QTD-SEM-REMESSA TO RES-SEM-REMESSA
           IF CAMBIO-DISPONIVEL
               CLOSE CAMBIO-FILE
           END-IF
           IF PERDAS-DISPONIVEL
               CLOSE PERDAS-FILE
           END-IF
           IF WRK-TOT-GANHO-FX > ZEROS OR WRK-TOT-PERDA-FX > ZEROS
                   OR WRK-TOT-RECUPERADO > ZEROS
               PERFORM 4100-ECOA-VARIACAO-GL
           END-IF
           IF WRK-QTD-RECUPERADOS > ZEROS
               DISPLAY 'RECUPERACOES DE FATURAS BAIXADAS: '
                   WRK-QTD-RECUPERADOS
           END-IF
           IF WRK-QTD-EXCEDENTES > ZEROS
               DISPLAY 'PAGAMENTOS COM EXCEDENTE CREDITADO: '
                   WRK-QTD-EXCEDENTES
           CALL 'runctl' USING WRK-RUNCTL.

      * o ganho credita receita de variacao cambial e debita
      * clientes; a perda faz o espelho; a recuperacao de
      * fatura baixada debita clientes e credita a receita de
      * recuperacao - um conjunto balanceado por rodada na
      * interface contabil
       4100-ECOA-VARIACAO-GL.
           OPEN EXTEND GL-FILE
           ACCEPT WRK-DHS-DATA FROM DATE YYYYMMDD
           MOVE WRK-DHS-DATA TO LAN-DATA
           MOVE ZEROS TO TRL-QTD TRL-DEBITOS TRL-CREDITOS
           IF WRK-TOT-GANHO-FX > ZEROS
               MOVE 'CAMBIO-GANHO' TO WRK-CR-EVENTO
               MOVE WRK-CTA-CLIENTES TO WRK-CR-DEBITO
               MOVE WRK-CTA-GANHO-FX TO WRK-CR-CREDITO
               PERFORM 4110-RESOLVE-REGRA
               MOVE WRK-CR-DEBITO TO LAN-CONTA
               MOVE 'D' TO LAN-NATUREZA
               MOVE WRK-TOT-GANHO-FX TO LAN-VALOR
               WRITE GL-LINE FROM WRK-LINHA-GL-LANC
               ADD WRK-TOT-GANHO-FX TO TRL-DEBITOS
               ADD 1 TO TRL-QTD
               MOVE WRK-CR-CREDITO TO LAN-CONTA
               MOVE 'C' TO LAN-NATUREZA
               WRITE GL-LINE FROM WRK-LINHA-GL-LANC
               ADD WRK-TOT-GANHO-FX TO TRL-CREDITOS
               ADD 1 TO TRL-QTD
           END-IF
           IF WRK-TOT-PERDA-FX > ZEROS
               MOVE 'CAMBIO-PERDA' TO WRK-CR-EVENTO
               MOVE WRK-CTA-PERDA-FX TO WRK-CR-DEBITO
               MOVE WRK-CTA-CLIENTES TO WRK-CR-CREDITO
               PERFORM 4110-RESOLVE-REGRA
               MOVE WRK-CR-DEBITO TO LAN-CONTA
               MOVE 'D' TO LAN-NATUREZA
               MOVE WRK-TOT-PERDA-FX TO LAN-VALOR
               WRITE GL-LINE FROM WRK-LINHA-GL-LANC
               ADD WRK-TOT-PERDA-FX TO TRL-DEBITOS
               ADD 1 TO TRL-QTD
               MOVE WRK-CR-CREDITO TO LAN-CONTA
               MOVE 'C' TO LAN-NATUREZA
               WRITE GL-LINE FROM WRK-LINHA-GL-LANC
               ADD WRK-TOT-PERDA-FX TO TRL-CREDITOS
               ADD 1 TO TRL-QTD
           END-IF
           IF WRK-TOT-RECUPERADO > ZEROS
               MOVE 'RECUP-PERDA' TO WRK-CR-EVENTO
               MOVE WRK-CTA-CLIENTES TO WRK-CR-DEBITO
               MOVE WRK-CTA-RECUPERACAO TO WRK-CR-CREDITO
               PERFORM 4110-RESOLVE-REGRA
               MOVE WRK-CR-DEBITO TO LAN-CONTA
               MOVE 'D' TO LAN-NATUREZA
               MOVE WRK-TOT-RECUPERADO TO LAN-VALOR
               WRITE GL-LINE FROM WRK-LINHA-GL-LANC
               ADD WRK-TOT-RECUPERADO TO TRL-DEBITOS
               ADD 1 TO TRL-QTD
               MOVE WRK-CR-CREDITO TO LAN-CONTA
               MOVE 'C' TO LAN-NATUREZA
               WRITE GL-LINE FROM WRK-LINHA-GL-LANC
               ADD WRK-TOT-RECUPERADO TO TRL-CREDITOS
               ADD 1 TO TRL-QTD
           END-IF
           WRITE GL-LINE FROM WRK-LINHA-GL-TRAILER
           CLOSE GL-FILE.

      * contas do evento pela regra de contabilizacao; o
      * conjunto e da rodada inteira, entao vale a regra geral
       4110-RESOLVE-REGRA.
           MOVE SPACES TO WRK-CR-FILIAL
           CALL 'ctbregra' USING WRK-CTBREGRA.
