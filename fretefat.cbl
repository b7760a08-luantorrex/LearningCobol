      *    numerada por cliente com os itens do mes, ICMS,
      *    seguro e data de vencimento. Cada fatura emitida
      *    vira um registro em FATURAS.DAT para a baixa de
      *    pagamentos dar conta do que esta em aberto. As taxas
      *    de reentrega ainda nao faturadas (tentativa de
      *    entrega frustrada por culpa do cliente, EMBSTAT.DAT)
      *    e as estadias de armazenagem apuradas pelo armazcob
      *    (ARMAZCOB.DAT) entram na fatura do cliente como
      *    cobranca propria e, no fim da rodada, num lote
      *    balanceado do FRETEGL.DAT (clientes a debito, a
      *    receita de cada cobranca a credito), ja que nao
      *    passam pelo FRETE-LOG que o fretegl contabiliza.
      *    Cotacao de varios produtos sai
      *    com a abertura por item (FRETEITM.DAT) abaixo dela.
      *    Cotacao com cobranca na entrega mostra o valor a
      *    cobrar do destinatario e a taxa do servico, que
      *    entra na parcela de frete.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS CAM-CHAVE
               FILE STATUS IS WRK-CAMBIO-STATUS.

      * trilha de eventos de embarque: as tentativas frustradas
      * com taxa de reentrega a faturar, marcadas com o numero
      * da fatura que as cobrou
           SELECT EMBARQUE-STATUS ASSIGN TO 'EMBSTAT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMB-CHAVE
               FILE STATUS IS WRK-EMBSTAT-STATUS.

      * cobrancas de armazenagem apuradas pelo armazcob,
      * marcadas com o numero da fatura que as cobrou
           SELECT ARMAZCOB-FILE ASSIGN TO 'ARMAZCOB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACB-CHAVE
               FILE STATUS IS WRK-ARMAZCOB-STATUS.

      * abertura por item das cotacoes de varios produtos
           SELECT FRETE-ITEM ASSIGN TO 'FRETEITM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIT-CHAVE
               FILE STATUS IS WRK-FRETEITM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FRETE-LOG.
                         LOG-FRETE-CALC BY SRT-FRETE-CALC
                         LOG-APROVADOR BY SRT-APROVADOR
                         LOG-FILIAL BY SRT-FILIAL
                         LOG-PEDIDO BY SRT-PEDIDO
                         LOG-ZONA BY SRT-ZONA
                         LOG-ADIC-ZONA BY SRT-ADIC-ZONA
                         LOG-SAZONAL BY SRT-SAZONAL
                         LOG-REEMBOLSO BY SRT-REEMBOLSO
                         LOG-TAXA-REEMB BY SRT-TAXA-REEMB.

       FD  SORTED-LOG.
           COPY 'fretelog.cbl'
                         LOG-FRETE-CALC BY SL-FRETE-CALC
                         LOG-APROVADOR BY SL-APROVADOR
                         LOG-FILIAL BY SL-FILIAL
                         LOG-PEDIDO BY SL-PEDIDO
                         LOG-ZONA BY SL-ZONA
                         LOG-ADIC-ZONA BY SL-ADIC-ZONA
                         LOG-SAZONAL BY SL-SAZONAL
                         LOG-REEMBOLSO BY SL-REEMBOLSO
                         LOG-TAXA-REEMB BY SL-TAXA-REEMB.

       FD  FATURA-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       FD  CAMBIO-FILE.
           COPY 'cambiorec.cbl'.

       FD  EMBARQUE-STATUS.
           COPY 'embrec.cbl'.

       FD  ARMAZCOB-FILE.
           COPY 'armcobrec.cbl'.

       FD  FRETE-ITEM.
           COPY 'fretitrec.cbl'.

       WORKING-STORAGE SECTION.
       77  WRK-FRETEITM-STATUS  PIC X(02) VALUE '00'.
       77  WRK-FRETEITM-DISP    PIC X(01) VALUE 'N'.
           88 FRETEITM-DISPONIVEL   VALUE 'S'.
       77  WRK-EOF-ITEM         PIC X(01) VALUE 'N'.
           88 FIM-ITENS-COTACAO     VALUE 'S'.
       77  WRK-FRETELOG-STATUS  PIC X(02) VALUE '00'.
       77  WRK-FATURAS-STATUS   PIC X(02) VALUE '00'.
       77  WRK-CUSTMAST-STATUS  PIC X(02) VALUE '00'.

      * contrato com o controle de execucao compartilhado
      * (runctl): resubmeter o faturamento refaturaria o mes
      * inteiro com numeros novos; partida mensal (M), depois
      * da provisao (freteacc) e da cobranca de armazenagem
      * (armazcob) na cadeia do fechamento do mes
       01  WRK-RUNCTL.
           05  WRK-RC-OPERACAO PIC X(01).
           05  WRK-RC-PROGRAMA PIC X(12) VALUE 'FRETEFAT'.
           05  WRK-RC-QTD      PIC 9(06).
           05  WRK-RC-RUN-ID   PIC 9(06).
           05  WRK-RC-PERMITIDO PIC X(01).
           05  WRK-RC-PERIODO  PIC 9(06).

      * digito verificador dos numeros impressos na fatura
      * (digver comum)
      * que a baixa tinha acolhido
       77  WRK-CTA-ADIANTAMENTO PIC 9(05) VALUE 21105.
       77  WRK-CTA-CLIENTES     PIC 9(05) VALUE 11205.
      * receitas das cobrancas que so nascem na fatura
       77  WRK-CTA-REC-REENTREGA PIC 9(05) VALUE 41108.
       77  WRK-CTA-REC-ARMAZEN  PIC 9(05) VALUE 41109.
       77  WRK-GL-REENTREGA     PIC 9(10)V99 VALUE ZEROS.
       77  WRK-GL-ARMAZENAGEM   PIC 9(10)V99 VALUE ZEROS.
       77  WRK-GL-VALOR         PIC 9(10)V99 VALUE ZEROS.
       77  WRK-GL-QTD           PIC 9(04) VALUE ZEROS.
       77  WRK-GL-TOTAL         PIC 9(10)V99 VALUE ZEROS.

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

       01  WRK-DATA-HORA-SYS.
           05  WRK-DHS-DATA     PIC 9(08).
       77  WRK-TOT-SEGURO       PIC 9(08)V99 VALUE ZEROS.
       77  WRK-TOT-FATURA       PIC 9(08)V99 VALUE ZEROS.

      * taxas de reentrega: entram no SORT como registro de
      * tipo R com a chave do evento, para cair na fatura do
      * mesmo cliente e filial
       77  WRK-EMBSTAT-STATUS   PIC X(02) VALUE '00'.
       77  WRK-EOF-EMB          PIC X(01) VALUE 'N'.
           88 FIM-EMBARQUES         VALUE 'S'.
       77  WRK-TOT-REENTREGA    PIC 9(08)V99 VALUE ZEROS.
       77  WRK-QTD-REENTREGAS   PIC 9(05) VALUE ZEROS.

      * estadias de armazenagem: entram no SORT como registro
      * de tipo A com a chave da cobranca
       77  WRK-ARMAZCOB-STATUS  PIC X(02) VALUE '00'.
       77  WRK-EOF-ARMAZ        PIC X(01) VALUE 'N'.
           88 FIM-ARMAZENAGEM       VALUE 'S'.
       77  WRK-TOT-ARMAZENAGEM  PIC 9(08)V99 VALUE ZEROS.
       77  WRK-QTD-ARMAZENAGENS PIC 9(05) VALUE ZEROS.

       01  WRK-LINHA-BRANCO     PIC X(80) VALUE SPACES.

       01  WRK-LINHA-CAB-FATURA.
           05  FILLER          PIC X(09) VALUE ' SEGURO: '.
           05  ITM-SEGURO      PIC ZZ.ZZ9,99.

      * produto da cotacao de varios itens, abaixo do item
       01  WRK-LINHA-ITEM-PEDIDO.
           05  FILLER          PIC X(06) VALUE SPACES.
           05  IPD-PDUTO       PIC X(20).
           05  FILLER          PIC X(05) VALUE ' QTD '.
           05  IPD-QUANTIDADE  PIC ZZZZ9.
           05  FILLER          PIC X(08) VALUE ' VALOR: '.
           05  IPD-VALOR       PIC ZZZ.ZZ9,99.
           05  FILLER          PIC X(07) VALUE ' PESO: '.
           05  IPD-PESO        PIC ZZ.ZZ9,99.

      * cobranca na entrega da cotacao, abaixo do item
       01  WRK-LINHA-REEMBOLSO.
           05  FILLER          PIC X(06) VALUE SPACES.
           05  FILLER          PIC X(29) VALUE
               'COBRANCA NA ENTREGA - VALOR: '.
           05  RMB-ITM-VALOR   PIC ZZZ.ZZ9,99.
           05  FILLER          PIC X(07) VALUE ' TAXA: '.
           05  RMB-ITM-TAXA    PIC ZZ.ZZ9,99.

       01  WRK-LINHA-REENTREGA.
           05  FILLER          PIC X(20) VALUE
               'TAXA DE REENTREGA - '.
           05  FILLER          PIC X(08) VALUE 'COTACAO '.
           05  REE-COTACAO     PIC 9(08).
           05  FILLER          PIC X(11) VALUE ' TENTATIVA '.
           05  REE-DATA        PIC 9(08).
           05  FILLER          PIC X(08) VALUE ' VALOR: '.
           05  REE-VALOR       PIC ZZ.ZZ9,99.

       01  WRK-LINHA-ARMAZENAGEM.
           05  FILLER          PIC X(14) VALUE 'ARMAZENAGEM - '.
           05  FILLER          PIC X(08) VALUE 'COTACAO '.
           05  ARZ-COTACAO     PIC 9(08).
           05  FILLER          PIC X(05) VALUE ' DEP '.
           05  ARZ-DEPOSITO    PIC X(03).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  ARZ-DIAS        PIC ZZ9.
           05  FILLER          PIC X(06) VALUE ' DIAS '.
           05  FILLER          PIC X(07) VALUE 'VALOR: '.
           05  ARZ-VALOR       PIC ZZZ.ZZ9,99.

      * linha extra da fatura em moeda do cliente: o total na
      * moeda cobrada e a taxa usada na emissao, para o
      * cliente exportador conferir sem converter na mao
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
           PERFORM 1080-VERIFICA-COMPETENCIA
               OPEN OUTPUT CREDITO-CLIENTE
           END-IF
           OPEN EXTEND PAGTO-DETALHE
           OPEN I-O EMBARQUE-STATUS
           OPEN I-O ARMAZCOB-FILE
           OPEN INPUT CAMBIO-FILE
      * sem o mestre de cambio todas as faturas saem em BRL
           IF WRK-CAMBIO-STATUS = '00'
           ELSE
               MOVE 'N' TO WRK-CAMBIO-DISP
           END-IF
           OPEN INPUT FRETE-ITEM
           IF WRK-FRETEITM-STATUS = '00'
               MOVE 'S' TO WRK-FRETEITM-DISP
           END-IF
           PERFORM 2100-LER-REGISTRO.

      * qualquer fatura ja emitida para a competencia barra a
               END-IF
           END-IF.

      * fatura o mes anterior ao mes corrente do sistema,
      * mesmo criterio do 1050 do fretefecha - na cadeia do
      * fechamento do mes o runctl troca pela competencia
      * liberada pela guarda
       1050-CALCULA-MES-FECHAMENTO.
           IF MES-SYS = 1
               MOVE 12 TO WRK-MES-FECHAMENTO
                   MOVE LOG-APROVADOR TO SRT-APROVADOR
                   MOVE LOG-FILIAL TO SRT-FILIAL
                   MOVE LOG-PEDIDO TO SRT-PEDIDO
                   MOVE LOG-ZONA TO SRT-ZONA
                   MOVE LOG-ADIC-ZONA TO SRT-ADIC-ZONA
                   MOVE LOG-SAZONAL TO SRT-SAZONAL
                   MOVE LOG-REEMBOLSO TO SRT-REEMBOLSO
                   MOVE LOG-TAXA-REEMB TO SRT-TAXA-REEMB
                   RELEASE SORT-LOG-RECORD
               END-IF
               READ FRETE-LOG NEXT RECORD
           END-PERFORM
           IF WRK-FRETELOG-STATUS = '00' OR '10'
               CLOSE FRETE-LOG
           END-IF
           PERFORM 1150-FILTRA-REENTREGAS
           PERFORM 1170-FILTRA-ARMAZENAGEM.

      * taxa de reentrega ainda sem fatura, de tentativa ate o
      * fim do mes faturado, vai ao SORT como registro de tipo
      * R: cliente e filial do evento e a chave do evento em
      * SRT-CHAVE, para a marcacao depois da cobranca
       1150-FILTRA-REENTREGAS.
           MOVE 'N' TO WRK-EOF-EMB
           OPEN INPUT EMBARQUE-STATUS
           IF WRK-EMBSTAT-STATUS NOT = '00'
               SET FIM-EMBARQUES TO TRUE
           END-IF
           PERFORM 1160-LE-EMBARQUE UNTIL FIM-EMBARQUES
           IF WRK-EMBSTAT-STATUS = '00' OR '10'
               CLOSE EMBARQUE-STATUS
           END-IF.

       1160-LE-EMBARQUE.
           READ EMBARQUE-STATUS NEXT RECORD
               AT END SET FIM-EMBARQUES TO TRUE
           END-READ
           IF NOT FIM-EMBARQUES
               IF EMB-TENTATIVA-FALHA
                       AND EMB-TAXA-REENTREGA > ZEROS
                       AND EMB-FATURA = ZEROS
                       AND EMB-CLIENTE > ZEROS
                       AND EMB-DATA (1:6) <= WRK-COMPETENCIA
                   MOVE SPACES TO SORT-LOG-RECORD
                   MOVE EMB-CHAVE TO SRT-CHAVE
                   MOVE EMB-CLIENTE TO SRT-CLIENTE
                   MOVE EMB-FILIAL TO SRT-FILIAL
                   MOVE 'R' TO SRT-TIPO
                   RELEASE SORT-LOG-RECORD
               END-IF
           END-IF.

      * estadia de armazenagem ainda sem fatura, de competencia
      * ate o mes faturado, vai ao SORT como registro de tipo A
      * com a chave da cobranca em SRT-CHAVE
       1170-FILTRA-ARMAZENAGEM.
           MOVE 'N' TO WRK-EOF-ARMAZ
           OPEN INPUT ARMAZCOB-FILE
           IF WRK-ARMAZCOB-STATUS NOT = '00'
               SET FIM-ARMAZENAGEM TO TRUE
           END-IF
           PERFORM 1180-LE-ARMAZENAGEM UNTIL FIM-ARMAZENAGEM
           IF WRK-ARMAZCOB-STATUS = '00' OR '10'
               CLOSE ARMAZCOB-FILE
           END-IF.

       1180-LE-ARMAZENAGEM.
           READ ARMAZCOB-FILE NEXT RECORD
               AT END SET FIM-ARMAZENAGEM TO TRUE
           END-READ
           IF NOT FIM-ARMAZENAGEM
               IF ACB-COMPETENCIA > WRK-COMPETENCIA
                   SET FIM-ARMAZENAGEM TO TRUE
               ELSE
                   IF ACB-FATURA = ZEROS
                           AND ACB-VALOR > ZEROS
                           AND ACB-CLIENTE > ZEROS
                       MOVE SPACES TO SORT-LOG-RECORD
                       MOVE ACB-CHAVE TO SRT-CHAVE
                       MOVE ACB-CLIENTE TO SRT-CLIENTE
                       MOVE ACB-FILIAL TO SRT-FILIAL
                       MOVE 'A' TO SRT-TIPO
                       RELEASE SORT-LOG-RECORD
                   END-IF
               END-IF
           END-IF.

       2000-PROCESSA-REGISTRO.
           MOVE SL-FILIAL TO WRK-FILIAL-ANTERIOR
           MOVE WRK-MOEDA-PROXIMA TO WRK-MOEDA-FATURA
           MOVE 'N' TO WRK-1A-COTACAO-OK
      * registro de tipo R e taxa de reentrega e de tipo A e
      * estadia de armazenagem, nao cotacao
           EVALUATE SL-TIPO
               WHEN 'R'
                   PERFORM 2350-COBRA-REENTREGA
               WHEN 'A'
                   PERFORM 2360-COBRA-ARMAZENAGEM
               WHEN OTHER
                   PERFORM 2300-IMPRIME-ITEM
                   ADD SL-FRETE TO WRK-TOT-FRETE
      * o adicional de combustivel, o adicional de zona do CEP,
      * o adicional de alta temporada e a taxa de cobranca na
      * entrega repassados na cotacao entram na parcela de
      * frete da fatura
                   ADD SL-COMBUSTIVEL TO WRK-TOT-FRETE
                   ADD SL-ADIC-ZONA TO WRK-TOT-FRETE
                   ADD SL-SAZONAL TO WRK-TOT-FRETE
                   ADD SL-TAXA-REEMB TO WRK-TOT-FRETE
                   ADD SL-ICMS TO WRK-TOT-ICMS
                   ADD SL-SEGURO TO WRK-TOT-SEGURO
                   ADD 1 TO WRK-QTD-ITENS
           END-EVALUATE
           PERFORM 2100-LER-REGISTRO.

       2100-LER-REGISTRO.
       2200-ABRE-FATURA.
           PERFORM 2250-PROXIMA-FATURA
           MOVE ZEROS TO WRK-TOT-FRETE WRK-TOT-ICMS WRK-TOT-SEGURO
           MOVE ZEROS TO WRK-TOT-REENTREGA WRK-TOT-ARMAZENAGEM
           MOVE WRK-PROX-FATURA TO CAB-FAT-NUMERO
      * digito verificador (digver comum) impresso junto do
      * numero, para o cliente ditar ao telefone com conferencia
           MOVE SL-FRETE TO ITM-FRETE
           MOVE SL-ICMS TO ITM-ICMS
           MOVE SL-SEGURO TO ITM-SEGURO
           WRITE REPORT-LINE FROM WRK-LINHA-ITEM
           IF SL-REEMBOLSO > ZEROS
               MOVE SL-REEMBOLSO TO RMB-ITM-VALOR
               MOVE SL-TAXA-REEMB TO RMB-ITM-TAXA
               WRITE REPORT-LINE FROM WRK-LINHA-REEMBOLSO
           END-IF
           IF FRETEITM-DISPONIVEL AND SL-SEQ-ID > ZEROS
               PERFORM 2310-IMPRIME-ITENS-PEDIDO
           END-IF.

      * produtos da cotacao de varios itens, pelo LOG-SEQ-ID
       2310-IMPRIME-ITENS-PEDIDO.
           MOVE 'N' TO WRK-EOF-ITEM
           MOVE SL-SEQ-ID TO FIT-SEQ-ID
           MOVE ZEROS TO FIT-SEQ
           START FRETE-ITEM KEY >= FIT-CHAVE
               INVALID KEY MOVE 'S' TO WRK-EOF-ITEM
           END-START
           PERFORM 2315-IMPRIME-ITEM-PEDIDO UNTIL FIM-ITENS-COTACAO.

       2315-IMPRIME-ITEM-PEDIDO.
           READ FRETE-ITEM NEXT RECORD
               AT END MOVE 'S' TO WRK-EOF-ITEM
           END-READ
           IF NOT FIM-ITENS-COTACAO
               IF FIT-SEQ-ID NOT = SL-SEQ-ID
                   MOVE 'S' TO WRK-EOF-ITEM
               ELSE
                   MOVE FIT-PDUTO TO IPD-PDUTO
                   MOVE FIT-QUANTIDADE TO IPD-QUANTIDADE
                   MOVE FIT-VALOR TO IPD-VALOR
                   MOVE FIT-PESO TO IPD-PESO
                   WRITE REPORT-LINE FROM WRK-LINHA-ITEM-PEDIDO
               END-IF
           END-IF.

      * a taxa de reentrega sai em linha propria e soma a parte
      * do frete; o evento fica marcado com a fatura que o
      * cobrou para nao ser cobrado de novo no proximo mes
       2350-COBRA-REENTREGA.
           MOVE SL-CHAVE (1:11) TO EMB-CHAVE
           READ EMBARQUE-STATUS
               KEY IS EMB-CHAVE
               INVALID KEY
                   DISPLAY 'EVENTO DE REENTREGA NAO ENCONTRADO: '
                       SL-CHAVE
               NOT INVALID KEY
                   MOVE EMB-SEQ-COTACAO TO REE-COTACAO
                   MOVE EMB-DATA TO REE-DATA
                   MOVE EMB-TAXA-REENTREGA TO REE-VALOR
                   WRITE REPORT-LINE FROM WRK-LINHA-REENTREGA
                   ADD EMB-TAXA-REENTREGA TO WRK-TOT-REENTREGA
                   ADD EMB-TAXA-REENTREGA TO WRK-GL-REENTREGA
                   ADD 1 TO WRK-QTD-REENTREGAS
                   MOVE WRK-PROX-FATURA TO EMB-FATURA
                   REWRITE EMBARQUE-RECORD
                       INVALID KEY
                           DISPLAY 'ERRO REGRAVANDO EVENTO: '
                               EMB-CHAVE
                   END-REWRITE
           END-READ.

      * a estadia sai em linha propria, como a reentrega, e a
      * cobranca fica marcada com a fatura que a cobrou
       2360-COBRA-ARMAZENAGEM.
           MOVE SL-CHAVE (1:14) TO ACB-CHAVE
           READ ARMAZCOB-FILE
               KEY IS ACB-CHAVE
               INVALID KEY
                   DISPLAY 'COBRANCA DE ARMAZENAGEM NAO ENCONTRADA: '
                       SL-CHAVE
               NOT INVALID KEY
                   MOVE ACB-SEQ-COTACAO TO ARZ-COTACAO
                   MOVE ACB-DEPOSITO TO ARZ-DEPOSITO
                   MOVE ACB-DIAS TO ARZ-DIAS
                   MOVE ACB-VALOR TO ARZ-VALOR
                   WRITE REPORT-LINE FROM WRK-LINHA-ARMAZENAGEM
                   ADD ACB-VALOR TO WRK-TOT-ARMAZENAGEM
                   ADD ACB-VALOR TO WRK-GL-ARMAZENAGEM
                   ADD 1 TO WRK-QTD-ARMAZENAGENS
                   MOVE WRK-PROX-FATURA TO ACB-FATURA
                   REWRITE ARMAZCOB-RECORD
                       INVALID KEY
                           DISPLAY 'ERRO REGRAVANDO ARMAZENAGEM: '
                               ACB-CHAVE
                   END-REWRITE
           END-READ.

      * fecha a fatura do cliente que acabou de quebrar: imprime
      * o total com vencimento e grava o registro em aberto no
       2500-FECHA-FATURA.
           COMPUTE WRK-TOT-FATURA =
               WRK-TOT-FRETE + WRK-TOT-ICMS + WRK-TOT-SEGURO
               + WRK-TOT-REENTREGA + WRK-TOT-ARMAZENAGEM
           MOVE WRK-TOT-FATURA TO TOT-FATURA
           MOVE WRK-VEN-DIA TO TOT-VEN-DIA
           MOVE WRK-VEN-MES TO TOT-VEN-MES
           MOVE WRK-TOT-FRETE TO FAT-FRETE
           MOVE WRK-TOT-ICMS TO FAT-ICMS
           MOVE WRK-TOT-SEGURO TO FAT-SEGURO
           MOVE WRK-TOT-REENTREGA TO FAT-REENTREGA
           MOVE WRK-TOT-ARMAZENAGEM TO FAT-ARMAZENAGEM
           MOVE WRK-TOT-FATURA TO FAT-TOTAL
      * saldo credor do cliente (excedentes de baixas
      * anteriores) entra como pago na fatura nova
           MOVE SPACES TO FAT-MOTIVO-CREDITO
           MOVE ZEROS TO FAT-REMESSA
           MOVE ZEROS TO FAT-JUROS
           MOVE ZEROS TO FAT-ACORDO
           PERFORM 2480-RESOLVE-MOEDA-FATURA
      * a fatura em moeda do cliente e apresentada tambem na
      * moeda, logo abaixo do total em reais

      * um conjunto balanceado no razao com o total aplicado
      * na rodada: adiantamentos de clientes a debito,
      * clientes a credito, nas contas da regra do evento
       2470-ECOA-APLICACOES-GL.
           MOVE 'APLIC-ADIANT' TO WRK-CR-EVENTO
           MOVE SPACES TO WRK-CR-FILIAL
           MOVE WRK-CTA-ADIANTAMENTO TO WRK-CR-DEBITO
           MOVE WRK-CTA-CLIENTES TO WRK-CR-CREDITO
           CALL 'ctbregra' USING WRK-CTBREGRA
           OPEN EXTEND GL-FILE
           ACCEPT WRK-DHS-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-DHS-HORA FROM TIME
           MOVE WRK-DHS-HORA TO HDR-HORA
           WRITE GL-LINE FROM WRK-LINHA-GL-HEADER
           MOVE WRK-DHS-DATA TO LAN-DATA
           MOVE WRK-CR-DEBITO TO LAN-CONTA
           MOVE 'D' TO LAN-NATUREZA
           MOVE WRK-TOT-CRED-APLIC TO LAN-VALOR
           WRITE GL-LINE FROM WRK-LINHA-GL-LANC
           MOVE WRK-CR-CREDITO TO LAN-CONTA
           MOVE 'C' TO LAN-NATUREZA
           MOVE WRK-TOT-CRED-APLIC TO LAN-VALOR
           WRITE GL-LINE FROM WRK-LINHA-GL-LANC
           WRITE GL-LINE FROM WRK-LINHA-GL-TRAILER
           CLOSE GL-FILE.

      * reentregas e estadias faturadas na rodada: um conjunto
      * balanceado no razao, clientes a debito e a receita de
      * cada cobranca a credito, nas contas da regra do evento
       2475-LANCA-COBRANCAS-GL.
           MOVE ZEROS TO WRK-GL-QTD WRK-GL-TOTAL
           OPEN EXTEND GL-FILE
           ACCEPT WRK-DHS-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-DHS-HORA FROM TIME
           MOVE WRK-DHS-DATA TO HDR-DATA
           MOVE WRK-DHS-HORA TO HDR-HORA
           WRITE GL-LINE FROM WRK-LINHA-GL-HEADER
           IF WRK-GL-REENTREGA > ZEROS
               MOVE 'FAT-REENTREG' TO WRK-CR-EVENTO
               MOVE WRK-CTA-REC-REENTREGA TO WRK-CR-CREDITO
               MOVE WRK-GL-REENTREGA TO WRK-GL-VALOR
               PERFORM 2476-LANCA-PAR-GL
           END-IF
           IF WRK-GL-ARMAZENAGEM > ZEROS
               MOVE 'FAT-ARMAZEN' TO WRK-CR-EVENTO
               MOVE WRK-CTA-REC-ARMAZEN TO WRK-CR-CREDITO
               MOVE WRK-GL-ARMAZENAGEM TO WRK-GL-VALOR
               PERFORM 2476-LANCA-PAR-GL
           END-IF
           MOVE WRK-GL-QTD TO TRL-QTD
           MOVE WRK-GL-TOTAL TO TRL-DEBITOS
           MOVE WRK-GL-TOTAL TO TRL-CREDITOS
           WRITE GL-LINE FROM WRK-LINHA-GL-TRAILER
           CLOSE GL-FILE.

       2476-LANCA-PAR-GL.
           MOVE SPACES TO WRK-CR-FILIAL
           MOVE WRK-CTA-CLIENTES TO WRK-CR-DEBITO
           CALL 'ctbregra' USING WRK-CTBREGRA
           MOVE WRK-DHS-DATA TO LAN-DATA
           MOVE WRK-CR-DEBITO TO LAN-CONTA
           MOVE 'D' TO LAN-NATUREZA
           MOVE WRK-GL-VALOR TO LAN-VALOR
           WRITE GL-LINE FROM WRK-LINHA-GL-LANC
           MOVE WRK-CR-CREDITO TO LAN-CONTA
           MOVE 'C' TO LAN-NATUREZA
           MOVE WRK-GL-VALOR TO LAN-VALOR
           WRITE GL-LINE FROM WRK-LINHA-GL-LANC
           ADD 2 TO WRK-GL-QTD
           ADD WRK-GL-VALOR TO WRK-GL-TOTAL.

      * fatura na moeda preferida do cliente pela taxa vigente
      * na emissao; sem cotacao vigente (ou moeda BRL) a
      * fatura sai em BRL com taxa 1 - o valor em reais e
               PERFORM 2470-ECOA-APLICACOES-GL
               DISPLAY 'CREDITOS APLICADOS: ' WRK-QTD-CRED-APLIC
           END-IF
           IF WRK-GL-REENTREGA > ZEROS
                   OR WRK-GL-ARMAZENAGEM > ZEROS
               PERFORM 2475-LANCA-COBRANCAS-GL
           END-IF
           CLOSE CREDITO-CLIENTE
           CLOSE PAGTO-DETALHE
           IF CAMBIO-DISPONIVEL
               CLOSE CAMBIO-FILE
           END-IF
           IF FRETEITM-DISPONIVEL
               CLOSE FRETE-ITEM
           END-IF
           DISPLAY 'FATURAS EMITIDAS: ' WRK-QTD-FATURAS
           DISPLAY 'ITENS FATURADOS: ' WRK-QTD-ITENS
           DISPLAY 'TAXAS DE REENTREGA FATURADAS: '
               WRK-QTD-REENTREGAS
           IF WRK-EMBSTAT-STATUS = '00' OR '10' OR '23'
               CLOSE EMBARQUE-STATUS
           END-IF
           DISPLAY 'ESTADIAS DE ARMAZENAGEM FATURADAS: '
               WRK-QTD-ARMAZENAGENS
           IF WRK-ARMAZCOB-STATUS = '00' OR '10' OR '23'
               CLOSE ARMAZCOB-FILE
           END-IF
           CLOSE SORTED-LOG
           CLOSE CUSTOMER-MASTER
           CLOSE FATURA-REPORT
