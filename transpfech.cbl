      *    linha por cotacao cobrada: codigo, LOG-SEQ-ID,
      *    valor) contra as cotacoes do mes, apontando preco
      *    divergente, cobranca em dobro e cobranca de cotacao
      *    que nunca foi entregue a ela. A segunda viagem das
      *    tentativas de entrega frustradas no mes (EMBSTAT.DAT)
      *    entra no extrato da transportadora como reentrega e
      *    a conciliacao aceita a cobranca dela como uma linha
      *    a mais da mesma cotacao.
      *    Glosas (GLOSA.DAT): o sinistro pago com avaria
      *    atribuida a transportadora e a multa por entrega
      *    atrasada (data do POD contra a prometida, como no
      *    podrel, a TRP-MULTA-ATRASO por dia sobre o custo da
      *    cotacao, no maximo o custo inteiro, para a entrega
      *    comprovada no mes fechado, qualquer que seja o mes
      *    da cotacao, como no garcred) sao apuradas a
      *    cada fechamento e descontadas no seguinte, fora as
      *    contestadas, que esperam a resolucao no glosaman. O
      *    extrato mostra o liquido a pagar e o TRPGLOSA.RPT
      *    lista as glosas de cada transportadora por cotacao.
      *    Cobranca na entrega (REEMBOLSO.DAT): o valor que a
      *    transportadora cobrou do destinatario ate o fim do
      *    mes fechado, baixado pelo reembcon, fica retido do
      *    frete a pagar a ela e o registro passa a repassado
      *    com a competencia do fechamento.
      *    O liquido de cada transportadora vai tambem para o
      *    TRPLIQ.DAT, aberto por filial na proporcao do custo
      *    das cotacoes de cada filial no mes, com vencimento
      *    no dia de pagamento do RATESCFG (dia 15 quando nao
      *    cadastrado) - a saida de caixa do fluxo projetado.
      *    Na cadeia do fechamento do mes (FECHAMES) o mes
      *    fechado e a competencia liberada pela guarda do fim
      *    do mes, e o runctl recusa fechar a mesma competencia
      *    duas vezes.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT FECHAMENTO-REPORT ASSIGN TO 'TRPFECHA.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

      * eventos de embarque, pelas tentativas frustradas com
      * custo de reentrega da transportadora
           SELECT EMBARQUE-STATUS ASSIGN TO 'EMBSTAT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMB-CHAVE
               FILE STATUS IS WRK-EMBSTAT-STATUS.

      * comprovantes de entrega, pela data real das entregas
      * atrasadas; opcional como no podrel
           SELECT POD-FILE ASSIGN TO 'POD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POD-SEQ-COTACAO
               FILE STATUS IS WRK-POD-STATUS.

      * cadastro de transportadoras, pela multa de atraso
           SELECT TRANSP-TABLE ASSIGN TO 'TRANSPTAB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRP-CHAVE
               FILE STATUS IS WRK-TRANSPTAB-STATUS.

           SELECT SINISTRO-FILE ASSIGN TO 'SINISTRO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIN-ID
               FILE STATUS IS WRK-SINISTRO-STATUS.

      * glosas apuradas, descontadas e contestadas
           SELECT GLOSA-FILE ASSIGN TO 'GLOSA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLS-CHAVE
               FILE STATUS IS WRK-GLOSA-STATUS.

      * cobrancas na entrega, compensadas no liquido a pagar
           SELECT REEMBOLSO-FILE ASSIGN TO 'REEMBOLSO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMB-SEQ-ID
               FILE STATUS IS WRK-REEMBOLSO-STATUS.

      * extrato de glosas por transportadora
           SELECT GLOSA-REPORT ASSIGN TO 'TRPGLOSA.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

      * liquido a pagar por transportadora e filial
           SELECT LIQUIDACAO-FILE ASSIGN TO 'TRPLIQ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TLQ-CHAVE
               FILE STATUS IS WRK-TRPLIQ-STATUS.

      * dia de pagamento das transportadoras
           SELECT RATES-CONFIG ASSIGN TO 'RATESCFG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RATESCFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FRETE-LOG.
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE PIC X(80).

       FD  EMBARQUE-STATUS.
           COPY 'embrec.cbl'.

       FD  POD-FILE.
           COPY 'podrec.cbl'.

       FD  TRANSP-TABLE.
           COPY 'transptab.cbl'.

       FD  SINISTRO-FILE.
           COPY 'sinrec.cbl'.

       FD  GLOSA-FILE.
           COPY 'glosarec.cbl'.

       FD  REEMBOLSO-FILE.
           COPY 'reembrec.cbl'.

       FD  GLOSA-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  GLOSA-LINE PIC X(80).

       FD  LIQUIDACAO-FILE.
           COPY 'trpliqrec.cbl'.

       FD  RATES-CONFIG.
           COPY 'ratescfg.cbl'.

       WORKING-STORAGE SECTION.
       77  WRK-FRETELOG-STATUS  PIC X(02) VALUE '00'.
       77  WRK-TRPFAT-STATUS    PIC X(02) VALUE '00'.
       77  WRK-EMBSTAT-STATUS   PIC X(02) VALUE '00'.
       77  WRK-POD-STATUS       PIC X(02) VALUE '00'.
       77  WRK-POD-DISP         PIC X(01) VALUE 'N'.
           88 POD-DISPONIVEL        VALUE 'S'.
       77  WRK-TRANSPTAB-STATUS PIC X(02) VALUE '00'.
       77  WRK-TRANSPTAB-DISP   PIC X(01) VALUE 'N'.
           88 TRANSPTAB-DISPONIVEL  VALUE 'S'.
       77  WRK-SINISTRO-STATUS  PIC X(02) VALUE '00'.
       77  WRK-GLOSA-STATUS     PIC X(02) VALUE '00'.
       77  WRK-GLOSA-DISP       PIC X(01) VALUE 'N'.
           88 GLOSA-DISPONIVEL      VALUE 'S'.
       77  WRK-REEMBOLSO-STATUS PIC X(02) VALUE '00'.
       77  WRK-REEMBOLSO-DISP   PIC X(01) VALUE 'N'.
           88 REEMBOLSO-DISPONIVEL  VALUE 'S'.
       77  WRK-TRPLIQ-STATUS    PIC X(02) VALUE '00'.
       77  WRK-TRPLIQ-DISP      PIC X(01) VALUE 'N'.
           88 TRPLIQ-DISPONIVEL     VALUE 'S'.
       77  WRK-RATESCFG-STATUS  PIC X(02) VALUE '00'.
      * transportadora e natureza do valor a acumular: F frete
      * da cotacao, R segunda viagem de entrega frustrada
       77  WRK-TRANSP-LINHA     PIC X(03) VALUE SPACES.
       77  WRK-SEQ-LINHA        PIC 9(08) VALUE ZEROS.
       77  WRK-TIPO-CUSTO       PIC X(01) VALUE 'F'.
           88 CUSTO-REENTREGA       VALUE 'R'.
      * o valor a conciliar e o custo da transportadora
      * gravado na cotacao; cotacao anterior ao campo (custo
      * zerado) cai no frete cobrado, o melhor espelho antigo
           02  DIA-SYS PIC 9(02) VALUE ZEROS.

      * mes fechado: o anterior ao corrente, como no fretefecha
      * (na cadeia do fechamento do mes, a competencia liberada
      * pela guarda)
       77  WRK-ANO-FECHAMENTO   PIC 9(04) VALUE ZEROS.
       77  WRK-MES-FECHAMENTO   PIC 9(02) VALUE ZEROS.
       01  WRK-ANO-MES-FECHADO.
           05  WRK-AMF-ANO      PIC 9(04).
           05  WRK-AMF-MES      PIC 9(02).

      * contrato com o controle de execucao compartilhado
      * (runctl): fechar o mes duas vezes apuraria e
      * descontaria as glosas em dobro; partida mensal (M)
       01  WRK-RUNCTL.
           05  WRK-RC-OPERACAO PIC X(01).
           05  WRK-RC-PROGRAMA PIC X(12) VALUE 'TRANSPFECH'.
           05  WRK-RC-QTD      PIC 9(06).
           05  WRK-RC-RUN-ID   PIC 9(06).
           05  WRK-RC-PERMITIDO PIC X(01).
           05  WRK-RC-PERIODO  PIC 9(06).


      * atraso da entrega na base comercial 30/360, mesmo
      * calculo do podrel
       77  WRK-DIAS-PROM        PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-REAL        PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-ATRASO      PIC S9(05) VALUE ZEROS.
       01  WRK-DATA-QUEBRA.
           05  WRK-QBR-ANO      PIC 9(04).
           05  WRK-QBR-MES      PIC 9(02).
           05  WRK-QBR-DIA      PIC 9(02).
       77  WRK-VALOR-MULTA      PIC 9(08)V99 VALUE ZEROS.
       77  WRK-QTD-GLOSAS-NOVAS PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-GLOSAS-DESC  PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-REEMB-RETIDO PIC 9(05) VALUE ZEROS.
       77  WRK-LIQUIDO          PIC S9(09)V99 VALUE ZEROS.

      * vencimento do liquido: o dia de pagamento no mes
      * corrente, ou no seguinte se o dia ja passou
       77  WRK-DIA-PAGTO        PIC 9(02) VALUE 15.
       01  WRK-VENCIMENTO-LIQ.
           05  WRK-VLQ-ANO      PIC 9(04).
           05  WRK-VLQ-MES      PIC 9(02).
           05  WRK-VLQ-DIA      PIC 9(02).
       01  WRK-VENCIMENTO-LIQ-NUM REDEFINES WRK-VENCIMENTO-LIQ
                                PIC 9(08).
       77  WRK-QTD-LIQUIDACOES  PIC 9(05) VALUE ZEROS.

      * custo das cotacoes do mes por transportadora e filial,
      * base do rateio do liquido entre as filiais
       01  WRK-TABELA-TRP-FILIAL.
           05  WRK-TFL-ENTRADA OCCURS 200 TIMES.
               10  WRK-TFL-TRANSP  PIC X(03).
               10  WRK-TFL-FILIAL  PIC X(02).
               10  WRK-TFL-CUSTO   PIC 9(09)V99.
       77  WRK-QTD-TFL          PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-TFL          PIC 9(03) VALUE ZEROS.
       77  WRK-TFL-ACHADA       PIC X(01) VALUE 'N'.
           88 TFL-NA-TABELA         VALUE 'S'.
       77  WRK-FILIAL-LINHA     PIC X(02) VALUE SPACES.
       77  WRK-RATEIO-BASE      PIC 9(09)V99 VALUE ZEROS.
       77  WRK-RATEIO-QTD       PIC 9(03) VALUE ZEROS.
       77  WRK-RATEIO-RESTO     PIC S9(09)V99 VALUE ZEROS.

      * extrato a pagar acumulado por transportadora
       01  WRK-TABELA-TRANSP.
           05  WRK-TRP-ENTRADA OCCURS 50 TIMES.
               10  WRK-TRP-COD     PIC X(03).
               10  WRK-TRP-QTD     PIC 9(05).
               10  WRK-TRP-TOTAL   PIC 9(09)V99.
               10  WRK-TRP-QTD-REENT PIC 9(05).
               10  WRK-TRP-REENTREGA PIC 9(09)V99.
      *    glosas descontadas neste fechamento, apuradas para o
      *    proximo e contestadas (fora do desconto)
               10  WRK-TRP-QTD-GLOSA PIC 9(05).
               10  WRK-TRP-GLOSA     PIC 9(09)V99.
               10  WRK-TRP-AVISO     PIC 9(09)V99.
               10  WRK-TRP-CONTEST   PIC 9(09)V99.
      *    cobrado na entrega e retido neste fechamento
               10  WRK-TRP-QTD-REEMB PIC 9(05).
               10  WRK-TRP-REEMBOLSO PIC 9(09)V99.
       77  WRK-QTD-TRANSP       PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-TRANSP       PIC 9(02) VALUE ZEROS.
       77  WRK-TRANSP-ACHADA    PIC X(01) VALUE 'N'.
           05  FILLER          PIC X(03) VALUE 'R$ '.
           05  REL-TOTAL       PIC ZZZ.ZZZ.ZZ9,99.

      * a reentrega ja esta no A PAGAR acima; a linha mostra a
      * parte dela
       01  WRK-LINHA-REENTREGA.
           05  FILLER          PIC X(26) VALUE
               '    DAS QUAIS REENTREGAS: '.
           05  REL-QTD-REENT   PIC ZZZZ9.
           05  FILLER          PIC X(11) VALUE '  CUSTO: '.
           05  FILLER          PIC X(03) VALUE 'R$ '.
           05  REL-REENTREGA   PIC ZZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-GLOSA-TOT.
           05  FILLER          PIC X(26) VALUE
               '    GLOSAS DESCONTADAS:   '.
           05  REL-QTD-GLOSA   PIC ZZZZ9.
           05  FILLER          PIC X(11) VALUE '  VALOR: '.
           05  FILLER          PIC X(03) VALUE 'R$ '.
           05  REL-GLOSA       PIC ZZZ.ZZZ.ZZ9,99.

      * cobrado do destinatario que fica com a transportadora
      * e sai do que ela tem a receber
       01  WRK-LINHA-REEMB-TOT.
           05  FILLER          PIC X(26) VALUE
               '    COBRADO NA ENTREGA:   '.
           05  REL-QTD-REEMB   PIC ZZZZ9.
           05  FILLER          PIC X(11) VALUE '  RETIDO: '.
           05  FILLER          PIC X(03) VALUE 'R$ '.
           05  REL-REEMBOLSO   PIC ZZZ.ZZZ.ZZ9,99.

      * negativo quando glosas e cobrancas na entrega passam
      * do frete do mes: a transportadora fica devendo a
      * diferenca
       01  WRK-LINHA-LIQUIDO.
           05  FILLER          PIC X(26) VALUE
               '    LIQUIDO A PAGAR:      '.
           05  FILLER          PIC X(16) VALUE SPACES.
           05  FILLER          PIC X(03) VALUE 'R$ '.
           05  REL-LIQUIDO     PIC -ZZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-GLOSA-PEND.
           05  FILLER          PIC X(26) VALUE
               '    A DESCONTAR NO PROXIMO'.
           05  FILLER          PIC X(05) VALUE ':    '.
           05  REL-AVISO       PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER          PIC X(14) VALUE '  CONTESTADAS:'.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  REL-CONTEST     PIC ZZZ.ZZZ.ZZ9,99.

      * extrato de glosas: cabecalho por transportadora e uma
      * linha por glosa
       01  WRK-GLOSA-CABECALHO.
           05  FILLER          PIC X(28) VALUE
               'EXTRATO DE GLOSAS - TRANSP: '.
           05  GCB-TRANSP      PIC X(03).
           05  FILLER          PIC X(15) VALUE ' - FECHAMENTO '.
           05  GCB-MES         PIC 9(02).
           05  FILLER          PIC X(01) VALUE '/'.
           05  GCB-ANO         PIC 9(04).

       01  WRK-GLOSA-DETALHE.
           05  FILLER          PIC X(09) VALUE 'COTACAO: '.
           05  GLD-COTACAO     PIC 9(08).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  GLD-TIPO        PIC X(08).
           05  FILLER          PIC X(06) VALUE ' REF: '.
           05  GLD-REFERENCIA  PIC 9(08).
           05  FILLER          PIC X(07) VALUE ' DIAS: '.
           05  GLD-DIAS        PIC ZZ9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  GLD-VALOR       PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  GLD-SITUACAO    PIC X(14).

       01  WRK-LINHA-TIT-CONCILIA PIC X(80) VALUE
           'CONCILIACAO DA FATURA DA TRANSPORTADORA'.

       0000-MAIN-PROCESS.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-ACUMULA-MES UNTIL FIM-DE-ARQUIVO
           PERFORM 2500-ACUMULA-REENTREGAS
           PERFORM 2600-APURA-SINISTROS
           PERFORM 2700-DESCONTA-GLOSAS
           PERFORM 2750-RETEM-REEMBOLSOS
           PERFORM 3000-IMPRIME-EXTRATOS
           PERFORM 3500-IMPRIME-GLOSAS
           PERFORM 4000-CONCILIA-FATURA
           PERFORM 5000-FINALIZA
           STOP RUN.
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
           MOVE WRK-ANO-FECHAMENTO TO WRK-AMF-ANO
           MOVE WRK-MES-FECHAMENTO TO WRK-AMF-MES
           PERFORM 1100-CALCULA-VENCIMENTO
           OPEN INPUT FRETE-LOG
           IF WRK-FRETELOG-STATUS NOT = '00'
               DISPLAY 'FRETE-LOG INEXISTENTE - NADA A FECHAR'
               MOVE 'S' TO WRK-EOF
           END-IF
           OPEN INPUT POD-FILE
           IF WRK-POD-STATUS = '00'
               MOVE 'S' TO WRK-POD-DISP
           END-IF
           OPEN INPUT TRANSP-TABLE
           IF WRK-TRANSPTAB-STATUS = '00'
               MOVE 'S' TO WRK-TRANSPTAB-DISP
           END-IF
      * primeiro fechamento com glosas: o arquivo ainda nao
      * existe e precisa ser criado vazio
           OPEN I-O GLOSA-FILE
           IF WRK-GLOSA-STATUS = '35'
               OPEN OUTPUT GLOSA-FILE
               CLOSE GLOSA-FILE
               OPEN I-O GLOSA-FILE
           END-IF
           IF WRK-GLOSA-STATUS = '00'
               MOVE 'S' TO WRK-GLOSA-DISP
           ELSE
               DISPLAY 'GLOSA.DAT INDISPONIVEL - STATUS '
                   WRK-GLOSA-STATUS ' - FECHAMENTO SEM GLOSAS'
           END-IF
           OPEN I-O REEMBOLSO-FILE
           IF WRK-REEMBOLSO-STATUS = '00'
               MOVE 'S' TO WRK-REEMBOLSO-DISP
           END-IF
           OPEN I-O LIQUIDACAO-FILE
           IF WRK-TRPLIQ-STATUS = '35'
               OPEN OUTPUT LIQUIDACAO-FILE
               CLOSE LIQUIDACAO-FILE
               OPEN I-O LIQUIDACAO-FILE
           END-IF
           IF WRK-TRPLIQ-STATUS = '00'
               MOVE 'S' TO WRK-TRPLIQ-DISP
           ELSE
               DISPLAY 'TRPLIQ.DAT INDISPONIVEL - STATUS '
                   WRK-TRPLIQ-STATUS ' - LIQUIDO NAO GRAVADO'
           END-IF
           OPEN OUTPUT FECHAMENTO-REPORT
           MOVE WRK-MES-FECHAMENTO TO CAB-MES
           MOVE WRK-ANO-FECHAMENTO TO CAB-ANO
           WRITE REPORT-LINE FROM WRK-LINHA-CABECALHO.

      * dia de pagamento do RATESCFG; arquivo antigo sem o
      * campo, ou dia fora de 1 a 28, fica com o dia 15
       1100-CALCULA-VENCIMENTO.
           OPEN INPUT RATES-CONFIG
           IF WRK-RATESCFG-STATUS = '00'
               READ RATES-CONFIG
                   NOT AT END
                       IF RTC-DIA-PAGTO-TRANSP IS NUMERIC
                               AND RTC-DIA-PAGTO-TRANSP > ZEROS
                               AND RTC-DIA-PAGTO-TRANSP < 29
                           MOVE RTC-DIA-PAGTO-TRANSP
                               TO WRK-DIA-PAGTO
                       END-IF
               END-READ
               CLOSE RATES-CONFIG
           END-IF
           MOVE ANO-SYS TO WRK-VLQ-ANO
           MOVE MES-SYS TO WRK-VLQ-MES
           MOVE WRK-DIA-PAGTO TO WRK-VLQ-DIA
           IF DIA-SYS > WRK-DIA-PAGTO
               IF WRK-VLQ-MES = 12
                   MOVE 1 TO WRK-VLQ-MES
                   ADD 1 TO WRK-VLQ-ANO
               ELSE
                   ADD 1 TO WRK-VLQ-MES
               END-IF
           END-IF.

      * so cotacao do mes fechado que saiu com transportadora
      * escolhida entra no extrato e na tabela de conciliacao
       2000-ACUMULA-MES.
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF LOG-TRANSP NOT = SPACES
                   IF LOG-CUSTO-TRANSP > ZEROS
                       MOVE LOG-CUSTO-TRANSP TO WRK-CUSTO-COTACAO
                   ELSE
                       MOVE LOG-FRETE TO WRK-CUSTO-COTACAO
                   END-IF
                   IF LOG-DATA-HORA (1:6) = WRK-ANO-MES-FECHADO
                       MOVE LOG-TRANSP TO WRK-TRANSP-LINHA
                       MOVE LOG-SEQ-ID TO WRK-SEQ-LINHA
                       MOVE 'F' TO WRK-TIPO-CUSTO
                       PERFORM 2100-ACUMULA-TRANSP
                       PERFORM 2170-ACUMULA-FILIAL
                       PERFORM 2200-GUARDA-COTACAO
                   END-IF
      * a multa segue a data do comprovante, nao a da cotacao:
      * cotacao de um mes entregue no seguinte e apurada no
      * fechamento do mes da entrega
                   IF POD-DISPONIVEL AND GLOSA-DISPONIVEL
                           AND LOG-PROMETIDA > ZEROS
                       PERFORM 2300-APURA-ATRASO
                   END-IF
               END-IF
           END-IF.

       2100-ACUMULA-TRANSP.
           PERFORM 2150-LOCALIZA-TRANSP
           IF WRK-IDX-TRANSP > ZEROS
               ADD WRK-CUSTO-COTACAO
                   TO WRK-TRP-TOTAL (WRK-IDX-TRANSP)
               IF CUSTO-REENTREGA
                   ADD 1 TO WRK-TRP-QTD-REENT (WRK-IDX-TRANSP)
                   ADD WRK-CUSTO-COTACAO
                       TO WRK-TRP-REENTREGA (WRK-IDX-TRANSP)
               ELSE
                   ADD 1 TO WRK-TRP-QTD (WRK-IDX-TRANSP)
               END-IF
           END-IF.

      * posiciona WRK-IDX-TRANSP na transportadora da linha,
      * abrindo a entrada zerada se ela ainda nao esta na
      * tabela; zeros quando a tabela esta cheia
       2150-LOCALIZA-TRANSP.
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
                   MOVE ZEROS TO WRK-TRP-QTD (WRK-IDX-TRANSP)
                       WRK-TRP-TOTAL (WRK-IDX-TRANSP)
                       WRK-TRP-QTD-REENT (WRK-IDX-TRANSP)
                       WRK-TRP-REENTREGA (WRK-IDX-TRANSP)
                       WRK-TRP-QTD-GLOSA (WRK-IDX-TRANSP)
                       WRK-TRP-GLOSA (WRK-IDX-TRANSP)
                       WRK-TRP-AVISO (WRK-IDX-TRANSP)
                       WRK-TRP-CONTEST (WRK-IDX-TRANSP)
                       WRK-TRP-QTD-REEMB (WRK-IDX-TRANSP)
                       WRK-TRP-REEMBOLSO (WRK-IDX-TRANSP)
               ELSE
                   MOVE ZEROS TO WRK-IDX-TRANSP
               END-IF
           END-IF.

      * custo da cotacao na filial que a emitiu (espacos
      * valem 01); tabela cheia deixa o resto fora do rateio
       2170-ACUMULA-FILIAL.
           IF LOG-FILIAL = SPACES
               MOVE '01' TO WRK-FILIAL-LINHA
           ELSE
               MOVE LOG-FILIAL TO WRK-FILIAL-LINHA
           END-IF
           MOVE 'N' TO WRK-TFL-ACHADA
           PERFORM VARYING WRK-IDX-TFL FROM 1 BY 1
                   UNTIL WRK-IDX-TFL > WRK-QTD-TFL
                       OR TFL-NA-TABELA
               IF WRK-TFL-TRANSP (WRK-IDX-TFL) = WRK-TRANSP-LINHA
                       AND WRK-TFL-FILIAL (WRK-IDX-TFL)
                           = WRK-FILIAL-LINHA
                   MOVE 'S' TO WRK-TFL-ACHADA
                   ADD WRK-CUSTO-COTACAO
                       TO WRK-TFL-CUSTO (WRK-IDX-TFL)
               END-IF
           END-PERFORM
           IF NOT TFL-NA-TABELA AND WRK-QTD-TFL < 200
               ADD 1 TO WRK-QTD-TFL
               MOVE WRK-TRANSP-LINHA TO WRK-TFL-TRANSP (WRK-QTD-TFL)
               MOVE WRK-FILIAL-LINHA TO WRK-TFL-FILIAL (WRK-QTD-TFL)
               MOVE WRK-CUSTO-COTACAO TO WRK-TFL-CUSTO (WRK-QTD-TFL)
           END-IF.

       2200-GUARDA-COTACAO.
                   'CONCILIACAO PARCIAL DO MES'
           ELSE
               ADD 1 TO WRK-QTD-COTACOES
               MOVE WRK-SEQ-LINHA TO WRK-COT-SEQ (WRK-QTD-COTACOES)
               MOVE WRK-TRANSP-LINHA
                   TO WRK-COT-TRANSP (WRK-QTD-COTACOES)
               MOVE WRK-CUSTO-COTACAO
                   TO WRK-COT-FRETE (WRK-QTD-COTACOES)
               MOVE 'N' TO WRK-COT-COBRADA (WRK-QTD-COTACOES)
           END-IF.

      * entrega confirmada depois da data prometida gera a
      * multa da transportadora: o percentual da rota por dia
      * de atraso sobre o custo da cotacao, limitado ao custo.
      * So conta o comprovante com entrega no mes fechado. A
      * cotacao ja glosada (reprocessamento) fica como esta
       2300-APURA-ATRASO.
           MOVE ZEROS TO WRK-DIAS-ATRASO
           MOVE LOG-SEQ-ID TO POD-SEQ-COTACAO
           READ POD-FILE
               KEY IS POD-SEQ-COTACAO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF POD-DATA-ENTREGA (1:6) = WRK-ANO-MES-FECHADO
                       MOVE LOG-PROMETIDA TO WRK-DATA-QUEBRA
                       COMPUTE WRK-DIAS-PROM =
                           (WRK-QBR-ANO * 360) +
                           (WRK-QBR-MES * 30) + WRK-QBR-DIA
                       MOVE POD-DATA-ENTREGA TO WRK-DATA-QUEBRA
                       COMPUTE WRK-DIAS-REAL =
                           (WRK-QBR-ANO * 360) +
                           (WRK-QBR-MES * 30) + WRK-QBR-DIA
                       COMPUTE WRK-DIAS-ATRASO =
                           WRK-DIAS-REAL - WRK-DIAS-PROM
                   END-IF
           END-READ
           IF WRK-DIAS-ATRASO > ZEROS AND TRANSPTAB-DISPONIVEL
               MOVE LOG-STADO TO TRP-UF
               MOVE LOG-TRANSP TO TRP-CODIGO
               READ TRANSP-TABLE
                   KEY IS TRP-CHAVE
                   INVALID KEY
                       MOVE ZEROS TO TRP-MULTA-ATRASO
               END-READ
               IF TRP-MULTA-ATRASO IS NUMERIC
                       AND TRP-MULTA-ATRASO > ZEROS
                   COMPUTE WRK-VALOR-MULTA ROUNDED =
                       WRK-CUSTO-COTACAO * WRK-DIAS-ATRASO
                       * TRP-MULTA-ATRASO / 100
                   IF WRK-VALOR-MULTA > WRK-CUSTO-COTACAO
                       MOVE WRK-CUSTO-COTACAO TO WRK-VALOR-MULTA
                   END-IF
                   MOVE 'A' TO GLS-TIPO
                   MOVE LOG-SEQ-ID TO GLS-REFERENCIA
                   MOVE LOG-TRANSP TO GLS-TRANSP
                   MOVE LOG-SEQ-ID TO GLS-SEQ-COTACAO
                   MOVE WRK-DIAS-ATRASO TO GLS-DIAS-ATRASO
                   MOVE WRK-VALOR-MULTA TO GLS-VALOR
                   PERFORM 2800-GRAVA-GLOSA
               END-IF
           END-IF.

      * segunda viagem das tentativas frustradas no mes: soma
      * ao a pagar da transportadora e entra na tabela de
      * conciliacao como mais uma cobranca da mesma cotacao
       2500-ACUMULA-REENTREGAS.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT EMBARQUE-STATUS
           IF WRK-EMBSTAT-STATUS NOT = '00'
               MOVE 'S' TO WRK-EOF
           END-IF
           PERFORM 2510-LE-EVENTO UNTIL FIM-DE-ARQUIVO
           IF WRK-EMBSTAT-STATUS = '00' OR '10'
               CLOSE EMBARQUE-STATUS
           END-IF.

       2510-LE-EVENTO.
           READ EMBARQUE-STATUS NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF EMB-TENTATIVA-FALHA
                       AND EMB-CUSTO-REENTREGA > ZEROS
                       AND EMB-TRANSP NOT = SPACES
                       AND EMB-DATA (1:6) = WRK-ANO-MES-FECHADO
                   MOVE EMB-CUSTO-REENTREGA TO WRK-CUSTO-COTACAO
                   MOVE EMB-TRANSP TO WRK-TRANSP-LINHA
                   MOVE 'R' TO WRK-TIPO-CUSTO
                   PERFORM 2100-ACUMULA-TRANSP
                   MOVE EMB-SEQ-COTACAO TO WRK-SEQ-LINHA
                   PERFORM 2200-GUARDA-COTACAO
               END-IF
           END-IF.

      * sinistro pago pela seguradora com a avaria atribuida
      * a uma transportadora vira glosa dela pelo valor pago;
      * a chave pelo numero do sinistro impede glosar duas
      * vezes o mesmo pagamento
       2600-APURA-SINISTROS.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT SINISTRO-FILE
           IF WRK-SINISTRO-STATUS NOT = '00' OR NOT GLOSA-DISPONIVEL
               MOVE 'S' TO WRK-EOF
           END-IF
           PERFORM 2610-LE-SINISTRO UNTIL FIM-DE-ARQUIVO
           IF WRK-SINISTRO-STATUS = '00' OR '10'
               CLOSE SINISTRO-FILE
           END-IF.

       2610-LE-SINISTRO.
           READ SINISTRO-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF SIN-PAGO AND SIN-TRANSP NOT = SPACES
                       AND SIN-VALOR-PAGO > ZEROS
                   MOVE 'S' TO GLS-TIPO
                   MOVE SIN-ID TO GLS-REFERENCIA
                   MOVE SIN-TRANSP TO GLS-TRANSP
                   MOVE SIN-SEQ-COTACAO TO GLS-SEQ-COTACAO
                   MOVE ZEROS TO GLS-DIAS-ATRASO
                   MOVE SIN-VALOR-PAGO TO GLS-VALOR
                   PERFORM 2800-GRAVA-GLOSA
               END-IF
           END-IF.

      * glosa apurada antes deste fechamento e nao contestada
      * e descontada agora; as deste fechamento ficam como
      * aviso para o proximo. Reprocessar o mes mostra de novo
      * as descontadas nele sem descontar outra vez
       2700-DESCONTA-GLOSAS.
           MOVE 'N' TO WRK-EOF
           IF NOT GLOSA-DISPONIVEL
               MOVE 'S' TO WRK-EOF
           ELSE
               MOVE LOW-VALUES TO GLS-CHAVE
               START GLOSA-FILE KEY IS NOT LESS THAN GLS-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-EOF
               END-START
           END-IF
           PERFORM 2710-LE-GLOSA UNTIL FIM-DE-ARQUIVO.

       2710-LE-GLOSA.
           READ GLOSA-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF GLS-PENDENTE
                       AND GLS-COMPETENCIA < WRK-ANO-MES-FECHADO
                   MOVE 'D' TO GLS-SITUACAO
                   MOVE WRK-ANO-MES-FECHADO TO GLS-COMPET-DESCONTO
                   REWRITE GLOSA-RECORD
                       INVALID KEY
                           DISPLAY 'ERRO REGRAVANDO GLOSA: '
                               GLS-CHAVE
                   END-REWRITE
                   ADD 1 TO WRK-QTD-GLOSAS-DESC
               END-IF
               MOVE GLS-TRANSP TO WRK-TRANSP-LINHA
               EVALUATE TRUE
                   WHEN GLS-DESCONTADA
                           AND GLS-COMPET-DESCONTO =
                               WRK-ANO-MES-FECHADO
                       PERFORM 2150-LOCALIZA-TRANSP
                       IF WRK-IDX-TRANSP > ZEROS
                           ADD 1 TO WRK-TRP-QTD-GLOSA
                               (WRK-IDX-TRANSP)
                           ADD GLS-VALOR
                               TO WRK-TRP-GLOSA (WRK-IDX-TRANSP)
                       END-IF
                   WHEN GLS-PENDENTE
                       PERFORM 2150-LOCALIZA-TRANSP
                       IF WRK-IDX-TRANSP > ZEROS
                           ADD GLS-VALOR
                               TO WRK-TRP-AVISO (WRK-IDX-TRANSP)
                       END-IF
                   WHEN GLS-CONTESTADA
                       PERFORM 2150-LOCALIZA-TRANSP
                       IF WRK-IDX-TRANSP > ZEROS
                           ADD GLS-VALOR
                               TO WRK-TRP-CONTEST (WRK-IDX-TRANSP)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * cobranca na entrega baixada ate o fim do mes fechado
      * fica retida do frete da transportadora e passa a
      * repassada; reprocessar o mes mostra de novo as retidas
      * nele sem reter outra vez
       2750-RETEM-REEMBOLSOS.
           MOVE 'N' TO WRK-EOF
           IF NOT REEMBOLSO-DISPONIVEL
               MOVE 'S' TO WRK-EOF
           ELSE
               MOVE ZEROS TO RMB-SEQ-ID
               START REEMBOLSO-FILE KEY IS NOT LESS THAN RMB-SEQ-ID
                   INVALID KEY
                       MOVE 'S' TO WRK-EOF
               END-START
           END-IF
           PERFORM 2760-LE-REEMBOLSO UNTIL FIM-DE-ARQUIVO.

       2760-LE-REEMBOLSO.
           READ REEMBOLSO-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF RMB-COBRADO-TRANSP
                       AND RMB-DATA-COBRANCA (1:6) NOT >
                           WRK-ANO-MES-FECHADO
                   MOVE 'R' TO RMB-SITUACAO
                   MOVE WRK-ANO-MES-FECHADO TO RMB-COMPET-REPASSE
                   REWRITE REEMBOLSO-RECORD
                       INVALID KEY
                           DISPLAY 'ERRO REGRAVANDO REEMBOLSO: '
                               RMB-SEQ-ID
                   END-REWRITE
                   ADD 1 TO WRK-QTD-REEMB-RETIDO
               END-IF
               IF RMB-REPASSADO
                       AND RMB-COMPET-REPASSE = WRK-ANO-MES-FECHADO
                   MOVE RMB-TRANSP TO WRK-TRANSP-LINHA
                   PERFORM 2150-LOCALIZA-TRANSP
                   IF WRK-IDX-TRANSP > ZEROS
                       ADD 1 TO WRK-TRP-QTD-REEMB (WRK-IDX-TRANSP)
                       ADD RMB-COBRADO
                           TO WRK-TRP-REEMBOLSO (WRK-IDX-TRANSP)
                   END-IF
               END-IF
           END-IF.

      * glosa nova entra pendente, com o mes do fechamento que
      * a apurou; ja existente (mesmo fato) nao e regravada
       2800-GRAVA-GLOSA.
           MOVE WRK-ANO-MES-FECHADO TO GLS-COMPETENCIA
           MOVE ZEROS TO GLS-COMPET-DESCONTO
           MOVE 'P' TO GLS-SITUACAO
           MOVE DATA-SYS TO GLS-DATA-SITUACAO
           MOVE 'TRANSPFECH' TO GLS-OPERADOR
           WRITE GLOSA-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-GLOSAS-NOVAS
           END-WRITE.

       3000-IMPRIME-EXTRATOS.
           PERFORM VARYING WRK-IDX-TRANSP FROM 1 BY 1
                   UNTIL WRK-IDX-TRANSP > WRK-QTD-TRANSP
               MOVE WRK-TRP-QTD (WRK-IDX-TRANSP) TO REL-QTD
               MOVE WRK-TRP-TOTAL (WRK-IDX-TRANSP) TO REL-TOTAL
               WRITE REPORT-LINE FROM WRK-LINHA-TRANSP
               IF WRK-TRP-QTD-REENT (WRK-IDX-TRANSP) > ZEROS
                   MOVE WRK-TRP-QTD-REENT (WRK-IDX-TRANSP)
                       TO REL-QTD-REENT
                   MOVE WRK-TRP-REENTREGA (WRK-IDX-TRANSP)
                       TO REL-REENTREGA
                   WRITE REPORT-LINE FROM WRK-LINHA-REENTREGA
               END-IF
               IF WRK-TRP-QTD-GLOSA (WRK-IDX-TRANSP) > ZEROS
                   MOVE WRK-TRP-QTD-GLOSA (WRK-IDX-TRANSP)
                       TO REL-QTD-GLOSA
                   MOVE WRK-TRP-GLOSA (WRK-IDX-TRANSP) TO REL-GLOSA
                   WRITE REPORT-LINE FROM WRK-LINHA-GLOSA-TOT
               END-IF
               IF WRK-TRP-QTD-REEMB (WRK-IDX-TRANSP) > ZEROS
                   MOVE WRK-TRP-QTD-REEMB (WRK-IDX-TRANSP)
                       TO REL-QTD-REEMB
                   MOVE WRK-TRP-REEMBOLSO (WRK-IDX-TRANSP)
                       TO REL-REEMBOLSO
                   WRITE REPORT-LINE FROM WRK-LINHA-REEMB-TOT
               END-IF
               COMPUTE WRK-LIQUIDO = WRK-TRP-TOTAL (WRK-IDX-TRANSP)
                   - WRK-TRP-GLOSA (WRK-IDX-TRANSP)
                   - WRK-TRP-REEMBOLSO (WRK-IDX-TRANSP)
               MOVE WRK-LIQUIDO TO REL-LIQUIDO
               WRITE REPORT-LINE FROM WRK-LINHA-LIQUIDO
               IF TRPLIQ-DISPONIVEL
                   PERFORM 3100-RATEIA-LIQUIDO
               END-IF
               IF WRK-TRP-AVISO (WRK-IDX-TRANSP) > ZEROS
                       OR WRK-TRP-CONTEST (WRK-IDX-TRANSP) > ZEROS
                   MOVE WRK-TRP-AVISO (WRK-IDX-TRANSP) TO REL-AVISO
                   MOVE WRK-TRP-CONTEST (WRK-IDX-TRANSP)
                       TO REL-CONTEST
                   WRITE REPORT-LINE FROM WRK-LINHA-GLOSA-PEND
               END-IF
           END-PERFORM.

      * abre o liquido da transportadora entre as filiais pelo
      * custo de cada uma no mes; a ultima filial fica com a
      * sobra do arredondamento. Sem cotacao no mes (so
      * reentrega ou glosa) o liquido vai inteiro para a 01
       3100-RATEIA-LIQUIDO.
           MOVE ZEROS TO WRK-RATEIO-BASE WRK-RATEIO-QTD
           PERFORM VARYING WRK-IDX-TFL FROM 1 BY 1
                   UNTIL WRK-IDX-TFL > WRK-QTD-TFL
               IF WRK-TFL-TRANSP (WRK-IDX-TFL)
                       = WRK-TRP-COD (WRK-IDX-TRANSP)
                   ADD WRK-TFL-CUSTO (WRK-IDX-TFL) TO WRK-RATEIO-BASE
                   ADD 1 TO WRK-RATEIO-QTD
               END-IF
           END-PERFORM
           MOVE WRK-LIQUIDO TO WRK-RATEIO-RESTO
           IF WRK-RATEIO-BASE = ZEROS
               MOVE '01' TO TLQ-FILIAL
               MOVE WRK-LIQUIDO TO TLQ-VALOR
               PERFORM 3150-GRAVA-LIQUIDACAO
           ELSE
               PERFORM VARYING WRK-IDX-TFL FROM 1 BY 1
                       UNTIL WRK-IDX-TFL > WRK-QTD-TFL
                   IF WRK-TFL-TRANSP (WRK-IDX-TFL)
                           = WRK-TRP-COD (WRK-IDX-TRANSP)
                       SUBTRACT 1 FROM WRK-RATEIO-QTD
                       IF WRK-RATEIO-QTD = ZEROS
                           MOVE WRK-RATEIO-RESTO TO TLQ-VALOR
                       ELSE
                           COMPUTE TLQ-VALOR ROUNDED = WRK-LIQUIDO
                               * WRK-TFL-CUSTO (WRK-IDX-TFL)
                               / WRK-RATEIO-BASE
                           SUBTRACT TLQ-VALOR FROM WRK-RATEIO-RESTO
                       END-IF
                       MOVE WRK-TFL-FILIAL (WRK-IDX-TFL) TO TLQ-FILIAL
                       PERFORM 3150-GRAVA-LIQUIDACAO
                   END-IF
               END-PERFORM
           END-IF.

      * fechamento refeito no mesmo mes regrava o liquido
       3150-GRAVA-LIQUIDACAO.
           MOVE WRK-ANO-MES-FECHADO TO TLQ-COMPETENCIA
           MOVE WRK-TRP-COD (WRK-IDX-TRANSP) TO TLQ-TRANSP
           MOVE WRK-VENCIMENTO-LIQ-NUM TO TLQ-VENCIMENTO
           MOVE DATA-SYS TO TLQ-DATA-FECHAMENTO
           WRITE TRPLIQ-RECORD
               INVALID KEY
                   REWRITE TRPLIQ-RECORD
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR TRPLIQ: '
                               TLQ-TRANSP ' ' TLQ-FILIAL
                   END-REWRITE
           END-WRITE
           ADD 1 TO WRK-QTD-LIQUIDACOES.

      * um extrato por transportadora com glosa no fechamento:
      * as descontadas agora, as apuradas para o proximo e as
      * contestadas retidas, cada uma com a cotacao de origem
       3500-IMPRIME-GLOSAS.
           OPEN OUTPUT GLOSA-REPORT
           IF GLOSA-DISPONIVEL
               PERFORM 3510-EXTRATO-TRANSP
                   VARYING WRK-IDX-TRANSP FROM 1 BY 1
                   UNTIL WRK-IDX-TRANSP > WRK-QTD-TRANSP
           END-IF
           CLOSE GLOSA-REPORT.

       3510-EXTRATO-TRANSP.
           IF WRK-TRP-QTD-GLOSA (WRK-IDX-TRANSP) > ZEROS
                   OR WRK-TRP-AVISO (WRK-IDX-TRANSP) > ZEROS
                   OR WRK-TRP-CONTEST (WRK-IDX-TRANSP) > ZEROS
               MOVE WRK-TRP-COD (WRK-IDX-TRANSP) TO GCB-TRANSP
               MOVE WRK-MES-FECHAMENTO TO GCB-MES
               MOVE WRK-ANO-FECHAMENTO TO GCB-ANO
               WRITE GLOSA-LINE FROM WRK-GLOSA-CABECALHO
               MOVE 'N' TO WRK-EOF
               MOVE LOW-VALUES TO GLS-CHAVE
               START GLOSA-FILE KEY IS NOT LESS THAN GLS-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-EOF
               END-START
               PERFORM 3520-LINHA-GLOSA UNTIL FIM-DE-ARQUIVO
           END-IF.

       3520-LINHA-GLOSA.
           READ GLOSA-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
                   AND GLS-TRANSP = WRK-TRP-COD (WRK-IDX-TRANSP)
               EVALUATE TRUE
                   WHEN GLS-DESCONTADA
                           AND GLS-COMPET-DESCONTO =
                               WRK-ANO-MES-FECHADO
                       MOVE 'DESCONTADA' TO GLD-SITUACAO
                       PERFORM 3530-IMPRIME-GLOSA
                   WHEN GLS-PENDENTE
                       MOVE 'A DESCONTAR' TO GLD-SITUACAO
                       PERFORM 3530-IMPRIME-GLOSA
                   WHEN GLS-CONTESTADA
                       MOVE 'CONTESTADA' TO GLD-SITUACAO
                       PERFORM 3530-IMPRIME-GLOSA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       3530-IMPRIME-GLOSA.
           MOVE GLS-SEQ-COTACAO TO GLD-COTACAO
           IF GLS-SINISTRO
               MOVE 'SINISTRO' TO GLD-TIPO
           ELSE
               MOVE 'ATRASO' TO GLD-TIPO
           END-IF
           MOVE GLS-REFERENCIA TO GLD-REFERENCIA
           MOVE GLS-DIAS-ATRASO TO GLD-DIAS
           MOVE GLS-VALOR TO GLD-VALOR
           WRITE GLOSA-LINE FROM WRK-GLOSA-DETALHE.

      * cada linha da fatura da transportadora procura sua
      * cotacao: divergencia de preco, cobranca repetida e
      * cotacao inexistente (ou de outra transportadora) saem

      * a cotacao so casa quando o numero e a transportadora
      * conferem - cotacao de outra transportadora e cobranca
      * de servico que nao foi dela. Cotacao com reentrega tem
      * duas entradas: a linha casa primeiro com a entrada
      * ainda nao cobrada de mesmo valor, depois com qualquer
      * nao cobrada, e so entao com a ja cobrada (em dobro)
       4200-PROCURA-COTACAO.
           MOVE 'N' TO WRK-COT-ACHADA
           PERFORM VARYING WRK-IDX-COTACAO FROM 1 BY 1
               IF WRK-COT-SEQ (WRK-IDX-COTACAO) = TRF-SEQ-ID
                       AND WRK-COT-TRANSP (WRK-IDX-COTACAO)
                           = TRF-TRANSP
                       AND WRK-COT-COBRADA (WRK-IDX-COTACAO) = 'N'
                       AND WRK-COT-FRETE (WRK-IDX-COTACAO)
                           = TRF-VALOR
                   MOVE 'S' TO WRK-COT-ACHADA
               END-IF
           END-PERFORM
           IF NOT COTACAO-NA-TABELA
               PERFORM VARYING WRK-IDX-COTACAO FROM 1 BY 1
                       UNTIL WRK-IDX-COTACAO > WRK-QTD-COTACOES
                           OR COTACAO-NA-TABELA
                   IF WRK-COT-SEQ (WRK-IDX-COTACAO) = TRF-SEQ-ID
                           AND WRK-COT-TRANSP (WRK-IDX-COTACAO)
                               = TRF-TRANSP
                           AND WRK-COT-COBRADA (WRK-IDX-COTACAO)
                               = 'N'
                       MOVE 'S' TO WRK-COT-ACHADA
                   END-IF
               END-PERFORM
           END-IF
           IF NOT COTACAO-NA-TABELA
               PERFORM VARYING WRK-IDX-COTACAO FROM 1 BY 1
                       UNTIL WRK-IDX-COTACAO > WRK-QTD-COTACOES
                           OR COTACAO-NA-TABELA
                   IF WRK-COT-SEQ (WRK-IDX-COTACAO) = TRF-SEQ-ID
                           AND WRK-COT-TRANSP (WRK-IDX-COTACAO)
                               = TRF-TRANSP
                       MOVE 'S' TO WRK-COT-ACHADA
                   END-IF
               END-PERFORM
           END-IF
           IF COTACAO-NA-TABELA
               SUBTRACT 1 FROM WRK-IDX-COTACAO
           END-IF.
           IF WRK-FRETELOG-STATUS = '00' OR '10'
               CLOSE FRETE-LOG
           END-IF
           IF POD-DISPONIVEL
               CLOSE POD-FILE
           END-IF
           IF TRANSPTAB-DISPONIVEL
               CLOSE TRANSP-TABLE
           END-IF
           IF GLOSA-DISPONIVEL
               CLOSE GLOSA-FILE
           END-IF
           IF REEMBOLSO-DISPONIVEL
               CLOSE REEMBOLSO-FILE
           END-IF
           IF TRPLIQ-DISPONIVEL
               CLOSE LIQUIDACAO-FILE
           END-IF
           DISPLAY 'GLOSAS APURADAS: ' WRK-QTD-GLOSAS-NOVAS
           DISPLAY 'GLOSAS DESCONTADAS: ' WRK-QTD-GLOSAS-DESC
           DISPLAY 'COBRANCAS NA ENTREGA RETIDAS: '
               WRK-QTD-REEMB-RETIDO
           DISPLAY 'FECHAMENTO A PAGAR GERADO EM TRPFECHA.RPT'
           DISPLAY 'EXTRATO DE GLOSAS GERADO EM TRPGLOSA.RPT'
           DISPLAY 'LIQUIDOS GRAVADOS EM TRPLIQ.DAT: '
               WRK-QTD-LIQUIDACOES
           MOVE 'F' TO WRK-RC-OPERACAO
           MOVE WRK-QTD-LIQUIDACOES TO WRK-RC-QTD
           CALL 'runctl' USING WRK-RUNCTL.
