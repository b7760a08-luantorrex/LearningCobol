       IDENTIFICATION DIVISION.
       PROGRAM-ID. lgpdrel.
      ********************************************************
      *    Relatorio de acesso do titular de dados (LGPD)
      *    Sob demanda: informada a conta do cliente ou a
      *    matricula do aluno, varre todos os arquivos que
      *    guardam algo sobre a pessoa e lista em LGPDACES.RPT
      *    cada registro encontrado - cadastro e enderecos,
      *    contas fundidas na conta, contrato, saldos, pedidos,
      *    cotacoes com o recebedor da entrega, faturas,
      *    conhecimentos, acordos, revisoes de limite,
      *    garantias de prazo, bloqueios e pagamentos, inclusive
      *    o que ja foi para os arquivos mortos; para o aluno,
      *    matricula, historico ativo e arquivado, bolsa,
      *    mensalidades, certificados, recursos, frequencia,
      *    avisos, notificacoes a familia, ofertas de
      *    rematricula e a inscricao na lista de espera (pelo
      *    nome, que o candidato ainda nao tem matricula).
      *    Conta retirada numa fusao e resolvida para a
      *    sobrevivente pelo clixref. Cada emissao fica na
      *    trilha ERROR.LOG, como informativa.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * titular cliente
           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUS-ID
               FILE STATUS IS WRK-CUSTMAST-STATUS.

           SELECT CLIENTE-XREF ASSIGN TO 'CLIXREF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-ANTIGO
               FILE STATUS IS WRK-CLIXREF-STATUS.

           SELECT ENDERECO-FILE ASSIGN TO 'ENDCLI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS END-CHAVE
               FILE STATUS IS WRK-ENDCLI-STATUS.

           SELECT CONTRATO-FILE ASSIGN TO 'CONTRATO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-CLIENTE
               FILE STATUS IS WRK-CONTRATO-STATUS.

           SELECT CREDITO-CLIENTE ASSIGN TO 'CREDCLI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRD-CLIENTE
               FILE STATUS IS WRK-CREDCLI-STATUS.

           SELECT COBRANCA-HIST ASSIGN TO 'COBHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COB-CLIENTE
               FILE STATUS IS WRK-COBHIST-STATUS.

           SELECT ORDERS-FILE ASSIGN TO 'ORDMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-NUMERO
               FILE STATUS IS WRK-ORDERS-STATUS.

           SELECT ORDERS-ARCHIVE ASSIGN TO 'ORDARQ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AOR-NUMERO
               FILE STATUS IS WRK-ORDARQ-STATUS.

           SELECT FRETE-LOG ASSIGN TO 'FRETELOG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOG-CHAVE
               ALTERNATE RECORD KEY IS LOG-STADO WITH DUPLICATES
               FILE STATUS IS WRK-FRETELOG-STATUS.

           SELECT POD-FILE ASSIGN TO 'POD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POD-SEQ-COTACAO
               FILE STATUS IS WRK-POD-STATUS.

           SELECT FATURAS-FILE ASSIGN TO 'FATURAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               FILE STATUS IS WRK-FATURAS-STATUS.

           SELECT FATURAS-ARCHIVE ASSIGN TO 'FATARQ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AFA-NUMERO
               FILE STATUS IS WRK-FATARQ-STATUS.

           SELECT CT-MASTER ASSIGN TO 'CTDOC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CHAVE
               ALTERNATE RECORD KEY IS CT-SEQ-COTACAO
                   WITH DUPLICATES
               FILE STATUS IS WRK-CTDOC-STATUS.

           SELECT ACORDO-FILE ASSIGN TO 'ACORDO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACO-NUMERO
               FILE STATUS IS WRK-ACORDO-STATUS.

           SELECT LIMREV-FILE ASSIGN TO 'LIMREV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LRV-CHAVE
               FILE STATUS IS WRK-LIMREV-STATUS.

           SELECT GARCRED-FILE ASSIGN TO 'GARCRED.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GAR-CHAVE
               FILE STATUS IS WRK-GARCRED-STATUS.

           SELECT CREDIT-HOLD ASSIGN TO 'CREDHOLD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CREDHOLD-STATUS.

           SELECT PAGTO-DETALHE ASSIGN TO 'PAGDET.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PAGDET-STATUS.

      * titular aluno
           SELECT ALUNO-MASTER ASSIGN TO 'ALUMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-ID
               FILE STATUS IS WRK-ALUMAST-STATUS.

           SELECT STUDENT-TRANSCRIPT ASSIGN TO 'STUTRANS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRA-ID
               FILE STATUS IS WRK-TRANSCRIPT-STATUS.

           SELECT TRANSCRIPT-ARCHIVE ASSIGN TO 'TRANSARQ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATR-CHAVE
               FILE STATUS IS WRK-ARQUIVO-STATUS.

           SELECT BOLSA-FILE ASSIGN TO 'BOLSA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOL-ALUNO
               FILE STATUS IS WRK-BOLSA-STATUS.

           SELECT MENSALIDADE-FILE ASSIGN TO 'MENSAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEN-NUMERO
               FILE STATUS IS WRK-MENSAL-STATUS.

           SELECT CERT-REGISTER ASSIGN TO 'CERTREG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CER-NUMERO
               FILE STATUS IS WRK-CERTREG-STATUS.

           SELECT RECURSO-FILE ASSIGN TO 'RECURSO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-ID
               FILE STATUS IS WRK-RECURSO-STATUS.

           SELECT FREQ-FILE ASSIGN TO 'FREQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FREQ-STATUS.

           SELECT AVISO-HIST ASSIGN TO 'AVISOHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVI-CHAVE
               FILE STATUS IS WRK-AVISO-STATUS.

           SELECT NOTIFICA-FILE ASSIGN TO 'NOTIFICA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTF-CHAVE
               FILE STATUS IS WRK-NOTIFICA-STATUS.

           SELECT REMATRICULA-FILE ASSIGN TO 'REMAT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REM-CHAVE
               FILE STATUS IS WRK-REMAT-STATUS.

           SELECT ESPERA-FILE ASSIGN TO 'ESPERA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESP-CHAVE
               FILE STATUS IS WRK-ESPERA-STATUS.

           SELECT ERROR-LOG ASSIGN TO 'ERROR.LOG'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACESSO-REPORT ASSIGN TO 'LGPDACES.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY 'custrec.cbl'.

       FD  CLIENTE-XREF.
           COPY 'clixrefrec.cbl'.

       FD  ENDERECO-FILE.
           COPY 'endrec.cbl'.

       FD  CONTRATO-FILE.
           COPY 'contrrec.cbl'.

       FD  CREDITO-CLIENTE.
           COPY 'clicredrec.cbl'.

       FD  COBRANCA-HIST.
           COPY 'cobrec.cbl'.

       FD  ORDERS-FILE.
           COPY 'ordrec.cbl'.

       FD  ORDERS-ARCHIVE.
       01  ORDER-ARC-RECORD.
           05  AOR-NUMERO      PIC 9(08).
           05  AOR-REGISTRO    PIC X(102).

       FD  FRETE-LOG.
           COPY 'fretelog.cbl'.

       FD  POD-FILE.
           COPY 'podrec.cbl'.

       FD  FATURAS-FILE.
           COPY 'faturec.cbl'.

       FD  FATURAS-ARCHIVE.
       01  FATURA-ARC-RECORD.
           05  AFA-NUMERO      PIC 9(08).
           05  AFA-REGISTRO    PIC X(200).

       FD  CT-MASTER.
           COPY 'ctrec.cbl'.

       FD  ACORDO-FILE.
           COPY 'acordorec.cbl'.

       FD  LIMREV-FILE.
           COPY 'limrevrec.cbl'.

       FD  GARCRED-FILE.
           COPY 'garcredrec.cbl'.

       FD  CREDIT-HOLD.
           COPY 'credhold.cbl'.

       FD  PAGTO-DETALHE.
           COPY 'pagdetrec.cbl'.

       FD  ALUNO-MASTER.
           COPY 'alurec.cbl'.

       FD  STUDENT-TRANSCRIPT.
           COPY 'transrec.cbl'.

       FD  TRANSCRIPT-ARCHIVE.
           COPY 'transarc.cbl'.

       FD  BOLSA-FILE.
           COPY 'bolsarec.cbl'.

       FD  MENSALIDADE-FILE.
           COPY 'mensrec.cbl'.

       FD  CERT-REGISTER.
           COPY 'certrec.cbl'.

       FD  RECURSO-FILE.
           COPY 'recrec.cbl'.

       FD  FREQ-FILE.
           COPY 'freqrec.cbl'.

       FD  AVISO-HIST.
       01  AVISO-RECORD.
           05  AVI-CHAVE.
               10  AVI-ALUNO       PIC 9(06).
               10  AVI-BIMESTRE    PIC 9(01).
           05  AVI-NIVEL           PIC 9(01).
           05  AVI-DATA            PIC 9(08).

       FD  NOTIFICA-FILE.
           COPY 'notrec.cbl'.

       FD  REMATRICULA-FILE.
           COPY 'rematrec.cbl'.

       FD  ESPERA-FILE.
           COPY 'esperarec.cbl'.

       FD  ERROR-LOG.
           COPY 'errorlog.cbl'.

       FD  ACESSO-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       77  WRK-CUSTMAST-STATUS  PIC X(02) VALUE '00'.
       77  WRK-CLIXREF-STATUS   PIC X(02) VALUE '00'.
       77  WRK-ENDCLI-STATUS    PIC X(02) VALUE '00'.
       77  WRK-CONTRATO-STATUS  PIC X(02) VALUE '00'.
       77  WRK-CREDCLI-STATUS   PIC X(02) VALUE '00'.
       77  WRK-COBHIST-STATUS   PIC X(02) VALUE '00'.
       77  WRK-ORDERS-STATUS    PIC X(02) VALUE '00'.
       77  WRK-ORDARQ-STATUS    PIC X(02) VALUE '00'.
       77  WRK-FRETELOG-STATUS  PIC X(02) VALUE '00'.
       77  WRK-POD-STATUS       PIC X(02) VALUE '00'.
       77  WRK-FATURAS-STATUS   PIC X(02) VALUE '00'.
       77  WRK-FATARQ-STATUS    PIC X(02) VALUE '00'.
       77  WRK-CTDOC-STATUS     PIC X(02) VALUE '00'.
       77  WRK-ACORDO-STATUS    PIC X(02) VALUE '00'.
       77  WRK-LIMREV-STATUS    PIC X(02) VALUE '00'.
       77  WRK-GARCRED-STATUS   PIC X(02) VALUE '00'.
       77  WRK-CREDHOLD-STATUS  PIC X(02) VALUE '00'.
       77  WRK-PAGDET-STATUS    PIC X(02) VALUE '00'.
       77  WRK-ALUMAST-STATUS   PIC X(02) VALUE '00'.
       77  WRK-TRANSCRIPT-STATUS PIC X(02) VALUE '00'.
       77  WRK-ARQUIVO-STATUS   PIC X(02) VALUE '00'.
       77  WRK-BOLSA-STATUS     PIC X(02) VALUE '00'.
       77  WRK-MENSAL-STATUS    PIC X(02) VALUE '00'.
       77  WRK-CERTREG-STATUS   PIC X(02) VALUE '00'.
       77  WRK-RECURSO-STATUS   PIC X(02) VALUE '00'.
       77  WRK-FREQ-STATUS      PIC X(02) VALUE '00'.
       77  WRK-AVISO-STATUS     PIC X(02) VALUE '00'.
       77  WRK-NOTIFICA-STATUS  PIC X(02) VALUE '00'.
       77  WRK-REMAT-STATUS     PIC X(02) VALUE '00'.
       77  WRK-ESPERA-STATUS    PIC X(02) VALUE '00'.
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

       01  WRK-DATA-HORA-SYS.
           05  WRK-DHS-DATA     PIC 9(08).
           05  WRK-DHS-HORA     PIC 9(06).

      * contrato com a referencia cruzada das fusoes de
      * cadastro (clixref): conta retirada vira a sobrevivente
       01  WRK-CLIXREF.
           05  WRK-XRF-CLIENTE     PIC 9(06).
           05  WRK-XRF-SUBSTITUIDO PIC X(01).

      * C = cliente (conta), A = aluno (matricula)
       77  WRK-TIPO-TITULAR     PIC X(01) VALUE SPACES.
           88 TITULAR-CLIENTE       VALUE 'C' 'c'.
           88 TITULAR-ALUNO         VALUE 'A' 'a'.
       77  WRK-TITULAR          PIC 9(06) VALUE ZEROS.
       77  WRK-TITULAR-PEDIDO   PIC 9(06) VALUE ZEROS.
      * nome do aluno no cadastro, para achar a inscricao na
      * lista de espera
       77  WRK-NOME-TITULAR     PIC X(30) VALUE SPACES.

       77  WRK-QTD-ARQUIVO      PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-TOTAL        PIC 9(06) VALUE ZEROS.
       77  WRK-ARQUIVO-PRESENTE PIC X(01) VALUE 'N'.
           88 ARQUIVO-PRESENTE      VALUE 'S'.
       77  WRK-POD-DISP         PIC X(01) VALUE 'N'.
           88 POD-DISPONIVEL        VALUE 'S'.

       77  WRK-ED-VALOR         PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-ED-QTD           PIC ZZ.ZZ9.

       01  WRK-LINHA-SEPARADOR  PIC X(80) VALUE ALL '-'.

       01  WRK-LINHA-TITULO.
           05  FILLER          PIC X(41) VALUE
               'DADOS PESSOAIS MANTIDOS SOBRE O TITULAR: '.
           05  TIT-TIPO        PIC X(07).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  TIT-NUMERO      PIC 9(06).
           05  FILLER          PIC X(07) VALUE ' DATA: '.
           05  TIT-DATA        PIC 9(08).

       01  WRK-LINHA-NOTA.
           05  NOT-TEXTO       PIC X(80).

       01  WRK-LINHA-DETALHE.
      *    o nome mais longo (AVISOHIST.DAT) ocupa as 13
      *    posicoes; os demais deixam o branco antes da chave
           05  DET-ARQUIVO     PIC X(13).
           05  DET-CHAVE       PIC X(16).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-TEXTO       PIC X(50).

       01  WRK-LINHA-RESUMO.
           05  RES-ARQUIVO     PIC X(13).
           05  FILLER          PIC X(03) VALUE ' - '.
           05  RES-TEXTO       PIC X(20).
           05  RES-QTD         PIC ZZ.ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INICIALIZA
           IF WRK-TITULAR > ZEROS
               IF TITULAR-CLIENTE
                   PERFORM 2000-TITULAR-CLIENTE
               ELSE
                   PERFORM 4000-TITULAR-ALUNO
               END-IF
               PERFORM 9000-FINALIZA
           END-IF
           GOBACK.

       1000-INICIALIZA.
           MOVE ZEROS TO WRK-TITULAR
           DISPLAY 'TITULAR (C = CLIENTE, A = ALUNO): '
           ACCEPT WRK-TIPO-TITULAR FROM CONSOLE
           IF NOT TITULAR-CLIENTE AND NOT TITULAR-ALUNO
               DISPLAY 'TIPO DE TITULAR INVALIDO'
           ELSE
               DISPLAY 'CONTA OU MATRICULA DO TITULAR: '
               ACCEPT WRK-TITULAR-PEDIDO FROM CONSOLE
               IF WRK-TITULAR-PEDIDO IS NOT NUMERIC
                   MOVE ZEROS TO WRK-TITULAR-PEDIDO
               END-IF
               MOVE WRK-TITULAR-PEDIDO TO WRK-TITULAR
               IF WRK-TITULAR = ZEROS
                   DISPLAY 'NUMERO DO TITULAR INVALIDO'
               END-IF
           END-IF
           IF WRK-TITULAR > ZEROS
               MOVE 'L' TO WRK-DC-OPERACAO
               CALL 'datasrv' USING WRK-DATACTL
               MOVE WRK-DC-DATA TO DATA-SYS-NUM
               OPEN OUTPUT ACESSO-REPORT
               IF TITULAR-CLIENTE
                   MOVE 'CLIENTE' TO TIT-TIPO
                   PERFORM 1100-RESOLVE-CONTA
               ELSE
                   MOVE 'ALUNO' TO TIT-TIPO
               END-IF
               MOVE WRK-TITULAR TO TIT-NUMERO
               MOVE DATA-SYS-NUM TO TIT-DATA
               WRITE REPORT-LINE FROM WRK-LINHA-TITULO
               WRITE REPORT-LINE FROM WRK-LINHA-SEPARADOR
           END-IF.

      * conta retirada numa fusao: os registros estao todos
      * na sobrevivente
       1100-RESOLVE-CONTA.
           MOVE WRK-TITULAR TO WRK-XRF-CLIENTE
           CALL 'clixref' USING WRK-CLIXREF
           IF WRK-XRF-SUBSTITUIDO = 'S'
               DISPLAY 'CONTA ' WRK-TITULAR ' INCORPORADA A '
                   WRK-XRF-CLIENTE
               MOVE WRK-XRF-CLIENTE TO WRK-TITULAR
           END-IF.

      *****************************************************
      *    titular cliente
      *****************************************************
       2000-TITULAR-CLIENTE.
           PERFORM 2100-CADASTRO
           PERFORM 2200-CONTAS-FUNDIDAS
           PERFORM 2300-ENDERECOS
           PERFORM 2400-CONTRATO
           PERFORM 2500-CREDITO
           PERFORM 2600-COBRANCA
           PERFORM 2700-PEDIDOS
           PERFORM 2750-PEDIDOS-ARQUIVADOS
           PERFORM 2800-COTACOES
           PERFORM 2900-FATURAS
           PERFORM 2950-FATURAS-ARQUIVADAS
           PERFORM 3000-CONHECIMENTOS
           PERFORM 3100-ACORDOS
           PERFORM 3200-REVISOES-LIMITE
           PERFORM 3300-GARANTIAS
           PERFORM 3400-BLOQUEIOS
           PERFORM 3500-PAGAMENTOS.

       2100-CADASTRO.
           MOVE 'CUSTMAST.DAT' TO DET-ARQUIVO
           PERFORM 7000-INICIA-ARQUIVO
           OPEN INPUT CUSTOMER-MASTER
           IF WRK-CUSTMAST-STATUS = '00'
               MOVE 'S' TO WRK-ARQUIVO-PRESENTE
               MOVE WRK-TITULAR TO CUS-ID
               READ CUSTOMER-MASTER
                   KEY IS CUS-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUS-ID TO DET-CHAVE
                       MOVE CUS-LIMITE-CREDITO TO WRK-ED-VALOR
                       STRING CUS-NOME DELIMITED BY SIZE
                           ' UF ' DELIMITED BY SIZE
                           CUS-UF-PADRAO DELIMITED BY SIZE
                           ' LIMITE ' DELIMITED BY SIZE
                           WRK-ED-VALOR DELIMITED BY SIZE
                           INTO DET-TEXTO
                       PERFORM 7100-GRAVA-DETALHE
                       IF CUS-DADOS-ANONIMOS
                           MOVE 'DADOS PESSOAIS JA ANONIMIZADOS'
                               TO DET-TEXTO
                           PERFORM 7150-GRAVA-COMPLEMENTO
                       END-IF
               END-READ
               CLOSE CUSTOMER-MASTER
           END-IF
           PERFORM 7200-RESUMO-ARQUIVO.

       2200-CONTAS-FUNDIDAS.
           MOVE 'CLIXREF.DAT' TO DET-ARQUIVO
           PERFORM 7000-INICIA-ARQUIVO
           OPEN INPUT CLIENTE-XREF
           IF WRK-CLIXREF-STATUS = '00'
               MOVE 'S' TO WRK-ARQUIVO-PRESENTE
               MOVE 'N' TO WRK-EOF
               PERFORM 2210-LE-XREF UNTIL FIM-DE-ARQUIVO
               CLOSE CLIENTE-XREF
           END-IF
           PERFORM 7200-RESUMO-ARQUIVO.

       2210-LE-XREF.
           READ CLIENTE-XREF NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
                   AND XRF-SOBREVIVENTE = WRK-TITULAR
               MOVE XRF-ANTIGO TO DET-CHAVE
               STRING XRF-NOME-ANTIGO DELIMITED BY SIZE
                   ' FUNDIDA EM ' DELIMITED BY SIZE
                   XRF-DATA DELIMITED BY SIZE
                   INTO DET-TEXTO
               PERFORM 7100-GRAVA-DETALHE
           END-IF.

       2300-ENDERECOS.
           MOVE 'ENDCLI.DAT' TO DET-ARQUIVO
           PERFORM 7000-INICIA-ARQUIVO
           OPEN INPUT ENDERECO-FILE
           IF WRK-ENDCLI-STATUS = '00'
               MOVE 'S' TO WRK-ARQUIVO-PRESENTE
               MOVE 'N' TO WRK-EOF
               MOVE WRK-TITULAR TO END-CLIENTE
               MOVE ZEROS TO END-SEQ
               START ENDERECO-FILE KEY >= END-CHAVE
                   INVALID KEY MOVE 'S' TO WRK-EOF
               END-START
               PERFORM 2310-LE-ENDERECO UNTIL FIM-DE-ARQUIVO
               CLOSE ENDERECO-FILE
           END-IF
           PERFORM 7200-RESUMO-ARQUIVO.

       2310-LE-ENDERECO.
           READ ENDERECO-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF END-CLIENTE NOT = WRK-TITULAR
                   SET FIM-DE-ARQUIVO TO TRUE
               ELSE
                   MOVE END-CHAVE TO DET-CHAVE
                   STRING END-RUA DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       END-CIDADE DELIMITED BY SIZE
                       INTO DET-TEXTO
                   PERFORM 7100-GRAVA-DETALHE
                   STRING END-UF DELIMITED BY SIZE
                       ' CEP ' DELIMITED BY SIZE
                       END-CEP DELIMITED BY SIZE
                       ' CONTATO ' DELIMITED BY SIZE
                       END-CONTATO DELIMITED BY SIZE
                       INTO DET-TEXTO
                   PERFORM 7150-GRAVA-COMPLEMENTO
               END-IF
           END-IF.

       2400-CONTRATO.
           MOVE 'CONTRATO.DAT' TO DET-ARQUIVO
           PERFORM 7000-INICIA-ARQUIVO
           OPEN INPUT CONTRATO-FILE
           IF WRK-CONTRATO-STATUS = '00'
               MOVE 'S' TO WRK-ARQUIVO-PRESENTE
               MOVE WRK-TITULAR TO CON-CLIENTE
               READ CONTRATO-FILE
                   KEY IS CON-CLIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CON-CLIENTE TO DET-CHAVE
                       STRING 'TIPO ' DELIMITED BY SIZE
                           CON-TIPO DELIMITED BY SIZE
                           ' VIGENCIA ' DELIMITED BY SIZE
                           CON-DATA-INICIO DELIMITED BY SIZE
                           ' A ' DELIMITED BY SIZE
                           CON-DATA-FIM DELIMITED BY SIZE
                           ' STATUS ' DELIMITED BY SIZE
                           CON-STATUS DELIMITED BY SIZE
                           INTO DET-TEXTO
                       PERFORM 7100-GRAVA-DETALHE
               END-READ
               CLOSE CONTRATO-FILE
           END-IF
           PERFORM 7200-RESUMO-ARQUIVO.

       2500-CREDITO.
           MOVE 'CREDCLI.DAT' TO DET-ARQUIVO
           PERFORM 7000-INICIA-ARQUIVO
           OPEN INPUT CREDITO-CLIENTE
           IF WRK-CREDCLI-STATUS = '00'
               MOVE 'S' TO WRK-ARQUIVO-PRESENTE
               MOVE WRK-TITULAR TO CRD-CLIENTE
               READ CREDITO-CLIENTE
                   KEY IS CRD-CLIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CRD-CLIENTE TO DET-CHAVE
                       MOVE CRD-SALDO TO WRK-ED-VALOR
                       STRING 'SALDO CREDOR ' DELIMITED BY SIZE
                           WRK-ED-VALOR DELIMITED BY SIZE
                           INTO DET-TEXTO
                       PERFORM 7100-GRAVA-DETALHE
               END-READ
               CLOSE CREDITO-CLIENTE
           END-IF
           PERFORM 7200-RESUMO-ARQUIVO.

       2600-COBRANCA.
           MOVE 'COBHIST.DAT' TO DET-ARQUIVO
           PERFORM 7000-INICIA-ARQUIVO
           OPEN INPUT COBRANCA-HIST
           IF WRK-COBHIST-STATUS = '00'
               MOVE 'S' TO WRK-ARQUIVO-PRESENTE
               MOVE WRK-TITULAR TO COB-CLIENTE
               READ COBRANCA-HIST
                   KEY IS COB-CLIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE COB-CLIENTE TO DET-CHAVE
                       STRING 'NIVEL ' DELIMITED BY SIZE
                           COB-NIVEL DELIMITED BY SIZE
                           ' ULTIMA CARTA ' DELIMITED BY SIZE
                           COB-DATA-ULTIMA DELIMITED BY SIZE
                           ' CARTAS ' DELIMITED BY SIZE
                           COB-QTD-CARTAS DELIMITED BY SIZE
                           ' REVISAO ' DELIMITED BY SIZE
                           COB-HOLD DELIMITED BY SIZE
                           INTO DET-TEXTO
                       PERFORM 7100-GRAVA-DETALHE
               END-READ
               CLOSE COBRANCA-HIST
           END-IF
           PERFORM 7200-RESUMO-ARQUIVO.

       2700-PEDIDOS.
           MOVE 'ORDMAST.DAT' TO DET-ARQUIVO
           PERFORM 7000-INICIA-ARQUIVO
           OPEN INPUT ORDERS-FILE
           IF WRK-ORDERS-STATUS = '00'
               MOVE 'S' TO WRK-ARQUIVO-PRESENTE
               MOVE 'N' TO WRK-EOF
               PERFORM 2710-LE-PEDIDO UNTIL FIM-DE-ARQUIVO
               CLOSE ORDERS-FILE
           END-IF
           PERFORM 7200-RESUMO-ARQUIVO.

       2710-LE-PEDIDO.
           READ ORDERS-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO AND ORD-CLIENTE = WRK-TITULAR
               PERFORM 2720-DETALHA-PEDIDO
           END-IF.

       2720-DETALHA-PEDIDO.
           MOVE ORD-NUMERO TO DET-CHAVE
           MOVE ORD-VALOR TO WRK-ED-VALOR
           STRING 'ENTRADA ' DELIMITED BY SIZE
               ORD-ENTRADA (1:8) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ORD-PDUTO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-ED-VALOR DELIMITED BY SIZE
               INTO DET-TEXTO
           PERFORM 7100-GRAVA-DETALHE.

      * a imagem arquivada volta ao layout do pedido, como na
      * consulta de faturas arquivadas
       2750-PEDIDOS-ARQUIVADOS.
           MOVE 'ORDARQ.DAT' TO DET-ARQUIVO
           PERFORM 7000-INICIA-ARQUIVO
           OPEN INPUT ORDERS-ARCHIVE
           IF WRK-ORDARQ-STATUS = '00'
               MOVE 'S' TO WRK-ARQUIVO-PRESENTE
               MOVE 'N' TO WRK-EOF
               PERFORM 2760-LE-PEDIDO-ARQUIVADO
                   UNTIL FIM-DE-ARQUIVO
               CLOSE ORDERS-ARCHIVE
           END-IF
           PERFORM 7200-RESUMO-ARQUIVO.

       2760-LE-PEDIDO-ARQUIVADO.
           READ ORDERS-ARCHIVE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE AOR-REGISTRO TO ORDER-RECORD
               IF ORD-CLIENTE = WRK-TITULAR
                   PERFORM 2720-DETALHA-PEDIDO
               END-IF
           END-IF.

      * cotacao do titular, com o recebedor do comprovante de
      * entrega quando houver
       2800-COTACOES.
           MOVE 'FRETELOG.DAT' TO DET-ARQUIVO
           PERFORM 7000-INICIA-ARQUIVO
           MOVE 'N' TO WRK-POD-DISP
           OPEN INPUT POD-FILE
           IF WRK-POD-STATUS = '00'
               MOVE 'S' TO WRK-POD-DISP
           END-IF
           OPEN INPUT FRETE-LOG
           IF WRK-FRETELOG-STATUS = '00'
               MOVE 'S' TO WRK-ARQUIVO-PRESENTE
               MOVE 'N' TO WRK-EOF
               PERFORM 2810-LE-COTACAO UNTIL FIM-DE-ARQUIVO
               CLOSE FRETE-LOG
           END-IF
           IF POD-DISPONIVEL
               CLOSE POD-FILE
           END-IF
           PERFORM 7200-RESUMO-ARQUIVO.

       2810-LE-COTACAO.
           READ FRETE-LOG NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO AND LOG-CLIENTE = WRK-TITULAR
               MOVE LOG-SEQ-ID TO DET-CHAVE
               MOVE LOG-FRETE TO WRK-ED-VALOR
               STRING 'DATA ' DELIMITED BY SIZE
                   LOG-DATA-HORA (1:8) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   LOG-PDUTO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-ED-VALOR DELIMITED BY SIZE
                   INTO DET-TEXTO
               PERFORM 7100-GRAVA-DETALHE
               IF POD-DISPONIVEL
                   MOVE LOG-SEQ-ID TO POD-SEQ-COTACAO
                   READ POD-FILE
                       KEY IS POD-SEQ-COTACAO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           STRING 'ENTREGUE ' DELIMITED BY SIZE
                               POD-DATA-ENTREGA DELIMITED BY SIZE
                               ' A ' DELIMITED BY SIZE
                               POD-RECEBEDOR DELIMITED BY SIZE
                               ' (POD.DAT)' DELIMITED BY SIZE
                               INTO DET-TEXTO
                           PERFORM 7150-GRAVA-COMPLEMENTO
                   END-READ
               END-IF
           END-IF.

       2900-FATURAS.
           MOVE 'FATURAS.DAT' TO DET-ARQUIVO
           PERFORM 7000-INICIA-ARQUIVO
           OPEN INPUT FATURAS-FILE
           IF WRK-FATURAS-STATUS = '00'
               MOVE 'S' TO WRK-ARQUIVO-PRESENTE
               MOVE 'N' TO WRK-EOF
               PERFORM 2910-LE-FATURA UNTIL FIM-DE-ARQUIVO
               CLOSE FATURAS-FILE
           END-IF
           PERFORM 7200-RESUMO-ARQUIVO.

       2910-LE-FATURA.
           READ FATURAS-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO AND FAT-CLIENTE = WRK-TITULAR
               PERFORM 2920-DETALHA-FATURA
           END-IF.

       2920-DETALHA-FATURA.
           MOVE FAT-NUMERO TO DET-CHAVE
           MOVE FAT-TOTAL TO WRK-ED-VALOR
           STRING 'EMISSAO ' DELIMITED BY SIZE
               FAT-DATA-EMISSAO DELIMITED BY SIZE
               ' TOTAL ' DELIMITED BY SIZE
               WRK-ED-VALOR DELIMITED BY SIZE
               ' STATUS ' DELIMITED BY SIZE
               FAT-STATUS DELIMITED BY SIZE
               INTO DET-TEXTO
           PERFORM 7100-GRAVA-DETALHE.

       2950-FATURAS-ARQUIVADAS.
           MOVE 'FATARQ.DAT' TO DET-ARQUIVO
           PERFORM 7000-INICIA-ARQUIVO
           OPEN INPUT FATURAS-ARCHIVE
           IF WRK-FATARQ-STATUS = '00'
               MOVE 'S' TO WRK-ARQUIVO-PRESENTE
               MOVE 'N' TO WRK-EOF
               PERFORM 2960-LE-FATURA-ARQUIVADA
                   UNTIL FIM-DE-ARQUIVO
               CLOSE FATURAS-ARCHIVE
           END-IF
           PERFORM 7200-RESUMO-ARQUIVO.

       2960-LE-FATURA-ARQUIVADA.
           READ FATURAS-ARCHIVE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE AFA-REGISTRO TO FATURA-RECORD
               IF FAT-CLIENTE = WRK-TITULAR
                   PERFORM 2920-DETALHA-FATURA
               END-IF
           END-IF.

       3000-CONHECIMENTOS.
           MOVE 'CTDOC.DAT' TO DET-ARQUIVO
           PERFORM 7000-INICIA-ARQUIVO
           OPEN INPUT CT-MASTER
           IF WRK-CTDOC-STATUS = '00'
               MOVE 'S' TO WRK-ARQUIVO-PRESENTE
               MOVE 'N' TO WRK-EOF
               PERFORM 3010-LE-CONHECIMENTO UNTIL FIM-DE-ARQUIVO
               CLOSE CT-MASTER
           END-IF
           PERFORM 7200-RESUMO-ARQUIVO.

       3010-LE-CONHECIMENTO.
           READ CT-MASTER NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO AND CT-CLIENTE = WRK-TITULAR
               MOVE CT-CHAVE TO DET-CHAVE
               MOVE CT-FRETE TO WRK-ED-VALOR
               STRING 'EMISSAO ' DELIMITED BY SIZE
                   CT-DATA-EMISSAO DELIMITED BY SIZE
                   ' UF ' DELIMITED BY SIZE
                   CT-UF DELIMITED BY SIZE
                   ' FRETE ' DELIMITED BY SIZE
                   WRK-ED-VALOR DELIMITED BY SIZE
                   ' STATUS ' DELIMITED BY SIZE
                   CT-STATUS DELIMITED BY SIZE
                   INTO DET-TEXTO
               PERFORM 7100-GRAVA-DETALHE
           END-IF.

       3100-ACORDOS.
           MOVE 'ACORDO.DAT' TO DET-ARQUIVO
           PERFORM 7000-INICIA-ARQUIVO
           OPEN INPUT ACORDO-FILE
           IF WRK-ACORDO-STATUS = '00'
               MOVE 'S' TO WRK-ARQUIVO-PRESENTE
               MOVE 'N' TO WRK-EOF
               PERFORM 3110-LE-ACORDO UNTIL FIM-DE-ARQUIVO
               CLOSE ACORDO-FILE
           END-IF
           PERFORM 7200-RESUMO-ARQUIVO.

       3110-LE-ACORDO.
           READ ACORDO-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO AND ACO-CLIENTE = WRK-TITULAR
               MOVE ACO-NUMERO TO DET-CHAVE
               MOVE ACO-TOTAL TO WRK-ED-VALOR
               STRING 'DATA ' DELIMITED BY SIZE
                   ACO-DATA DELIMITED BY SIZE
                   ' TOTAL ' DELIMITED BY SIZE
                   WRK-ED-VALOR DELIMITED BY SIZE
                   ' SITUACAO ' DELIMITED BY SIZE
                   ACO-SITUACAO DELIMITED BY SIZE
                   INTO DET-TEXTO
               PERFORM 7100-GRAVA-DETALHE
           END-IF.

       3200-REVISOES-LIMITE.
           MOVE 'LIMREV.DAT' TO DET-ARQUIVO
           PERFORM 7000-INICIA-ARQUIVO
           OPEN INPUT LIMREV-FILE
           IF WRK-LIMREV-STATUS = '00'
               MOVE 'S' TO WRK-ARQUIVO-PRESENTE
               MOVE 'N' TO WRK-EOF
               PERFORM 3210-LE-REVISAO UNTIL FIM-DE-ARQUIVO
               CLOSE LIMREV-FILE
           END-IF
           PERFORM 7200-RESUMO-ARQUIVO.

       3210-LE-REVISAO.
           READ LIMREV-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO AND LRV-CLIENTE = WRK-TITULAR
               MOVE LRV-CHAVE TO DET-CHAVE
               MOVE LRV-LIMITE-PROPOSTO TO WRK-ED-VALOR
               STRING 'REVISAO ' DELIMITED BY SIZE
                   LRV-DATA-REVISAO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   LRV-REGRA DELIMITED BY SIZE
                   ' PROPOSTO ' DELIMITED BY SIZE
                   WRK-ED-VALOR DELIMITED BY SIZE
                   INTO DET-TEXTO
               PERFORM 7100-GRAVA-DETALHE
           END-IF.

       3300-GARANTIAS.
           MOVE 'GARCRED.DAT' TO DET-ARQUIVO
           PERFORM 7000-INICIA-ARQUIVO
           OPEN INPUT GARCRED-FILE
           IF WRK-GARCRED-STATUS = '00'
               MOVE 'S' TO WRK-ARQUIVO-PRESENTE
               MOVE 'N' TO WRK-EOF
               PERFORM 3310-LE-GARANTIA UNTIL FIM-DE-ARQUIVO
               CLOSE GARCRED-FILE
           END-IF
           PERFORM 7200-RESUMO-ARQUIVO.

       3310-LE-GARANTIA.
           READ GARCRED-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO AND GAR-CLIENTE = WRK-TITULAR
               MOVE GAR-CHAVE TO DET-CHAVE
               MOVE GAR-VALOR TO WRK-ED-VALOR
               STRING 'ENTREGA ' DELIMITED BY SIZE
                   GAR-ENTREGA DELIMITED BY SIZE
                   ' ATRASO ' DELIMITED BY SIZE
                   GAR-DIAS-ATRASO DELIMITED BY SIZE
                   ' CREDITO ' DELIMITED BY SIZE
                   WRK-ED-VALOR DELIMITED BY SIZE
                   INTO DET-TEXTO
               PERFORM 7100-GRAVA-DETALHE
           END-IF.

       3400-BLOQUEIOS.
           MOVE 'CREDHOLD.DAT' TO DET-ARQUIVO
           PERFORM 7000-INICIA-ARQUIVO
           OPEN INPUT CREDIT-HOLD
           IF WRK-CREDHOLD-STATUS = '00'
               MOVE 'S' TO WRK-ARQUIVO-PRESENTE
               MOVE 'N' TO WRK-EOF
               PERFORM 3410-LE-BLOQUEIO UNTIL FIM-DE-ARQUIVO
               CLOSE CREDIT-HOLD
           END-IF
           PERFORM 7200-RESUMO-ARQUIVO.

       3410-LE-BLOQUEIO.
           READ CREDIT-HOLD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO AND CRH-CLIENTE = WRK-TITULAR
               MOVE CRH-DATA TO DET-CHAVE
               MOVE CRH-SALDO TO WRK-ED-VALOR
               STRING 'PEDIDO RETIDO - SALDO EM ABERTO '
                       DELIMITED BY SIZE
                   WRK-ED-VALOR DELIMITED BY SIZE
                   INTO DET-TEXTO
               PERFORM 7100-GRAVA-DETALHE
           END-IF.

       3500-PAGAMENTOS.
           MOVE 'PAGDET.DAT' TO DET-ARQUIVO
           PERFORM 7000-INICIA-ARQUIVO
           OPEN INPUT PAGTO-DETALHE
           IF WRK-PAGDET-STATUS = '00'
               MOVE 'S' TO WRK-ARQUIVO-PRESENTE
               MOVE 'N' TO WRK-EOF
               PERFORM 3510-LE-PAGAMENTO UNTIL FIM-DE-ARQUIVO
               CLOSE PAGTO-DETALHE
           END-IF
           PERFORM 7200-RESUMO-ARQUIVO.

       3510-LE-PAGAMENTO.
           READ PAGTO-DETALHE
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO AND PGD-CLIENTE = WRK-TITULAR
               MOVE PGD-FATURA TO DET-CHAVE
               MOVE PGD-VALOR TO WRK-ED-VALOR
               STRING 'DATA ' DELIMITED BY SIZE
                   PGD-DATA DELIMITED BY SIZE
                   ' VALOR ' DELIMITED BY SIZE
                   WRK-ED-VALOR DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   PGD-ORIGEM DELIMITED BY SIZE
                   INTO DET-TEXTO
               PERFORM 7100-GRAVA-DETALHE
           END-IF.

      *****************************************************
      *    titular aluno
      *****************************************************
       4000-TITULAR-ALUNO.
           PERFORM 4100-MATRICULA
           PERFORM 4200-HISTORICO
           PERFORM 4300-HISTORICOS-ARQUIVADOS
           PERFORM 4400-BOLSA
           PERFORM 4500-MENSALIDADES
           PERFORM 4600-CERTIFICADOS
           PERFORM 4700-RECURSOS
           PERFORM 4800-FREQUENCIA
           PERFORM 4900-AVISOS
           PERFORM 4950-NOTIFICACOES
           PERFORM 4960-REMATRICULAS
           PERFORM 4970-LISTA-ESPERA.

       4100-MATRICULA.
           MOVE 'ALUMAST.DAT' TO DET-ARQUIVO
           PERFORM 7000-INICIA-ARQUIVO
           OPEN INPUT ALUNO-MASTER
           IF WRK-ALUMAST-STATUS = '00'
               MOVE 'S' TO WRK-ARQUIVO-PRESENTE
               MOVE WRK-TITULAR TO ALU-ID
               READ ALUNO-MASTER
                   KEY IS ALU-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 4110-DETALHA-MATRICULA
               END-READ
               CLOSE ALUNO-MASTER
           END-IF
           PERFORM 7200-RESUMO-ARQUIVO.

      * matricula anonimizada nao tem mais nome a procurar na
      * lista de espera
       4110-DETALHA-MATRICULA.
           IF NOT ALU-DADOS-ANONIMOS
               MOVE ALU-NOME TO WRK-NOME-TITULAR
           END-IF
           MOVE ALU-ID TO DET-CHAVE
           STRING ALU-NOME DELIMITED BY SIZE
               ' NASC ' DELIMITED BY SIZE
               ALU-NASCIMENTO DELIMITED BY SIZE
               ' ST ' DELIMITED BY SIZE
               ALU-STATUS DELIMITED BY SIZE
               INTO DET-TEXTO
           PERFORM 7100-GRAVA-DETALHE
           MOVE ALU-ENDERECO TO DET-TEXTO
           PERFORM 7150-GRAVA-COMPLEMENTO
           STRING ALU-RESPONSAVEL1 DELIMITED BY SIZE
               ' FONE ' DELIMITED BY SIZE
               ALU-FONE1 DELIMITED BY SIZE
               INTO DET-TEXTO
           PERFORM 7150-GRAVA-COMPLEMENTO
           IF ALU-RESPONSAVEL2 NOT = SPACES
               STRING ALU-RESPONSAVEL2 DELIMITED BY SIZE
                   ' FONE ' DELIMITED BY SIZE
                   ALU-FONE2 DELIMITED BY SIZE
                   INTO DET-TEXTO
               PERFORM 7150-GRAVA-COMPLEMENTO
           END-IF
           IF ALU-DATA-SAIDA > ZEROS
               STRING 'SAIDA DA ESCOLA EM ' DELIMITED BY SIZE
                   ALU-DATA-SAIDA DELIMITED BY SIZE
                   INTO DET-TEXTO
               PERFORM 7150-GRAVA-COMPLEMENTO
           END-IF
           IF ALU-DADOS-ANONIMOS
               MOVE 'DADOS PESSOAIS JA ANONIMIZADOS' TO DET-TEXTO
               PERFORM 7150-GRAVA-COMPLEMENTO
           END-IF.

       4200-HISTORICO.
           MOVE 'STUTRANS.DAT' TO DET-ARQUIVO
           PERFORM 7000-INICIA-ARQUIVO
           OPEN INPUT STUDENT-TRANSCRIPT
           IF WRK-TRANSCRIPT-STATUS = '00'
               MOVE 'S' TO WRK-ARQUIVO-PRESENTE
               MOVE WRK-TITULAR TO TRA-ID
               READ STUDENT-TRANSCRIPT
                   KEY IS TRA-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TRA-ID TO DET-CHAVE
                       STRING TRA-NOME DELIMITED BY SIZE
                           ' MEDIA ' DELIMITED BY SIZE
                           TRA-GPA DELIMITED BY SIZE
                           ' FREQ ' DELIMITED BY SIZE
                           TRA-FREQ-PERC DELIMITED BY SIZE
                           INTO DET-TEXTO
                       PERFORM 7100-GRAVA-DETALHE
               END-READ
               CLOSE STUDENT-TRANSCRIPT
           END-IF
           PERFORM 7200-RESUMO-ARQUIVO.

      * um historico arquivado por ano letivo encerrado
       4300-HISTORICOS-ARQUIVADOS.
           MOVE 'TRANSARQ.DAT' TO DET-ARQUIVO
           PERFORM 7000-INICIA-ARQUIVO
           OPEN INPUT TRANSCRIPT-ARCHIVE
           IF WRK-ARQUIVO-STATUS = '00'
               MOVE 'S' TO WRK-ARQUIVO-PRESENTE
               MOVE 'N' TO WRK-EOF
               PERFORM 4310-LE-ARQUIVADO UNTIL FIM-DE-ARQUIVO
               CLOSE TRANSCRIPT-ARCHIVE
           END-IF
           PERFORM 7200-RESUMO-ARQUIVO.

       4310-LE-ARQUIVADO.
           READ TRANSCRIPT-ARCHIVE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO AND ATR-ID = WRK-TITULAR
               MOVE ATR-CHAVE TO DET-CHAVE
               STRING ATR-REGISTRO (7:30) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   ATR-DECISAO DELIMITED BY SIZE
                   INTO DET-TEXTO
               PERFORM 7100-GRAVA-DETALHE
           END-IF.

       4400-BOLSA.
           MOVE 'BOLSA.DAT' TO DET-ARQUIVO
           PERFORM 7000-INICIA-ARQUIVO
           OPEN INPUT BOLSA-FILE
           IF WRK-BOLSA-STATUS = '00'
               MOVE 'S' TO WRK-ARQUIVO-PRESENTE
               MOVE WRK-TITULAR TO BOL-ALUNO
               READ BOLSA-FILE
                   KEY IS BOL-ALUNO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BOL-ALUNO TO DET-CHAVE
                       STRING 'PERCENTUAL ' DELIMITED BY SIZE
                           BOL-PERC DELIMITED BY SIZE
                           ' MOTIVO ' DELIMITED BY SIZE
                           BOL-MOTIVO DELIMITED BY SIZE
                           INTO DET-TEXTO
                       PERFORM 7100-GRAVA-DETALHE
               END-READ
               CLOSE BOLSA-FILE
           END-IF
           PERFORM 7200-RESUMO-ARQUIVO.

       4500-MENSALIDADES.
           MOVE 'MENSAL.DAT' TO DET-ARQUIVO
           PERFORM 7000-INICIA-ARQUIVO
           OPEN INPUT MENSALIDADE-FILE
           IF WRK-MENSAL-STATUS = '00'
               MOVE 'S' TO WRK-ARQUIVO-PRESENTE
               MOVE 'N' TO WRK-EOF
               PERFORM 4510-LE-MENSALIDADE UNTIL FIM-DE-ARQUIVO
               CLOSE MENSALIDADE-FILE
           END-IF
           PERFORM 7200-RESUMO-ARQUIVO.

       4510-LE-MENSALIDADE.
           READ MENSALIDADE-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO AND MEN-ALUNO = WRK-TITULAR
               MOVE MEN-NUMERO TO DET-CHAVE
               MOVE MEN-TOTAL TO WRK-ED-VALOR
               STRING 'COMPETENCIA ' DELIMITED BY SIZE
                   MEN-COMPETENCIA DELIMITED BY SIZE
                   ' TOTAL ' DELIMITED BY SIZE
                   WRK-ED-VALOR DELIMITED BY SIZE
                   ' STATUS ' DELIMITED BY SIZE
                   MEN-STATUS DELIMITED BY SIZE
                   INTO DET-TEXTO
               PERFORM 7100-GRAVA-DETALHE
           END-IF.

       4600-CERTIFICADOS.
           MOVE 'CERTREG.DAT' TO DET-ARQUIVO
           PERFORM 7000-INICIA-ARQUIVO
           OPEN INPUT CERT-REGISTER
           IF WRK-CERTREG-STATUS = '00'
               MOVE 'S' TO WRK-ARQUIVO-PRESENTE
               MOVE 'N' TO WRK-EOF
               PERFORM 4610-LE-CERTIFICADO UNTIL FIM-DE-ARQUIVO
               CLOSE CERT-REGISTER
           END-IF
           PERFORM 7200-RESUMO-ARQUIVO.

       4610-LE-CERTIFICADO.
           READ CERT-REGISTER NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO AND CER-ALUNO = WRK-TITULAR
               MOVE CER-NUMERO TO DET-CHAVE
               STRING 'ANO ' DELIMITED BY SIZE
                   CER-ANO DELIMITED BY SIZE
                   ' EMITIDO ' DELIMITED BY SIZE
                   CER-DATA-EMISSAO DELIMITED BY SIZE
                   ' VIA ' DELIMITED BY SIZE
                   CER-VIA DELIMITED BY SIZE
                   INTO DET-TEXTO
               PERFORM 7100-GRAVA-DETALHE
           END-IF.

       4700-RECURSOS.
           MOVE 'RECURSO.DAT' TO DET-ARQUIVO
           PERFORM 7000-INICIA-ARQUIVO
           OPEN INPUT RECURSO-FILE
           IF WRK-RECURSO-STATUS = '00'
               MOVE 'S' TO WRK-ARQUIVO-PRESENTE
               MOVE 'N' TO WRK-EOF
               PERFORM 4710-LE-RECURSO UNTIL FIM-DE-ARQUIVO
               CLOSE RECURSO-FILE
           END-IF
           PERFORM 7200-RESUMO-ARQUIVO.

       4710-LE-RECURSO.
           READ RECURSO-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO AND REC-MATRICULA = WRK-TITULAR
               MOVE REC-ID TO DET-CHAVE
               STRING 'MATERIA ' DELIMITED BY SIZE
                   REC-MATERIA DELIMITED BY SIZE
                   ' BIM ' DELIMITED BY SIZE
                   REC-BIMESTRE DELIMITED BY SIZE
                   ' ENTRADA ' DELIMITED BY SIZE
                   REC-DATA-ENTRADA DELIMITED BY SIZE
                   ' STATUS ' DELIMITED BY SIZE
                   REC-STATUS DELIMITED BY SIZE
                   INTO DET-TEXTO
               PERFORM 7100-GRAVA-DETALHE
           END-IF.

       4800-FREQUENCIA.
           MOVE 'FREQ.DAT' TO DET-ARQUIVO
           PERFORM 7000-INICIA-ARQUIVO
           OPEN INPUT FREQ-FILE
           IF WRK-FREQ-STATUS = '00'
               MOVE 'S' TO WRK-ARQUIVO-PRESENTE
               MOVE 'N' TO WRK-EOF
               PERFORM 4810-LE-FREQUENCIA UNTIL FIM-DE-ARQUIVO
               CLOSE FREQ-FILE
           END-IF
           PERFORM 7200-RESUMO-ARQUIVO.

       4810-LE-FREQUENCIA.
           READ FREQ-FILE
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO AND FRQ-ID = WRK-TITULAR
               MOVE FRQ-ID TO DET-CHAVE
               STRING 'BIMESTRE ' DELIMITED BY SIZE
                   FRQ-BIMESTRE DELIMITED BY SIZE
                   ' AULAS ' DELIMITED BY SIZE
                   FRQ-AULAS-DADAS DELIMITED BY SIZE
                   ' ASSISTIDAS ' DELIMITED BY SIZE
                   FRQ-AULAS-ASSISTIDAS DELIMITED BY SIZE
                   INTO DET-TEXTO
               PERFORM 7100-GRAVA-DETALHE
           END-IF.

       4900-AVISOS.
           MOVE 'AVISOHIST.DAT' TO DET-ARQUIVO
           PERFORM 7000-INICIA-ARQUIVO
           OPEN INPUT AVISO-HIST
           IF WRK-AVISO-STATUS = '00'
               MOVE 'S' TO WRK-ARQUIVO-PRESENTE
               MOVE 'N' TO WRK-EOF
               MOVE WRK-TITULAR TO AVI-ALUNO
               MOVE ZEROS TO AVI-BIMESTRE
               START AVISO-HIST KEY >= AVI-CHAVE
                   INVALID KEY MOVE 'S' TO WRK-EOF
               END-START
               PERFORM 4910-LE-AVISO UNTIL FIM-DE-ARQUIVO
               CLOSE AVISO-HIST
           END-IF
           PERFORM 7200-RESUMO-ARQUIVO.

       4910-LE-AVISO.
           READ AVISO-HIST NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF AVI-ALUNO NOT = WRK-TITULAR
                   SET FIM-DE-ARQUIVO TO TRUE
               ELSE
                   MOVE AVI-CHAVE TO DET-CHAVE
                   STRING 'AVISO DE FREQUENCIA NIVEL ' DELIMITED BY SIZE
                       AVI-NIVEL DELIMITED BY SIZE
                       ' EM ' DELIMITED BY SIZE
                       AVI-DATA DELIMITED BY SIZE
                       INTO DET-TEXTO
                   PERFORM 7100-GRAVA-DETALHE
               END-IF
           END-IF.

       4950-NOTIFICACOES.
           MOVE 'NOTIFICA.DAT' TO DET-ARQUIVO
           PERFORM 7000-INICIA-ARQUIVO
           OPEN INPUT NOTIFICA-FILE
           IF WRK-NOTIFICA-STATUS = '00'
               MOVE 'S' TO WRK-ARQUIVO-PRESENTE
               MOVE 'N' TO WRK-EOF
               MOVE WRK-TITULAR TO NTF-ALUNO
               MOVE LOW-VALUES TO NTF-TIPO NTF-REFERENCIA
               START NOTIFICA-FILE KEY >= NTF-CHAVE
                   INVALID KEY MOVE 'S' TO WRK-EOF
               END-START
               PERFORM 4955-LE-NOTIFICACAO UNTIL FIM-DE-ARQUIVO
               CLOSE NOTIFICA-FILE
           END-IF
           PERFORM 7200-RESUMO-ARQUIVO.

       4955-LE-NOTIFICACAO.
           READ NOTIFICA-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF NTF-ALUNO NOT = WRK-TITULAR
                   SET FIM-DE-ARQUIVO TO TRUE
               ELSE
                   STRING NTF-TIPO DELIMITED BY SIZE
                       NTF-REFERENCIA DELIMITED BY SIZE
                       INTO DET-CHAVE
                   STRING NTF-RESPONSAVEL DELIMITED BY SIZE
                       ' EM ' DELIMITED BY SIZE
                       NTF-DATA-GERACAO DELIMITED BY SIZE
                       ' ST ' DELIMITED BY SIZE
                       NTF-SITUACAO DELIMITED BY SIZE
                       INTO DET-TEXTO
                   PERFORM 7100-GRAVA-DETALHE
                   STRING 'FONES ' DELIMITED BY SIZE
                       NTF-FONE1 DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       NTF-FONE2 DELIMITED BY SIZE
                       INTO DET-TEXTO
                   PERFORM 7150-GRAVA-COMPLEMENTO
               END-IF
           END-IF.

       4960-REMATRICULAS.
           MOVE 'REMAT.DAT' TO DET-ARQUIVO
           PERFORM 7000-INICIA-ARQUIVO
           OPEN INPUT REMATRICULA-FILE
           IF WRK-REMAT-STATUS = '00'
               MOVE 'S' TO WRK-ARQUIVO-PRESENTE
               MOVE 'N' TO WRK-EOF
               PERFORM 4965-LE-REMATRICULA UNTIL FIM-DE-ARQUIVO
               CLOSE REMATRICULA-FILE
           END-IF
           PERFORM 7200-RESUMO-ARQUIVO.

       4965-LE-REMATRICULA.
           READ REMATRICULA-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO AND REM-ALUNO = WRK-TITULAR
               MOVE REM-CHAVE TO DET-CHAVE
               STRING REM-NOME DELIMITED BY SIZE
                   ' SERIE ' DELIMITED BY SIZE
                   REM-SERIE DELIMITED BY SIZE
                   ' ST ' DELIMITED BY SIZE
                   REM-SITUACAO DELIMITED BY SIZE
                   INTO DET-TEXTO
               PERFORM 7100-GRAVA-DETALHE
           END-IF.

       4970-LISTA-ESPERA.
           MOVE 'ESPERA.DAT' TO DET-ARQUIVO
           PERFORM 7000-INICIA-ARQUIVO
           OPEN INPUT ESPERA-FILE
           IF WRK-ESPERA-STATUS = '00'
               MOVE 'S' TO WRK-ARQUIVO-PRESENTE
               MOVE 'N' TO WRK-EOF
               IF WRK-NOME-TITULAR = SPACES
                   MOVE 'S' TO WRK-EOF
               END-IF
               PERFORM 4975-LE-ESPERA UNTIL FIM-DE-ARQUIVO
               CLOSE ESPERA-FILE
           END-IF
           PERFORM 7200-RESUMO-ARQUIVO.

       4975-LE-ESPERA.
           READ ESPERA-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO AND ESP-NOME = WRK-NOME-TITULAR
               MOVE ESP-CHAVE TO DET-CHAVE
               STRING ESP-RESPONSAVEL DELIMITED BY SIZE
                   ' FONE ' DELIMITED BY SIZE
                   ESP-FONE DELIMITED BY SIZE
                   INTO DET-TEXTO
               PERFORM 7100-GRAVA-DETALHE
           END-IF.

      *****************************************************
      *    linhas do relatorio
      *****************************************************
       7000-INICIA-ARQUIVO.
           MOVE ZEROS TO WRK-QTD-ARQUIVO
           MOVE 'N' TO WRK-ARQUIVO-PRESENTE
           MOVE DET-ARQUIVO TO RES-ARQUIVO
           MOVE SPACES TO DET-CHAVE DET-TEXTO.

       7100-GRAVA-DETALHE.
           MOVE RES-ARQUIVO TO DET-ARQUIVO
           WRITE REPORT-LINE FROM WRK-LINHA-DETALHE
           ADD 1 TO WRK-QTD-ARQUIVO
           ADD 1 TO WRK-QTD-TOTAL
           MOVE SPACES TO DET-CHAVE DET-TEXTO.

      * segunda linha do mesmo registro, sem repetir arquivo
      * e chave
       7150-GRAVA-COMPLEMENTO.
           MOVE SPACES TO DET-ARQUIVO DET-CHAVE
           WRITE REPORT-LINE FROM WRK-LINHA-DETALHE
           MOVE SPACES TO DET-TEXTO.

       7200-RESUMO-ARQUIVO.
           IF ARQUIVO-PRESENTE
               MOVE 'REGISTROS: ' TO RES-TEXTO
               MOVE WRK-QTD-ARQUIVO TO RES-QTD
           ELSE
               MOVE 'ARQUIVO AUSENTE' TO RES-TEXTO
               MOVE ZEROS TO RES-QTD
           END-IF
           WRITE REPORT-LINE FROM WRK-LINHA-RESUMO
           WRITE REPORT-LINE FROM WRK-LINHA-SEPARADOR.

       9000-FINALIZA.
           MOVE WRK-QTD-TOTAL TO WRK-ED-QTD
           MOVE SPACES TO NOT-TEXTO
           STRING 'TOTAL DE REGISTROS SOBRE O TITULAR: '
                   DELIMITED BY SIZE
               WRK-ED-QTD DELIMITED BY SIZE
               INTO NOT-TEXTO
           WRITE REPORT-LINE FROM WRK-LINHA-NOTA
           CLOSE ACESSO-REPORT
           PERFORM 9100-GRAVA-AUDITORIA
           DISPLAY 'RELATORIO DO TITULAR EM LGPDACES.RPT - '
               WRK-QTD-TOTAL ' REGISTROS'.

      * quem pediu os dados de quem fica na trilha comum
       9100-GRAVA-AUDITORIA.
           ACCEPT WRK-DHS-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-DHS-HORA FROM TIME
           OPEN EXTEND ERROR-LOG
           MOVE 'LGPDREL' TO ERR-PROGRAMA
           MOVE WRK-DHS-DATA TO ERR-DATA-HORA (1:8)
           MOVE WRK-DHS-HORA TO ERR-DATA-HORA (9:6)
           MOVE 'LGPD-ACESSO' TO ERR-MOTIVO
           MOVE SPACES TO ERR-ENTRADA
           STRING TIT-TIPO DELIMITED BY SPACE
               '=' DELIMITED BY SIZE
               WRK-TITULAR DELIMITED BY SIZE
               ' REGISTROS=' DELIMITED BY SIZE
               WRK-QTD-TOTAL DELIMITED BY SIZE
               INTO ERR-ENTRADA
           MOVE 'I' TO ERR-SEVERIDADE
           MOVE SPACES TO ERR-TRATADA ERR-TRATADA-POR
           WRITE ERROR-LOG-RECORD
           CLOSE ERROR-LOG.
