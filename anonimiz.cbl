       IDENTIFICATION DIVISION.
       PROGRAM-ID. anonimiz.
      ********************************************************
      *    Anonimizacao periodica de dados pessoais (LGPD)
      *    O expurgo arquiva os arquivos operacionais, mas
      *    nomes, enderecos, responsaveis e telefones ficavam
      *    para sempre no CUSTMAST.DAT, ENDCLI.DAT e
      *    ALUMAST.DAT. Dirigida pelo mesmo RETEN.CFG do
      *    expurgo (linhas CLIENTE e ALUNO, meses; ausente ou
      *    zero = nao mexe), esta rodada sobrescreve os campos
      *    de identificacao e deixa os numeros:
      *    - cliente sem pedido, cotacao ou fatura desde o
      *      corte, sem fatura em aberto, pedido pendente,
      *      saldo credor, contrato ativo ou acordo ativo:
      *      nome do cadastro, rua/contato/final de CEP dos
      *      enderecos e o nome guardado na referencia cruzada
      *      das contas fundidas nele. Cidade e UF ficam para
      *      as estatisticas de frete;
      *    - aluno encerrado ou transferido antes do corte e
      *      sem mensalidade em aberto: nome, dia/mes de
      *      nascimento, endereco, responsaveis e telefones no
      *      ALUMAST.DAT e o nome no historico ativo e no
      *      arquivo morto de historicos, o nome, o
      *      responsavel e os telefones das notificacoes as
      *      familias (NOTIFICA.DAT) e o nome nas ofertas de
      *      rematricula (REMAT.DAT). Notas, frequencia e
      *      mensalidades ficam;
      *    - candidato da lista de espera (ESPERA.DAT) sem
      *      movimento desde o corte de aluno: nome,
      *      responsavel e telefone;
      *    - recebedor dos comprovantes de entrega anteriores
      *      ao corte de cliente, terceiro sem vinculo conosco.
      *    O relatorio ANONIMIZ.RPT lista so os numeros
      *    anonimizados - nunca os dados sobrescritos.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENCAO-CONFIG ASSIGN TO 'RETEN.CFG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONFIG-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUS-ID
               FILE STATUS IS WRK-CUSTMAST-STATUS.

      * arquivos que provam movimento ou pendencia do cliente
           SELECT ORDERS-FILE ASSIGN TO 'ORDMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-NUMERO
               FILE STATUS IS WRK-ORDERS-STATUS.

           SELECT FRETE-LOG ASSIGN TO 'FRETELOG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOG-CHAVE
               ALTERNATE RECORD KEY IS LOG-STADO WITH DUPLICATES
               FILE STATUS IS WRK-FRETELOG-STATUS.

           SELECT FATURAS-FILE ASSIGN TO 'FATURAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               FILE STATUS IS WRK-FATURAS-STATUS.

           SELECT CREDITO-CLIENTE ASSIGN TO 'CREDCLI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRD-CLIENTE
               FILE STATUS IS WRK-CREDCLI-STATUS.

           SELECT CONTRATO-FILE ASSIGN TO 'CONTRATO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-CLIENTE
               FILE STATUS IS WRK-CONTRATO-STATUS.

           SELECT ACORDO-FILE ASSIGN TO 'ACORDO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACO-NUMERO
               FILE STATUS IS WRK-ACORDO-STATUS.

      * arquivos com dado pessoal sobrescrito
           SELECT ENDERECO-FILE ASSIGN TO 'ENDCLI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS END-CHAVE
               FILE STATUS IS WRK-ENDCLI-STATUS.

           SELECT CLIENTE-XREF ASSIGN TO 'CLIXREF.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-ANTIGO
               FILE STATUS IS WRK-CLIXREF-STATUS.

           SELECT POD-FILE ASSIGN TO 'POD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POD-SEQ-COTACAO
               FILE STATUS IS WRK-POD-STATUS.

           SELECT ALUNO-MASTER ASSIGN TO 'ALUMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-ID
               FILE STATUS IS WRK-ALUMAST-STATUS.

           SELECT MENSALIDADE-FILE ASSIGN TO 'MENSAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEN-NUMERO
               FILE STATUS IS WRK-MENSAL-STATUS.

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

           SELECT ANONIM-REPORT ASSIGN TO 'ANONIMIZ.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RETENCAO-CONFIG
           RECORD CONTAINS 15 CHARACTERS.
       01  CONFIG-RECORD.
           05  CFG-ARQUIVO     PIC X(12).
           05  CFG-MESES       PIC 9(03).

       FD  CUSTOMER-MASTER.
           COPY 'custrec.cbl'.

       FD  ORDERS-FILE.
           COPY 'ordrec.cbl'.

       FD  FRETE-LOG.
           COPY 'fretelog.cbl'.

       FD  FATURAS-FILE.
           COPY 'faturec.cbl'.

       FD  CREDITO-CLIENTE.
           COPY 'clicredrec.cbl'.

       FD  CONTRATO-FILE.
           COPY 'contrrec.cbl'.

       FD  ACORDO-FILE.
           COPY 'acordorec.cbl'.

       FD  ENDERECO-FILE.
           COPY 'endrec.cbl'.

       FD  CLIENTE-XREF.
           COPY 'clixrefrec.cbl'.

       FD  POD-FILE.
           COPY 'podrec.cbl'.

       FD  ALUNO-MASTER.
           COPY 'alurec.cbl'.

       FD  MENSALIDADE-FILE.
           COPY 'mensrec.cbl'.

       FD  STUDENT-TRANSCRIPT.
           COPY 'transrec.cbl'.

       FD  TRANSCRIPT-ARCHIVE.
           COPY 'transarc.cbl'.

       FD  NOTIFICA-FILE.
           COPY 'notrec.cbl'.

       FD  REMATRICULA-FILE.
           COPY 'rematrec.cbl'.

       FD  ESPERA-FILE.
           COPY 'esperarec.cbl'.

       FD  ANONIM-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       77  WRK-CONFIG-STATUS    PIC X(02) VALUE '00'.
       77  WRK-CUSTMAST-STATUS  PIC X(02) VALUE '00'.
       77  WRK-ORDERS-STATUS    PIC X(02) VALUE '00'.
       77  WRK-FRETELOG-STATUS  PIC X(02) VALUE '00'.
       77  WRK-FATURAS-STATUS   PIC X(02) VALUE '00'.
       77  WRK-CREDCLI-STATUS   PIC X(02) VALUE '00'.
       77  WRK-CONTRATO-STATUS  PIC X(02) VALUE '00'.
       77  WRK-ACORDO-STATUS    PIC X(02) VALUE '00'.
       77  WRK-ENDCLI-STATUS    PIC X(02) VALUE '00'.
       77  WRK-CLIXREF-STATUS   PIC X(02) VALUE '00'.
       77  WRK-POD-STATUS       PIC X(02) VALUE '00'.
       77  WRK-ALUMAST-STATUS   PIC X(02) VALUE '00'.
       77  WRK-MENSAL-STATUS    PIC X(02) VALUE '00'.
       77  WRK-TRANSCRIPT-STATUS PIC X(02) VALUE '00'.
       77  WRK-ARQUIVO-STATUS   PIC X(02) VALUE '00'.
       77  WRK-NOTIFICA-STATUS  PIC X(02) VALUE '00'.
       77  WRK-REMAT-STATUS     PIC X(02) VALUE '00'.
       77  WRK-ESPERA-STATUS    PIC X(02) VALUE '00'.
       77  WRK-EOF              PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO        VALUE 'S'.

      * prazo em meses lido do RETEN.CFG; zero = a populacao
      * nao entra na anonimizacao
       77  WRK-RET-CLIENTE      PIC 9(03) VALUE ZEROS.
       77  WRK-RET-ALUNO        PIC 9(03) VALUE ZEROS.

       01  WRK-DATA-PROCESSO    PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-PROC-ABERTA REDEFINES WRK-DATA-PROCESSO.
           05  WRK-PROC-ANO     PIC 9(04).
           05  WRK-PROC-MES     PIC 9(02).
           05  FILLER           PIC 9(02).
       77  WRK-MESES-CORRIDOS   PIC 9(06) VALUE ZEROS.
       01  WRK-DATA-CORTE.
           05  WRK-CORTE-ANO    PIC 9(04).
           05  WRK-CORTE-MES    PIC 9(02).
       01  WRK-ANOMES-CORTE REDEFINES WRK-DATA-CORTE PIC 9(06).
       77  WRK-CORTE-CLIENTE    PIC 9(06) VALUE ZEROS.
       77  WRK-CORTE-ALUNO      PIC 9(06) VALUE ZEROS.

      * contrato com o controle central de data (datasrv): o
      * corte conta a partir da data de negocio
       01  WRK-DATACTL.
           05  WRK-DC-OPERACAO PIC X(01).
           05  WRK-DC-DATA     PIC 9(08).
           05  WRK-DC-CONTROLADA PIC X(01).
           05  WRK-DC-OK       PIC X(01).

      * contrato com o controle de execucao compartilhado
      * (runctl)
       01  WRK-RUNCTL.
           05  WRK-RC-OPERACAO PIC X(01).
           05  WRK-RC-PROGRAMA PIC X(12) VALUE 'ANONIMIZ'.
           05  WRK-RC-QTD      PIC 9(06).
           05  WRK-RC-RUN-ID   PIC 9(06).
           05  WRK-RC-PERMITIDO PIC X(01).

      * tabela das contas ainda identificadas, na ordem de
      * chave do CUSTMAST (leitura sequencial); cada arquivo
      * de movimento marca a conta que ainda tem vida
       77  WRK-QTD-CLIENTES     PIC 9(05) VALUE ZEROS.
       77  WRK-IDX-CLI          PIC 9(05) VALUE ZEROS.
       01  WRK-TAB-CLIENTES.
           05  WRK-TC-ENTRADA OCCURS 5000 TIMES.
               10  WRK-TC-ID        PIC 9(06).
               10  WRK-TC-ATIVO     PIC X(01).

      * tabela dos alunos encerrados ou transferidos antes do
      * corte, tambem na ordem de chave; mensalidade em aberto
      * retem o aluno
       77  WRK-QTD-ALUNOS       PIC 9(05) VALUE ZEROS.
       77  WRK-IDX-ALU          PIC 9(05) VALUE ZEROS.
       01  WRK-TAB-ALUNOS.
           05  WRK-TA-ENTRADA OCCURS 5000 TIMES.
               10  WRK-TA-ID        PIC 9(06).
               10  WRK-TA-RETIDO    PIC X(01).

      * busca binaria nas duas tabelas
       77  WRK-CHAVE-BUSCA      PIC 9(06) VALUE ZEROS.
       77  WRK-BAIXO            PIC 9(05) VALUE ZEROS.
       77  WRK-ALTO             PIC 9(05) VALUE ZEROS.
       77  WRK-MEIO             PIC 9(05) VALUE ZEROS.
       77  WRK-POSICAO          PIC 9(05) VALUE ZEROS.
       77  WRK-ACHOU            PIC X(01) VALUE 'N'.
           88 CHAVE-ACHADA          VALUE 'S'.

       77  WRK-QTD-CLI-ANONIM   PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-ENDERECOS    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-XREF         PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-PODS         PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-ALU-ANONIM   PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-HISTORICOS   PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-ARQUIVADOS   PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-NOTIFICACOES PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-REMATRICULAS PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-ESPERA       PIC 9(05) VALUE ZEROS.

      * data do ultimo movimento do candidato da lista de
      * espera; sem data de situacao vale a da inscricao
       77  WRK-DATA-MOVIMENTO   PIC 9(08) VALUE ZEROS.

       01  WRK-TEXTO-CLIENTE    PIC X(20) VALUE
           'CLIENTE ANONIMIZADO'.
       01  WRK-TEXTO-ALUNO      PIC X(30) VALUE
           'ALUNO ANONIMIZADO'.
       01  WRK-TEXTO-DADO       PIC X(30) VALUE 'ANONIMIZADO'.

       01  WRK-LINHA-SEPARADOR  PIC X(80) VALUE ALL '-'.

       01  WRK-LINHA-TITULO.
           05  FILLER          PIC X(38) VALUE
               'ANONIMIZACAO DE DADOS PESSOAIS - DATA '.
           05  TIT-DATA        PIC 9(08).

       01  WRK-LINHA-CORTE.
           05  CRT-POPULACAO   PIC X(08).
           05  FILLER          PIC X(29) VALUE
               ' SEM MOVIMENTO ANTES DE (AM) '.
           05  CRT-ANOMES      PIC 9(06).
           05  FILLER          PIC X(10) VALUE ' - PRAZO '.
           05  CRT-MESES       PIC ZZ9.
           05  FILLER          PIC X(06) VALUE ' MESES'.

       01  WRK-LINHA-DETALHE.
           05  DET-POPULACAO   PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-NUMERO      PIC 9(06).
           05  FILLER          PIC X(03) VALUE SPACES.
           05  DET-OBS         PIC X(40).

       01  WRK-LINHA-TOTAL.
           05  TOT-DESCRICAO   PIC X(40).
           05  TOT-QTD         PIC ZZ.ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INICIALIZA
           IF WRK-RET-CLIENTE > ZEROS
               PERFORM 2000-ANONIMIZA-CLIENTES
           END-IF
           IF WRK-RET-ALUNO > ZEROS
               PERFORM 5000-ANONIMIZA-ALUNOS
           END-IF
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
           MOVE WRK-DC-DATA TO WRK-DATA-PROCESSO
           MOVE 'N' TO WRK-EOF
           OPEN INPUT RETENCAO-CONFIG
           IF WRK-CONFIG-STATUS NOT = '00'
               DISPLAY 'RETEN.CFG AUSENTE - NADA A ANONIMIZAR'
               MOVE 'S' TO WRK-EOF
           END-IF
           PERFORM 1100-LE-CONFIG UNTIL FIM-DE-ARQUIVO
           IF WRK-CONFIG-STATUS = '00' OR '10'
               CLOSE RETENCAO-CONFIG
           END-IF
           OPEN OUTPUT ANONIM-REPORT
           MOVE WRK-DATA-PROCESSO TO TIT-DATA
           WRITE REPORT-LINE FROM WRK-LINHA-TITULO
           WRITE REPORT-LINE FROM WRK-LINHA-SEPARADOR.

      * o RETEN.CFG e o do expurgo; aqui so interessam as
      * linhas de dado pessoal
       1100-LE-CONFIG.
           READ RETENCAO-CONFIG
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               EVALUATE CFG-ARQUIVO
                   WHEN 'CLIENTE     '
                       MOVE CFG-MESES TO WRK-RET-CLIENTE
                   WHEN 'ALUNO       '
                       MOVE CFG-MESES TO WRK-RET-ALUNO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * corte = ano/mes da data de negocio menos o prazo,
      * mesma conta do expurgo
       1250-MONTA-CORTE.
           COMPUTE WRK-CORTE-ANO = (WRK-MESES-CORRIDOS - 1) / 12
           COMPUTE WRK-CORTE-MES = WRK-MESES-CORRIDOS
               - (WRK-CORTE-ANO * 12).

      *****************************************************
      *    clientes: carrega as contas ainda identificadas,
      *    marca as que tem movimento ou pendencia e
      *    sobrescreve o restante
      *****************************************************
       2000-ANONIMIZA-CLIENTES.
           COMPUTE WRK-MESES-CORRIDOS =
               WRK-PROC-ANO * 12 + WRK-PROC-MES
               - WRK-RET-CLIENTE
           PERFORM 1250-MONTA-CORTE
           MOVE WRK-ANOMES-CORTE TO WRK-CORTE-CLIENTE
           MOVE 'CLIENTE' TO CRT-POPULACAO
           MOVE WRK-CORTE-CLIENTE TO CRT-ANOMES
           MOVE WRK-RET-CLIENTE TO CRT-MESES
           WRITE REPORT-LINE FROM WRK-LINHA-CORTE
           OPEN I-O CUSTOMER-MASTER
           IF WRK-CUSTMAST-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE CLIENTES INEXISTENTE'
           ELSE
               MOVE 'N' TO WRK-EOF
               PERFORM 2100-CARREGA-CLIENTE UNTIL FIM-DE-ARQUIVO
               PERFORM 3000-MARCA-ATIVOS
               PERFORM 4000-SOBRESCREVE-CLIENTE
                   VARYING WRK-IDX-CLI FROM 1 BY 1
                   UNTIL WRK-IDX-CLI > WRK-QTD-CLIENTES
               CLOSE CUSTOMER-MASTER
               PERFORM 4100-ANONIMIZA-ENDERECOS
               PERFORM 4200-ANONIMIZA-XREF
           END-IF
           PERFORM 4300-ANONIMIZA-PODS
           WRITE REPORT-LINE FROM WRK-LINHA-SEPARADOR.

       2100-CARREGA-CLIENTE.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO AND NOT CUS-DADOS-ANONIMOS
               IF WRK-QTD-CLIENTES < 5000
                   ADD 1 TO WRK-QTD-CLIENTES
                   MOVE CUS-ID TO WRK-TC-ID (WRK-QTD-CLIENTES)
                   MOVE 'N' TO WRK-TC-ATIVO (WRK-QTD-CLIENTES)
               ELSE
                   DISPLAY 'AVISO: TABELA DE CLIENTES CHEIA EM '
                       CUS-ID ' - RESTANTE NA PROXIMA RODADA'
                   SET FIM-DE-ARQUIVO TO TRUE
               END-IF
           END-IF.

      * conta que ainda tem vida fica identificada: cada
      * arquivo ausente simplesmente nao marca ninguem
       3000-MARCA-ATIVOS.
           OPEN INPUT ORDERS-FILE
           IF WRK-ORDERS-STATUS = '00'
               MOVE 'N' TO WRK-EOF
               PERFORM 3100-VARRE-PEDIDO UNTIL FIM-DE-ARQUIVO
               CLOSE ORDERS-FILE
           END-IF
           OPEN INPUT FRETE-LOG
           IF WRK-FRETELOG-STATUS = '00'
               MOVE 'N' TO WRK-EOF
               PERFORM 3200-VARRE-COTACAO UNTIL FIM-DE-ARQUIVO
               CLOSE FRETE-LOG
           END-IF
           OPEN INPUT FATURAS-FILE
           IF WRK-FATURAS-STATUS = '00'
               MOVE 'N' TO WRK-EOF
               PERFORM 3300-VARRE-FATURA UNTIL FIM-DE-ARQUIVO
               CLOSE FATURAS-FILE
           END-IF
           OPEN INPUT CREDITO-CLIENTE
           IF WRK-CREDCLI-STATUS = '00'
               MOVE 'N' TO WRK-EOF
               PERFORM 3400-VARRE-CREDITO UNTIL FIM-DE-ARQUIVO
               CLOSE CREDITO-CLIENTE
           END-IF
           OPEN INPUT CONTRATO-FILE
           IF WRK-CONTRATO-STATUS = '00'
               MOVE 'N' TO WRK-EOF
               PERFORM 3500-VARRE-CONTRATO UNTIL FIM-DE-ARQUIVO
               CLOSE CONTRATO-FILE
           END-IF
           OPEN INPUT ACORDO-FILE
           IF WRK-ACORDO-STATUS = '00'
               MOVE 'N' TO WRK-EOF
               PERFORM 3600-VARRE-ACORDO UNTIL FIM-DE-ARQUIVO
               CLOSE ACORDO-FILE
           END-IF.

      * pedido entrado depois do corte ou ainda nao cotado;
      * entrada zerada conta como antiga, como no expurgo
       3100-VARRE-PEDIDO.
           READ ORDERS-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF ORD-ENTRADA (1:6) NOT < WRK-CORTE-CLIENTE
                       OR ORD-PENDENTE OR ORD-SUSPEITO
                   MOVE ORD-CLIENTE TO WRK-CHAVE-BUSCA
                   PERFORM 3900-MARCA-CLIENTE
               END-IF
           END-IF.

       3200-VARRE-COTACAO.
           READ FRETE-LOG NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF LOG-DATA-HORA (1:6) NOT < WRK-CORTE-CLIENTE
                   MOVE LOG-CLIENTE TO WRK-CHAVE-BUSCA
                   PERFORM 3900-MARCA-CLIENTE
               END-IF
           END-IF.

      * fatura recente ou com saldo a receber: a cobranca
      * precisa saber quem e o devedor
       3300-VARRE-FATURA.
           READ FATURAS-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF FAT-DATA-EMISSAO (1:6) NOT < WRK-CORTE-CLIENTE
                       OR FAT-ABERTA OR FAT-PARCIAL
                   MOVE FAT-CLIENTE TO WRK-CHAVE-BUSCA
                   PERFORM 3900-MARCA-CLIENTE
               END-IF
           END-IF.

      * saldo credor e dinheiro a devolver ao cliente
       3400-VARRE-CREDITO.
           READ CREDITO-CLIENTE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO AND CRD-SALDO > ZEROS
               MOVE CRD-CLIENTE TO WRK-CHAVE-BUSCA
               PERFORM 3900-MARCA-CLIENTE
           END-IF.

       3500-VARRE-CONTRATO.
           READ CONTRATO-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO AND NOT CON-EXPIRADO
               MOVE CON-CLIENTE TO WRK-CHAVE-BUSCA
               PERFORM 3900-MARCA-CLIENTE
           END-IF.

       3600-VARRE-ACORDO.
           READ ACORDO-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO AND ACO-ATIVO
               MOVE ACO-CLIENTE TO WRK-CHAVE-BUSCA
               PERFORM 3900-MARCA-CLIENTE
           END-IF.

       3900-MARCA-CLIENTE.
           PERFORM 8000-LOCALIZA-CLIENTE
           IF CHAVE-ACHADA
               MOVE 'S' TO WRK-TC-ATIVO (WRK-POSICAO)
           END-IF.

       4000-SOBRESCREVE-CLIENTE.
           IF WRK-TC-ATIVO (WRK-IDX-CLI) = 'N'
               MOVE WRK-TC-ID (WRK-IDX-CLI) TO CUS-ID
               READ CUSTOMER-MASTER
                   KEY IS CUS-ID
                   INVALID KEY
                       MOVE 'S' TO WRK-TC-ATIVO (WRK-IDX-CLI)
                   NOT INVALID KEY
                       MOVE WRK-TEXTO-CLIENTE TO CUS-NOME
                       MOVE 'S' TO CUS-ANONIMIZADO
                       REWRITE CUSTOMER-RECORD
                       ADD 1 TO WRK-QTD-CLI-ANONIM
                       MOVE 'CLIENTE' TO DET-POPULACAO
                       MOVE CUS-ID TO DET-NUMERO
                       MOVE 'CADASTRO ANONIMIZADO' TO DET-OBS
                       WRITE REPORT-LINE FROM WRK-LINHA-DETALHE
               END-READ
           END-IF.

      * endereco de conta anonimizada agora: rua e contato
      * somem; o CEP fica so no prefixo de cinco digitos
       4100-ANONIMIZA-ENDERECOS.
           OPEN I-O ENDERECO-FILE
           IF WRK-ENDCLI-STATUS = '00'
               MOVE 'N' TO WRK-EOF
               PERFORM 4110-VARRE-ENDERECO UNTIL FIM-DE-ARQUIVO
               CLOSE ENDERECO-FILE
           END-IF.

       4110-VARRE-ENDERECO.
           READ ENDERECO-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE END-CLIENTE TO WRK-CHAVE-BUSCA
               PERFORM 8000-LOCALIZA-CLIENTE
               IF CHAVE-ACHADA
                   IF WRK-TC-ATIVO (WRK-POSICAO) = 'N'
                       MOVE WRK-TEXTO-DADO TO END-RUA
                       MOVE SPACES TO END-CONTATO
                       MOVE '000' TO END-CEP (6:3)
                       REWRITE ENDERECO-RECORD
                       ADD 1 TO WRK-QTD-ENDERECOS
                   END-IF
               END-IF
           END-IF.

      * conta fundida numa anonimizada perde o nome guardado
       4200-ANONIMIZA-XREF.
           OPEN I-O CLIENTE-XREF
           IF WRK-CLIXREF-STATUS = '00'
               MOVE 'N' TO WRK-EOF
               PERFORM 4210-VARRE-XREF UNTIL FIM-DE-ARQUIVO
               CLOSE CLIENTE-XREF
           END-IF.

       4210-VARRE-XREF.
           READ CLIENTE-XREF NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE XRF-SOBREVIVENTE TO WRK-CHAVE-BUSCA
               PERFORM 8000-LOCALIZA-CLIENTE
               IF CHAVE-ACHADA
                   IF WRK-TC-ATIVO (WRK-POSICAO) = 'N'
                       MOVE WRK-TEXTO-CLIENTE TO XRF-NOME-ANTIGO
                       REWRITE CLIENTE-XREF-RECORD
                       ADD 1 TO WRK-QTD-XREF
                   END-IF
               END-IF
           END-IF.

      * recebedor da entrega e terceiro: passado o prazo de
      * cliente, o nome dele sai do comprovante
       4300-ANONIMIZA-PODS.
           OPEN I-O POD-FILE
           IF WRK-POD-STATUS = '00'
               MOVE 'N' TO WRK-EOF
               PERFORM 4310-VARRE-POD UNTIL FIM-DE-ARQUIVO
               CLOSE POD-FILE
           END-IF.

       4310-VARRE-POD.
           READ POD-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF POD-DATA-ENTREGA (1:6) < WRK-CORTE-CLIENTE
                       AND POD-RECEBEDOR NOT = WRK-TEXTO-DADO
                       AND POD-RECEBEDOR NOT = SPACES
                   MOVE WRK-TEXTO-DADO TO POD-RECEBEDOR
                   REWRITE POD-RECORD
                   ADD 1 TO WRK-QTD-PODS
               END-IF
           END-IF.

      *****************************************************
      *    alunos: encerrados ou transferidos antes do corte
      *    e sem mensalidade em aberto
      *****************************************************
       5000-ANONIMIZA-ALUNOS.
           COMPUTE WRK-MESES-CORRIDOS =
               WRK-PROC-ANO * 12 + WRK-PROC-MES
               - WRK-RET-ALUNO
           PERFORM 1250-MONTA-CORTE
           MOVE WRK-ANOMES-CORTE TO WRK-CORTE-ALUNO
           MOVE 'ALUNO' TO CRT-POPULACAO
           MOVE WRK-CORTE-ALUNO TO CRT-ANOMES
           MOVE WRK-RET-ALUNO TO CRT-MESES
           WRITE REPORT-LINE FROM WRK-LINHA-CORTE
           OPEN I-O ALUNO-MASTER
           IF WRK-ALUMAST-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE MATRICULAS INEXISTENTE'
           ELSE
               MOVE 'N' TO WRK-EOF
               PERFORM 5100-CARREGA-ALUNO UNTIL FIM-DE-ARQUIVO
               OPEN INPUT MENSALIDADE-FILE
               IF WRK-MENSAL-STATUS = '00'
                   MOVE 'N' TO WRK-EOF
                   PERFORM 5200-VARRE-MENSALIDADE
                       UNTIL FIM-DE-ARQUIVO
                   CLOSE MENSALIDADE-FILE
               END-IF
               PERFORM 5300-SOBRESCREVE-ALUNO
                   VARYING WRK-IDX-ALU FROM 1 BY 1
                   UNTIL WRK-IDX-ALU > WRK-QTD-ALUNOS
               CLOSE ALUNO-MASTER
               PERFORM 5400-ANONIMIZA-HISTORICOS
               PERFORM 5500-ANONIMIZA-ARQUIVO-MORTO
               PERFORM 5600-ANONIMIZA-NOTIFICACOES
               PERFORM 5700-ANONIMIZA-REMATRICULAS
           END-IF
           PERFORM 5800-ANONIMIZA-ESPERA
           WRITE REPORT-LINE FROM WRK-LINHA-SEPARADOR.

      * saida zerada (encerramento anterior ao campo) conta
      * como antiga
       5100-CARREGA-ALUNO.
           READ ALUNO-MASTER NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF (ALU-ENCERRADO OR ALU-TRANSFERIDO)
                       AND NOT ALU-DADOS-ANONIMOS
                       AND ALU-DATA-SAIDA (1:6) < WRK-CORTE-ALUNO
                   IF WRK-QTD-ALUNOS < 5000
                       ADD 1 TO WRK-QTD-ALUNOS
                       MOVE ALU-ID TO WRK-TA-ID (WRK-QTD-ALUNOS)
                       MOVE 'N' TO WRK-TA-RETIDO (WRK-QTD-ALUNOS)
                   ELSE
                       DISPLAY 'AVISO: TABELA DE ALUNOS CHEIA EM '
                           ALU-ID ' - RESTANTE NA PROXIMA RODADA'
                       SET FIM-DE-ARQUIVO TO TRUE
                   END-IF
               END-IF
           END-IF.

       5200-VARRE-MENSALIDADE.
           READ MENSALIDADE-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF MEN-ABERTA OR MEN-PARCIAL
                   MOVE MEN-ALUNO TO WRK-CHAVE-BUSCA
                   PERFORM 8100-LOCALIZA-ALUNO
                   IF CHAVE-ACHADA
                       MOVE 'S' TO WRK-TA-RETIDO (WRK-POSICAO)
                   END-IF
               END-IF
           END-IF.

      * o ano de nascimento fica para a estatistica de idade
       5300-SOBRESCREVE-ALUNO.
           IF WRK-TA-RETIDO (WRK-IDX-ALU) = 'N'
               MOVE WRK-TA-ID (WRK-IDX-ALU) TO ALU-ID
               READ ALUNO-MASTER
                   KEY IS ALU-ID
                   INVALID KEY
                       MOVE 'S' TO WRK-TA-RETIDO (WRK-IDX-ALU)
                   NOT INVALID KEY
                       MOVE WRK-TEXTO-ALUNO TO ALU-NOME
                       MOVE '0101' TO ALU-NASCIMENTO (5:4)
                       MOVE WRK-TEXTO-DADO TO ALU-ENDERECO
                       MOVE SPACES TO ALU-RESPONSAVEL1
                           ALU-RESPONSAVEL2
                       MOVE ZEROS TO ALU-FONE1 ALU-FONE2
                       MOVE 'S' TO ALU-ANONIMIZADO
                       REWRITE ALUNO-RECORD
                       ADD 1 TO WRK-QTD-ALU-ANONIM
                       MOVE 'ALUNO' TO DET-POPULACAO
                       MOVE ALU-ID TO DET-NUMERO
                       MOVE 'MATRICULA ANONIMIZADA' TO DET-OBS
                       WRITE REPORT-LINE FROM WRK-LINHA-DETALHE
               END-READ
           END-IF.

       5400-ANONIMIZA-HISTORICOS.
           OPEN I-O STUDENT-TRANSCRIPT
           IF WRK-TRANSCRIPT-STATUS = '00'
               MOVE 'N' TO WRK-EOF
               PERFORM 5410-VARRE-HISTORICO UNTIL FIM-DE-ARQUIVO
               CLOSE STUDENT-TRANSCRIPT
           END-IF.

       5410-VARRE-HISTORICO.
           READ STUDENT-TRANSCRIPT NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE TRA-ID TO WRK-CHAVE-BUSCA
               PERFORM 8100-LOCALIZA-ALUNO
               IF CHAVE-ACHADA
                   IF WRK-TA-RETIDO (WRK-POSICAO) = 'N'
                       MOVE WRK-TEXTO-ALUNO TO TRA-NOME
                       REWRITE TRANSCRIPT-RECORD
                       ADD 1 TO WRK-QTD-HISTORICOS
                   END-IF
               END-IF
           END-IF.

      * o arquivo morto guarda a imagem do historico; o nome
      * ocupa as posicoes 7 a 36 da imagem, logo apos a
      * matricula
       5500-ANONIMIZA-ARQUIVO-MORTO.
           OPEN I-O TRANSCRIPT-ARCHIVE
           IF WRK-ARQUIVO-STATUS = '00'
               MOVE 'N' TO WRK-EOF
               PERFORM 5510-VARRE-ARQUIVADO UNTIL FIM-DE-ARQUIVO
               CLOSE TRANSCRIPT-ARCHIVE
           END-IF.

       5510-VARRE-ARQUIVADO.
           READ TRANSCRIPT-ARCHIVE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE ATR-ID TO WRK-CHAVE-BUSCA
               PERFORM 8100-LOCALIZA-ALUNO
               IF CHAVE-ACHADA
                   IF WRK-TA-RETIDO (WRK-POSICAO) = 'N'
                       MOVE WRK-TEXTO-ALUNO TO ATR-REGISTRO (7:30)
                       REWRITE TRANSCRIPT-ARC-RECORD
                       ADD 1 TO WRK-QTD-ARQUIVADOS
                   END-IF
               END-IF
           END-IF.

      * a notificacao guarda a copia do nome, do responsavel
      * e dos telefones do cadastro no dia do aviso; o texto
      * do aviso e a situacao da entrega ficam
       5600-ANONIMIZA-NOTIFICACOES.
           OPEN I-O NOTIFICA-FILE
           IF WRK-NOTIFICA-STATUS = '00'
               MOVE 'N' TO WRK-EOF
               PERFORM 5610-VARRE-NOTIFICACAO UNTIL FIM-DE-ARQUIVO
               CLOSE NOTIFICA-FILE
           END-IF.

       5610-VARRE-NOTIFICACAO.
           READ NOTIFICA-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE NTF-ALUNO TO WRK-CHAVE-BUSCA
               PERFORM 8100-LOCALIZA-ALUNO
               IF CHAVE-ACHADA
                   IF WRK-TA-RETIDO (WRK-POSICAO) = 'N'
                       MOVE WRK-TEXTO-ALUNO TO NTF-NOME-ALUNO
                       MOVE SPACES TO NTF-RESPONSAVEL
                       MOVE ZEROS TO NTF-FONE1 NTF-FONE2
                       REWRITE NOTIFICACAO-RECORD
                       ADD 1 TO WRK-QTD-NOTIFICACOES
                   END-IF
               END-IF
           END-IF.

      * a oferta de rematricula guarda o nome do aluno; serie,
      * turma e situacao ficam para a estatistica da campanha
       5700-ANONIMIZA-REMATRICULAS.
           OPEN I-O REMATRICULA-FILE
           IF WRK-REMAT-STATUS = '00'
               MOVE 'N' TO WRK-EOF
               PERFORM 5710-VARRE-REMATRICULA UNTIL FIM-DE-ARQUIVO
               CLOSE REMATRICULA-FILE
           END-IF.

       5710-VARRE-REMATRICULA.
           READ REMATRICULA-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE REM-ALUNO TO WRK-CHAVE-BUSCA
               PERFORM 8100-LOCALIZA-ALUNO
               IF CHAVE-ACHADA
                   IF WRK-TA-RETIDO (WRK-POSICAO) = 'N'
                       MOVE WRK-TEXTO-ALUNO TO REM-NOME
                       REWRITE REMATRICULA-RECORD
                       ADD 1 TO WRK-QTD-REMATRICULAS
                   END-IF
               END-IF
           END-IF.

      * o candidato da lista de espera nao tem matricula: sai
      * pelo prazo de aluno contado do ultimo movimento da
      * inscricao. Ano, serie, ordem e situacao ficam
       5800-ANONIMIZA-ESPERA.
           OPEN I-O ESPERA-FILE
           IF WRK-ESPERA-STATUS = '00'
               MOVE 'N' TO WRK-EOF
               PERFORM 5810-VARRE-ESPERA UNTIL FIM-DE-ARQUIVO
               CLOSE ESPERA-FILE
           END-IF.

       5810-VARRE-ESPERA.
           READ ESPERA-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF ESP-DATA-SITUACAO IS NUMERIC
                       AND ESP-DATA-SITUACAO > ZEROS
                   MOVE ESP-DATA-SITUACAO TO WRK-DATA-MOVIMENTO
               ELSE
                   MOVE ESP-DATA-INSCRICAO TO WRK-DATA-MOVIMENTO
               END-IF
               IF WRK-DATA-MOVIMENTO (1:6) < WRK-CORTE-ALUNO
                       AND ESP-NOME NOT = WRK-TEXTO-ALUNO
                   MOVE WRK-TEXTO-ALUNO TO ESP-NOME
                   MOVE SPACES TO ESP-RESPONSAVEL
                   MOVE ZEROS TO ESP-FONE
                   REWRITE ESPERA-RECORD
                   ADD 1 TO WRK-QTD-ESPERA
                   MOVE 'ESPERA' TO DET-POPULACAO
                   MOVE ESP-SEQ TO DET-NUMERO
                   MOVE 'INSCRICAO NA LISTA DE ESPERA ANONIMIZADA'
                       TO DET-OBS
                   WRITE REPORT-LINE FROM WRK-LINHA-DETALHE
               END-IF
           END-IF.

      * busca binaria: as tabelas sao carregadas na ordem de
      * chave do mestre
       8000-LOCALIZA-CLIENTE.
           MOVE 'N' TO WRK-ACHOU
           MOVE 1 TO WRK-BAIXO
           MOVE WRK-QTD-CLIENTES TO WRK-ALTO
           PERFORM UNTIL WRK-BAIXO > WRK-ALTO OR CHAVE-ACHADA
               COMPUTE WRK-MEIO = (WRK-BAIXO + WRK-ALTO) / 2
               EVALUATE TRUE
                   WHEN WRK-TC-ID (WRK-MEIO) = WRK-CHAVE-BUSCA
                       MOVE 'S' TO WRK-ACHOU
                       MOVE WRK-MEIO TO WRK-POSICAO
                   WHEN WRK-TC-ID (WRK-MEIO) < WRK-CHAVE-BUSCA
                       COMPUTE WRK-BAIXO = WRK-MEIO + 1
                   WHEN OTHER
                       COMPUTE WRK-ALTO = WRK-MEIO - 1
               END-EVALUATE
           END-PERFORM.

       8100-LOCALIZA-ALUNO.
           MOVE 'N' TO WRK-ACHOU
           MOVE 1 TO WRK-BAIXO
           MOVE WRK-QTD-ALUNOS TO WRK-ALTO
           PERFORM UNTIL WRK-BAIXO > WRK-ALTO OR CHAVE-ACHADA
               COMPUTE WRK-MEIO = (WRK-BAIXO + WRK-ALTO) / 2
               EVALUATE TRUE
                   WHEN WRK-TA-ID (WRK-MEIO) = WRK-CHAVE-BUSCA
                       MOVE 'S' TO WRK-ACHOU
                       MOVE WRK-MEIO TO WRK-POSICAO
                   WHEN WRK-TA-ID (WRK-MEIO) < WRK-CHAVE-BUSCA
                       COMPUTE WRK-BAIXO = WRK-MEIO + 1
                   WHEN OTHER
                       COMPUTE WRK-ALTO = WRK-MEIO - 1
               END-EVALUATE
           END-PERFORM.

       9000-FINALIZA.
           MOVE 'CLIENTES ANONIMIZADOS' TO TOT-DESCRICAO
           MOVE WRK-QTD-CLI-ANONIM TO TOT-QTD
           WRITE REPORT-LINE FROM WRK-LINHA-TOTAL
           MOVE 'ENDERECOS DE CLIENTE ANONIMIZADOS' TO TOT-DESCRICAO
           MOVE WRK-QTD-ENDERECOS TO TOT-QTD
           WRITE REPORT-LINE FROM WRK-LINHA-TOTAL
           MOVE 'CONTAS FUNDIDAS SEM O NOME ANTIGO' TO TOT-DESCRICAO
           MOVE WRK-QTD-XREF TO TOT-QTD
           WRITE REPORT-LINE FROM WRK-LINHA-TOTAL
           MOVE 'RECEBEDORES DE ENTREGA ANONIMIZADOS'
               TO TOT-DESCRICAO
           MOVE WRK-QTD-PODS TO TOT-QTD
           WRITE REPORT-LINE FROM WRK-LINHA-TOTAL
           MOVE 'MATRICULAS ANONIMIZADAS' TO TOT-DESCRICAO
           MOVE WRK-QTD-ALU-ANONIM TO TOT-QTD
           WRITE REPORT-LINE FROM WRK-LINHA-TOTAL
           MOVE 'HISTORICOS ATIVOS ANONIMIZADOS' TO TOT-DESCRICAO
           MOVE WRK-QTD-HISTORICOS TO TOT-QTD
           WRITE REPORT-LINE FROM WRK-LINHA-TOTAL
           MOVE 'HISTORICOS ARQUIVADOS ANONIMIZADOS'
               TO TOT-DESCRICAO
           MOVE WRK-QTD-ARQUIVADOS TO TOT-QTD
           WRITE REPORT-LINE FROM WRK-LINHA-TOTAL
           MOVE 'NOTIFICACOES A FAMILIA ANONIMIZADAS'
               TO TOT-DESCRICAO
           MOVE WRK-QTD-NOTIFICACOES TO TOT-QTD
           WRITE REPORT-LINE FROM WRK-LINHA-TOTAL
           MOVE 'OFERTAS DE REMATRICULA ANONIMIZADAS'
               TO TOT-DESCRICAO
           MOVE WRK-QTD-REMATRICULAS TO TOT-QTD
           WRITE REPORT-LINE FROM WRK-LINHA-TOTAL
           MOVE 'INSCRICOES EM ESPERA ANONIMIZADAS'
               TO TOT-DESCRICAO
           MOVE WRK-QTD-ESPERA TO TOT-QTD
           WRITE REPORT-LINE FROM WRK-LINHA-TOTAL
           CLOSE ANONIM-REPORT
           DISPLAY 'ANONIMIZACAO CONCLUIDA'
           DISPLAY 'CLIENTES ANONIMIZADOS: ' WRK-QTD-CLI-ANONIM
           DISPLAY 'ALUNOS ANONIMIZADOS:   ' WRK-QTD-ALU-ANONIM
           MOVE 'F' TO WRK-RC-OPERACAO
           COMPUTE WRK-RC-QTD = WRK-QTD-CLI-ANONIM
               + WRK-QTD-ALU-ANONIM
           CALL 'runctl' USING WRK-RUNCTL.
