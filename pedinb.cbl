       IDENTIFICATION DIVISION.
       PROGRAM-ID. pedinb.
      ********************************************************
      *    Entrada de pedidos por arquivo dos clientes
      *    Le o PEDINB.DAT (layout fixo do inbrec, uma linha
      *    por embarque pedido) que os clientes de grande
      *    volume mandam no lugar da planilha digitada no
      *    ordman, e aplica em cada linha as mesmas validacoes
      *    da digitacao: conta com digito verificador e
      *    cliente cadastrado, produto cadastrado e ativo, UF,
      *    valor, peso, moeda, deposito ativo na UF de origem,
      *    endereco do caderno do cliente na UF da entrega,
      *    data de envio e limite de credito. A linha aceita
      *    vira pedido pendente no ORDMAST.DAT com numero do
      *    seqsrv (serie P); a que estoura o limite ganha o
      *    numero e vai para a fila de bloqueio de credito,
      *    como no ordman. Cada cliente recebe o seu
      *    PEDACKnnnnnn.DAT (header, uma linha por pedido com
      *    o numero e digito verificador ou o motivo da
      *    recusa, trailer com as contagens).
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INBOUND-FILE ASSIGN TO 'PEDINB.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-INBOUND-STATUS.

      * um arquivo de confirmacao por cliente: o nome e
      * montado com a conta, um unico SELECT atende todos
           SELECT ACK-FILE ASSIGN TO WRK-NOME-ACK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ACK-STATUS.

           SELECT ORDERS-FILE ASSIGN TO 'ORDMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-NUMERO
               FILE STATUS IS WRK-ORDERS-STATUS.

           SELECT PRODUCT-MASTER ASSIGN TO 'PRODUTO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WRK-PRODMASTER-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUS-ID
               FILE STATUS IS WRK-CUSTMAST-STATUS.

           SELECT FATURAS-FILE ASSIGN TO 'FATURAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               FILE STATUS IS WRK-FATURAS-STATUS.

           SELECT CREDIT-HOLD ASSIGN TO 'CREDHOLD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEPOT-MASTER ASSIGN TO 'DEPOSITO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WRK-DEPOT-STATUS.

           SELECT ENDERECO-FILE ASSIGN TO 'ENDCLI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS END-CHAVE
               FILE STATUS IS WRK-ENDCLI-STATUS.

           SELECT ERROR-LOG ASSIGN TO 'ERROR.LOG'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INBOUND-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY 'inbrec.cbl'.

       FD  ACK-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  ACK-LINE PIC X(60).

       FD  ORDERS-FILE.
           COPY 'ordrec.cbl'.

       FD  PRODUCT-MASTER.
           COPY 'prodrec.cbl'.

       FD  CUSTOMER-MASTER.
           COPY 'custrec.cbl'.

       FD  FATURAS-FILE.
           COPY 'faturec.cbl'.

       FD  CREDIT-HOLD.
           COPY 'credhold.cbl'.

       FD  DEPOT-MASTER.
           COPY 'deprec.cbl'.

       FD  ENDERECO-FILE.
           COPY 'endrec.cbl'.

       FD  ERROR-LOG.
           COPY 'errorlog.cbl'.

       WORKING-STORAGE SECTION.
       77  WRK-INBOUND-STATUS    PIC X(02) VALUE '00'.
       77  WRK-ACK-STATUS        PIC X(02) VALUE '00'.
       77  WRK-ORDERS-STATUS     PIC X(02) VALUE '00'.
       77  WRK-PRODMASTER-STATUS PIC X(02) VALUE '00'.
       77  WRK-CUSTMAST-STATUS   PIC X(02) VALUE '00'.
       77  WRK-FATURAS-STATUS    PIC X(02) VALUE '00'.
       77  WRK-DEPOT-STATUS      PIC X(02) VALUE '00'.
       77  WRK-ENDCLI-STATUS     PIC X(02) VALUE '00'.
       77  WRK-EOF               PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO         VALUE 'S'.
       77  WRK-EOF-FATURAS       PIC X(01) VALUE 'N'.
           88 FIM-FATURAS            VALUE 'S'.
       77  WRK-EOF-DEPOT         PIC X(01) VALUE 'N'.
           88 FIM-DEPOTS             VALUE 'S'.
       77  WRK-DEPOT-DISP        PIC X(01) VALUE 'N'.
           88 DEPOT-DISPONIVEL       VALUE 'S'.
       77  WRK-ENDCLI-DISP       PIC X(01) VALUE 'N'.
           88 ENDCLI-DISPONIVEL      VALUE 'S'.

      * nome do arquivo de confirmacao do cliente da linha
       01  WRK-NOME-ACK.
           05  FILLER            PIC X(06) VALUE 'PEDACK'.
           05  WRK-NOME-CLIENTE  PIC 9(06).
           05  FILLER            PIC X(04) VALUE '.DAT'.

      * clientes que ja receberam confirmacao nesta rodada,
      * com as contagens para o trailer; o primeiro pedido do
      * cliente recria o arquivo, os seguintes acrescentam
       01  WRK-TABELA-CLIENTES.
           05  WRK-CLI-ENTRADA OCCURS 200 TIMES.
               10  WRK-CLI-CONTA     PIC 9(06).
               10  WRK-CLI-ACEITOS   PIC 9(05).
               10  WRK-CLI-RETIDOS   PIC 9(05).
               10  WRK-CLI-RECUSADOS PIC 9(05).
       77  WRK-QTD-CLIENTES      PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-CLI           PIC 9(03) VALUE ZEROS.
       77  WRK-CLI-ACHADO        PIC X(01) VALUE 'N'.
           88 CLIENTE-NA-TABELA      VALUE 'S'.

       77  WRK-NUM-LINHA         PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-ACEITOS       PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-RETIDOS       PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-RECUSADOS     PIC 9(05) VALUE ZEROS.
       77  WRK-COD-MOTIVO        PIC X(12) VALUE SPACES.
       77  WRK-NUMERO            PIC 9(08) VALUE ZEROS.

      * numeracao via servico central (seqsrv), serie P, a
      * mesma do ordman
       01  WRK-SEQSRV.
           05  WRK-SEQ-QTD      PIC 9(04).
           05  WRK-SEQ-PRIMEIRO PIC 9(08).
           05  WRK-SEQ-SERIE    PIC X(01) VALUE 'P'.

      * contrato com o controle de execucao compartilhado
      * (runctl): o mesmo arquivo aplicado duas vezes
      * duplicaria os pedidos do cliente
       01  WRK-RUNCTL.
           05  WRK-RC-OPERACAO PIC X(01).
           05  WRK-RC-PROGRAMA PIC X(12) VALUE 'PEDINB'.
           05  WRK-RC-QTD      PIC 9(06).
           05  WRK-RC-RUN-ID   PIC 9(06).
           05  WRK-RC-PERMITIDO PIC X(01).

      * carimbo de entrada dos pedidos (AAAAMMDDHHMM)
       01  WRK-ENTRADA-ATUAL     PIC 9(12) VALUE ZEROS.
       01  WRK-DATA-HORA-ENT.
           05  WRK-ENT-DATA     PIC 9(08).
           05  WRK-ENT-HORA     PIC 9(04).
       77  WRK-HORA-SISTEMA     PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-HORA-SYS.
           05  WRK-DHS-DATA     PIC 9(08).
           05  WRK-DHS-HORA     PIC 9(06).
       01  WRK-DATA-HOJE        PIC 9(08) VALUE ZEROS.

      * validacao da data de envio pelo calendario comum
       77  WRK-DATA-VALIDA-FLAG PIC X(01) VALUE 'S'.
       77  WRK-DIAS-NO-MES      PIC 9(02) VALUE ZEROS.
       01  WRK-DATA-ENVIO       PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-ENVIO-DEC REDEFINES WRK-DATA-ENVIO.
           05  WRK-ENV-ANO  PIC 9(04).
           05  WRK-ENV-MES  PIC 9(02).
           05  WRK-ENV-DIA  PIC 9(02).

      * digito verificador (digver comum): da conta recebida
      * e do numero de pedido devolvido
       77  WRK-NUM-VERIFICA PIC 9(08) VALUE ZEROS.
       77  WRK-DIGITO-CALC PIC 9(01) VALUE ZEROS.
       77  WRK-SOMA-DV    PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-DV     PIC 9(01) VALUE ZEROS.
       77  WRK-RESTO-DV   PIC 9(02) VALUE ZEROS.

      * limite de credito: mesma checagem do ordman, com o
      * saldo em aberto guardado por cliente para nao varrer
      * as faturas a cada linha
       77  WRK-LIMITE-CLIENTE PIC 9(08)V99 VALUE ZEROS.
       77  WRK-SALDO-CLIENTE  PIC 9(09)V99 VALUE ZEROS.
       77  WRK-CLIENTE-SALDO  PIC 9(06) VALUE ZEROS.
       77  WRK-CRED-BLOQ      PIC X(01) VALUE 'N'.
           88 CREDITO-BLOQUEADO      VALUE 'S'.
      * cliente com fatura baixada por perda (perdas): todo
      * pedido vai para a fila, com ou sem limite
       77  WRK-CLI-BLOQ-PERDA PIC X(01) VALUE 'N'.
           88 CLIENTE-BLOQ-PERDA     VALUE 'S'.

      * UFs dos depositos ativos, carregadas na abertura
       01  WRK-TABELA-DEPOTS.
           05  WRK-DEP-UF OCCURS 20 TIMES PIC X(02).
       77  WRK-QTD-DEPOTS     PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-DEPOT      PIC 9(02) VALUE ZEROS.
       77  WRK-DEPOT-ACHADO   PIC X(01) VALUE 'N'.
           88 DEPOSITO-VALIDO     VALUE 'S'.

      * mesma tabela de moedas conhecidas do lote
       01  WRK-TABELA-MOEDAS.
           05  FILLER.
               10  FILLER PIC X(03) VALUE 'BRL'.
           05  FILLER.
               10  FILLER PIC X(03) VALUE 'USD'.
           05  FILLER.
               10  FILLER PIC X(03) VALUE 'EUR'.

       01  WRK-TB-MOEDAS REDEFINES WRK-TABELA-MOEDAS.
           05  WRK-MOEDA-COD PIC X(03) OCCURS 3 TIMES.

       77  WRK-IDX-MOEDA PIC 9(01) VALUE ZEROS.
       77  WRK-MOEDA-OK  PIC X(01) VALUE 'N'.
           88 MOEDA-VALIDA           VALUE 'S'.

      * imagem de pedido montada para a fila de bloqueio,
      * mesmo layout do ORDER-RECORD
           COPY 'ordrec.cbl'
               REPLACING ORDER-RECORD BY HOLD-ORDER-RECORD
                         ORD-PDUTO BY HLD-PDUTO
                         ORD-VALOR BY HLD-VALOR
                         ORD-STADO BY HLD-STADO
                         ORD-PESO BY HLD-PESO
                         ORD-SEGURO BY HLD-SEGURO
                         ORD-MOEDA BY HLD-MOEDA
                         ORD-CLIENTE BY HLD-CLIENTE
                         ORD-COMPRIMENTO BY HLD-COMPRIMENTO
                         ORD-LARGURA BY HLD-LARGURA
                         ORD-ALTURA BY HLD-ALTURA
                         ORD-UF-ORIGEM BY HLD-UF-ORIGEM
                         ORD-DATA-ENVIO BY HLD-DATA-ENVIO
                         ORD-OPERADOR BY HLD-OPERADOR
                         ORD-ENDERECO BY HLD-ENDERECO
                         ORD-FILIAL BY HLD-FILIAL
                         ORD-NUMERO BY HLD-NUMERO
                         ORD-ENTRADA BY HLD-ENTRADA
                         ORD-STATUS BY HLD-STATUS.

      * layouts do arquivo de confirmacao, no estilo
      * header/detalhe/trailer do manifesto
       01  WRK-ACK-HEADER.
           05  FILLER          PIC X(01) VALUE 'H'.
           05  AKH-CLIENTE     PIC 9(06).
           05  AKH-DATA        PIC 9(08).
           05  FILLER          PIC X(08) VALUE 'PEDINB'.

      * situacao: ACEITO (pedido no mestre), RETIDO (numero
      * dado, aguardando liberacao de credito) ou RECUSADO
      * (motivo preenchido, sem numero)
       01  WRK-ACK-DETALHE.
           05  FILLER          PIC X(01) VALUE 'D'.
           05  AKD-LINHA       PIC 9(05).
           05  AKD-REFERENCIA  PIC X(15).
           05  AKD-SITUACAO    PIC X(08).
           05  AKD-PEDIDO      PIC 9(08).
           05  AKD-PEDIDO-DV   PIC 9(01).
           05  AKD-MOTIVO      PIC X(12).

       01  WRK-ACK-TRAILER.
           05  FILLER          PIC X(01) VALUE 'T'.
           05  AKT-ACEITOS     PIC 9(05).
           05  AKT-RETIDOS     PIC 9(05).
           05  AKT-RECUSADOS   PIC 9(05).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESSA-LINHA UNTIL FIM-DE-ARQUIVO
           PERFORM 4000-FECHA-CONFIRMACOES
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
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           OPEN INPUT INBOUND-FILE
           IF WRK-INBOUND-STATUS NOT = '00'
               DISPLAY 'PEDINB.DAT INEXISTENTE - NADA A INCLUIR'
               MOVE 'S' TO WRK-EOF
           END-IF
           OPEN INPUT PRODUCT-MASTER
           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT ENDERECO-FILE
           IF WRK-ENDCLI-STATUS = '00'
               MOVE 'S' TO WRK-ENDCLI-DISP
           END-IF
           PERFORM 1050-CARREGA-DEPOSITOS
           OPEN I-O ORDERS-FILE
      * primeiro pedido do ambiente: o mestre ainda nao
      * existe e precisa ser criado vazio
           IF WRK-ORDERS-STATUS = '35'
               OPEN OUTPUT ORDERS-FILE
               CLOSE ORDERS-FILE
               OPEN I-O ORDERS-FILE
           END-IF
           IF WRK-ORDERS-STATUS NOT = '00'
               DISPLAY 'ERRO ABRINDO ORDMAST.DAT: '
                   WRK-ORDERS-STATUS ' - NADA INCLUIDO'
               MOVE 'S' TO WRK-EOF
           END-IF
           OPEN EXTEND ERROR-LOG.

       1050-CARREGA-DEPOSITOS.
           MOVE ZEROS TO WRK-QTD-DEPOTS
           MOVE 'N' TO WRK-EOF-DEPOT
           OPEN INPUT DEPOT-MASTER
           IF WRK-DEPOT-STATUS = '00'
               MOVE 'S' TO WRK-DEPOT-DISP
           ELSE
               MOVE 'S' TO WRK-EOF-DEPOT
           END-IF
           PERFORM 1060-LE-DEPOSITO UNTIL FIM-DEPOTS
           IF DEPOT-DISPONIVEL
               CLOSE DEPOT-MASTER
           END-IF.

       1060-LE-DEPOSITO.
           READ DEPOT-MASTER NEXT RECORD
               AT END MOVE 'S' TO WRK-EOF-DEPOT
           END-READ
           IF NOT FIM-DEPOTS
               IF DEP-ESTA-ATIVO AND WRK-QTD-DEPOTS < 20
                   ADD 1 TO WRK-QTD-DEPOTS
                   MOVE DEP-UF TO WRK-DEP-UF (WRK-QTD-DEPOTS)
               END-IF
           END-IF.

       2000-PROCESSA-LINHA.
           READ INBOUND-FILE
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               ADD 1 TO WRK-NUM-LINHA
               MOVE ZEROS TO WRK-NUMERO
               PERFORM 2100-VALIDA-LINHA
               IF WRK-COD-MOTIVO = SPACES
                   PERFORM 2500-INCLUI-PEDIDO
               END-IF
               IF WRK-COD-MOTIVO NOT = SPACES
                   PERFORM 3100-GRAVA-ERRO
               END-IF
               PERFORM 3000-GRAVA-CONFIRMACAO
           END-IF.

      *****************************************************
      *    as regras da digitacao do ordman, na mesma ordem;
      *    a primeira que falha da o motivo da recusa
      *****************************************************
       2100-VALIDA-LINHA.
           MOVE SPACES TO WRK-COD-MOTIVO
           PERFORM 2110-VALIDA-CLIENTE
           IF WRK-COD-MOTIVO = SPACES
               PERFORM 2120-VALIDA-PRODUTO
           END-IF
           IF WRK-COD-MOTIVO = SPACES
               PERFORM 2130-VALIDA-CAMPOS
           END-IF
           IF WRK-COD-MOTIVO = SPACES
               PERFORM 2140-VALIDA-DEPOSITO
           END-IF
           IF WRK-COD-MOTIVO = SPACES
               PERFORM 2150-VALIDA-ENDERECO
           END-IF
           IF WRK-COD-MOTIVO = SPACES
               PERFORM 2160-VALIDA-DATA-ENVIO
           END-IF.

      * conta numerica com o digito que confere e cadastrada
       2110-VALIDA-CLIENTE.
           IF INB-CLIENTE IS NOT NUMERIC
                   OR INB-CLIENTE-DV IS NOT NUMERIC
               MOVE 'CLIENTE-INV ' TO WRK-COD-MOTIVO
           ELSE
               MOVE INB-CLIENTE TO WRK-NUM-VERIFICA
               PERFORM CALCULA-DIGITO-VERIFICADOR
               IF INB-CLIENTE-DV NOT = WRK-DIGITO-CALC
                   MOVE 'CLIENTE-DV  ' TO WRK-COD-MOTIVO
               ELSE
                   MOVE INB-CLIENTE TO CUS-ID
                   MOVE 'N' TO WRK-CLI-BLOQ-PERDA
                   READ CUSTOMER-MASTER
                       KEY IS CUS-ID
                       INVALID KEY
                           MOVE 'CLIENTE-INV ' TO WRK-COD-MOTIVO
                       NOT INVALID KEY
                           IF CUS-LIMITE-CREDITO IS NUMERIC
                               MOVE CUS-LIMITE-CREDITO
                                   TO WRK-LIMITE-CLIENTE
                           ELSE
                               MOVE ZEROS TO WRK-LIMITE-CLIENTE
                           END-IF
                           IF CUS-CREDITO-BLOQUEADO
                               MOVE 'S' TO WRK-CLI-BLOQ-PERDA
                           END-IF
                   END-READ
               END-IF
           END-IF.

       2120-VALIDA-PRODUTO.
           MOVE INB-PDUTO TO PRD-CODIGO
           READ PRODUCT-MASTER
               KEY IS PRD-CODIGO
               INVALID KEY
                   MOVE 'PRODUTO-INV ' TO WRK-COD-MOTIVO
               NOT INVALID KEY
                   IF PRD-DESCONTINUADO
                       MOVE 'PRODUTO-DESC' TO WRK-COD-MOTIVO
                   END-IF
           END-READ.

      * UF, valor, peso e moeda como nos 2520 a 2550 do
      * ordman; dimensoes nao numericas valem zeros
       2130-VALIDA-CAMPOS.
           IF INB-STADO IS NOT ALPHABETIC OR INB-STADO = SPACES
               MOVE 'UF-INVALIDA ' TO WRK-COD-MOTIVO
           ELSE
               IF INB-VALOR IS NOT NUMERIC OR INB-VALOR = ZEROS
                   MOVE 'VALOR-INVAL ' TO WRK-COD-MOTIVO
               ELSE
                   IF INB-PESO IS NOT NUMERIC OR INB-PESO = ZEROS
                       MOVE 'PESO-INVAL  ' TO WRK-COD-MOTIVO
                   ELSE
                       PERFORM 2135-VALIDA-MOEDA
                   END-IF
               END-IF
           END-IF
           IF INB-COMPRIMENTO IS NOT NUMERIC
               MOVE ZEROS TO INB-COMPRIMENTO
           END-IF
           IF INB-LARGURA IS NOT NUMERIC
               MOVE ZEROS TO INB-LARGURA
           END-IF
           IF INB-ALTURA IS NOT NUMERIC
               MOVE ZEROS TO INB-ALTURA
           END-IF.

       2135-VALIDA-MOEDA.
           MOVE 'N' TO WRK-MOEDA-OK
           PERFORM VARYING WRK-IDX-MOEDA FROM 1 BY 1
                   UNTIL WRK-IDX-MOEDA > 3
               IF INB-MOEDA = WRK-MOEDA-COD (WRK-IDX-MOEDA)
                   MOVE 'S' TO WRK-MOEDA-OK
                   MOVE 4 TO WRK-IDX-MOEDA
               END-IF
           END-PERFORM
           IF NOT MOEDA-VALIDA
               MOVE 'MOEDA-INVAL ' TO WRK-COD-MOTIVO
           END-IF.

      * UF de origem em branco cota por destino; preenchida,
      * precisa de deposito ativo (sem o cadastro montado
      * segue texto livre, como no ordman)
       2140-VALIDA-DEPOSITO.
           MOVE 'N' TO WRK-DEPOT-ACHADO
           IF INB-UF-ORIGEM = SPACES
                   OR NOT DEPOT-DISPONIVEL
               MOVE 'S' TO WRK-DEPOT-ACHADO
           ELSE
               PERFORM VARYING WRK-IDX-DEPOT FROM 1 BY 1
                       UNTIL WRK-IDX-DEPOT > WRK-QTD-DEPOTS
                           OR DEPOSITO-VALIDO
                   IF WRK-DEP-UF (WRK-IDX-DEPOT) = INB-UF-ORIGEM
                       MOVE 'S' TO WRK-DEPOT-ACHADO
                   END-IF
               END-PERFORM
           END-IF
           IF NOT DEPOSITO-VALIDO
               MOVE 'DEPOSITO-INV' TO WRK-COD-MOTIVO
           END-IF.

      * endereco apontado existe no caderno do cliente e tem
      * a UF da entrega; zeros = endereco padrao
       2150-VALIDA-ENDERECO.
           IF INB-ENDERECO IS NOT NUMERIC
               MOVE ZEROS TO INB-ENDERECO
           END-IF
           IF INB-ENDERECO > ZEROS
               IF NOT ENDCLI-DISPONIVEL
                   MOVE 'ENDER-INV   ' TO WRK-COD-MOTIVO
               ELSE
                   MOVE INB-CLIENTE TO END-CLIENTE
                   MOVE INB-ENDERECO TO END-SEQ
                   READ ENDERECO-FILE
                       KEY IS END-CHAVE
                       INVALID KEY
                           MOVE 'ENDER-INV   ' TO WRK-COD-MOTIVO
                       NOT INVALID KEY
                           IF END-UF NOT = INB-STADO
                               MOVE 'ENDER-INV   ' TO WRK-COD-MOTIVO
                           END-IF
                   END-READ
               END-IF
           END-IF.

       2160-VALIDA-DATA-ENVIO.
           IF INB-DATA-ENVIO IS NOT NUMERIC
               MOVE 'DATA-INVAL  ' TO WRK-COD-MOTIVO
           ELSE
               MOVE INB-DATA-ENVIO TO WRK-DATA-ENVIO
               IF WRK-DATA-ENVIO > ZEROS
                   PERFORM VALIDA-DATA-ENVIO
                   IF WRK-DATA-VALIDA-FLAG = 'N'
                       MOVE 'DATA-INVAL  ' TO WRK-COD-MOTIVO
                   END-IF
               END-IF
           END-IF.

           COPY 'dateval.cbl'
               REPLACING VALIDA-DATA-CALENDARIO
                             BY VALIDA-DATA-ENVIO
                         WRK-ANO BY WRK-ENV-ANO
                         WRK-MES BY WRK-ENV-MES
                         WRK-DIA BY WRK-ENV-DIA.

      *****************************************************
      *    linha valida: numero do seqsrv antes da decisao de
      *    credito, como no ordman, para o pedido retido ja
      *    sair com o numero que o cliente vai ver liberado
      *****************************************************
       2500-INCLUI-PEDIDO.
           ACCEPT WRK-ENT-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-HORA-SISTEMA FROM TIME
           MOVE WRK-HORA-SISTEMA (1:4) TO WRK-ENT-HORA
           MOVE WRK-DATA-HORA-ENT TO WRK-ENTRADA-ATUAL
           MOVE 1 TO WRK-SEQ-QTD
           CALL 'seqsrv' USING WRK-SEQSRV
           MOVE WRK-SEQ-PRIMEIRO TO WRK-NUMERO
           IF WRK-NUMERO = ZEROS
               MOVE 'SEM-NUMERO  ' TO WRK-COD-MOTIVO
           ELSE
               PERFORM 2600-MONTA-REGISTRO
               PERFORM 2575-VERIFICA-CREDITO
               IF CREDITO-BLOQUEADO
                   PERFORM 2578-GRAVA-FILA-CREDITO
                   ADD 1 TO WRK-QTD-RETIDOS
               ELSE
                   WRITE ORDER-RECORD
                       INVALID KEY
                           MOVE 'ERRO-GRAVA  ' TO WRK-COD-MOTIVO
                           MOVE ZEROS TO WRK-NUMERO
                       NOT INVALID KEY
                           ADD 1 TO WRK-QTD-ACEITOS
                   END-WRITE
               END-IF
           END-IF.

      * limite zerado = sem limite; o saldo em aberto e
      * apurado uma vez por cliente na rodada
       2575-VERIFICA-CREDITO.
           MOVE 'N' TO WRK-CRED-BLOQ
           IF WRK-LIMITE-CLIENTE > ZEROS OR CLIENTE-BLOQ-PERDA
               IF INB-CLIENTE NOT = WRK-CLIENTE-SALDO
                   PERFORM 2576-CALCULA-SALDO
               END-IF
               IF WRK-SALDO-CLIENTE > WRK-LIMITE-CLIENTE
                       OR CLIENTE-BLOQ-PERDA
                   MOVE 'S' TO WRK-CRED-BLOQ
               END-IF
           END-IF.

       2576-CALCULA-SALDO.
           MOVE INB-CLIENTE TO WRK-CLIENTE-SALDO
           MOVE ZEROS TO WRK-SALDO-CLIENTE
           MOVE 'N' TO WRK-EOF-FATURAS
           OPEN INPUT FATURAS-FILE
           IF WRK-FATURAS-STATUS NOT = '00'
               MOVE 'S' TO WRK-EOF-FATURAS
           END-IF
           PERFORM 2577-LE-FATURA UNTIL FIM-FATURAS
           IF WRK-FATURAS-STATUS = '00' OR '10'
               CLOSE FATURAS-FILE
           END-IF.

       2577-LE-FATURA.
           READ FATURAS-FILE NEXT RECORD
               AT END MOVE 'S' TO WRK-EOF-FATURAS
           END-READ
           IF NOT FIM-FATURAS
               IF FAT-CLIENTE = INB-CLIENTE
                       AND (FAT-ABERTA OR FAT-PARCIAL)
                   COMPUTE WRK-SALDO-CLIENTE =
                       WRK-SALDO-CLIENTE + FAT-TOTAL - FAT-PAGO
               END-IF
           END-IF.

      * pedido acima do limite vai para a fila de bloqueio
      * que o supervisor libera pelo credrel
       2578-GRAVA-FILA-CREDITO.
           MOVE ORDER-RECORD TO HOLD-ORDER-RECORD
           OPEN EXTEND CREDIT-HOLD
           MOVE INB-CLIENTE TO CRH-CLIENTE
           MOVE WRK-DATA-HOJE TO CRH-DATA
           MOVE WRK-SALDO-CLIENTE TO CRH-SALDO
           MOVE WRK-LIMITE-CLIENTE TO CRH-LIMITE
           MOVE HOLD-ORDER-RECORD TO CRH-PEDIDO
           WRITE CREDIT-HOLD-RECORD
           CLOSE CREDIT-HOLD.

       2600-MONTA-REGISTRO.
           MOVE INB-PDUTO  TO ORD-PDUTO
           MOVE INB-VALOR  TO ORD-VALOR
           MOVE INB-STADO  TO ORD-STADO
           MOVE INB-PESO   TO ORD-PESO
           MOVE INB-SEGURO TO ORD-SEGURO
           MOVE INB-MOEDA  TO ORD-MOEDA
           MOVE INB-CLIENTE TO ORD-CLIENTE
           MOVE INB-COMPRIMENTO TO ORD-COMPRIMENTO
           MOVE INB-LARGURA TO ORD-LARGURA
           MOVE INB-ALTURA TO ORD-ALTURA
           MOVE INB-UF-ORIGEM TO ORD-UF-ORIGEM
           MOVE WRK-DATA-ENVIO TO ORD-DATA-ENVIO
      * pedido de arquivo nao carrega operador de telefone
           MOVE SPACES TO ORD-OPERADOR
           MOVE INB-ENDERECO TO ORD-ENDERECO
           IF INB-FILIAL = SPACES
               MOVE '01' TO ORD-FILIAL
           ELSE
               MOVE INB-FILIAL TO ORD-FILIAL
           END-IF
           MOVE WRK-NUMERO TO ORD-NUMERO
           MOVE WRK-ENTRADA-ATUAL TO ORD-ENTRADA
           MOVE 'P' TO ORD-STATUS.

      *****************************************************
      *    confirmacao da linha no arquivo do cliente
      *****************************************************
       3000-GRAVA-CONFIRMACAO.
           IF INB-CLIENTE IS NUMERIC
               MOVE INB-CLIENTE TO WRK-NOME-CLIENTE
           ELSE
               MOVE ZEROS TO WRK-NOME-CLIENTE
           END-IF
           PERFORM 3050-ABRE-CONFIRMACAO
           MOVE WRK-NUM-LINHA TO AKD-LINHA
           MOVE INB-REFERENCIA TO AKD-REFERENCIA
           MOVE WRK-COD-MOTIVO TO AKD-MOTIVO
           IF WRK-COD-MOTIVO NOT = SPACES
               MOVE 'RECUSADO' TO AKD-SITUACAO
               MOVE ZEROS TO AKD-PEDIDO AKD-PEDIDO-DV
               ADD 1 TO WRK-QTD-RECUSADOS
               ADD 1 TO WRK-CLI-RECUSADOS (WRK-IDX-CLI)
           ELSE
               MOVE WRK-NUMERO TO AKD-PEDIDO
               MOVE WRK-NUMERO TO WRK-NUM-VERIFICA
               PERFORM CALCULA-DIGITO-VERIFICADOR
               MOVE WRK-DIGITO-CALC TO AKD-PEDIDO-DV
               IF CREDITO-BLOQUEADO
                   MOVE 'RETIDO' TO AKD-SITUACAO
                   ADD 1 TO WRK-CLI-RETIDOS (WRK-IDX-CLI)
               ELSE
                   MOVE 'ACEITO' TO AKD-SITUACAO
                   ADD 1 TO WRK-CLI-ACEITOS (WRK-IDX-CLI)
               END-IF
           END-IF
           IF WRK-ACK-STATUS = '00'
               WRITE ACK-LINE FROM WRK-ACK-DETALHE
               CLOSE ACK-FILE
           END-IF.

      * primeiro pedido do cliente na rodada recria o arquivo
      * com o header; os seguintes acrescentam
       3050-ABRE-CONFIRMACAO.
           MOVE 'N' TO WRK-CLI-ACHADO
           PERFORM VARYING WRK-IDX-CLI FROM 1 BY 1
                   UNTIL WRK-IDX-CLI > WRK-QTD-CLIENTES
                       OR CLIENTE-NA-TABELA
               IF WRK-CLI-CONTA (WRK-IDX-CLI) = WRK-NOME-CLIENTE
                   MOVE 'S' TO WRK-CLI-ACHADO
               END-IF
           END-PERFORM
           IF CLIENTE-NA-TABELA
               SUBTRACT 1 FROM WRK-IDX-CLI
               OPEN EXTEND ACK-FILE
           ELSE
               IF WRK-QTD-CLIENTES >= 200
                   DISPLAY 'AVISO: TABELA DE CLIENTES CHEIA - '
                       'CONFIRMACAO DE ' WRK-NOME-CLIENTE
                       ' SEM TRAILER'
                   MOVE WRK-QTD-CLIENTES TO WRK-IDX-CLI
                   OPEN EXTEND ACK-FILE
               ELSE
                   ADD 1 TO WRK-QTD-CLIENTES
                   MOVE WRK-QTD-CLIENTES TO WRK-IDX-CLI
                   MOVE WRK-NOME-CLIENTE
                       TO WRK-CLI-CONTA (WRK-IDX-CLI)
                   MOVE ZEROS TO WRK-CLI-ACEITOS (WRK-IDX-CLI)
                       WRK-CLI-RETIDOS (WRK-IDX-CLI)
                       WRK-CLI-RECUSADOS (WRK-IDX-CLI)
                   OPEN OUTPUT ACK-FILE
                   IF WRK-ACK-STATUS = '00'
                       MOVE WRK-NOME-CLIENTE TO AKH-CLIENTE
                       MOVE WRK-DATA-HOJE TO AKH-DATA
                       WRITE ACK-LINE FROM WRK-ACK-HEADER
                   END-IF
               END-IF
           END-IF
           IF WRK-ACK-STATUS NOT = '00'
               DISPLAY 'ERRO ABRINDO ' WRK-NOME-ACK ' - STATUS '
                   WRK-ACK-STATUS
           END-IF.

       3100-GRAVA-ERRO.
           MOVE 'PEDINB' TO ERR-PROGRAMA
           ACCEPT WRK-DHS-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-DHS-HORA FROM TIME
           MOVE WRK-DHS-DATA TO ERR-DATA-HORA (1:8)
           MOVE WRK-DHS-HORA TO ERR-DATA-HORA (9:6)
           MOVE WRK-COD-MOTIVO TO ERR-MOTIVO
           MOVE INBOUND-RECORD TO ERR-ENTRADA
      * a recusa ja volta ao cliente na confirmacao: fica na
      * trilha so como aviso
           MOVE 'A' TO ERR-SEVERIDADE
           MOVE SPACES TO ERR-TRATADA ERR-TRATADA-POR
           WRITE ERROR-LOG-RECORD.

      * trailer de cada arquivo de confirmacao gerado
       4000-FECHA-CONFIRMACOES.
           PERFORM 4100-GRAVA-TRAILER
               VARYING WRK-IDX-CLI FROM 1 BY 1
               UNTIL WRK-IDX-CLI > WRK-QTD-CLIENTES.

       4100-GRAVA-TRAILER.
           MOVE WRK-CLI-CONTA (WRK-IDX-CLI) TO WRK-NOME-CLIENTE
           OPEN EXTEND ACK-FILE
           IF WRK-ACK-STATUS = '00'
               MOVE WRK-CLI-ACEITOS (WRK-IDX-CLI) TO AKT-ACEITOS
               MOVE WRK-CLI-RETIDOS (WRK-IDX-CLI) TO AKT-RETIDOS
               MOVE WRK-CLI-RECUSADOS (WRK-IDX-CLI)
                   TO AKT-RECUSADOS
               WRITE ACK-LINE FROM WRK-ACK-TRAILER
               CLOSE ACK-FILE
           END-IF.

       9000-FINALIZA.
           IF WRK-INBOUND-STATUS = '00' OR '10'
               CLOSE INBOUND-FILE
           END-IF
           IF WRK-ORDERS-STATUS = '00'
               CLOSE ORDERS-FILE
           END-IF
           CLOSE PRODUCT-MASTER
           CLOSE CUSTOMER-MASTER
           IF ENDCLI-DISPONIVEL
               CLOSE ENDERECO-FILE
           END-IF
           CLOSE ERROR-LOG
           DISPLAY 'LINHAS LIDAS: ' WRK-NUM-LINHA
           DISPLAY 'PEDIDOS INCLUIDOS: ' WRK-QTD-ACEITOS
           DISPLAY 'PEDIDOS RETIDOS POR CREDITO: ' WRK-QTD-RETIDOS
           DISPLAY 'LINHAS RECUSADAS: ' WRK-QTD-RECUSADOS
           DISPLAY 'ARQUIVOS DE CONFIRMACAO: ' WRK-QTD-CLIENTES
           MOVE 'F' TO WRK-RC-OPERACAO
           COMPUTE WRK-RC-QTD = WRK-QTD-ACEITOS + WRK-QTD-RETIDOS
           CALL 'runctl' USING WRK-RUNCTL
           IF WRK-QTD-RECUSADOS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

           COPY 'digver.cbl'.
