      *    ser barrado na frente do digitador em vez de virar
      *    rejeito no FRETEREJ.DAT da manha seguinte. A trava
      *    de registro (lockmgr) protege cada pedido em edicao
      *    sem prender o mestre inteiro. O pedido incluido que
      *    repete um pedido aberto ou cotado recente (mesmo
      *    cliente, produto, UF, endereco e valor) so entra
      *    liberado com a confirmacao do digitador; sem ela
      *    fica retido como suspeito, e a opcao de suspeitas
      *    confirma ou cancela os retidos aqui e no lote.
      *    O pedido de varios produtos no mesmo embarque tem as
      *    linhas de item (produto, quantidade, valor e peso)
      *    no ORDITEM.DAT; o cabecalho leva o produto da
      *    primeira linha e o valor e o peso somados. O pedido
      *    de mais de um volume registra no ORDVOL.DAT cada
      *    volume, com o peso dele quando informado. O pedido
      *    com cobranca na entrega (a transportadora cobra do
      *    destinatario o valor da mercadoria) guarda o valor
      *    a cobrar no ORDREEMB.DAT. Inclusao, alteracao e
      *    exclusao do pedido entram no diario de recuperacao
      *    JORNAL.DAT (jrnsrv) com as imagens antes e depois.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS END-CHAVE
               FILE STATUS IS WRK-ENDCLI-STATUS.

      * janela em dias da deteccao de duplicidade, a mesma
      * configuracao lida pelo lote
           SELECT RATES-CONFIG ASSIGN TO 'RATESCFG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RATESCFG-STATUS.

      * trilha dos pedidos retidos por suspeita de duplicidade,
      * comum com o lote e listada pelo dupsrel
           SELECT DUPSUSP-FILE ASSIGN TO 'DUPSUSP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DUPSUSP-STATUS.

      * linhas de item dos pedidos de varios produtos
           SELECT ORDITEM-FILE ASSIGN TO 'ORDITEM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OIT-CHAVE
               FILE STATUS IS WRK-ORDITEM-STATUS.

      * volumes dos pedidos de mais de uma caixa ou palete
           SELECT ORDVOL-FILE ASSIGN TO 'ORDVOL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OVL-CHAVE
               FILE STATUS IS WRK-ORDVOL-STATUS.

      * cobranca na entrega dos pedidos contra reembolso
           SELECT ORDREEMB-FILE ASSIGN TO 'ORDREEMB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORE-PEDIDO
               FILE STATUS IS WRK-ORDREEMB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDERS-FILE.
       FD  ENDERECO-FILE.
           COPY 'endrec.cbl'.

       FD  RATES-CONFIG.
           COPY 'ratescfg.cbl'.

       FD  DUPSUSP-FILE.
           COPY 'dupsrec.cbl'.

       FD  ORDITEM-FILE.
           COPY 'orditrec.cbl'.

       FD  ORDVOL-FILE.
           COPY 'ordvolrec.cbl'.

       FD  ORDREEMB-FILE.
           COPY 'ordreerec.cbl'.

       WORKING-STORAGE SECTION.
       77  WRK-ORDERS-STATUS     PIC X(02) VALUE '00'.
       77  WRK-PRODMASTER-STATUS PIC X(02) VALUE '00'.
           88 OPCAO-ALTERAR          VALUE 2.
           88 OPCAO-EXCLUIR          VALUE 3.
           88 OPCAO-LISTAR           VALUE 4.
           88 OPCAO-SUSPEITAS        VALUE 5.
           88 OPCAO-SAIR             VALUE 6.

      * numero do pedido em edicao e contagem da listagem
       77  WRK-NUMERO            PIC 9(08) VALUE ZEROS.

      * carimbo de entrada, situacao e operador do pedido em
      * edicao: a inclusao carimba o relogio e o operador
      * logado e nasce pendente; a alteracao preserva o que o
      * registro ja tinha
       01  WRK-ENTRADA-ATUAL     PIC 9(12) VALUE ZEROS.
       77  WRK-STATUS-ATUAL      PIC X(01) VALUE 'P'.
       77  WRK-OPERADOR-ATUAL    PIC X(10) VALUE SPACES.
       01  WRK-DATA-HORA-ENT.
           05  WRK-ENT-DATA     PIC 9(08).
           05  WRK-ENT-HORA     PIC 9(04).
       77  WRK-SALDO-CLIENTE  PIC 9(09)V99 VALUE ZEROS.
       77  WRK-CRED-BLOQ      PIC X(01) VALUE 'N'.
           88 CREDITO-BLOQUEADO      VALUE 'S'.
      * cliente com fatura baixada por perda (perdas): todo
      * pedido vai para a fila, com ou sem limite
       77  WRK-CLI-BLOQ-PERDA PIC X(01) VALUE 'N'.
           88 CLIENTE-BLOQ-PERDA     VALUE 'S'.
       01  WRK-DATA-HOJE      PIC 9(08) VALUE ZEROS.

      * UFs dos depositos ativos, carregadas na abertura; sem
                         ORD-FILIAL BY HLD-FILIAL
                         ORD-NUMERO BY HLD-NUMERO
                         ORD-ENTRADA BY HLD-ENTRADA
                         ORD-STATUS BY HLD-STATUS
                         ORD-PENDENTE BY HLD-PENDENTE
                         ORD-COTADO BY HLD-COTADO
                         ORD-SUSPEITO BY HLD-SUSPEITO
                         ORD-CONFIRMADO BY HLD-CONFIRMADO
                         ORD-CANCELADO BY HLD-CANCELADO.

      * mesma tabela de moedas conhecidas do lote
       01  WRK-TABELA-MOEDAS.

       77  WRK-ED-VALOR          PIC ZZZ.ZZ9,99.

      * deteccao de pedido duplicado na inclusao: mesmo
      * cliente, produto, UF, endereco e valor de um pedido
      * aberto ou cotado que entrou ate WRK-DIAS-DUPLICIDADE
      * dias antes (RATESCFG.DAT, padrao de 7), contados na
      * base comercial 30/360 como no lote
       77  WRK-RATESCFG-STATUS   PIC X(02) VALUE '00'.
       77  WRK-DUPSUSP-STATUS    PIC X(02) VALUE '00'.
       77  WRK-DIAS-DUPLICIDADE  PIC 9(03) VALUE 7.
       77  WRK-DUP-ACHADO        PIC X(01) VALUE 'N'.
           88 DUPLICIDADE-SUSPEITA   VALUE 'S'.
       77  WRK-DUP-ORIGINAL      PIC 9(08) VALUE ZEROS.
       77  WRK-DUP-DISTANCIA     PIC 9(03) VALUE ZEROS.
       77  WRK-DUP-STATUS-ORIG   PIC X(01) VALUE SPACES.
       77  WRK-DIAS-PEDIDO       PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-CANDIDATO    PIC 9(07) VALUE ZEROS.
       01  WRK-DATA-DUP.
           05  WRK-DDP-ANO       PIC 9(04).
           05  WRK-DDP-MES       PIC 9(02).
           05  WRK-DDP-DIA       PIC 9(02).
       77  WRK-HORA-SISTEMA      PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-HORA-DUP.
           05  WRK-DHD-DATA      PIC 9(08).
           05  WRK-DHD-HORA      PIC 9(06).
       77  WRK-RESPOSTA          PIC X(01) VALUE SPACES.
       77  WRK-QTD-SUSPEITOS     PIC 9(05) VALUE ZEROS.

      * linhas de item do pedido de varios produtos: ate 20
      * por pedido, cada uma com produto, quantidade, valor e
      * peso; a soma das linhas precisa caber no valor e no
      * peso do cabecalho
       77  WRK-ORDITEM-STATUS    PIC X(02) VALUE '00'.
       77  WRK-MULTI-ITEM        PIC X(01) VALUE 'N'.
           88 PEDIDO-MULTI-ITEM      VALUE 'S'.
       77  WRK-FIM-CAPTURA       PIC X(01) VALUE 'N'.
           88 FIM-CAPTURA-ITENS      VALUE 'S'.
       77  WRK-EOF-ITEM          PIC X(01) VALUE 'N'.
           88 FIM-ITENS-PEDIDO       VALUE 'S'.
       01  WRK-TABELA-ITENS.
           05  WRK-ITEM OCCURS 20 TIMES.
               10  WRK-ITM-PDUTO      PIC X(20).
               10  WRK-ITM-QUANTIDADE PIC 9(05).
               10  WRK-ITM-VALOR      PIC 9(06)V99.
               10  WRK-ITM-PESO       PIC 9(05)V99.
       77  WRK-QTD-ITENS         PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-ITEM          PIC 9(02) VALUE ZEROS.
       77  WRK-PROX-ITEM         PIC 9(02) VALUE ZEROS.
       77  WRK-CAP-PDUTO         PIC X(20) VALUE SPACES.
       77  WRK-CAP-QUANTIDADE    PIC 9(05) VALUE ZEROS.
       77  WRK-CAP-VALOR         PIC 9(06)V99 VALUE ZEROS.
       77  WRK-CAP-PESO          PIC 9(05)V99 VALUE ZEROS.
       77  WRK-SOMA-VALOR        PIC 9(07)V99 VALUE ZEROS.
       77  WRK-SOMA-PESO         PIC 9(06)V99 VALUE ZEROS.
       77  WRK-ED-PESO           PIC ZZ.ZZ9,99.

      * volumes do pedido (zeros ou 1 = volume unico, sem
      * registro no ORDVOL.DAT) e o peso de cada um, opcional
       77  WRK-ORDVOL-STATUS     PIC X(02) VALUE '00'.
       77  WRK-QTD-VOLUMES       PIC 9(03) VALUE 1.
       77  WRK-IDX-VOLUME        PIC 9(03) VALUE ZEROS.
       77  WRK-PESO-VOLUMES      PIC X(01) VALUE 'N'.
           88 PESO-POR-VOLUME        VALUE 'S'.
       01  WRK-TABELA-VOLUMES.
           05  WRK-VOL-PESO OCCURS 999 TIMES PIC 9(05)V99.
       77  WRK-SOMA-PESO-VOL     PIC 9(08)V99 VALUE ZEROS.
       77  WRK-EOF-VOLUME        PIC X(01) VALUE 'N'.
           88 FIM-VOLUMES-PEDIDO     VALUE 'S'.

      * cobranca na entrega: o valor a cobrar do destinatario,
      * em reais, gravado no ORDREEMB.DAT
       77  WRK-ORDREEMB-STATUS   PIC X(02) VALUE '00'.
       77  WRK-REEMBOLSO         PIC X(01) VALUE 'N'.
           88 PEDIDO-REEMBOLSO       VALUE 'S'.
       77  WRK-VALOR-REEMB       PIC 9(06)V99 VALUE ZEROS.
       77  WRK-REEMB-OK          PIC X(01) VALUE 'N'.
           88 REEMBOLSO-OK           VALUE 'S'.

      * contrato com o diario de recuperacao (jrnsrv): imagem
      * do registro antes e depois de cada gravacao no mestre
       01  WRK-JRNSRV.
           05  WRK-JRN-PROGRAMA PIC X(10).
           05  WRK-JRN-OPERADOR PIC X(10).
           05  WRK-JRN-ARQUIVO  PIC X(12).
           05  WRK-JRN-CHAVE    PIC X(20).
           05  WRK-JRN-OPERACAO PIC X(01).
           05  WRK-JRN-ANTES    PIC X(300).
           05  WRK-JRN-DEPOIS   PIC X(300).

       LINKAGE SECTION.
      * operador logado no menu (validado no OPERMAST.DAT),
      * repassado pelo CALL ... USING
           IF WRK-ORDERS-STATUS NOT = '00'
               DISPLAY 'ERRO ABRINDO ORDMAST.DAT: '
                   WRK-ORDERS-STATUS
               MOVE 6 TO WRK-OPCAO
           END-IF
           PERFORM 1070-LE-RATES-CONFIG
           OPEN I-O ORDITEM-FILE
           IF WRK-ORDITEM-STATUS = '35'
               OPEN OUTPUT ORDITEM-FILE
               CLOSE ORDITEM-FILE
               OPEN I-O ORDITEM-FILE
           END-IF
           IF WRK-ORDITEM-STATUS NOT = '00'
               DISPLAY 'ERRO ABRINDO ORDITEM.DAT: '
                   WRK-ORDITEM-STATUS
               MOVE 6 TO WRK-OPCAO
           END-IF
           OPEN I-O ORDVOL-FILE
           IF WRK-ORDVOL-STATUS = '35'
               OPEN OUTPUT ORDVOL-FILE
               CLOSE ORDVOL-FILE
               OPEN I-O ORDVOL-FILE
           END-IF
           IF WRK-ORDVOL-STATUS NOT = '00'
               DISPLAY 'ERRO ABRINDO ORDVOL.DAT: '
                   WRK-ORDVOL-STATUS
               MOVE 6 TO WRK-OPCAO
           END-IF
           OPEN I-O ORDREEMB-FILE
           IF WRK-ORDREEMB-STATUS = '35'
               OPEN OUTPUT ORDREEMB-FILE
               CLOSE ORDREEMB-FILE
               OPEN I-O ORDREEMB-FILE
           END-IF
           IF WRK-ORDREEMB-STATUS NOT = '00'
               DISPLAY 'ERRO ABRINDO ORDREEMB.DAT: '
                   WRK-ORDREEMB-STATUS
               MOVE 6 TO WRK-OPCAO
           END-IF.

      * so a janela de duplicidade interessa aqui; arquivo
      * ausente ou campo em branco fica no padrao
       1070-LE-RATES-CONFIG.
           OPEN INPUT RATES-CONFIG
           IF WRK-RATESCFG-STATUS = '00'
               READ RATES-CONFIG
                   NOT AT END
                       IF RTC-DIAS-DUPLICIDADE IS NUMERIC
                               AND RTC-DIAS-DUPLICIDADE > ZEROS
                           MOVE RTC-DIAS-DUPLICIDADE
                               TO WRK-DIAS-DUPLICIDADE
                       END-IF
               END-READ
               CLOSE RATES-CONFIG
           END-IF.

       1050-CARREGA-DEPOSITOS.
           DISPLAY '2 - ALTERAR PEDIDO'
           DISPLAY '3 - EXCLUIR PEDIDO'
           DISPLAY '4 - LISTAR PEDIDOS'
           DISPLAY '5 - SUSPEITAS DE DUPLICIDADE'
           DISPLAY '6 - SAIR'
           DISPLAY 'ESCOLHA UMA OPCAO: '
           ACCEPT WRK-OPCAO FROM CONSOLE
           EVALUATE TRUE
               WHEN OPCAO-ALTERAR PERFORM 2200-ALTERA-PEDIDO
               WHEN OPCAO-EXCLUIR PERFORM 2300-EXCLUI-PEDIDO
               WHEN OPCAO-LISTAR  PERFORM 2400-LISTA-PEDIDOS
               WHEN OPCAO-SUSPEITAS PERFORM 2800-TRATA-SUSPEITAS
               WHEN OPCAO-SAIR    CONTINUE
               WHEN OTHER         DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
      * pedido novo nasce pendente, carimbado com a hora da
      * digitacao - e essa hora que o corte do deposito compara
           ACCEPT WRK-ENT-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-HORA-SISTEMA FROM TIME
           MOVE WRK-HORA-SISTEMA (1:4) TO WRK-ENT-HORA
           MOVE WRK-DATA-HORA-ENT TO WRK-ENTRADA-ATUAL
           MOVE 'P' TO WRK-STATUS-ATUAL
           MOVE WRK-OPERADOR TO WRK-OPERADOR-ATUAL
      * o numero sai do servico central antes da decisao de
      * credito, para o pedido bloqueado ja carregar o seu
      * numero quando o supervisor o liberar
               IF CREDITO-BLOQUEADO
                   PERFORM 2578-GRAVA-FILA-CREDITO
               ELSE
                   PERFORM 2120-VERIFICA-DUPLICIDADE
                   IF DUPLICIDADE-SUSPEITA
                       PERFORM 2125-CONFIRMA-DUPLICIDADE
                   END-IF
                   PERFORM 2600-MONTA-REGISTRO
                   WRITE ORDER-RECORD
                       INVALID KEY
                       NOT INVALID KEY
                           DISPLAY 'PEDIDO ' WRK-NUMERO
                               ' INCLUIDO'
                           MOVE SPACES TO WRK-JRN-ANTES
                           MOVE 'I' TO WRK-JRN-OPERACAO
                           PERFORM 2900-GRAVA-JORNAL
                           PERFORM 2650-GRAVA-ITENS
                           PERFORM 2670-GRAVA-VOLUMES
                           PERFORM 2690-GRAVA-REEMBOLSO
                           IF WRK-STATUS-ATUAL = 'D'
                               PERFORM 2130-GRAVA-SUSPEITA
                           END-IF
                   END-WRITE
               END-IF
           END-IF.
           CALL 'seqsrv' USING WRK-SEQSRV
           MOVE WRK-SEQ-PRIMEIRO TO WRK-NUMERO.

      * varre o mestre atras de um pedido aberto, confirmado,
      * retido ou cotado com os mesmos campos do pedido em
      * digitacao, que entrou dentro da janela; cancelado e
      * pedido sem carimbo de entrada nao contam
       2120-VERIFICA-DUPLICIDADE.
           MOVE 'N' TO WRK-DUP-ACHADO
           MOVE WRK-ENT-DATA TO WRK-DATA-DUP
           COMPUTE WRK-DIAS-PEDIDO =
               (WRK-DDP-ANO * 360) + (WRK-DDP-MES * 30) +
               WRK-DDP-DIA
           MOVE 'N' TO WRK-EOF
           MOVE ZEROS TO ORD-NUMERO
           START ORDERS-FILE KEY >= ORD-NUMERO
               INVALID KEY MOVE 'S' TO WRK-EOF
           END-START
           PERFORM 2121-COMPARA-PEDIDO
               UNTIL FIM-DE-ARQUIVO OR DUPLICIDADE-SUSPEITA.

       2121-COMPARA-PEDIDO.
           READ ORDERS-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF NOT ORD-CANCELADO
                       AND ORD-NUMERO NOT = WRK-NUMERO
                       AND ORD-CLIENTE = WRK-CLIENTE
                       AND ORD-PDUTO = WRK-PDUTO
                       AND ORD-STADO = WRK-STADO
                       AND ORD-ENDERECO = WRK-ENDERECO
                       AND ORD-VALOR = WRK-VALOR
                       AND ORD-ENTRADA IS NUMERIC
                       AND ORD-ENTRADA > ZEROS
                   MOVE ORD-ENTRADA (1:8) TO WRK-DATA-DUP
                   COMPUTE WRK-DIAS-CANDIDATO =
                       (WRK-DDP-ANO * 360) + (WRK-DDP-MES * 30) +
                       WRK-DDP-DIA
                   IF WRK-DIAS-CANDIDATO + WRK-DIAS-DUPLICIDADE
                           >= WRK-DIAS-PEDIDO
                           AND WRK-DIAS-CANDIDATO <= WRK-DIAS-PEDIDO
                       MOVE 'S' TO WRK-DUP-ACHADO
                       MOVE ORD-NUMERO TO WRK-DUP-ORIGINAL
                       MOVE ORD-STATUS TO WRK-DUP-STATUS-ORIG
                       COMPUTE WRK-DUP-DISTANCIA =
                           WRK-DIAS-PEDIDO - WRK-DIAS-CANDIDATO
                   END-IF
               END-IF
           END-IF.

      * o digitador ve o pedido anterior e decide: confirmado
      * entra liberado (o lote nao checa de novo), senao entra
      * retido ate alguem tratar na opcao de suspeitas
       2125-CONFIRMA-DUPLICIDADE.
           MOVE WRK-VALOR TO WRK-ED-VALOR
           DISPLAY 'AVISO: POSSIVEL PEDIDO DUPLICADO'
           DISPLAY 'PEDIDO ANTERIOR ' WRK-DUP-ORIGINAL
               ' (SITUACAO ' WRK-DUP-STATUS-ORIG ') HA '
               WRK-DUP-DISTANCIA ' DIA(S): ' WRK-PDUTO
               ' UF ' WRK-STADO ' VALOR ' WRK-ED-VALOR
           DISPLAY 'CONFIRMA QUE E UM NOVO PEDIDO? (S/N): '
           ACCEPT WRK-RESPOSTA FROM CONSOLE
           IF WRK-RESPOSTA = 'S' OR 's'
               MOVE 'L' TO WRK-STATUS-ATUAL
           ELSE
               MOVE 'D' TO WRK-STATUS-ATUAL
               DISPLAY 'PEDIDO SERA RETIDO COMO SUSPEITA DE '
                   'DUPLICIDADE'
           END-IF.

       2130-GRAVA-SUSPEITA.
           OPEN EXTEND DUPSUSP-FILE
           IF WRK-DUPSUSP-STATUS = '35'
               OPEN OUTPUT DUPSUSP-FILE
           END-IF
           IF WRK-DUPSUSP-STATUS = '00'
               ACCEPT WRK-HORA-SISTEMA FROM TIME
               MOVE WRK-ENT-DATA TO WRK-DHD-DATA
               MOVE WRK-HORA-SISTEMA (1:6) TO WRK-DHD-HORA
               MOVE WRK-DATA-HORA-DUP TO DUP-DATA-HORA
               MOVE 'ORDMAN' TO DUP-PROGRAMA
               MOVE WRK-NUMERO TO DUP-PEDIDO
               MOVE WRK-DUP-ORIGINAL TO DUP-ORIGINAL
               MOVE WRK-DUP-DISTANCIA TO DUP-DIAS
               MOVE WRK-CLIENTE TO DUP-CLIENTE
               MOVE WRK-PDUTO TO DUP-PDUTO
               MOVE WRK-STADO TO DUP-STADO
               MOVE WRK-ENDERECO TO DUP-ENDERECO
               MOVE WRK-VALOR TO DUP-VALOR
               WRITE DUPSUSP-RECORD
               CLOSE DUPSUSP-FILE
           ELSE
               DISPLAY 'ERRO ABRINDO DUPSUSP.DAT: '
                   WRK-DUPSUSP-STATUS
           END-IF.

      * checagem de limite de credito na inclusao: saldo em
      * aberto nas faturas contra o limite do cadastro (lido
      * pelo 2570); limite zerado = sem limite
       2575-VERIFICA-CREDITO.
           MOVE 'N' TO WRK-CRED-BLOQ
           IF WRK-LIMITE-CLIENTE > ZEROS OR CLIENTE-BLOQ-PERDA
               PERFORM 2576-CALCULA-SALDO
               IF WRK-SALDO-CLIENTE > WRK-LIMITE-CLIENTE
                       OR CLIENTE-BLOQ-PERDA
                   MOVE 'S' TO WRK-CRED-BLOQ
               END-IF
           END-IF.
           MOVE WRK-ALTURA TO HLD-ALTURA
           MOVE WRK-UF-ORIGEM TO HLD-UF-ORIGEM
           MOVE WRK-DATA-ENVIO TO HLD-DATA-ENVIO
           MOVE WRK-OPERADOR-ATUAL TO HLD-OPERADOR
           MOVE WRK-ENDERECO TO HLD-ENDERECO
           MOVE WRK-FILIAL TO HLD-FILIAL
           MOVE WRK-NUMERO TO HLD-NUMERO
           MOVE HOLD-ORDER-RECORD TO CRH-PEDIDO
           WRITE CREDIT-HOLD-RECORD
           CLOSE CREDIT-HOLD
      * as linhas ficam gravadas sob o numero ja reservado e
      * seguem o pedido quando o supervisor o liberar
           PERFORM 2650-GRAVA-ITENS
           PERFORM 2670-GRAVA-VOLUMES
           PERFORM 2690-GRAVA-REEMBOLSO
           IF CLIENTE-BLOQ-PERDA
               DISPLAY 'CLIENTE BLOQUEADO PARA CREDITO - PEDIDO '
                   'ENVIADO A FILA DE BLOQUEIO'
           ELSE
               DISPLAY 'LIMITE DE CREDITO EXCEDIDO - PEDIDO ENVIADO '
                   'A FILA DE BLOQUEIO PARA LIBERACAO DO SUPERVISOR'
           END-IF.

       2200-ALTERA-PEDIDO.
           PERFORM 2700-LOCALIZA-PEDIDO
                   MOVE ZEROS TO WRK-ENTRADA-ATUAL
               END-IF
               MOVE ORD-STATUS TO WRK-STATUS-ATUAL
               MOVE ORD-OPERADOR TO WRK-OPERADOR-ATUAL
               IF ORD-STATUS = 'C'
                   DISPLAY 'AVISO: PEDIDO JA COTADO PELO LOTE'
                       ' - A ALTERACAO NAO GERA NOVA COTACAO'
                           WRK-NUMERO
                   NOT INVALID KEY
                       DISPLAY 'PEDIDO ' WRK-NUMERO ' ALTERADO'
                       MOVE 'A' TO WRK-JRN-OPERACAO
                       PERFORM 2900-GRAVA-JORNAL
                       PERFORM 2650-GRAVA-ITENS
                       PERFORM 2670-GRAVA-VOLUMES
                       PERFORM 2690-GRAVA-REEMBOLSO
               END-REWRITE
               PERFORM 0300-LIBERA-TRAVA
           END-IF.
                           WRK-NUMERO
                   NOT INVALID KEY
                       DISPLAY 'PEDIDO ' WRK-NUMERO ' EXCLUIDO'
                       MOVE 'E' TO WRK-JRN-OPERACAO
                       PERFORM 2900-GRAVA-JORNAL
                       PERFORM 2660-EXCLUI-ITENS
                       PERFORM 2680-EXCLUI-VOLUMES
                       PERFORM 2695-EXCLUI-REEMBOLSO
               END-DELETE
               PERFORM 0300-LIBERA-TRAVA
           END-IF.
                   ' VALOR ' WRK-ED-VALOR
                   ' ' ORD-MOEDA
                   ' CLIENTE ' ORD-CLIENTE
               PERFORM 2420-LISTA-ITENS
               MOVE ORD-NUMERO TO OVL-PEDIDO
               MOVE 1 TO OVL-VOLUME
               READ ORDVOL-FILE
                   KEY IS OVL-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY '    VOLUMES: ' OVL-TOTAL
               END-READ
               MOVE ORD-NUMERO TO ORE-PEDIDO
               READ ORDREEMB-FILE
                   KEY IS ORE-PEDIDO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ORE-VALOR TO WRK-ED-VALOR
                       DISPLAY '    COBRANCA NA ENTREGA: R$ '
                           WRK-ED-VALOR
               END-READ
               ADD 1 TO WRK-QTD-LISTADOS
           END-IF.

      * linhas de item do pedido listado, logo abaixo dele
       2420-LISTA-ITENS.
           MOVE 'N' TO WRK-EOF-ITEM
           MOVE ORD-NUMERO TO OIT-PEDIDO
           MOVE ZEROS TO OIT-SEQ
           START ORDITEM-FILE KEY >= OIT-CHAVE
               INVALID KEY MOVE 'S' TO WRK-EOF-ITEM
           END-START
           PERFORM UNTIL FIM-ITENS-PEDIDO
               READ ORDITEM-FILE NEXT RECORD
                   AT END MOVE 'S' TO WRK-EOF-ITEM
               END-READ
               IF NOT FIM-ITENS-PEDIDO
                   IF OIT-PEDIDO NOT = ORD-NUMERO
                       MOVE 'S' TO WRK-EOF-ITEM
                   ELSE
                       MOVE OIT-VALOR TO WRK-ED-VALOR
                       MOVE OIT-PESO TO WRK-ED-PESO
                       DISPLAY '    ITEM ' OIT-SEQ ' - ' OIT-PDUTO
                           ' QTD ' OIT-QUANTIDADE
                           ' VALOR ' WRK-ED-VALOR
                           ' PESO ' WRK-ED-PESO
                   END-IF
               END-IF
           END-PERFORM.

      * cada campo re-perguntado ate passar na mesma validacao
      * que o lote aplica, mesma tecnica de captura do pedmulti
      * o pedido de varios produtos troca produto, valor e
      * peso do cabecalho pela captura das linhas de item
       2500-CAPTURA-CAMPOS.
           MOVE ZEROS TO WRK-QTD-ITENS
           DISPLAY 'PEDIDO COM VARIOS PRODUTOS? (S/N): '
           ACCEPT WRK-MULTI-ITEM FROM CONSOLE
           IF WRK-MULTI-ITEM = 's'
               MOVE 'S' TO WRK-MULTI-ITEM
           END-IF
           IF PEDIDO-MULTI-ITEM
               PERFORM 2505-CAPTURA-ITENS
               PERFORM 2520-PEDE-ESTADO
           ELSE
               PERFORM 2510-PEDE-PRODUTO
               PERFORM 2520-PEDE-ESTADO
               PERFORM 2530-PEDE-VALOR
               PERFORM 2540-PEDE-PESO
           END-IF
           PERFORM 2545-PEDE-VOLUMES
           PERFORM 2550-PEDE-MOEDA
           PERFORM 2555-PEDE-REEMBOLSO
           PERFORM 2560-PEDE-SEGURO
           PERFORM 2570-PEDE-CLIENTE
           PERFORM 2580-PEDE-DIMENSOES.
               END-READ
           END-PERFORM.

      * linhas digitadas ate o produto em branco (no minimo
      * duas, no maximo 20); o cabecalho fica com o produto
      * da primeira linha e o valor e o peso somados
       2505-CAPTURA-ITENS.
           MOVE ZEROS TO WRK-QTD-ITENS
           MOVE ZEROS TO WRK-SOMA-VALOR
           MOVE ZEROS TO WRK-SOMA-PESO
           MOVE 'N' TO WRK-FIM-CAPTURA
           PERFORM 2506-CAPTURA-ITEM UNTIL FIM-CAPTURA-ITENS
           MOVE WRK-ITM-PDUTO (1) TO WRK-PDUTO
           MOVE WRK-SOMA-VALOR TO WRK-VALOR
           MOVE WRK-SOMA-PESO TO WRK-PESO.

       2506-CAPTURA-ITEM.
           COMPUTE WRK-PROX-ITEM = WRK-QTD-ITENS + 1
           DISPLAY 'ITEM ' WRK-PROX-ITEM
               ' - CODIGO DO PRODUTO (BRANCO = FIM DOS ITENS): '
           ACCEPT WRK-CAP-PDUTO FROM CONSOLE
           IF WRK-CAP-PDUTO = SPACES
               IF WRK-QTD-ITENS < 2
                   DISPLAY 'PEDIDO DE VARIOS PRODUTOS PRECISA DE '
                       'PELO MENOS DOIS ITENS'
               ELSE
                   MOVE 'S' TO WRK-FIM-CAPTURA
               END-IF
           ELSE
               MOVE 'N' TO WRK-PRODUTO-OK
               MOVE WRK-CAP-PDUTO TO PRD-CODIGO
               READ PRODUCT-MASTER
                   KEY IS PRD-CODIGO
                   INVALID KEY
                       DISPLAY 'PRODUTO NAO CADASTRADO, TENTE NOVAMENTE'
                   NOT INVALID KEY
                       IF PRD-DESCONTINUADO
                           DISPLAY 'PRODUTO DESCONTINUADO, '
                               'TENTE NOVAMENTE'
                       ELSE
                           MOVE 'S' TO WRK-PRODUTO-OK
                       END-IF
               END-READ
               IF PRODUTO-OK
                   PERFORM 2507-PEDE-DADOS-ITEM
               END-IF
           END-IF.

       2507-PEDE-DADOS-ITEM.
           MOVE ZEROS TO WRK-CAP-QUANTIDADE
           PERFORM UNTIL WRK-CAP-QUANTIDADE IS NUMERIC
                   AND WRK-CAP-QUANTIDADE > ZEROS
               DISPLAY 'QUANTIDADE: '
               ACCEPT WRK-CAP-QUANTIDADE FROM CONSOLE
               IF WRK-CAP-QUANTIDADE IS NOT NUMERIC
                       OR WRK-CAP-QUANTIDADE = ZEROS
                   DISPLAY 'QUANTIDADE INVALIDA, TENTE NOVAMENTE'
               END-IF
           END-PERFORM
           MOVE 'N' TO WRK-VALOR-OK
           PERFORM UNTIL VALOR-OK
               DISPLAY 'VALOR DA LINHA: '
               ACCEPT WRK-CAP-VALOR FROM CONSOLE
               IF WRK-CAP-VALOR IS NUMERIC AND WRK-CAP-VALOR > ZEROS
                   MOVE 'S' TO WRK-VALOR-OK
               ELSE
                   DISPLAY 'VALOR INVALIDO, TENTE NOVAMENTE'
               END-IF
           END-PERFORM
           MOVE 'N' TO WRK-PESO-OK
           PERFORM UNTIL PESO-OK
               DISPLAY 'PESO DA LINHA (KG): '
               ACCEPT WRK-CAP-PESO FROM CONSOLE
               IF WRK-CAP-PESO IS NUMERIC AND WRK-CAP-PESO > ZEROS
                   MOVE 'S' TO WRK-PESO-OK
               ELSE
                   DISPLAY 'PESO INVALIDO, TENTE NOVAMENTE'
               END-IF
           END-PERFORM
           IF WRK-SOMA-VALOR + WRK-CAP-VALOR > 999999,99
                   OR WRK-SOMA-PESO + WRK-CAP-PESO > 99999,99
               DISPLAY 'TOTAL DO PEDIDO EXCEDE O LIMITE DE VALOR OU '
                   'PESO - ITEM DESCARTADO'
           ELSE
               ADD 1 TO WRK-QTD-ITENS
               MOVE WRK-CAP-PDUTO TO WRK-ITM-PDUTO (WRK-QTD-ITENS)
               MOVE WRK-CAP-QUANTIDADE
                   TO WRK-ITM-QUANTIDADE (WRK-QTD-ITENS)
               MOVE WRK-CAP-VALOR TO WRK-ITM-VALOR (WRK-QTD-ITENS)
               MOVE WRK-CAP-PESO TO WRK-ITM-PESO (WRK-QTD-ITENS)
               ADD WRK-CAP-VALOR TO WRK-SOMA-VALOR
               ADD WRK-CAP-PESO TO WRK-SOMA-PESO
               IF WRK-QTD-ITENS = 20
                   DISPLAY 'LIMITE DE 20 ITENS ATINGIDO'
                   MOVE 'S' TO WRK-FIM-CAPTURA
               END-IF
           END-IF.

       2520-PEDE-ESTADO.
           MOVE 'N' TO WRK-ESTADO-OK
           PERFORM UNTIL ESTADO-OK
               END-IF
           END-PERFORM.

      * um volume dispensa registro; com mais de um, o peso
      * de cada volume e opcional e a soma so e conferida
      * contra o peso do pedido como aviso
       2545-PEDE-VOLUMES.
           DISPLAY 'QUANTIDADE DE VOLUMES (ZEROS = 1): '
           ACCEPT WRK-QTD-VOLUMES FROM CONSOLE
           IF WRK-QTD-VOLUMES IS NOT NUMERIC
                   OR WRK-QTD-VOLUMES = ZEROS
               MOVE 1 TO WRK-QTD-VOLUMES
           END-IF
           MOVE 'N' TO WRK-PESO-VOLUMES
           MOVE ZEROS TO WRK-SOMA-PESO-VOL
           IF WRK-QTD-VOLUMES > 1
               DISPLAY 'INFORMAR O PESO DE CADA VOLUME? (S/N): '
               ACCEPT WRK-PESO-VOLUMES FROM CONSOLE
               IF WRK-PESO-VOLUMES = 's'
                   MOVE 'S' TO WRK-PESO-VOLUMES
               END-IF
               PERFORM VARYING WRK-IDX-VOLUME FROM 1 BY 1
                       UNTIL WRK-IDX-VOLUME > WRK-QTD-VOLUMES
                   MOVE ZEROS TO WRK-VOL-PESO (WRK-IDX-VOLUME)
                   IF PESO-POR-VOLUME
                       PERFORM 2546-PEDE-PESO-VOLUME
                   END-IF
               END-PERFORM
               IF PESO-POR-VOLUME
                       AND WRK-SOMA-PESO-VOL NOT = WRK-PESO
                   MOVE WRK-SOMA-PESO-VOL TO WRK-ED-PESO
                   DISPLAY 'AVISO: SOMA DOS VOLUMES (' WRK-ED-PESO
                       ' KG) DIFERENTE DO PESO DO PEDIDO'
               END-IF
           END-IF.

       2546-PEDE-PESO-VOLUME.
           MOVE 'N' TO WRK-PESO-OK
           PERFORM UNTIL PESO-OK
               DISPLAY 'PESO DO VOLUME ' WRK-IDX-VOLUME '/'
                   WRK-QTD-VOLUMES ' (KG): '
               ACCEPT WRK-VOL-PESO (WRK-IDX-VOLUME) FROM CONSOLE
               IF WRK-VOL-PESO (WRK-IDX-VOLUME) IS NUMERIC
                       AND WRK-VOL-PESO (WRK-IDX-VOLUME) > ZEROS
                   MOVE 'S' TO WRK-PESO-OK
                   ADD WRK-VOL-PESO (WRK-IDX-VOLUME)
                       TO WRK-SOMA-PESO-VOL
               ELSE
                   DISPLAY 'PESO INVALIDO, TENTE NOVAMENTE'
               END-IF
           END-PERFORM.

       2550-PEDE-MOEDA.
           MOVE 'N' TO WRK-MOEDA-OK
           PERFORM UNTIL MOEDA-VALIDA
               END-IF
           END-PERFORM.

      * cobranca na entrega: a transportadora cobra do
      * destinatario o valor informado aqui, em reais, e
      * repassa depois; no pedido em reais o padrao e o valor
      * do pedido
       2555-PEDE-REEMBOLSO.
           MOVE ZEROS TO WRK-VALOR-REEMB
           DISPLAY 'COBRANCA NA ENTREGA? (S/N): '
           ACCEPT WRK-REEMBOLSO FROM CONSOLE
           IF WRK-REEMBOLSO = 's'
               MOVE 'S' TO WRK-REEMBOLSO
           END-IF
           IF PEDIDO-REEMBOLSO
               MOVE 'N' TO WRK-REEMB-OK
               PERFORM UNTIL REEMBOLSO-OK
                   DISPLAY 'VALOR A COBRAR DO DESTINATARIO EM R$ '
                       '(ZEROS = VALOR DO PEDIDO EM BRL): '
                   ACCEPT WRK-VALOR-REEMB FROM CONSOLE
                   IF WRK-VALOR-REEMB IS NUMERIC
                       IF WRK-VALOR-REEMB = ZEROS
                               AND WRK-MOEDA = 'BRL'
                           MOVE WRK-VALOR TO WRK-VALOR-REEMB
                       END-IF
                       IF WRK-VALOR-REEMB > ZEROS
                           MOVE 'S' TO WRK-REEMB-OK
                       ELSE
                           DISPLAY 'PEDIDO EM MOEDA ESTRANGEIRA - '
                               'INFORME O VALOR EM R$'
                       END-IF
                   ELSE
                       DISPLAY 'VALOR INVALIDO, TENTE NOVAMENTE'
                   END-IF
               END-PERFORM
           ELSE
               MOVE 'N' TO WRK-REEMBOLSO
           END-IF.

       2560-PEDE-SEGURO.
           DISPLAY 'PEDIDO COM SEGURO? (S/N): '
           ACCEPT WRK-SEGURO FROM CONSOLE.
                   ELSE
                       MOVE ZEROS TO WRK-LIMITE-CLIENTE
                   END-IF
                   MOVE 'N' TO WRK-CLI-BLOQ-PERDA
                   IF CUS-CREDITO-BLOQUEADO
                       MOVE 'S' TO WRK-CLI-BLOQ-PERDA
                   END-IF
           END-READ.

      * dimensoes em centimetros, para o peso cubado do lote;
           MOVE WRK-ALTURA TO ORD-ALTURA
           MOVE WRK-UF-ORIGEM TO ORD-UF-ORIGEM
           MOVE WRK-DATA-ENVIO TO ORD-DATA-ENVIO
      * operador que digitou o pedido, base da produtividade
      * por operador (oprprod)
           MOVE WRK-OPERADOR-ATUAL TO ORD-OPERADOR
           MOVE WRK-ENDERECO TO ORD-ENDERECO
           MOVE WRK-FILIAL TO ORD-FILIAL
           MOVE WRK-NUMERO TO ORD-NUMERO
           MOVE WRK-ENTRADA-ATUAL TO ORD-ENTRADA
           MOVE WRK-STATUS-ATUAL TO ORD-STATUS.

      * as linhas do pedido sao regravadas inteiras: as que
      * ele tinha saem e entram as capturadas agora (nenhuma,
      * se o pedido passou a ter um produto so)
       2650-GRAVA-ITENS.
           PERFORM 2660-EXCLUI-ITENS
           PERFORM VARYING WRK-IDX-ITEM FROM 1 BY 1
                   UNTIL WRK-IDX-ITEM > WRK-QTD-ITENS
               MOVE WRK-NUMERO TO OIT-PEDIDO
               MOVE WRK-IDX-ITEM TO OIT-SEQ
               MOVE WRK-ITM-PDUTO (WRK-IDX-ITEM) TO OIT-PDUTO
               MOVE WRK-ITM-QUANTIDADE (WRK-IDX-ITEM)
                   TO OIT-QUANTIDADE
               MOVE WRK-ITM-VALOR (WRK-IDX-ITEM) TO OIT-VALOR
               MOVE WRK-ITM-PESO (WRK-IDX-ITEM) TO OIT-PESO
               WRITE ORDITEM-RECORD
                   INVALID KEY
                       DISPLAY 'ERRO GRAVANDO ITEM ' OIT-SEQ
                           ' DO PEDIDO ' WRK-NUMERO
               END-WRITE
           END-PERFORM.

       2660-EXCLUI-ITENS.
           MOVE 'N' TO WRK-EOF-ITEM
           MOVE WRK-NUMERO TO OIT-PEDIDO
           MOVE ZEROS TO OIT-SEQ
           START ORDITEM-FILE KEY >= OIT-CHAVE
               INVALID KEY MOVE 'S' TO WRK-EOF-ITEM
           END-START
           PERFORM UNTIL FIM-ITENS-PEDIDO
               READ ORDITEM-FILE NEXT RECORD
                   AT END MOVE 'S' TO WRK-EOF-ITEM
               END-READ
               IF NOT FIM-ITENS-PEDIDO
                   IF OIT-PEDIDO NOT = WRK-NUMERO
                       MOVE 'S' TO WRK-EOF-ITEM
                   ELSE
                       DELETE ORDITEM-FILE RECORD
                           INVALID KEY
                               DISPLAY 'ERRO EXCLUINDO ITEM '
                                   OIT-SEQ ' DO PEDIDO ' WRK-NUMERO
                       END-DELETE
                   END-IF
               END-IF
           END-PERFORM.

      * volumes regravados inteiros, como as linhas de item
       2670-GRAVA-VOLUMES.
           PERFORM 2680-EXCLUI-VOLUMES
           IF WRK-QTD-VOLUMES > 1
               PERFORM VARYING WRK-IDX-VOLUME FROM 1 BY 1
                       UNTIL WRK-IDX-VOLUME > WRK-QTD-VOLUMES
                   MOVE WRK-NUMERO TO OVL-PEDIDO
                   MOVE WRK-IDX-VOLUME TO OVL-VOLUME
                   MOVE WRK-QTD-VOLUMES TO OVL-TOTAL
                   MOVE WRK-VOL-PESO (WRK-IDX-VOLUME) TO OVL-PESO
                   WRITE ORDVOL-RECORD
                       INVALID KEY
                           DISPLAY 'ERRO GRAVANDO VOLUME '
                               OVL-VOLUME ' DO PEDIDO ' WRK-NUMERO
                   END-WRITE
               END-PERFORM
           END-IF.

      * a cobranca na entrega regravada inteira: pedido que
      * deixou de ter cobranca perde o registro
       2690-GRAVA-REEMBOLSO.
           PERFORM 2695-EXCLUI-REEMBOLSO
           IF PEDIDO-REEMBOLSO
               MOVE WRK-NUMERO TO ORE-PEDIDO
               MOVE 'S' TO ORE-COBRAR
               MOVE WRK-VALOR-REEMB TO ORE-VALOR
               WRITE ORDREEMB-RECORD
                   INVALID KEY
                       DISPLAY 'ERRO GRAVANDO COBRANCA NA ENTREGA '
                           'DO PEDIDO ' WRK-NUMERO
               END-WRITE
           END-IF.

       2695-EXCLUI-REEMBOLSO.
           MOVE WRK-NUMERO TO ORE-PEDIDO
           DELETE ORDREEMB-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.

       2680-EXCLUI-VOLUMES.
           MOVE 'N' TO WRK-EOF-VOLUME
           MOVE WRK-NUMERO TO OVL-PEDIDO
           MOVE ZEROS TO OVL-VOLUME
           START ORDVOL-FILE KEY >= OVL-CHAVE
               INVALID KEY MOVE 'S' TO WRK-EOF-VOLUME
           END-START
           PERFORM UNTIL FIM-VOLUMES-PEDIDO
               READ ORDVOL-FILE NEXT RECORD
                   AT END MOVE 'S' TO WRK-EOF-VOLUME
               END-READ
               IF NOT FIM-VOLUMES-PEDIDO
                   IF OVL-PEDIDO NOT = WRK-NUMERO
                       MOVE 'S' TO WRK-EOF-VOLUME
                   ELSE
                       DELETE ORDVOL-FILE RECORD
                           INVALID KEY
                               DISPLAY 'ERRO EXCLUINDO VOLUME '
                                   OVL-VOLUME ' DO PEDIDO '
                                   WRK-NUMERO
                       END-DELETE
                   END-IF
               END-IF
           END-PERFORM.

      * le o pedido pelo numero, ja segurando a trava dele; o
      * numero fica em WRK-NUMERO para a regravacao e a
      * liberacao da trava
                           PERFORM 0300-LIBERA-TRAVA
                       NOT INVALID KEY
                           MOVE 'S' TO WRK-PEDIDO-OK
                           MOVE ORDER-RECORD TO WRK-JRN-ANTES
                   END-READ
               END-IF
           END-IF.

      * pedidos retidos por suspeita de duplicidade (aqui ou
      * no lote): lista os retidos e trata um por vez, sob a
      * trava do pedido. Confirmado volta para o lote sem nova
      * checagem; cancelado fica fora do lote de vez
       2800-TRATA-SUSPEITAS.
           MOVE 'N' TO WRK-EOF
           MOVE ZEROS TO WRK-QTD-SUSPEITOS
           MOVE ZEROS TO ORD-NUMERO
           START ORDERS-FILE KEY >= ORD-NUMERO
               INVALID KEY MOVE 'S' TO WRK-EOF
           END-START
           PERFORM 2810-LISTA-SUSPEITO UNTIL FIM-DE-ARQUIVO
           DISPLAY 'PEDIDOS RETIDOS POR SUSPEITA: '
               WRK-QTD-SUSPEITOS
           IF WRK-QTD-SUSPEITOS > ZEROS
               PERFORM 2700-LOCALIZA-PEDIDO
               IF PEDIDO-LOCALIZADO
                   PERFORM 2820-DECIDE-SUSPEITO
                   PERFORM 0300-LIBERA-TRAVA
               END-IF
           END-IF.

       2810-LISTA-SUSPEITO.
           READ ORDERS-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF ORD-SUSPEITO
                   MOVE ORD-VALOR TO WRK-ED-VALOR
                   DISPLAY ORD-NUMERO ' - ' ORD-PDUTO
                       ' UF ' ORD-STADO
                       ' VALOR ' WRK-ED-VALOR
                       ' CLIENTE ' ORD-CLIENTE
                       ' ENTRADA ' ORD-ENTRADA
                   ADD 1 TO WRK-QTD-SUSPEITOS
               END-IF
           END-IF.

       2820-DECIDE-SUSPEITO.
           IF NOT ORD-SUSPEITO
               DISPLAY 'PEDIDO ' WRK-NUMERO
                   ' NAO ESTA RETIDO POR SUSPEITA'
           ELSE
               DISPLAY 'C - CONFIRMAR (LIBERA PARA O LOTE)'
               DISPLAY 'X - CANCELAR (ERA DUPLICADO)'
               DISPLAY 'OUTRA TECLA - MANTER RETIDO: '
               ACCEPT WRK-RESPOSTA FROM CONSOLE
               IF WRK-RESPOSTA = 'C' OR 'X'
                   IF WRK-RESPOSTA = 'C'
                       MOVE 'L' TO ORD-STATUS
                   ELSE
                       MOVE 'X' TO ORD-STATUS
                   END-IF
                   REWRITE ORDER-RECORD
                       INVALID KEY
                           DISPLAY 'ERRO REGRAVANDO PEDIDO '
                               WRK-NUMERO
                       NOT INVALID KEY
                           MOVE 'A' TO WRK-JRN-OPERACAO
                           PERFORM 2900-GRAVA-JORNAL
                           IF ORD-CONFIRMADO
                               DISPLAY 'PEDIDO ' WRK-NUMERO
                                   ' CONFIRMADO'
                           ELSE
                               DISPLAY 'PEDIDO ' WRK-NUMERO
                                   ' CANCELADO'
                           END-IF
                   END-REWRITE
               ELSE
                   DISPLAY 'PEDIDO ' WRK-NUMERO ' MANTIDO RETIDO'
               END-IF
           END-IF.

      * imagem antes (guardada ao localizar o pedido) e depois
      * da gravacao no diario de recuperacao; a exclusao fica
      * so com a imagem antes
       2900-GRAVA-JORNAL.
           MOVE 'ORDMAN' TO WRK-JRN-PROGRAMA
           MOVE WRK-OPERADOR TO WRK-JRN-OPERADOR
           MOVE 'ORDMAST' TO WRK-JRN-ARQUIVO
           MOVE WRK-NUMERO TO WRK-JRN-CHAVE
           IF WRK-JRN-OPERACAO = 'E'
               MOVE SPACES TO WRK-JRN-DEPOIS
           ELSE
               MOVE ORDER-RECORD TO WRK-JRN-DEPOIS
           END-IF
           CALL 'jrnsrv' USING WRK-JRNSRV.

       3000-FINALIZA.
           CLOSE ORDERS-FILE
           CLOSE PRODUCT-MASTER
           CLOSE CUSTOMER-MASTER
           CLOSE ORDITEM-FILE
           CLOSE ORDVOL-FILE
           CLOSE ORDREEMB-FILE.

           COPY 'digver.cbl'.
