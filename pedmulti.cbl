      *    e ve o frete de cada item mais o total do pedido no
      *    fim da sessao. Os itens ficam numa tabela OCCURS, a
      *    mesma tecnica do WRK-MESES em learning10, em vez de
      *    ORDERS-FILE/SORT-WORK do fluxo batch. Toda cotacao
      *    da ligacao fica no registro de propostas
      *    (PROPOSTA.DAT) com a validade do RATESCFG.DAT: a
      *    proposta chamada de volta pelo numero e efetivada
      *    pelo preco dado enquanto valida, e recotada pela
      *    tabela do dia depois de vencida. O endereco de
      *    entrega de cada item (caderno do cliente, ou o CEP
      *    direto na ligacao sem cliente) tem o CEP conferido
      *    contra a UF no cadastro de faixas (CEPZONA.DAT), e
      *    interior e area remota pagam adicional de zona.
      *    O pedido firme gravado no ORDMAST.DAT vai tambem
      *    para o diario de recuperacao JORNAL.DAT (jrnsrv).
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS CAM-CHAVE
               FILE STATUS IS WRK-CAMBIO-STATUS.

      * matriz de aliquotas de ICMS por UF de origem e de
      * destino com vigencia, mesmo arquivo do lote, carregada
      * pelo cargaicm
           SELECT ICMSMAT-FILE ASSIGN TO 'ICMSMAT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALQ-CHAVE
               FILE STATUS IS WRK-ICMSMAT-STATUS.

      * calendario de alta temporada, mesmo mestre do lote
           SELECT SAZONAL-FILE ASSIGN TO 'SAZONAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAZ-CHAVE
               FILE STATUS IS WRK-SAZONAL-STATUS.

      * taxa de frete por rota e UFs de hub, para o balcao
      * precificar como o lote quando o atendente informa a
      * UF de origem do embarque
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CREDLIB-STATUS.

      * transportadoras por UF, para o pedido negociado que
      * sai daqui direto para o log ja levar a transportadora
      * escolhida dentro do teto do dia, como no lote
           SELECT TRANSP-TABLE ASSIGN TO 'TRANSPTAB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRP-CHAVE
               FILE STATUS IS WRK-TRANSPTAB-STATUS.

      * cadastro de operadores, para validar o supervisor que
      * aprova um preco negociado na hora
           SELECT OPERATOR-MASTER ASSIGN TO 'OPERMAST.DAT'
               RECORD KEY IS OPR-ID
               FILE STATUS IS WRK-OPERMAST-STATUS.

      * registro de propostas dadas por telefone, com a
      * validade e o destino de cada uma (convertida ou
      * vencida), base do relatorio de conversao (proprel)
           SELECT PROPOSTA-FILE ASSIGN TO 'PROPOSTA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRP-CHAVE
               FILE STATUS IS WRK-PROPOSTA-STATUS.

      * caderno de enderecos do cliente e faixas de CEP por UF
      * e zona de entrega, mesmos arquivos do lote
           SELECT ENDERECO-FILE ASSIGN TO 'ENDCLI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS END-CHAVE
               FILE STATUS IS WRK-ENDCLI-STATUS.

           SELECT CEPZONA-FILE ASSIGN TO 'CEPZONA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPZ-CEP-FINAL
               FILE STATUS IS WRK-CEPZONA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FRETE-TABLE.
       FD  CAMBIO-FILE.
           COPY 'cambiorec.cbl'.

       FD  ICMSMAT-FILE.
           COPY 'icmsrec.cbl'.

       FD  SAZONAL-FILE.
           COPY 'sazrec.cbl'.

       FD  CUSTOMER-MASTER.
           COPY 'custrec.cbl'.

       FD  OPERATOR-MASTER.
           COPY 'operrec.cbl'.

       FD  TRANSP-TABLE.
           COPY 'transptab.cbl'.

       FD  PROPOSTA-FILE.
           COPY 'proprec.cbl'.

       FD  ENDERECO-FILE.
           COPY 'endrec.cbl'.

       FD  CEPZONA-FILE.
           COPY 'cepzrec.cbl'.

       FD  ORDERS-RESUB.
           COPY 'ordrec.cbl'
               REPLACING ORDER-RECORD BY RESUB-ORDER-RECORD
       01  WRK-DATA-HORA-ENT.
           05  WRK-ENT-DATA    PIC 9(08).
           05  WRK-ENT-HORA    PIC 9(04).
       77  WRK-HORA-SISTEMA    PIC 9(08) VALUE ZEROS.

      * numeracao de pedidos (serie P do seqsrv), separada da
      * numeracao de cotacoes - um numero por pedido firme
      * o frete calculado pela tabela, preservado quando o
      * supervisor aprova um preco negociado
               10  IT-FRETE-CALC PIC 9(04)V99.
               10  IT-PERIGOSO  PIC X(01).
      * pedido do mestre (ou da fila de credito) gerado pelo
      * item na confirmacao, levado ao registro de propostas
               10  IT-PEDIDO    PIC 9(08).
      * endereco de entrega (zeros = principal), CEP, zona e
      * adicional de zona do item
               10  IT-ENDERECO  PIC 9(03).
               10  IT-CEP       PIC 9(08).
               10  IT-ZONA      PIC X(01).
               10  IT-ADIC-ZONA PIC 9(04)V99.
      * adicional de alta temporada do item
               10  IT-SAZONAL   PIC 9(04)V99.

      * campos de captura do item corrente, movidos para a
      * tabela acima assim que o item fecha
       77  WRK-TAXA-CAMBIO   PIC 9(03)V9(04) VALUE ZEROS.
       77  WRK-DATA-COTACAO  PIC 9(08) VALUE ZEROS.

      * aliquota de ICMS do par origem/destino vigente hoje,
      * mesma logica do lote
       77  WRK-ICMSMAT-STATUS PIC X(02) VALUE '00'.
       77  WRK-ICMSMAT-DISP   PIC X(01) VALUE 'N'.
           88 ICMSMAT-DISPONIVEL  VALUE 'S'.
       77  WRK-EOF-ICMSMAT    PIC X(01) VALUE 'N'.
           88 FIM-ICMSMAT         VALUE 'S'.
       77  WRK-PRD-ORIGEM     PIC X(01) VALUE 'N'.
           88 PRODUTO-IMPORTADO   VALUE 'I'.

      * adicional de alta temporada: o item cotado por telefone
      * sai hoje, entao o periodo e o que contem a data da
      * cotacao, o da UF do item antes do nacional
       77  WRK-SAZONAL-STATUS PIC X(02) VALUE '00'.
       77  WRK-SAZONAL-DISP   PIC X(01) VALUE 'N'.
           88 SAZONAL-DISPONIVEL  VALUE 'S'.
       77  WRK-EOF-SAZONAL    PIC X(01) VALUE 'N'.
           88 FIM-SAZONAL         VALUE 'S'.
       77  WRK-SAZ-DA-UF      PIC X(01) VALUE 'N'.
           88 SAZONAL-DA-UF       VALUE 'S'.
       77  WRK-SAZ-TIPO       PIC X(01) VALUE SPACES.
       77  WRK-SAZ-PERC       PIC 9(02)V99 VALUE ZEROS.
       77  WRK-SAZ-VALOR      PIC 9(04)V99 VALUE ZEROS.
       77  WRK-SAZ-DESCRICAO  PIC X(20) VALUE SPACES.
       77  WRK-SAZONAL        PIC 9(04)V99 VALUE ZEROS.

      * faixas de peso do frete, mesmo criterio da transportadora
      * usado pelo lote
       01  WRK-FAIXAS-PESO.
       77  WRK-FATOR-PESO PIC 9(01)V99 VALUE 1,00.
       77  WRK-FAIXA-OK   PIC X(01) VALUE 'N'.
           88 FAIXA-ENCONTRADA VALUE 'S'.
       77  WRK-IDX-FAIXA-SEL PIC 9(01) VALUE 1.
       77  WRK-FRETE-OK   PIC X(01) VALUE 'N'.
           88 FRETE-OK        VALUE 'S'.

       77  WRK-TOTAL-FRETE  PIC 9(08)V99 VALUE ZEROS.
       77  WRK-TOTAL-ICMS   PIC 9(08)V99 VALUE ZEROS.
       77  WRK-TOTAL-SEGURO PIC 9(08)V99 VALUE ZEROS.
       77  WRK-TOTAL-ADIC-ZONA PIC 9(08)V99 VALUE ZEROS.
       77  WRK-TOTAL-SAZONAL PIC 9(08)V99 VALUE ZEROS.

      * preco negociado pelo comercial, aprovado na hora por
      * supervisor do OPERMAST.DAT (perfil S ou A): o total
       77  WRK-SALDO-CLIENTE  PIC 9(09)V99 VALUE ZEROS.
       77  WRK-CRED-BLOQ    PIC X(01) VALUE 'N'.
           88 CREDITO-BLOQUEADO VALUE 'S'.
      * cliente com fatura baixada por perda (perdas): todo
      * pedido vai para a fila, com ou sem limite
       77  WRK-CLI-BLOQ-PERDA PIC X(01) VALUE 'N'.
           88 CLIENTE-BLOQ-PERDA VALUE 'S'.
       77  WRK-CRED-LIBERADO PIC X(01) VALUE 'N'.
           88 CREDITO-LIBERADO  VALUE 'S'.

           88 ROTA-HUB-EXISTE    VALUE 'S'.
       77  WRK-ROTEAMENTO   PIC X(09) VALUE SPACES.

      * escolha de transportadora do pedido negociado: a mais
      * barata ativa (certificada, se a carga e perigosa) que
      * ainda tem teto no dia pelo capsrv, mesmo criterio do
      * 2210/2220 do lote
       77  WRK-TRANSPTAB-STATUS PIC X(02) VALUE '00'.
       77  WRK-TRANSP-DISP  PIC X(01) VALUE 'N'.
           88 TRANSP-DISPONIVEL VALUE 'S'.
       77  WRK-EOF-TRANSP   PIC X(01) VALUE 'N'.
           88 FIM-TRANSP        VALUE 'S'.
       77  WRK-TEM-TRANSP   PIC X(01) VALUE 'N'.
           88 TRANSP-ENCONTRADA VALUE 'S'.
       77  WRK-TEM-LOTADA   PIC X(01) VALUE 'N'.
           88 TRANSP-LOTADA     VALUE 'S'.
       77  WRK-CAND-OK      PIC X(01) VALUE 'N'.
           88 CANDIDATO-OK      VALUE 'S'.
       77  WRK-PERIGOSO     PIC X(01) VALUE 'N'.
           88 CARGA-PERIGOSA    VALUE 'S'.
       77  WRK-TRANSP-ESCOLHIDA PIC X(03) VALUE SPACES.
       77  WRK-FRETE-CAND   PIC 9(04)V99 VALUE ZEROS.
       77  WRK-MELHOR-FRETE PIC 9(04)V99 VALUE ZEROS.
       01  WRK-CAPSRV.
           05  WRK-CAP-OPERACAO PIC X(01).
           05  WRK-CAP-DATA     PIC 9(08).
           05  WRK-CAP-UF       PIC X(02).
           05  WRK-CAP-TRANSP   PIC X(03).
           05  WRK-CAP-QTD      PIC 9(05).
           05  WRK-CAP-PESO     PIC 9(07)V99.
           05  WRK-CAP-DISPONIVEL PIC X(01).
               88 CAP-DISPONIVEL    VALUE 'S'.
      * reserva do teto da escolhida (capsrv V): recusada
      * porque o lote levou a sobra depois da consulta, o
      * item escolhe de novo com o consumo atualizado
       77  WRK-RESERVA-OK   PIC X(01) VALUE 'N'.
           88 RESERVA-FEITA     VALUE 'S'.
       77  WRK-TENT-RESERVA PIC 9(02) VALUE ZEROS.
       77  WRK-MAX-RESERVA  PIC 9(02) VALUE 05.

      * imagem de pedido montada para a fila de bloqueio,
      * mesmo layout do ORDER-RECORD do lote
           COPY 'ordrec.cbl'
                         ORD-ENTRADA BY HLD-ENTRADA
                         ORD-STATUS BY HLD-STATUS.

      * registro de propostas: numero pela serie O do seqsrv,
      * validade em dias corridos (RATESCFG.DAT, padrao de 15)
      * contada a partir da data da cotacao
       77  WRK-PROPOSTA-STATUS PIC X(02) VALUE '00'.
       77  WRK-PROPOSTA-DISP PIC X(01) VALUE 'N'.
           88 PROPOSTA-DISPONIVEL VALUE 'S'.
       77  WRK-EOF-PROPOSTA PIC X(01) VALUE 'N'.
           88 FIM-PROPOSTA      VALUE 'S'.
       77  WRK-DIAS-VALIDADE PIC 9(03) VALUE 15.
       77  WRK-NUM-PROPOSTA PIC 9(08) VALUE ZEROS.
      * proposta chamada de volta nesta ligacao: V = ainda
      * valida (efetiva pelo preco dado), R = vencida e
      * recotada pela tabela do dia, N = cotacao nova
       77  WRK-PROPOSTA-LIDA PIC X(01) VALUE 'N'.
           88 PROPOSTA-VIGENTE  VALUE 'V'.
           88 PROPOSTA-RECOTADA VALUE 'R'.
       77  WRK-PROPOSTA-EFETIVADA PIC X(01) VALUE 'N'.
           88 PROPOSTA-JA-EFETIVADA VALUE 'S'.
       77  WRK-PROPOSTA-ORIGEM PIC 9(08) VALUE ZEROS.
       77  WRK-VALIDADE-LIDA PIC 9(08) VALUE ZEROS.
       77  WRK-SITUACAO-LIDA PIC X(01) VALUE SPACES.
       77  WRK-CLIENTE-PROPOSTA PIC 9(06) VALUE ZEROS.
       77  WRK-IDX-PROP     PIC 9(02) VALUE ZEROS.
       77  WRK-FRETE-ANTERIOR PIC 9(04)V99 VALUE ZEROS.
       01  WRK-SEQPROP.
           05  WRK-SEQPROP-QTD      PIC 9(04).
           05  WRK-SEQPROP-PRIMEIRO PIC 9(08).
           05  WRK-SEQPROP-SERIE    PIC X(01) VALUE 'O'.
       01  WRK-DATA-VALIDADE PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-VALIDADE-DEC REDEFINES WRK-DATA-VALIDADE.
           05  WRK-VAL-ANO      PIC 9(04).
           05  WRK-VAL-MES      PIC 9(02).
           05  WRK-VAL-DIA      PIC 9(02).
       77  WRK-DIAS-REST    PIC 9(03) VALUE ZEROS.
       77  WRK-DATA-VALIDA-FLAG PIC X(01) VALUE 'S'.
       77  WRK-DIAS-NO-MES  PIC 9(02) VALUE ZEROS.

      * endereco e zona de entrega do item corrente; percentuais
      * padrao do adicional usados se o RATESCFG nao trouxer
       77  WRK-ENDCLI-STATUS PIC X(02) VALUE '00'.
       77  WRK-ENDCLI-DISP  PIC X(01) VALUE 'N'.
           88 ENDCLI-DISPONIVEL VALUE 'S'.
       77  WRK-CEPZONA-STATUS PIC X(02) VALUE '00'.
       77  WRK-CEPZONA-DISP PIC X(01) VALUE 'N'.
           88 CEPZONA-DISPONIVEL VALUE 'S'.
       77  WRK-ENDERECO     PIC 9(03) VALUE ZEROS.
       77  WRK-ENDERECO-OK  PIC X(01) VALUE 'N'.
           88 ENDERECO-OK       VALUE 'S'.
       77  WRK-CEP          PIC 9(08) VALUE ZEROS.
       77  WRK-ZONA         PIC X(01) VALUE SPACES.
       77  WRK-UF-CEP       PIC X(02) VALUE SPACES.
       77  WRK-ADIC-ZONA    PIC 9(04)V99 VALUE ZEROS.
       77  WRK-PERC-ZONA    PIC 9(02)V99 VALUE ZEROS.
       77  WRK-PERC-INTERIOR PIC 9(02)V99 VALUE 10,00.
       77  WRK-PERC-REMOTA  PIC 9(02)V99 VALUE 25,00.

      * contrato com o diario de recuperacao (jrnsrv)
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
           PERFORM 2000-CAPTURA-ITEM UNTIL NOT MAIS-ITENS
           PERFORM 3000-PROCESSA-ITENS
           PERFORM 4000-IMPRIME-RESUMO
      * proposta efetivada dentro da validade sai pelo preco
      * que foi dado (negociado ou nao), sem nova negociacao
           IF NOT PROPOSTA-VIGENTE
               PERFORM 4200-OFERECE-NEGOCIACAO
           END-IF
           PERFORM 4500-CONFIRMA-PEDIDO
      * pedido confirmado vira entrada firme do lote e e o lote
      * que vai gravar a cotacao no FRETE-LOG - logar tambem a
      * recotaria pela tabela e perderia a aprovacao
      * pedido negociado barrado pelo limite foi para a fila
      * de bloqueio - nao e cotacao para o log desta sessao
      * proposta valida chamada de volta e nao fechada de novo
      * ja foi logada na ligacao em que foi dada
           IF (NOT PEDIDO-CONFIRMADO OR PRECO-NEGOCIADO)
                   AND NOT CREDITO-BLOQUEADO
                   AND (PEDIDO-CONFIRMADO OR NOT PROPOSTA-VIGENTE)
               PERFORM 3500-LOGA-ITENS
               PERFORM 3700-GRAVA-CONTROLE-DIA
           END-IF
           PERFORM 3800-REGISTRA-PROPOSTA
           PERFORM 5000-FINALIZA
           GOBACK.

       1000-INICIALIZA.
           DISPLAY 'COTACAO DE FRETE - PEDIDO COM VARIOS ITENS'
           MOVE ZEROS TO WRK-QTD-ITENS WRK-TOTAL-FRETE
               WRK-TOTAL-ICMS WRK-TOTAL-SEGURO WRK-TOTAL-ADIC-ZONA
               WRK-TOTAL-SAZONAL
           MOVE 'S' TO WRK-CONTINUA
           MOVE 'N' TO WRK-CRED-BLOQ
           MOVE 'N' TO WRK-NEGOCIADO
           MOVE 'N' TO WRK-CONFIRMA
           MOVE 'N' TO WRK-PROPOSTA-LIDA
           MOVE ZEROS TO WRK-PROPOSTA-ORIGEM
      * o atendente e o operador que ja passou pelo login do
      * menu - nada de redigitar um id sem validacao
           MOVE LNK-OPERADOR TO WRK-OPERADOR
           PERFORM 1050-PEDE-OPERADOR
           OPEN INPUT FRETE-TABLE
           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT PRODUCT-MASTER
           OPEN I-O FRETE-LOG
           OPEN INPUT CAMBIO-FILE
           ELSE
               MOVE 'N' TO WRK-CAMBIO-DISP
           END-IF
           OPEN INPUT ICMSMAT-FILE
      * sem a matriz de ICMS vale a aliquota da UF de destino
      * na FRETE-TABLE
           IF WRK-ICMSMAT-STATUS = '00'
               MOVE 'S' TO WRK-ICMSMAT-DISP
           ELSE
               MOVE 'N' TO WRK-ICMSMAT-DISP
           END-IF
           OPEN INPUT SAZONAL-FILE
           IF WRK-SAZONAL-STATUS = '00'
               MOVE 'S' TO WRK-SAZONAL-DISP
           ELSE
               MOVE 'N' TO WRK-SAZONAL-DISP
           END-IF
           OPEN INPUT TRANSP-TABLE
      * sem o cadastro de transportadoras o pedido negociado
      * vai ao log sem transportadora, como antes
           IF WRK-TRANSPTAB-STATUS = '00'
               MOVE 'S' TO WRK-TRANSP-DISP
           ELSE
               MOVE 'N' TO WRK-TRANSP-DISP
           END-IF
           OPEN INPUT ROTA-TABLE
      * sem a tabela de rotas o balcao precifica so pela UF
           IF WRK-ROTATAB-STATUS = '00'
           ELSE
               MOVE 'N' TO WRK-ROTA-DISP
           END-IF
           OPEN I-O PROPOSTA-FILE
      * primeira proposta do ambiente: o registro ainda nao
      * existe e e criado vazio antes de reabrir para leitura
           IF WRK-PROPOSTA-STATUS = '35'
               OPEN OUTPUT PROPOSTA-FILE
               CLOSE PROPOSTA-FILE
               OPEN I-O PROPOSTA-FILE
           END-IF
           IF WRK-PROPOSTA-STATUS = '00'
               MOVE 'S' TO WRK-PROPOSTA-DISP
           ELSE
               MOVE 'N' TO WRK-PROPOSTA-DISP
           END-IF
           OPEN INPUT ENDERECO-FILE
           IF WRK-ENDCLI-STATUS = '00'
               MOVE 'S' TO WRK-ENDCLI-DISP
           ELSE
               MOVE 'N' TO WRK-ENDCLI-DISP
           END-IF
      * sem o cadastro de faixas o item sai sem zona e sem
      * conferencia de CEP
           OPEN INPUT CEPZONA-FILE
           IF WRK-CEPZONA-STATUS = '00'
               MOVE 'S' TO WRK-CEPZONA-DISP
           ELSE
               MOVE 'N' TO WRK-CEPZONA-DISP
           END-IF
           ACCEPT WRK-DATA-COTACAO FROM DATE YYYYMMDD
           PERFORM 1070-LE-RATES-CONFIG
           PERFORM 1075-CARREGA-HUBS
      * proposta chamada de volta traz cliente, origem, filial
      * e itens; senao a ligacao comeca do zero, como antes
           PERFORM 1090-PEDE-PROPOSTA
           IF PROPOSTA-VIGENTE OR PROPOSTA-RECOTADA
               CONTINUE
           ELSE
               PERFORM 1060-LOCALIZA-CLIENTE
               PERFORM 1080-PEDE-UF-ORIGEM
           END-IF.

      * salvaguarda para uma chamada fora do menu: sem
      * operador repassado, pergunta uma vez no console
                   ELSE
                       MOVE ZEROS TO WRK-LIMITE-CLIENTE
                   END-IF
                   MOVE 'N' TO WRK-CLI-BLOQ-PERDA
                   IF CUS-CREDITO-BLOQUEADO
                       MOVE 'S' TO WRK-CLI-BLOQ-PERDA
                   END-IF
                   DISPLAY 'CLIENTE: ' CUS-NOME
           END-READ.

               READ RATES-CONFIG
                   NOT AT END
                       MOVE RTC-TAXA-SEGURO TO WRK-TAXA-SEGURO
                       IF RTC-VALIDADE-PROPOSTA IS NUMERIC
                               AND RTC-VALIDADE-PROPOSTA > ZEROS
                           MOVE RTC-VALIDADE-PROPOSTA
                               TO WRK-DIAS-VALIDADE
                       END-IF
                       IF RTC-ADIC-INTERIOR IS NUMERIC
                           MOVE RTC-ADIC-INTERIOR
                               TO WRK-PERC-INTERIOR
                       END-IF
                       IF RTC-ADIC-REMOTA IS NUMERIC
                           MOVE RTC-ADIC-REMOTA TO WRK-PERC-REMOTA
                       END-IF
               END-READ
               CLOSE RATES-CONFIG
           END-IF.
               MOVE '01' TO WRK-FILIAL
           END-IF.

      * numero da proposta dada antes: valida, os itens voltam
      * pelo preco dado; vencida, voltam recotados pela tabela
      * de hoje e a antiga fica marcada como vencida
       1090-PEDE-PROPOSTA.
           MOVE ZEROS TO WRK-NUM-PROPOSTA
           IF PROPOSTA-DISPONIVEL
               DISPLAY 'NUMERO DA PROPOSTA A EFETIVAR (ZEROS = '
                   'NOVA COTACAO): '
               ACCEPT WRK-NUM-PROPOSTA FROM CONSOLE
               IF WRK-NUM-PROPOSTA IS NOT NUMERIC
                   MOVE ZEROS TO WRK-NUM-PROPOSTA
               END-IF
           END-IF
           IF WRK-NUM-PROPOSTA > ZEROS
               PERFORM 1091-CARREGA-PROPOSTA
           END-IF.

       1091-CARREGA-PROPOSTA.
           MOVE 'N' TO WRK-PROPOSTA-EFETIVADA
           MOVE SPACES TO WRK-SITUACAO-LIDA
           MOVE 'N' TO WRK-EOF-PROPOSTA
           MOVE WRK-NUM-PROPOSTA TO PRP-NUMERO
           MOVE ZEROS TO PRP-ITEM
           START PROPOSTA-FILE KEY >= PRP-CHAVE
               INVALID KEY MOVE 'S' TO WRK-EOF-PROPOSTA
           END-START
           PERFORM 1092-LE-ITEM-PROPOSTA UNTIL FIM-PROPOSTA
           EVALUATE TRUE
               WHEN WRK-QTD-ITENS = ZEROS
                   DISPLAY 'PROPOSTA NAO ENCONTRADA - SEGUE COMO '
                       'NOVA COTACAO'
               WHEN PROPOSTA-JA-EFETIVADA
                   DISPLAY 'PROPOSTA JA EFETIVADA - SEGUE COMO '
                       'NOVA COTACAO'
                   MOVE ZEROS TO WRK-QTD-ITENS
               WHEN OTHER
                   PERFORM 1093-APLICA-PROPOSTA
           END-EVALUATE.

       1092-LE-ITEM-PROPOSTA.
           READ PROPOSTA-FILE NEXT RECORD
               AT END MOVE 'S' TO WRK-EOF-PROPOSTA
           END-READ
           IF NOT FIM-PROPOSTA
               IF PRP-NUMERO NOT = WRK-NUM-PROPOSTA
                   MOVE 'S' TO WRK-EOF-PROPOSTA
               ELSE
                   IF PRP-CONVERTIDA
                       MOVE 'S' TO WRK-PROPOSTA-EFETIVADA
                   END-IF
                   IF WRK-QTD-ITENS < WRK-MAX-ITENS
                       ADD 1 TO WRK-QTD-ITENS
                       MOVE PRP-PDUTO TO IT-PDUTO (WRK-QTD-ITENS)
                       MOVE PRP-STADO TO IT-STADO (WRK-QTD-ITENS)
                       MOVE PRP-VALOR TO IT-VALOR (WRK-QTD-ITENS)
                       MOVE PRP-PESO TO IT-PESO (WRK-QTD-ITENS)
                       MOVE PRP-SEGURO TO IT-SEGURO (WRK-QTD-ITENS)
                       MOVE 'BRL' TO IT-MOEDA (WRK-QTD-ITENS)
                       MOVE PRP-FRETE TO IT-FRETE (WRK-QTD-ITENS)
                       MOVE PRP-ICMS TO IT-ICMS (WRK-QTD-ITENS)
                       MOVE PRP-VALOR-SEGURO
                           TO IT-VALOR-SEGURO (WRK-QTD-ITENS)
                       MOVE PRP-FRETE-CALC
                           TO IT-FRETE-CALC (WRK-QTD-ITENS)
                       MOVE PRP-PERIGOSO
                           TO IT-PERIGOSO (WRK-QTD-ITENS)
                       MOVE ZEROS TO IT-PEDIDO (WRK-QTD-ITENS)
                       MOVE PRP-ENDERECO
                           TO IT-ENDERECO (WRK-QTD-ITENS)
                       MOVE PRP-CEP TO IT-CEP (WRK-QTD-ITENS)
                       MOVE PRP-ZONA TO IT-ZONA (WRK-QTD-ITENS)
                       MOVE PRP-ADIC-ZONA
                           TO IT-ADIC-ZONA (WRK-QTD-ITENS)
                       MOVE PRP-SAZONAL
                           TO IT-SAZONAL (WRK-QTD-ITENS)
                   END-IF
                   MOVE PRP-VALIDADE TO WRK-VALIDADE-LIDA
                   MOVE PRP-SITUACAO TO WRK-SITUACAO-LIDA
                   MOVE PRP-CLIENTE TO WRK-CLIENTE-PROPOSTA
                   MOVE PRP-UF-ORIGEM TO WRK-UF-ORIGEM
                   MOVE PRP-FILIAL TO WRK-FILIAL
                   MOVE PRP-APROVADOR TO WRK-APROVADOR
               END-IF
           END-IF.

      * a proposta chamada de volta substitui a digitacao dos
      * itens; o perfil do cliente dela vale para a ligacao
       1093-APLICA-PROPOSTA.
           MOVE 'N' TO WRK-CONTINUA
           MOVE ZEROS TO WRK-CLIENTE WRK-LIMITE-CLIENTE
           MOVE 'N' TO WRK-CLI-BLOQ-PERDA
           MOVE SPACES TO WRK-UF-PADRAO WRK-MOEDA-PREF
               WRK-SEGURO-PADRAO
           IF WRK-CLIENTE-PROPOSTA > ZEROS
               MOVE WRK-CLIENTE-PROPOSTA TO WRK-CLIENTE
               MOVE 'N' TO WRK-CLIENTE-OK
               PERFORM 1065-LE-CLIENTE
               IF NOT CLIENTE-RESOLVIDO
                   MOVE ZEROS TO WRK-CLIENTE
               END-IF
           END-IF
           IF WRK-SITUACAO-LIDA = 'A'
                   AND WRK-DATA-COTACAO <= WRK-VALIDADE-LIDA
               MOVE 'V' TO WRK-PROPOSTA-LIDA
      * o preco dado e garantido ate a validade: a proposta
      * segue o caminho do preco negociado, direto ao log,
      * porque o lote recotaria pela tabela do dia
               MOVE 'S' TO WRK-NEGOCIADO
               DISPLAY 'PROPOSTA ' WRK-NUM-PROPOSTA ' VALIDA ATE '
                   WRK-VALIDADE-LIDA ' - EFETIVA PELO PRECO DADO'
           ELSE
               MOVE 'R' TO WRK-PROPOSTA-LIDA
               MOVE WRK-NUM-PROPOSTA TO WRK-PROPOSTA-ORIGEM
               DISPLAY 'PROPOSTA ' WRK-NUM-PROPOSTA ' VENCIDA EM '
                   WRK-VALIDADE-LIDA ' - ITENS RECOTADOS PELA '
                   'TABELA DE HOJE'
               PERFORM 1094-MARCA-VENCIDA
                   VARYING WRK-IDX-PROP FROM 1 BY 1
                   UNTIL WRK-IDX-PROP > WRK-QTD-ITENS
               PERFORM 1095-RECOTA-ITEM
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-ITENS
           END-IF.

       1094-MARCA-VENCIDA.
           MOVE WRK-NUM-PROPOSTA TO PRP-NUMERO
           MOVE WRK-IDX-PROP TO PRP-ITEM
           READ PROPOSTA-FILE
               KEY IS PRP-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PRP-ABERTA
                       MOVE 'E' TO PRP-SITUACAO
                       MOVE WRK-DATA-COTACAO TO PRP-DATA-SITUACAO
                       REWRITE PROPOSTA-RECORD
                   END-IF
           END-READ.

      * recotacao pela tabela do dia com o mesmo calculo da
      * digitacao; UF que saiu da tabela e perguntada de novo
       1095-RECOTA-ITEM.
           MOVE IT-PDUTO (WRK-IDX) TO WRK-PDUTO
           MOVE IT-STADO (WRK-IDX) TO WRK-STADO
           MOVE IT-VALOR (WRK-IDX) TO WRK-VALOR
           MOVE IT-PESO (WRK-IDX) TO WRK-PESO
           MOVE IT-SEGURO (WRK-IDX) TO WRK-SEGURO
           MOVE IT-MOEDA (WRK-IDX) TO WRK-MOEDA
           MOVE IT-PERIGOSO (WRK-IDX) TO WRK-PERIGOSO
           MOVE IT-FRETE (WRK-IDX) TO WRK-FRETE-ANTERIOR
           MOVE IT-ENDERECO (WRK-IDX) TO WRK-ENDERECO
           MOVE IT-CEP (WRK-IDX) TO WRK-CEP
           MOVE WRK-STADO TO FRT-UF
           READ FRETE-TABLE
               KEY IS FRT-UF
               INVALID KEY
                   DISPLAY 'ITEM ' WRK-IDX ': UF ' WRK-STADO
                       ' FORA DA TABELA DE FRETE'
                   MOVE SPACES TO WRK-UF-PADRAO
                   PERFORM 2110-PEDE-ESTADO
                   PERFORM 2160-PEDE-ENDERECO
               NOT INVALID KEY
                   MOVE FRT-TAXA TO WRK-TAXA
                   MOVE FRT-ICMS TO WRK-TAXA-ICMS
                   PERFORM 2115-APLICA-ROTA
      * as faixas de CEP podem ter mudado desde a proposta
                   PERFORM 2166-LOCALIZA-ZONA
                   IF WRK-ZONA NOT = SPACES
                           AND WRK-UF-CEP NOT = WRK-STADO
                       DISPLAY 'ITEM ' WRK-IDX ': CEP ' WRK-CEP
                           ' NAO PERTENCE A UF ' WRK-STADO
                       PERFORM 2160-PEDE-ENDERECO
                   END-IF
           END-READ
           PERFORM 2200-CALCULA-ITEM
           MOVE WRK-STADO TO IT-STADO (WRK-IDX)
           MOVE WRK-ENDERECO TO IT-ENDERECO (WRK-IDX)
           MOVE WRK-CEP TO IT-CEP (WRK-IDX)
           MOVE WRK-ZONA TO IT-ZONA (WRK-IDX)
           MOVE WRK-ADIC-ZONA TO IT-ADIC-ZONA (WRK-IDX)
           MOVE WRK-SAZONAL TO IT-SAZONAL (WRK-IDX)
           MOVE WRK-VALOR TO IT-VALOR (WRK-IDX)
           MOVE WRK-PESO TO IT-PESO (WRK-IDX)
           MOVE WRK-FRETE TO IT-FRETE (WRK-IDX)
           MOVE WRK-ICMS TO IT-ICMS (WRK-IDX)
           MOVE WRK-VALOR-SEGURO TO IT-VALOR-SEGURO (WRK-IDX)
           MOVE WRK-FRETE TO IT-FRETE-CALC (WRK-IDX)
           DISPLAY 'ITEM ' WRK-IDX ': ' WRK-PDUTO
               ' FRETE ANTERIOR ' WRK-FRETE-ANTERIOR
               '  FRETE DE HOJE ' WRK-FRETE.

       2000-CAPTURA-ITEM.
           ADD 1 TO WRK-QTD-ITENS
           DISPLAY '--- ITEM ' WRK-QTD-ITENS ' ---'
           PERFORM 2100-PEDE-PRODUTO
           PERFORM 2110-PEDE-ESTADO
           PERFORM 2160-PEDE-ENDERECO
           PERFORM 2120-PEDE-VALOR
           PERFORM 2130-PEDE-PESO
           PERFORM 2140-PEDE-MOEDA
           MOVE WRK-ICMS   TO IT-ICMS   (WRK-QTD-ITENS)
           MOVE WRK-VALOR-SEGURO TO IT-VALOR-SEGURO (WRK-QTD-ITENS)
           MOVE WRK-FRETE TO IT-FRETE-CALC (WRK-QTD-ITENS)
           MOVE WRK-PERIGOSO TO IT-PERIGOSO (WRK-QTD-ITENS)
           MOVE ZEROS TO IT-PEDIDO (WRK-QTD-ITENS)
           MOVE WRK-ENDERECO TO IT-ENDERECO (WRK-QTD-ITENS)
           MOVE WRK-CEP TO IT-CEP (WRK-QTD-ITENS)
           MOVE WRK-ZONA TO IT-ZONA (WRK-QTD-ITENS)
           MOVE WRK-ADIC-ZONA TO IT-ADIC-ZONA (WRK-QTD-ITENS)
           MOVE WRK-SAZONAL TO IT-SAZONAL (WRK-QTD-ITENS)
           DISPLAY 'FRETE DO ITEM: ' WRK-FRETE '  SEGURO: '
               WRK-VALOR-SEGURO '  ICMS: ' WRK-ICMS
           IF WRK-ADIC-ZONA > ZEROS
               DISPLAY 'ADICIONAL DE ZONA (' WRK-ZONA '): '
                   WRK-ADIC-ZONA
           END-IF
           IF WRK-SAZONAL > ZEROS
               DISPLAY 'ADICIONAL SAZONAL (' WRK-SAZ-DESCRICAO
                   '): ' WRK-SAZONAL
           END-IF
           IF WRK-QTD-ITENS >= WRK-MAX-ITENS
               MOVE 'N' TO WRK-CONTINUA
               DISPLAY 'LIMITE DE ' WRK-MAX-ITENS
                               'TENTE NOVAMENTE'
                       ELSE
                           MOVE 'S' TO WRK-PRODUTO-OK
                           MOVE 'N' TO WRK-PERIGOSO
      * o balcao cota pela tabela propria; o embarque firme de
      * carga perigosa depende de transportadora certificada
      * no lote e pode ser rejeitado la
                           IF PRD-CATEGORIA = 'PERIGOSO'
                               MOVE 'S' TO WRK-PERIGOSO
                               DISPLAY 'ATENCAO: CARGA PERIGOSA - '
                                   'EMBARQUE SUJEITO A '
                                   'TRANSPORTADORA CERTIFICADA'
           END-PERFORM
           PERFORM 2115-APLICA-ROTA.

      * endereco de entrega do item: cliente identificado
      * aponta o endereco do caderno (zeros = principal 001);
      * sem cliente, o atendente informa o CEP. CEP de faixa de
      * outra UF recusa o item ate UF e endereco baterem; CEP
      * fora do cadastro de faixas segue sem zona
       2160-PEDE-ENDERECO.
           MOVE 'N' TO WRK-ENDERECO-OK
           PERFORM UNTIL ENDERECO-OK
               MOVE ZEROS TO WRK-ENDERECO WRK-CEP
               IF WRK-CLIENTE > ZEROS AND ENDCLI-DISPONIVEL
                   PERFORM 2161-PEDE-ENDERECO-CLIENTE
               ELSE
                   DISPLAY 'CEP DE ENTREGA (ZEROS = NAO INFORMADO): '
                   ACCEPT WRK-CEP FROM CONSOLE
                   IF WRK-CEP IS NOT NUMERIC
                       MOVE ZEROS TO WRK-CEP
                   END-IF
                   MOVE 'S' TO WRK-ENDERECO-OK
               END-IF
               IF ENDERECO-OK
                   PERFORM 2166-LOCALIZA-ZONA
                   IF WRK-ZONA NOT = SPACES
                           AND WRK-UF-CEP NOT = WRK-STADO
                       DISPLAY 'CEP ' WRK-CEP ' E DA UF ' WRK-UF-CEP
                           ' - NAO PERTENCE A UF DE ENTREGA '
                           WRK-STADO
                       MOVE 'N' TO WRK-ENDERECO-OK
                       PERFORM 2110-PEDE-ESTADO
                   END-IF
               END-IF
           END-PERFORM.

      * o principal de outra UF (ou cliente sem caderno) nao
      * e o destino do item: segue sem endereco, como no lote
       2161-PEDE-ENDERECO-CLIENTE.
           DISPLAY 'ENDERECO DE ENTREGA DO CLIENTE (ZEROS = '
               'PRINCIPAL): '
           ACCEPT WRK-ENDERECO FROM CONSOLE
           IF WRK-ENDERECO IS NOT NUMERIC
               MOVE ZEROS TO WRK-ENDERECO
           END-IF
           MOVE WRK-CLIENTE TO END-CLIENTE
           IF WRK-ENDERECO > ZEROS
               MOVE WRK-ENDERECO TO END-SEQ
           ELSE
               MOVE 1 TO END-SEQ
           END-IF
           READ ENDERECO-FILE
               KEY IS END-CHAVE
               INVALID KEY
                   IF WRK-ENDERECO > ZEROS
                       DISPLAY 'ENDERECO NAO CADASTRADO PARA O '
                           'CLIENTE, TENTE NOVAMENTE'
                   ELSE
                       MOVE 'S' TO WRK-ENDERECO-OK
                   END-IF
               NOT INVALID KEY
                   IF END-UF NOT = WRK-STADO
                       IF WRK-ENDERECO > ZEROS
                           DISPLAY 'ENDERECO ' END-SEQ ' E DA UF '
                               END-UF ', NAO DA UF DE ENTREGA - '
                               'TENTE NOVAMENTE'
                       ELSE
                           MOVE 'S' TO WRK-ENDERECO-OK
                       END-IF
                   ELSE
                       DISPLAY 'ENTREGA EM: ' END-RUA ' - '
                           END-CIDADE
                       IF END-CEP IS NUMERIC
                           MOVE END-CEP TO WRK-CEP
                       END-IF
                       MOVE 'S' TO WRK-ENDERECO-OK
                   END-IF
           END-READ.

      * a faixa do CEP e a primeira com CEP final >= CEP, desde
      * que o CEP nao fique abaixo do inicio dela (mesma busca
      * do lote)
       2166-LOCALIZA-ZONA.
           MOVE SPACES TO WRK-ZONA WRK-UF-CEP
           IF CEPZONA-DISPONIVEL AND WRK-CEP > ZEROS
               MOVE WRK-CEP TO CPZ-CEP-FINAL
               START CEPZONA-FILE KEY IS NOT LESS THAN CPZ-CEP-FINAL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ CEPZONA-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF WRK-CEP >= CPZ-CEP-INICIAL
                                   MOVE CPZ-ZONA TO WRK-ZONA
                                   MOVE CPZ-UF TO WRK-UF-CEP
                               END-IF
                       END-READ
               END-START
           END-IF.

      * mesma regra de roteamento do lote: a mais barata entre
      * a taxa por UF, a rota direta e a rota via hub; o
      * atendente ve qual roteamento venceu
      * soma dentro de WRK-FRETE - mesmo criterio do ICMS, porque
      * contabilidade lanca frete e seguro em contas distintas
           PERFORM 2260-CALCULA-SEGURO
           PERFORM 2270-CALCULA-ADIC-ZONA
           PERFORM 2275-CALCULA-SAZONAL
           PERFORM 2280-CALCULA-ICMS.

      * adicional de zona sobre o frete do item, em linha
      * propria como no lote; capital e CEP sem zona nao pagam
       2270-CALCULA-ADIC-ZONA.
           MOVE ZEROS TO WRK-ADIC-ZONA WRK-PERC-ZONA
           EVALUATE WRK-ZONA
               WHEN 'I'
                   MOVE WRK-PERC-INTERIOR TO WRK-PERC-ZONA
               WHEN 'R'
                   MOVE WRK-PERC-REMOTA TO WRK-PERC-ZONA
           END-EVALUATE
           IF WRK-PERC-ZONA > ZEROS
               COMPUTE WRK-ADIC-ZONA ROUNDED =
                   WRK-FRETE * WRK-PERC-ZONA / 100
                   ON SIZE ERROR
                       MOVE ZEROS TO WRK-ADIC-ZONA
               END-COMPUTE
           END-IF.

      * adicional de alta temporada sobre o frete do item, em
      * linha propria como no lote: percentual ou valor fixo do
      * periodo que contem a data da cotacao
       2275-CALCULA-SAZONAL.
           MOVE ZEROS TO WRK-SAZONAL WRK-SAZ-PERC WRK-SAZ-VALOR
           MOVE SPACES TO WRK-SAZ-TIPO WRK-SAZ-DESCRICAO
           MOVE 'N' TO WRK-SAZ-DA-UF
           IF SAZONAL-DISPONIVEL
               MOVE 'N' TO WRK-EOF-SAZONAL
               MOVE ZEROS TO SAZ-DATA-INICIAL
               MOVE SPACES TO SAZ-UF
               START SAZONAL-FILE KEY >= SAZ-CHAVE
                   INVALID KEY MOVE 'S' TO WRK-EOF-SAZONAL
               END-START
               PERFORM 2276-LE-PERIODO-SAZONAL UNTIL FIM-SAZONAL
           END-IF
           EVALUATE WRK-SAZ-TIPO
               WHEN 'P'
                   COMPUTE WRK-SAZONAL ROUNDED =
                       WRK-FRETE * WRK-SAZ-PERC / 100
                       ON SIZE ERROR
                           MOVE ZEROS TO WRK-SAZONAL
                   END-COMPUTE
               WHEN 'F'
                   MOVE WRK-SAZ-VALOR TO WRK-SAZONAL
           END-EVALUATE.

       2276-LE-PERIODO-SAZONAL.
           READ SAZONAL-FILE NEXT RECORD
               AT END MOVE 'S' TO WRK-EOF-SAZONAL
           END-READ
           IF NOT FIM-SAZONAL
               IF SAZ-DATA-INICIAL > WRK-DATA-COTACAO
                   MOVE 'S' TO WRK-EOF-SAZONAL
               ELSE
                   IF SAZ-DATA-FINAL >= WRK-DATA-COTACAO
                       AND (SAZ-UF = WRK-STADO
                       OR (SAZ-UF = SPACES AND NOT SAZONAL-DA-UF))
                       IF SAZ-UF = WRK-STADO
                           MOVE 'S' TO WRK-SAZ-DA-UF
                       END-IF
                       MOVE SAZ-TIPO TO WRK-SAZ-TIPO
                       MOVE SAZ-PERC TO WRK-SAZ-PERC
                       MOVE SAZ-VALOR TO WRK-SAZ-VALOR
                       MOVE SAZ-DESCRICAO TO WRK-SAZ-DESCRICAO
                   END-IF
               END-IF
           END-IF.

      * aliquota do par origem/destino na matriz de ICMS, com
      * a de importado quando o produto e importado; sem UF de
      * origem ou sem aliquota vigente para o par fica o
      * FRT-ICMS do destino. O produto e relido aqui porque o
      * item recotado de uma proposta nao passa pelo 2100
       2280-CALCULA-ICMS.
           MOVE 'N' TO WRK-PRD-ORIGEM
           MOVE WRK-PDUTO TO PRD-CODIGO
           READ PRODUCT-MASTER
               KEY IS PRD-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PRD-IMPORTADO
                       MOVE 'I' TO WRK-PRD-ORIGEM
                   END-IF
           END-READ
           IF ICMSMAT-DISPONIVEL AND WRK-UF-ORIGEM NOT = SPACES
               MOVE 'N' TO WRK-EOF-ICMSMAT
               MOVE WRK-UF-ORIGEM TO ALQ-UF-ORIGEM
               MOVE WRK-STADO TO ALQ-UF-DESTINO
               MOVE ZEROS TO ALQ-DATA-VIGENCIA
               START ICMSMAT-FILE KEY >= ALQ-CHAVE
                   INVALID KEY MOVE 'S' TO WRK-EOF-ICMSMAT
               END-START
               PERFORM 2281-LE-VIGENCIA-ICMS UNTIL FIM-ICMSMAT
           END-IF
           COMPUTE WRK-ICMS ROUNDED = WRK-VALOR * WRK-TAXA-ICMS.

       2281-LE-VIGENCIA-ICMS.
           READ ICMSMAT-FILE NEXT RECORD
               AT END MOVE 'S' TO WRK-EOF-ICMSMAT
           END-READ
           IF NOT FIM-ICMSMAT
               IF ALQ-UF-ORIGEM NOT = WRK-UF-ORIGEM
                       OR ALQ-UF-DESTINO NOT = WRK-STADO
                       OR ALQ-DATA-VIGENCIA > WRK-DATA-COTACAO
                   MOVE 'S' TO WRK-EOF-ICMSMAT
               ELSE
                   IF PRODUTO-IMPORTADO
                       MOVE ALQ-ALIQ-IMPORTADO TO WRK-TAXA-ICMS
                   ELSE
                       MOVE ALQ-ALIQUOTA TO WRK-TAXA-ICMS
                   END-IF
               END-IF
           END-IF.

       2250-CALCULA-FAIXA-PESO.
           MOVE 1,00 TO WRK-FATOR-PESO
           MOVE 'N' TO WRK-FAIXA-OK
               IF WRK-PESO <= WRK-FAIXA-PESO-ATE (WRK-IDX-FAIXA)
                   MOVE WRK-FAIXA-FATOR (WRK-IDX-FAIXA)
                       TO WRK-FATOR-PESO
                   MOVE WRK-IDX-FAIXA TO WRK-IDX-FAIXA-SEL
                   MOVE 'S' TO WRK-FAIXA-OK
                   MOVE 5 TO WRK-IDX-FAIXA
               END-IF
           MOVE IT-MOEDA (WRK-IDX) TO WRK-MOEDA
           ADD WRK-FRETE TO WRK-TOTAL-FRETE
           ADD WRK-ICMS  TO WRK-TOTAL-ICMS
           ADD WRK-VALOR-SEGURO TO WRK-TOTAL-SEGURO
           ADD IT-ADIC-ZONA (WRK-IDX) TO WRK-TOTAL-ADIC-ZONA
           ADD IT-SAZONAL (WRK-IDX) TO WRK-TOTAL-SAZONAL.

      * cotacao que nao virou pedido firme ainda vai para o
      * FRETE-LOG como registro da cotacao dada na ligacao
           MOVE IT-VALOR-SEGURO (WRK-IDX) TO WRK-VALOR-SEGURO
           MOVE IT-MOEDA (WRK-IDX) TO WRK-MOEDA
           MOVE IT-FRETE-CALC (WRK-IDX) TO WRK-FRETE-CALC
           MOVE IT-PERIGOSO (WRK-IDX) TO WRK-PERIGOSO
           MOVE SPACES TO WRK-TRANSP-ESCOLHIDA
           MOVE ZEROS TO WRK-MELHOR-FRETE
      * so o pedido negociado confirmado e embarque de verdade;
      * a cotacao que nao fechou nao consome teto de ninguem
           IF PEDIDO-CONFIRMADO
               PERFORM 3300-ESCOLHE-TRANSP
           END-IF
           PERFORM 3200-GRAVA-LOG.

      * mais barata entre as ativas da UF com teto no dia para
      * o item; a mais barata ja lotada cede o item a proxima.
      * A escolhida tem a sobra reservada antes do log
       3300-ESCOLHE-TRANSP.
           MOVE ZEROS TO WRK-TENT-RESERVA
           MOVE 'N' TO WRK-RESERVA-OK
           IF TRANSP-DISPONIVEL
               PERFORM 2250-CALCULA-FAIXA-PESO
               PERFORM 3305-ESCOLHE-E-RESERVA UNTIL RESERVA-FEITA
               IF NOT TRANSP-ENCONTRADA AND TRANSP-LOTADA
                   DISPLAY 'ITEM ' WRK-IDX ': TODAS AS '
                       'TRANSPORTADORAS DA UF NO TETO DO DIA - '
                       'EMBARQUE SEM TRANSPORTADORA'
               END-IF
           ELSE
               MOVE 'N' TO WRK-TEM-TRANSP
               MOVE 'N' TO WRK-TEM-LOTADA
           END-IF.

       3305-ESCOLHE-E-RESERVA.
           MOVE 'N' TO WRK-TEM-TRANSP
           MOVE 'N' TO WRK-TEM-LOTADA
           MOVE SPACES TO WRK-TRANSP-ESCOLHIDA
           MOVE ZEROS TO WRK-MELHOR-FRETE
           MOVE 'N' TO WRK-EOF-TRANSP
           MOVE WRK-STADO TO TRP-UF
           MOVE SPACES TO TRP-CODIGO
           START TRANSP-TABLE KEY >= TRP-CHAVE
               INVALID KEY MOVE 'S' TO WRK-EOF-TRANSP
           END-START
           PERFORM 3310-AVALIA-TRANSP UNTIL FIM-TRANSP
           IF NOT TRANSP-ENCONTRADA
               MOVE 'S' TO WRK-RESERVA-OK
           ELSE
               PERFORM 3330-RESERVA-TETO
               IF CAP-DISPONIVEL
                   MOVE 'S' TO WRK-RESERVA-OK
               ELSE
                   ADD 1 TO WRK-TENT-RESERVA
                   IF WRK-TENT-RESERVA >= WRK-MAX-RESERVA
                       MOVE 'N' TO WRK-TEM-TRANSP
                       MOVE 'S' TO WRK-TEM-LOTADA
                       MOVE SPACES TO WRK-TRANSP-ESCOLHIDA
                       MOVE ZEROS TO WRK-MELHOR-FRETE
                       MOVE 'S' TO WRK-RESERVA-OK
                   END-IF
               END-IF
           END-IF.

       3310-AVALIA-TRANSP.
           READ TRANSP-TABLE NEXT RECORD
               AT END MOVE 'S' TO WRK-EOF-TRANSP
           END-READ
           IF NOT FIM-TRANSP
               IF TRP-UF NOT = WRK-STADO
                   MOVE 'S' TO WRK-EOF-TRANSP
               ELSE
                   IF TRP-TRANSP-ATIVA
                           AND (NOT CARGA-PERIGOSA
                               OR TRP-CERTIFICADA)
                       MOVE 'S' TO WRK-CAND-OK
                       COMPUTE WRK-FRETE-CAND ROUNDED =
                           WRK-VALOR * TRP-TAXA *
                           TRP-FATOR (WRK-IDX-FAIXA-SEL)
                           ON SIZE ERROR
                               MOVE 'N' TO WRK-CAND-OK
                       END-COMPUTE
                       IF CANDIDATO-OK
                           IF NOT TRANSP-ENCONTRADA
                                   OR WRK-FRETE-CAND < WRK-MELHOR-FRETE
                               PERFORM 3320-CONSULTA-TETO
                               IF CAP-DISPONIVEL
                                   MOVE 'S' TO WRK-TEM-TRANSP
                                   MOVE WRK-FRETE-CAND
                                       TO WRK-MELHOR-FRETE
                                   MOVE TRP-CODIGO
                                       TO WRK-TRANSP-ESCOLHIDA
                               ELSE
                                   MOVE 'S' TO WRK-TEM-LOTADA
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3320-CONSULTA-TETO.
           MOVE 'C' TO WRK-CAP-OPERACAO
           MOVE WRK-DATA-COTACAO TO WRK-CAP-DATA
           MOVE WRK-STADO TO WRK-CAP-UF
           MOVE TRP-CODIGO TO WRK-CAP-TRANSP
           MOVE 1 TO WRK-CAP-QTD
           MOVE WRK-PESO TO WRK-CAP-PESO
           CALL 'capsrv' USING WRK-CAPSRV.

      * a escolhida confere e soma o item ao teto do dia de
      * uma vez so, a salvo do lote rodando ao mesmo tempo
       3330-RESERVA-TETO.
           MOVE 'V' TO WRK-CAP-OPERACAO
           MOVE WRK-DATA-COTACAO TO WRK-CAP-DATA
           MOVE WRK-STADO TO WRK-CAP-UF
           MOVE WRK-TRANSP-ESCOLHIDA TO WRK-CAP-TRANSP
           MOVE 1 TO WRK-CAP-QTD
           MOVE WRK-PESO TO WRK-CAP-PESO
           CALL 'capsrv' USING WRK-CAPSRV.

      * item que nao entrou no log devolve o que reservou
       3340-DEVOLVE-RESERVA.
           IF LOG-TRANSP NOT = SPACES
               MOVE 'L' TO WRK-CAP-OPERACAO
               MOVE WRK-DATA-COTACAO TO WRK-CAP-DATA
               MOVE LOG-STADO TO WRK-CAP-UF
               MOVE LOG-TRANSP TO WRK-CAP-TRANSP
               MOVE 1 TO WRK-CAP-QTD
               MOVE LOG-PESO TO WRK-CAP-PESO
               CALL 'capsrv' USING WRK-CAPSRV
           END-IF.

      * mesmo formato de chave e mesmo contador de sequencia do
      * lote, para que as duas origens de cotacao fiquem juntas
      * no FRETE-LOG
       3200-GRAVA-LOG.
           ADD 1 TO WRK-SEQ-LOG
           ACCEPT WRK-DATA-HORA-SYS FROM DATE YYYYMMDD
           ACCEPT WRK-HORA-SISTEMA FROM TIME
           MOVE WRK-HORA-SISTEMA (1:6) TO WRK-DHS-HORA
           MOVE WRK-DHS-DATA TO LOG-DATA-HORA (1:8)
           MOVE WRK-DHS-HORA TO LOG-DATA-HORA (9:6)
           STRING WRK-DHS-DATA WRK-DHS-HORA WRK-SEQ-LOG
           MOVE WRK-ICMS TO LOG-ICMS
           MOVE WRK-VALOR-SEGURO TO LOG-SEGURO
      * a cotacao por telefone segue precificando pela tabela
      * propria de UF; so o pedido negociado confirmado leva a
      * transportadora escolhida no 3300
           MOVE WRK-TRANSP-ESCOLHIDA TO LOG-TRANSP
      * cotacao por telefone nao aplica desconto contratual
           MOVE WRK-FRETE TO LOG-FRETE-BRUTO
           MOVE ZEROS TO LOG-DESCONTO
           MOVE 'N' TO LOG-TIPO
           MOVE ZEROS TO LOG-SEQ-ORIGINAL
           MOVE WRK-PESO TO LOG-PESO
           MOVE IT-ENDERECO (WRK-IDX) TO LOG-ENDERECO
      * custo de terceiro e o frete da transportadora escolhida
           MOVE WRK-MELHOR-FRETE TO LOG-CUSTO-TRANSP
           MOVE ZEROS TO LOG-ADICIONAL
      * o calculado pela tabela e quem aprovou (branco quando
      * o preco nao foi negociado)
           MOVE WRK-FILIAL TO LOG-FILIAL
      * cotacao de balcao nao nasce de pedido do mestre
           MOVE ZEROS TO LOG-PEDIDO
           MOVE IT-ZONA (WRK-IDX) TO LOG-ZONA
           MOVE IT-ADIC-ZONA (WRK-IDX) TO LOG-ADIC-ZONA
           MOVE IT-SAZONAL (WRK-IDX) TO LOG-SAZONAL
      * sem pedido do mestre nao ha cobranca na entrega
           MOVE ZEROS TO LOG-REEMBOLSO LOG-TAXA-REEMB
           PERFORM 3250-PROXIMO-SEQ-ID
           MOVE WRK-PROX-SEQ-ID TO LOG-SEQ-ID
           WRITE FRETE-LOG-RECORD
               INVALID KEY
                   DISPLAY 'ERRO GRAVANDO FRETE-LOG: ' LOG-CHAVE
                   PERFORM 3340-DEVOLVE-RESERVA
           END-WRITE.

      * numeracao via servico central (seqsrv), o mesmo
           DISPLAY 'FRETE TOTAL: ' WRK-TOTAL-FRETE
           DISPLAY 'SEGURO TOTAL: ' WRK-TOTAL-SEGURO
           DISPLAY 'ICMS TOTAL: ' WRK-TOTAL-ICMS
           IF WRK-TOTAL-ADIC-ZONA > ZEROS
               DISPLAY 'ADICIONAL DE ZONA TOTAL: ' WRK-TOTAL-ADIC-ZONA
           END-IF
           IF WRK-TOTAL-SAZONAL > ZEROS
               DISPLAY 'ADICIONAL SAZONAL TOTAL: ' WRK-TOTAL-SAZONAL
           END-IF
           DISPLAY '========================================='.

      * se o cliente fechou o pedido na ligacao, cada item vira
      * checagem de limite de credito do pedido firme: saldo
      * em aberto nas faturas mais o frete deste pedido contra
      * o limite do cadastro; liberacao do supervisor na data
      * (credrel) passa direto, e limite zerado = sem limite;
      * cliente bloqueado por baixa por perda vai sempre para
      * a fila
       4550-VERIFICA-CREDITO.
           MOVE 'N' TO WRK-CRED-BLOQ
           IF WRK-CLIENTE > ZEROS
                   AND (WRK-LIMITE-CLIENTE > ZEROS
                       OR CLIENTE-BLOQ-PERDA)
               PERFORM 4560-VERIFICA-LIBERACAO
               IF NOT CREDITO-LIBERADO
                   PERFORM 4570-CALCULA-SALDO
                   COMPUTE WRK-SALDO-CLIENTE =
                       WRK-SALDO-CLIENTE + WRK-TOTAL-FRETE
                   IF WRK-SALDO-CLIENTE > WRK-LIMITE-CLIENTE
                           OR CLIENTE-BLOQ-PERDA
                       MOVE 'S' TO WRK-CRED-BLOQ
                   END-IF
               END-IF
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-ITENS
           CLOSE CREDIT-HOLD
           IF CLIENTE-BLOQ-PERDA
               DISPLAY 'CLIENTE BLOQUEADO PARA CREDITO - PEDIDO '
                   'ENVIADO A FILA DE BLOQUEIO'
           ELSE
               DISPLAY 'LIMITE DE CREDITO EXCEDIDO - PEDIDO ENVIADO '
                   'A FILA DE BLOQUEIO PARA LIBERACAO DO SUPERVISOR'
           END-IF.

       4750-GRAVA-ITEM-FILA.
           MOVE IT-PDUTO (WRK-IDX) TO HLD-PDUTO
           MOVE WRK-UF-ORIGEM TO HLD-UF-ORIGEM
           MOVE ZEROS TO HLD-DATA-ENVIO
           MOVE WRK-OPERADOR TO HLD-OPERADOR
           MOVE IT-ENDERECO (WRK-IDX) TO HLD-ENDERECO
           MOVE WRK-FILIAL TO HLD-FILIAL
      * o pedido bloqueado ja leva o numero dele, para a
      * liberacao do supervisor nao renumerar
           PERFORM 4650-PROXIMO-NUMERO
           MOVE WRK-SEQPED-PRIMEIRO TO HLD-NUMERO
           ACCEPT WRK-ENT-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-HORA-SISTEMA FROM TIME
           MOVE WRK-HORA-SISTEMA (1:4) TO WRK-ENT-HORA
           MOVE WRK-DATA-HORA-ENT TO HLD-ENTRADA
           MOVE 'P' TO HLD-STATUS
           MOVE WRK-CLIENTE TO CRH-CLIENTE
           MOVE WRK-SALDO-CLIENTE TO CRH-SALDO
           MOVE WRK-LIMITE-CLIENTE TO CRH-LIMITE
           MOVE HOLD-ORDER-RECORD TO CRH-PEDIDO
           WRITE CREDIT-HOLD-RECORD
           MOVE HLD-NUMERO TO IT-PEDIDO (WRK-IDX).

       4600-GRAVA-PEDIDO-FIRME.
           MOVE IT-PDUTO (WRK-IDX) TO RSB-PDUTO
           MOVE WRK-UF-ORIGEM TO RSB-UF-ORIGEM
           MOVE ZEROS TO RSB-DATA-ENVIO
           MOVE WRK-OPERADOR TO RSB-OPERADOR
           MOVE IT-ENDERECO (WRK-IDX) TO RSB-ENDERECO
           MOVE WRK-FILIAL TO RSB-FILIAL
           PERFORM 4650-PROXIMO-NUMERO
           MOVE WRK-SEQPED-PRIMEIRO TO RSB-NUMERO
      * carimbo de entrada = hora da confirmacao; e essa hora
      * que o corte do deposito compara no lote
           ACCEPT WRK-ENT-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-HORA-SISTEMA FROM TIME
           MOVE WRK-HORA-SISTEMA (1:4) TO WRK-ENT-HORA
           MOVE WRK-DATA-HORA-ENT TO RSB-ENTRADA
           MOVE 'P' TO RSB-STATUS
           WRITE RESUB-ORDER-RECORD
                   DISPLAY 'ERRO GRAVANDO PEDIDO NO MESTRE: '
                       RSB-NUMERO
               NOT INVALID KEY
                   MOVE SPACES TO WRK-JRN-ANTES
                   MOVE RESUB-ORDER-RECORD TO WRK-JRN-DEPOIS
                   MOVE 'I' TO WRK-JRN-OPERACAO
                   PERFORM 4660-GRAVA-JORNAL
                   ADD 1 TO WRK-QTD-CONFIRMADOS
                   MOVE RSB-NUMERO TO IT-PEDIDO (WRK-IDX)
           END-WRITE.

      * um numero de pedido da serie P por pedido firme ou
           MOVE 1 TO WRK-SEQPED-QTD
           CALL 'seqsrv' USING WRK-SEQPED.

       4660-GRAVA-JORNAL.
           MOVE 'PEDMULTI' TO WRK-JRN-PROGRAMA
           MOVE WRK-OPERADOR TO WRK-JRN-OPERADOR
           MOVE 'ORDMAST' TO WRK-JRN-ARQUIVO
           MOVE RSB-NUMERO TO WRK-JRN-CHAVE
           CALL 'jrnsrv' USING WRK-JRNSRV.

      * fecha a ligacao no registro de propostas: a proposta
      * valida efetivada vira convertida; a cotacao nova (ou
      * a recotacao de uma vencida) ganha numero e validade,
      * ja convertida quando o cliente fechou na hora
       3800-REGISTRA-PROPOSTA.
           IF WRK-QTD-ITENS > ZEROS AND PROPOSTA-DISPONIVEL
               IF PROPOSTA-VIGENTE
                   IF PEDIDO-CONFIRMADO
                       PERFORM 3850-EFETIVA-ITEM
                           VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-QTD-ITENS
                       DISPLAY 'PROPOSTA ' WRK-NUM-PROPOSTA
                           ' EFETIVADA'
                   ELSE
                       DISPLAY 'PROPOSTA ' WRK-NUM-PROPOSTA
                           ' SEGUE VALIDA ATE ' WRK-VALIDADE-LIDA
                   END-IF
               ELSE
                   PERFORM 3810-NOVA-PROPOSTA
               END-IF
           END-IF.

       3810-NOVA-PROPOSTA.
           MOVE 1 TO WRK-SEQPROP-QTD
           CALL 'seqsrv' USING WRK-SEQPROP
           IF WRK-SEQPROP-PRIMEIRO = ZEROS
               DISPLAY 'SEM RESERVA DE NUMERACAO - PROPOSTA NAO '
                   'REGISTRADA'
           ELSE
               PERFORM 3820-CALCULA-VALIDADE
               PERFORM 3830-GRAVA-ITEM-PROPOSTA
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-ITENS
               IF WRK-PROPOSTA-ORIGEM > ZEROS
                   PERFORM 3840-LIGA-RECOTACAO
                       VARYING WRK-IDX-PROP FROM 1 BY 1
                       UNTIL WRK-IDX-PROP > WRK-QTD-ITENS
               END-IF
               IF PEDIDO-CONFIRMADO
                   DISPLAY 'PROPOSTA ' WRK-SEQPROP-PRIMEIRO
                       ' REGISTRADA COMO CONVERTIDA'
               ELSE
                   DISPLAY 'PROPOSTA ' WRK-SEQPROP-PRIMEIRO
                       ' REGISTRADA - VALIDA ATE ' WRK-DATA-VALIDADE
               END-IF
           END-IF.

      * validade = data da cotacao mais os dias corridos do
      * RATESCFG.DAT, virando mes e ano pelo dateval comum
       3820-CALCULA-VALIDADE.
           MOVE WRK-DATA-COTACAO TO WRK-DATA-VALIDADE
           MOVE WRK-DIAS-VALIDADE TO WRK-DIAS-REST
           PERFORM 3825-AVANCA-UM-DIA
               UNTIL WRK-DIAS-REST = ZEROS.

       3825-AVANCA-UM-DIA.
           ADD 1 TO WRK-VAL-DIA
           PERFORM VALIDA-DATA-VALIDADE
           IF WRK-VAL-DIA > WRK-DIAS-NO-MES
               MOVE 1 TO WRK-VAL-DIA
               ADD 1 TO WRK-VAL-MES
               IF WRK-VAL-MES > 12
                   MOVE 1 TO WRK-VAL-MES
                   ADD 1 TO WRK-VAL-ANO
               END-IF
           END-IF
           SUBTRACT 1 FROM WRK-DIAS-REST.

       3830-GRAVA-ITEM-PROPOSTA.
           MOVE WRK-SEQPROP-PRIMEIRO TO PRP-NUMERO
           MOVE WRK-IDX TO PRP-ITEM
           MOVE WRK-DATA-COTACAO TO PRP-EMISSAO
           MOVE WRK-DATA-VALIDADE TO PRP-VALIDADE
           MOVE WRK-OPERADOR TO PRP-OPERADOR
           MOVE WRK-CLIENTE TO PRP-CLIENTE
           MOVE WRK-UF-ORIGEM TO PRP-UF-ORIGEM
           MOVE WRK-FILIAL TO PRP-FILIAL
           MOVE IT-PDUTO (WRK-IDX) TO PRP-PDUTO
           MOVE IT-STADO (WRK-IDX) TO PRP-STADO
           MOVE IT-VALOR (WRK-IDX) TO PRP-VALOR
           MOVE IT-PESO (WRK-IDX) TO PRP-PESO
           MOVE IT-SEGURO (WRK-IDX) TO PRP-SEGURO
           MOVE IT-PERIGOSO (WRK-IDX) TO PRP-PERIGOSO
           MOVE IT-FRETE (WRK-IDX) TO PRP-FRETE
           MOVE IT-ICMS (WRK-IDX) TO PRP-ICMS
           MOVE IT-VALOR-SEGURO (WRK-IDX) TO PRP-VALOR-SEGURO
           MOVE IT-FRETE-CALC (WRK-IDX) TO PRP-FRETE-CALC
           IF PRECO-NEGOCIADO
               MOVE WRK-APROVADOR TO PRP-APROVADOR
           ELSE
               MOVE SPACES TO PRP-APROVADOR
           END-IF
           IF PEDIDO-CONFIRMADO
               MOVE 'C' TO PRP-SITUACAO
               MOVE WRK-DATA-COTACAO TO PRP-DATA-SITUACAO
               MOVE IT-PEDIDO (WRK-IDX) TO PRP-PEDIDO
           ELSE
               MOVE 'A' TO PRP-SITUACAO
               MOVE ZEROS TO PRP-DATA-SITUACAO
               MOVE ZEROS TO PRP-PEDIDO
           END-IF
           MOVE ZEROS TO PRP-NOVA-PROPOSTA
           MOVE IT-ENDERECO (WRK-IDX) TO PRP-ENDERECO
           MOVE IT-CEP (WRK-IDX) TO PRP-CEP
           MOVE IT-ZONA (WRK-IDX) TO PRP-ZONA
           MOVE IT-ADIC-ZONA (WRK-IDX) TO PRP-ADIC-ZONA
           MOVE IT-SAZONAL (WRK-IDX) TO PRP-SAZONAL
           WRITE PROPOSTA-RECORD
               INVALID KEY
                   DISPLAY 'ERRO GRAVANDO PROPOSTA: ' PRP-CHAVE
           END-WRITE.

      * a vencida aponta a proposta que a recotou
       3840-LIGA-RECOTACAO.
           MOVE WRK-PROPOSTA-ORIGEM TO PRP-NUMERO
           MOVE WRK-IDX-PROP TO PRP-ITEM
           READ PROPOSTA-FILE
               KEY IS PRP-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WRK-SEQPROP-PRIMEIRO TO PRP-NOVA-PROPOSTA
                   REWRITE PROPOSTA-RECORD
           END-READ.

       3850-EFETIVA-ITEM.
           MOVE WRK-NUM-PROPOSTA TO PRP-NUMERO
           MOVE WRK-IDX TO PRP-ITEM
           READ PROPOSTA-FILE
               KEY IS PRP-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'C' TO PRP-SITUACAO
                   MOVE WRK-DATA-COTACAO TO PRP-DATA-SITUACAO
                   MOVE IT-PEDIDO (WRK-IDX) TO PRP-PEDIDO
                   REWRITE PROPOSTA-RECORD
           END-READ.

       5000-FINALIZA.
           CLOSE FRETE-TABLE
           CLOSE CUSTOMER-MASTER
           IF CAMBIO-DISPONIVEL
               CLOSE CAMBIO-FILE
           END-IF
           IF ICMSMAT-DISPONIVEL
               CLOSE ICMSMAT-FILE
           END-IF
           IF SAZONAL-DISPONIVEL
               CLOSE SAZONAL-FILE
           END-IF
           IF ROTA-DISPONIVEL
               CLOSE ROTA-TABLE
           END-IF
           IF TRANSP-DISPONIVEL
               CLOSE TRANSP-TABLE
           END-IF
           IF PROPOSTA-DISPONIVEL
               CLOSE PROPOSTA-FILE
           END-IF
           IF ENDCLI-DISPONIVEL
               CLOSE ENDERECO-FILE
           END-IF
           IF CEPZONA-DISPONIVEL
               CLOSE CEPZONA-FILE
           END-IF
           CLOSE FRETE-LOG.

           COPY 'dateval.cbl'
               REPLACING VALIDA-DATA-CALENDARIO
                             BY VALIDA-DATA-VALIDADE
                         WRK-ANO BY WRK-VAL-ANO
                         WRK-MES BY WRK-VAL-MES
                         WRK-DIA BY WRK-VAL-DIA.

           COPY 'digver.cbl'.
