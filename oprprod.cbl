       IDENTIFICATION DIVISION.
       PROGRAM-ID. oprprod.
      ********************************************************
      *    Produtividade e carga de trabalho dos operadores
      *    Relatorio semanal (7 dias terminando na data de
      *    negocio) por operador e hora do dia: pedidos
      *    digitados (ORD-OPERADOR/ORD-ENTRADA do ORDMAST.DAT),
      *    cotacoes produzidas (FRETELOG.DAT, pelo pedido de
      *    origem), precos negociados aprovados (LOG-APROVADOR),
      *    rejeitos causados (pedidos do operador no
      *    FRETEREJ.DAT ou ja resolvidos no REJFIX.LOG),
      *    correcoes feitas no rejfix e minutos logados (linhas
      *    LOGIN/LOGOUT do SESSION.LOG; sessao sem LOGOUT fecha
      *    na ultima linha do operador). O pedido e o rejeito
      *    contam na hora da entrada do pedido; cotacao,
      *    aprovacao e correcao na hora em que aconteceram.
      *    Pedido sem operador (arquivo do cliente) e cotacao
      *    sem pedido digitado ficam so nos totais de aviso. A
      *    segunda parte soma todos os operadores por hora, a
      *    carga da console ao longo do dia, para a escala de
      *    turnos.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * lido em sequencia para os pedidos e por chave para
      * achar quem digitou o pedido de cada cotacao
           SELECT ORDERS-FILE ASSIGN TO 'ORDMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-NUMERO
               FILE STATUS IS WRK-ORDMAST-STATUS.

           SELECT FRETE-LOG ASSIGN TO 'FRETELOG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOG-CHAVE
               FILE STATUS IS WRK-FRETELOG-STATUS.

           SELECT FRETE-REJECTS ASSIGN TO 'FRETEREJ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REJECTS-STATUS.

           SELECT REJFIX-LOG ASSIGN TO 'REJFIX.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REJFIXLOG-STATUS.

           SELECT SESSION-LOG ASSIGN TO 'SESSION.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SESSION-STATUS.

           SELECT RELATORIO ASSIGN TO 'OPRPROD.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDERS-FILE.
           COPY 'ordrec.cbl'.

       FD  FRETE-LOG.
           COPY 'fretelog.cbl'.

       FD  FRETE-REJECTS
           RECORD CONTAINS 114 CHARACTERS.
       01  REJECT-LINE.
           05  REJ-MOTIVO          PIC X(12).
           05  REJ-PEDIDO          PIC X(102).

       FD  REJFIX-LOG.
           COPY 'rejfixlog.cbl'.

       FD  SESSION-LOG.
           COPY 'sessionlog.cbl'.

       FD  RELATORIO
           RECORD CONTAINS 80 CHARACTERS.
       01  RELATORIO-LINHA      PIC X(80).

       WORKING-STORAGE SECTION.
       77  WRK-ORDMAST-STATUS   PIC X(02) VALUE '00'.
       77  WRK-FRETELOG-STATUS  PIC X(02) VALUE '00'.
       77  WRK-REJECTS-STATUS   PIC X(02) VALUE '00'.
       77  WRK-REJFIXLOG-STATUS PIC X(02) VALUE '00'.
       77  WRK-SESSION-STATUS   PIC X(02) VALUE '00'.
       77  WRK-RELATORIO-STATUS PIC X(02) VALUE '00'.
       77  WRK-EOF              PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO        VALUE 'S'.
       77  WRK-ORDMAST-ABERTO   PIC X(01) VALUE 'N'.
           88 ORDMAST-ABERTO        VALUE 'S'.
       77  WRK-RETORNO          PIC 9(02) VALUE ZEROS.

      * semana do relatorio: os 7 dias que terminam na data
      * de negocio, do mais antigo para o mais novo
       01  WRK-TAB-SEMANA.
           05  WRK-SEM-DATA     PIC 9(08) OCCURS 7 TIMES.
       77  WRK-IDX-DIA          PIC 9(02) VALUE ZEROS.
       77  WRK-DIA-ACHADO       PIC 9(02) VALUE ZEROS.
       77  WRK-DATA-INICIO      PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-FIM         PIC 9(08) VALUE ZEROS.

       01  WRK-DATA-CALC.
           05  WRK-CAL-ANO      PIC 9(04).
           05  WRK-CAL-MES      PIC 9(02).
           05  WRK-CAL-DIA      PIC 9(02).
       01  WRK-DATA-CALC-NUM REDEFINES WRK-DATA-CALC PIC 9(08).
       77  WRK-DATA-VALIDA-FLAG PIC X(01) VALUE 'S'.
       77  WRK-DIAS-NO-MES      PIC 9(02) VALUE ZEROS.

      * carimbo AAAAMMDDHHMMSS das trilhas e AAAAMMDDHHMM da
      * entrada do pedido, abertos em data, hora e minuto
       01  WRK-MOMENTO.
           05  WRK-MOM-DATA     PIC 9(08).
           05  WRK-MOM-HORA     PIC 9(02).
           05  WRK-MOM-MINUTO   PIC 9(02).
           05  WRK-MOM-SEGUNDO  PIC 9(02).
       01  WRK-ENTRADA          PIC 9(12) VALUE ZEROS.
       01  WRK-ENTRADA-ABERTA REDEFINES WRK-ENTRADA.
           05  WRK-ENT-DATA     PIC 9(08).
           05  WRK-ENT-HORA     PIC 9(02).
           05  WRK-ENT-MINUTO   PIC 9(02).

      * evento a contar: operador, hora do dia e tipo
       77  WRK-OPER-BUSCA       PIC X(10) VALUE SPACES.
       77  WRK-HORA-EVENTO      PIC 9(02) VALUE ZEROS.
       77  WRK-TIPO-EVENTO      PIC X(01) VALUE SPACES.
           88 EVENTO-PEDIDO         VALUE 'P'.
           88 EVENTO-COTACAO        VALUE 'C'.
           88 EVENTO-APROVACAO      VALUE 'A'.
           88 EVENTO-REJEITO        VALUE 'R'.
           88 EVENTO-CORRECAO       VALUE 'X'.

      * uma entrada por operador, na ordem em que aparece nas
      * trilhas, com a sessao aberta no SESSION.LOG e as
      * contagens das 24 horas do dia (hora 00 = ocorrencia 1)
       01  WRK-TAB-OPERADORES.
           05  WRK-OPR-ENTRADA OCCURS 60 TIMES.
               10  WRK-OPR-ID       PIC X(10).
               10  WRK-OPR-SESSAO   PIC X(01).
               10  WRK-OPR-INICIO   PIC 9(05).
               10  WRK-OPR-ULTIMA   PIC 9(05).
               10  WRK-OPR-HORA OCCURS 24 TIMES.
                   15  WRK-OPR-PEDIDOS    PIC 9(05).
                   15  WRK-OPR-COTACOES   PIC 9(05).
                   15  WRK-OPR-APROVACOES PIC 9(05).
                   15  WRK-OPR-REJEITOS   PIC 9(05).
                   15  WRK-OPR-CORRECOES  PIC 9(05).
                   15  WRK-OPR-MINUTOS    PIC 9(05).
       77  WRK-QTD-OPERADORES   PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-OPR          PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-BUSCA        PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-HORA         PIC 9(02) VALUE ZEROS.

      * todos os operadores somados por hora do dia, e o
      * acumulador das linhas de total
       01  WRK-TAB-CONSOLE.
           05  WRK-CON-HORA OCCURS 24 TIMES.
               10  WRK-CON-PEDIDOS    PIC 9(06).
               10  WRK-CON-COTACOES   PIC 9(06).
               10  WRK-CON-APROVACOES PIC 9(06).
               10  WRK-CON-REJEITOS   PIC 9(06).
               10  WRK-CON-CORRECOES  PIC 9(06).
               10  WRK-CON-MINUTOS    PIC 9(06).
       01  WRK-TOTAIS.
           05  WRK-TOT-PEDIDOS      PIC 9(06).
           05  WRK-TOT-COTACOES     PIC 9(06).
           05  WRK-TOT-APROVACOES   PIC 9(06).
           05  WRK-TOT-REJEITOS     PIC 9(06).
           05  WRK-TOT-CORRECOES    PIC 9(06).
           05  WRK-TOT-MINUTOS      PIC 9(06).

      * sessao em minutos corridos desde o inicio da semana
       77  WRK-MINUTO-LINHA     PIC 9(05) VALUE ZEROS.
       77  WRK-MIN-FIM          PIC 9(05) VALUE ZEROS.
       77  WRK-MIN-CORRENTE     PIC 9(05) VALUE ZEROS.
       77  WRK-MIN-LIMITE       PIC 9(05) VALUE ZEROS.
       77  WRK-MIN-TRECHO       PIC 9(05) VALUE ZEROS.
       77  WRK-HORAS-CORRIDAS   PIC 9(05) VALUE ZEROS.
       77  WRK-DIAS-CORRIDOS    PIC 9(05) VALUE ZEROS.
       77  WRK-HORA-DO-DIA      PIC 9(02) VALUE ZEROS.

       77  WRK-QTD-PED-SEM-OPER PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-COT-SEM-OPER PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-FORA-TABELA  PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-LINHAS-RPT   PIC 9(06) VALUE ZEROS.

       01  WRK-CAB-TITULO.
           05  FILLER          PIC X(41) VALUE
               'PRODUTIVIDADE DOS OPERADORES - SEMANA DE '.
           05  CAB-INI-DIA     PIC 9(02).
           05  FILLER          PIC X(01) VALUE '/'.
           05  CAB-INI-MES     PIC 9(02).
           05  FILLER          PIC X(01) VALUE '/'.
           05  CAB-INI-ANO     PIC 9(04).
           05  FILLER          PIC X(03) VALUE ' A '.
           05  CAB-FIM-DIA     PIC 9(02).
           05  FILLER          PIC X(01) VALUE '/'.
           05  CAB-FIM-MES     PIC 9(02).
           05  FILLER          PIC X(01) VALUE '/'.
           05  CAB-FIM-ANO     PIC 9(04).

       01  WRK-CAB-SECAO        PIC X(80) VALUE SPACES.

       01  WRK-CAB-COLUNAS.
           05  FILLER          PIC X(16) VALUE 'OPERADOR   HORA'.
           05  FILLER          PIC X(09) VALUE '  PEDIDOS'.
           05  FILLER          PIC X(09) VALUE ' COTACOES'.
           05  FILLER          PIC X(09) VALUE ' APROVAC.'.
           05  FILLER          PIC X(09) VALUE ' REJEITOS'.
           05  FILLER          PIC X(09) VALUE ' CORRECAO'.
           05  FILLER          PIC X(09) VALUE ' MIN.LOG.'.

       01  WRK-HORA-EDITADA.
           05  HED-HORA        PIC 9(02).
           05  FILLER          PIC X(01) VALUE 'H'.

       01  WRK-LINHA-DETALHE.
           05  DET-OPERADOR    PIC X(10).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-HORA        PIC X(05).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DET-PEDIDOS     PIC ZZZ.ZZ9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DET-COTACOES    PIC ZZZ.ZZ9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DET-APROVACOES  PIC ZZZ.ZZ9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DET-REJEITOS    PIC ZZZ.ZZ9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DET-CORRECOES   PIC ZZZ.ZZ9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DET-MINUTOS     PIC ZZZ.ZZ9.

       01  WRK-LINHA-AVISO.
           05  AVI-TEXTO       PIC X(50).
           05  AVI-QTD         PIC ZZZ.ZZ9.

      * contrato com o controle de execucao compartilhado
      * (runctl)
       01  WRK-RUNCTL.
           05  WRK-RC-OPERACAO PIC X(01).
           05  WRK-RC-PROGRAMA PIC X(12) VALUE 'OPRPROD'.
           05  WRK-RC-QTD      PIC 9(06).
           05  WRK-RC-RUN-ID   PIC 9(06).
           05  WRK-RC-PERMITIDO PIC X(01).

      * contrato com o controle central de data (datasrv): a
      * semana termina na data de negocio da rodada
       01  WRK-DATACTL.
           05  WRK-DC-OPERACAO PIC X(01).
           05  WRK-DC-DATA     PIC 9(08).
           05  WRK-DC-CONTROLADA PIC X(01).
           05  WRK-DC-OK       PIC X(01).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-CONTA-PEDIDOS
           PERFORM 3000-CONTA-COTACOES
           PERFORM 4000-CONTA-REJEITOS
           PERFORM 5000-CONTA-CORRECOES
           PERFORM 6000-CONTA-SESSOES
           PERFORM 7000-IMPRIME-RELATORIO
           PERFORM 9000-FINALIZA
           MOVE WRK-RETORNO TO RETURN-CODE
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
           PERFORM 1100-MONTA-SEMANA
           PERFORM VARYING WRK-IDX-HORA FROM 1 BY 1
                   UNTIL WRK-IDX-HORA > 24
               MOVE ZEROS TO WRK-CON-PEDIDOS (WRK-IDX-HORA)
               MOVE ZEROS TO WRK-CON-COTACOES (WRK-IDX-HORA)
               MOVE ZEROS TO WRK-CON-APROVACOES (WRK-IDX-HORA)
               MOVE ZEROS TO WRK-CON-REJEITOS (WRK-IDX-HORA)
               MOVE ZEROS TO WRK-CON-CORRECOES (WRK-IDX-HORA)
               MOVE ZEROS TO WRK-CON-MINUTOS (WRK-IDX-HORA)
           END-PERFORM
           OPEN INPUT ORDERS-FILE
           IF WRK-ORDMAST-STATUS = '00'
               MOVE 'S' TO WRK-ORDMAST-ABERTO
           ELSE
               DISPLAY 'ORDMAST.DAT AUSENTE - SEM PEDIDOS E SEM '
                   'OPERADOR NAS COTACOES'
               MOVE 4 TO WRK-RETORNO
           END-IF.

      * a data de negocio fecha a semana; os seis dias
      * anteriores vem recuando um dia de cada vez
       1100-MONTA-SEMANA.
           MOVE WRK-DC-DATA TO WRK-DATA-CALC-NUM
           MOVE WRK-DATA-CALC-NUM TO WRK-SEM-DATA (7)
           PERFORM VARYING WRK-IDX-DIA FROM 6 BY -1
                   UNTIL WRK-IDX-DIA < 1
               PERFORM 1200-RECUA-UM-DIA
               MOVE WRK-DATA-CALC-NUM TO WRK-SEM-DATA (WRK-IDX-DIA)
           END-PERFORM
           MOVE WRK-SEM-DATA (1) TO WRK-DATA-INICIO
           MOVE WRK-SEM-DATA (7) TO WRK-DATA-FIM.

       1200-RECUA-UM-DIA.
           IF WRK-CAL-DIA > 1
               SUBTRACT 1 FROM WRK-CAL-DIA
           ELSE
               MOVE 1 TO WRK-CAL-DIA
               IF WRK-CAL-MES > 1
                   SUBTRACT 1 FROM WRK-CAL-MES
               ELSE
                   MOVE 12 TO WRK-CAL-MES
                   SUBTRACT 1 FROM WRK-CAL-ANO
               END-IF
               PERFORM VALIDA-DATA-SEMANA
               MOVE WRK-DIAS-NO-MES TO WRK-CAL-DIA
           END-IF.

      * pedido digitado: conta para o operador na hora da
      * entrada; pedido sem operador veio de arquivo
       2000-CONTA-PEDIDOS.
           IF ORDMAST-ABERTO
               MOVE 'N' TO WRK-EOF
               PERFORM 2100-LE-PEDIDO UNTIL FIM-DE-ARQUIVO
           END-IF.

       2100-LE-PEDIDO.
           READ ORDERS-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO AND ORD-ENTRADA IS NUMERIC
               MOVE ORD-ENTRADA TO WRK-ENTRADA
               IF WRK-ENT-DATA NOT < WRK-DATA-INICIO
                       AND WRK-ENT-DATA NOT > WRK-DATA-FIM
                   IF ORD-OPERADOR = SPACES
                       ADD 1 TO WRK-QTD-PED-SEM-OPER
                   ELSE
                       MOVE ORD-OPERADOR TO WRK-OPER-BUSCA
                       MOVE WRK-ENT-HORA TO WRK-HORA-EVENTO
                       MOVE 'P' TO WRK-TIPO-EVENTO
                       PERFORM 8000-CONTA-EVENTO
                   END-IF
               END-IF
           END-IF.

      * cotacao: operador de quem digitou o pedido de origem;
      * preco negociado: supervisor que aprovou
       3000-CONTA-COTACOES.
           OPEN INPUT FRETE-LOG
           IF WRK-FRETELOG-STATUS NOT = '00'
               DISPLAY 'FRETELOG.DAT AUSENTE - SEM COTACOES'
               MOVE 4 TO WRK-RETORNO
           ELSE
               MOVE 'N' TO WRK-EOF
               PERFORM 3100-LE-COTACAO UNTIL FIM-DE-ARQUIVO
               CLOSE FRETE-LOG
           END-IF.

       3100-LE-COTACAO.
           READ FRETE-LOG NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE LOG-DATA-HORA TO WRK-MOMENTO
               IF WRK-MOMENTO IS NUMERIC
                       AND WRK-MOM-DATA NOT < WRK-DATA-INICIO
                       AND WRK-MOM-DATA NOT > WRK-DATA-FIM
                   PERFORM 3200-ATRIBUI-COTACAO
                   IF LOG-APROVADOR NOT = SPACES
                       MOVE LOG-APROVADOR TO WRK-OPER-BUSCA
                       MOVE WRK-MOM-HORA TO WRK-HORA-EVENTO
                       MOVE 'A' TO WRK-TIPO-EVENTO
                       PERFORM 8000-CONTA-EVENTO
                   END-IF
               END-IF
           END-IF.

       3200-ATRIBUI-COTACAO.
           MOVE SPACES TO WRK-OPER-BUSCA
           IF ORDMAST-ABERTO AND LOG-PEDIDO IS NUMERIC
                   AND LOG-PEDIDO > ZEROS
               MOVE LOG-PEDIDO TO ORD-NUMERO
               READ ORDERS-FILE
                   KEY IS ORD-NUMERO
                   INVALID KEY
                       MOVE SPACES TO WRK-OPER-BUSCA
                   NOT INVALID KEY
                       MOVE ORD-OPERADOR TO WRK-OPER-BUSCA
               END-READ
           END-IF
           IF WRK-OPER-BUSCA = SPACES
               ADD 1 TO WRK-QTD-COT-SEM-OPER
           ELSE
               MOVE WRK-MOM-HORA TO WRK-HORA-EVENTO
               MOVE 'C' TO WRK-TIPO-EVENTO
               PERFORM 8000-CONTA-EVENTO
           END-IF.

      * rejeito ainda pendente: a imagem do pedido traz o
      * operador e a entrada
       4000-CONTA-REJEITOS.
           OPEN INPUT FRETE-REJECTS
           IF WRK-REJECTS-STATUS = '00'
               MOVE 'N' TO WRK-EOF
               PERFORM 4100-LE-REJEITO UNTIL FIM-DE-ARQUIVO
               CLOSE FRETE-REJECTS
           END-IF.

       4100-LE-REJEITO.
           READ FRETE-REJECTS
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE REJ-PEDIDO TO ORDER-RECORD
               IF ORD-ENTRADA IS NUMERIC
                       AND ORD-OPERADOR NOT = SPACES
                   MOVE ORD-ENTRADA TO WRK-ENTRADA
                   MOVE ORD-OPERADOR TO WRK-OPER-BUSCA
                   PERFORM 4200-CONTA-REJEITO
               END-IF
           END-IF.

       4200-CONTA-REJEITO.
           IF WRK-ENT-DATA NOT < WRK-DATA-INICIO
                   AND WRK-ENT-DATA NOT > WRK-DATA-FIM
               MOVE WRK-ENT-HORA TO WRK-HORA-EVENTO
               MOVE 'R' TO WRK-TIPO-EVENTO
               PERFORM 8000-CONTA-EVENTO
           END-IF.

      * rejeito ja resolvido no rejfix: conta o rejeito para
      * quem digitou e a correcao para quem corrigiu
       5000-CONTA-CORRECOES.
           OPEN INPUT REJFIX-LOG
           IF WRK-REJFIXLOG-STATUS = '00'
               MOVE 'N' TO WRK-EOF
               PERFORM 5100-LE-CORRECAO UNTIL FIM-DE-ARQUIVO
               CLOSE REJFIX-LOG
           END-IF.

       5100-LE-CORRECAO.
           READ REJFIX-LOG
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF RFL-ENTRADA IS NUMERIC
                       AND RFL-OPER-PEDIDO NOT = SPACES
                   MOVE RFL-ENTRADA TO WRK-ENTRADA
                   MOVE RFL-OPER-PEDIDO TO WRK-OPER-BUSCA
                   PERFORM 4200-CONTA-REJEITO
               END-IF
               MOVE RFL-DATA-HORA TO WRK-MOMENTO
               IF RFL-CORRIGIDO AND WRK-MOMENTO IS NUMERIC
                       AND WRK-MOM-DATA NOT < WRK-DATA-INICIO
                       AND WRK-MOM-DATA NOT > WRK-DATA-FIM
                   MOVE RFL-OPERADOR TO WRK-OPER-BUSCA
                   MOVE WRK-MOM-HORA TO WRK-HORA-EVENTO
                   MOVE 'X' TO WRK-TIPO-EVENTO
                   PERFORM 8000-CONTA-EVENTO
               END-IF
           END-IF.

      * tempo logado: LOGIN abre a sessao, LOGOUT fecha; as
      * demais linhas do operador marcam a ultima atividade,
      * onde fecha a sessao que ficou sem LOGOUT
       6000-CONTA-SESSOES.
           OPEN INPUT SESSION-LOG
           IF WRK-SESSION-STATUS = '00'
               MOVE 'N' TO WRK-EOF
               PERFORM 6100-LE-SESSAO UNTIL FIM-DE-ARQUIVO
               CLOSE SESSION-LOG
           END-IF
           PERFORM VARYING WRK-IDX-OPR FROM 1 BY 1
                   UNTIL WRK-IDX-OPR > WRK-QTD-OPERADORES
               IF WRK-OPR-SESSAO (WRK-IDX-OPR) = 'S'
                   MOVE WRK-OPR-ULTIMA (WRK-IDX-OPR)
                       TO WRK-MIN-FIM
                   PERFORM 6300-FECHA-SESSAO
               END-IF
           END-PERFORM.

       6100-LE-SESSAO.
           READ SESSION-LOG
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE SES-DATA-HORA TO WRK-MOMENTO
               MOVE ZEROS TO WRK-DIA-ACHADO
               IF WRK-MOMENTO IS NUMERIC
                       AND SES-OPERADOR NOT = SPACES
                       AND SES-PROGRAMA NOT = 'LOGIN-NEG'
                       AND SES-PROGRAMA NOT = 'SENHA-NEG'
                   PERFORM VARYING WRK-IDX-DIA FROM 1 BY 1
                           UNTIL WRK-IDX-DIA > 7
                       IF WRK-MOM-DATA = WRK-SEM-DATA (WRK-IDX-DIA)
                           MOVE WRK-IDX-DIA TO WRK-DIA-ACHADO
                       END-IF
                   END-PERFORM
               END-IF
               IF WRK-DIA-ACHADO > ZEROS
                   MOVE SES-OPERADOR TO WRK-OPER-BUSCA
                   PERFORM 8100-LOCALIZA-OPERADOR
                   IF WRK-IDX-OPR > ZEROS
                       PERFORM 6200-TRATA-SESSAO
                   END-IF
               END-IF
           END-IF.

       6200-TRATA-SESSAO.
           COMPUTE WRK-MINUTO-LINHA =
               (WRK-DIA-ACHADO - 1) * 1440
               + WRK-MOM-HORA * 60 + WRK-MOM-MINUTO
           EVALUATE SES-PROGRAMA
               WHEN 'LOGIN'
                   IF WRK-OPR-SESSAO (WRK-IDX-OPR) = 'S'
                       MOVE WRK-OPR-ULTIMA (WRK-IDX-OPR)
                           TO WRK-MIN-FIM
                       PERFORM 6300-FECHA-SESSAO
                   END-IF
                   MOVE 'S' TO WRK-OPR-SESSAO (WRK-IDX-OPR)
                   MOVE WRK-MINUTO-LINHA
                       TO WRK-OPR-INICIO (WRK-IDX-OPR)
                   MOVE WRK-MINUTO-LINHA
                       TO WRK-OPR-ULTIMA (WRK-IDX-OPR)
               WHEN 'LOGOUT'
                   IF WRK-OPR-SESSAO (WRK-IDX-OPR) = 'S'
                       MOVE WRK-MINUTO-LINHA TO WRK-MIN-FIM
                       PERFORM 6300-FECHA-SESSAO
                   END-IF
               WHEN OTHER
                   MOVE WRK-MINUTO-LINHA
                       TO WRK-OPR-ULTIMA (WRK-IDX-OPR)
           END-EVALUATE.

      * reparte a sessao (WRK-OPR-INICIO ate WRK-MIN-FIM)
      * pelas horas do dia que ela atravessou
       6300-FECHA-SESSAO.
           MOVE 'N' TO WRK-OPR-SESSAO (WRK-IDX-OPR)
           MOVE WRK-OPR-INICIO (WRK-IDX-OPR) TO WRK-MIN-CORRENTE
           PERFORM UNTIL WRK-MIN-CORRENTE NOT < WRK-MIN-FIM
               DIVIDE WRK-MIN-CORRENTE BY 60
                   GIVING WRK-HORAS-CORRIDAS
               COMPUTE WRK-MIN-LIMITE =
                   (WRK-HORAS-CORRIDAS + 1) * 60
               IF WRK-MIN-LIMITE > WRK-MIN-FIM
                   MOVE WRK-MIN-FIM TO WRK-MIN-LIMITE
               END-IF
               DIVIDE WRK-HORAS-CORRIDAS BY 24
                   GIVING WRK-DIAS-CORRIDOS
                   REMAINDER WRK-HORA-DO-DIA
               COMPUTE WRK-IDX-HORA = WRK-HORA-DO-DIA + 1
               COMPUTE WRK-MIN-TRECHO =
                   WRK-MIN-LIMITE - WRK-MIN-CORRENTE
               ADD WRK-MIN-TRECHO
                   TO WRK-OPR-MINUTOS (WRK-IDX-OPR, WRK-IDX-HORA)
               ADD WRK-MIN-TRECHO
                   TO WRK-CON-MINUTOS (WRK-IDX-HORA)
               MOVE WRK-MIN-LIMITE TO WRK-MIN-CORRENTE
           END-PERFORM.

      * primeira parte: um bloco por operador, so as horas com
      * movimento, fechando com o total do operador; segunda
      * parte: a console inteira hora a hora
       7000-IMPRIME-RELATORIO.
           OPEN OUTPUT RELATORIO
           MOVE WRK-DATA-INICIO TO WRK-DATA-CALC-NUM
           MOVE WRK-CAL-DIA TO CAB-INI-DIA
           MOVE WRK-CAL-MES TO CAB-INI-MES
           MOVE WRK-CAL-ANO TO CAB-INI-ANO
           MOVE WRK-DATA-FIM TO WRK-DATA-CALC-NUM
           MOVE WRK-CAL-DIA TO CAB-FIM-DIA
           MOVE WRK-CAL-MES TO CAB-FIM-MES
           MOVE WRK-CAL-ANO TO CAB-FIM-ANO
           WRITE RELATORIO-LINHA FROM WRK-CAB-TITULO
           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           WRITE RELATORIO-LINHA FROM WRK-CAB-COLUNAS
           PERFORM 7100-IMPRIME-OPERADOR
               VARYING WRK-IDX-OPR FROM 1 BY 1
               UNTIL WRK-IDX-OPR > WRK-QTD-OPERADORES
           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE 'CARGA DA CONSOLE POR HORA - TODOS OS OPERADORES'
               TO WRK-CAB-SECAO
           WRITE RELATORIO-LINHA FROM WRK-CAB-SECAO
           WRITE RELATORIO-LINHA FROM WRK-CAB-COLUNAS
           MOVE ZEROS TO WRK-TOTAIS
           PERFORM 7300-IMPRIME-HORA-CONSOLE
               VARYING WRK-IDX-HORA FROM 1 BY 1
               UNTIL WRK-IDX-HORA > 24
           MOVE SPACES TO DET-OPERADOR
           MOVE 'TOTAL' TO DET-HORA
           PERFORM 7500-MOVE-TOTAIS
           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE 'PEDIDOS SEM OPERADOR (ARQUIVO DO CLIENTE):'
               TO AVI-TEXTO
           MOVE WRK-QTD-PED-SEM-OPER TO AVI-QTD
           WRITE RELATORIO-LINHA FROM WRK-LINHA-AVISO
           MOVE 'COTACOES SEM PEDIDO DIGITADO (LOTE/DEVOLUCAO):'
               TO AVI-TEXTO
           MOVE WRK-QTD-COT-SEM-OPER TO AVI-QTD
           WRITE RELATORIO-LINHA FROM WRK-LINHA-AVISO
           IF WRK-QTD-FORA-TABELA > ZEROS
               MOVE 'EVENTOS DE OPERADORES ALEM DA TABELA (60):'
                   TO AVI-TEXTO
               MOVE WRK-QTD-FORA-TABELA TO AVI-QTD
               WRITE RELATORIO-LINHA FROM WRK-LINHA-AVISO
           END-IF
           CLOSE RELATORIO.

       7100-IMPRIME-OPERADOR.
           MOVE SPACES TO RELATORIO-LINHA
           WRITE RELATORIO-LINHA
           MOVE ZEROS TO WRK-TOTAIS
           PERFORM 7200-IMPRIME-HORA-OPERADOR
               VARYING WRK-IDX-HORA FROM 1 BY 1
               UNTIL WRK-IDX-HORA > 24
           MOVE WRK-OPR-ID (WRK-IDX-OPR) TO DET-OPERADOR
           MOVE 'TOTAL' TO DET-HORA
           PERFORM 7500-MOVE-TOTAIS.

       7200-IMPRIME-HORA-OPERADOR.
           IF WRK-OPR-PEDIDOS (WRK-IDX-OPR, WRK-IDX-HORA) > ZEROS
            OR WRK-OPR-COTACOES (WRK-IDX-OPR, WRK-IDX-HORA) > ZEROS
            OR WRK-OPR-APROVACOES (WRK-IDX-OPR, WRK-IDX-HORA)
                   > ZEROS
            OR WRK-OPR-REJEITOS (WRK-IDX-OPR, WRK-IDX-HORA) > ZEROS
            OR WRK-OPR-CORRECOES (WRK-IDX-OPR, WRK-IDX-HORA)
                   > ZEROS
            OR WRK-OPR-MINUTOS (WRK-IDX-OPR, WRK-IDX-HORA) > ZEROS
               MOVE WRK-OPR-ID (WRK-IDX-OPR) TO DET-OPERADOR
               COMPUTE HED-HORA = WRK-IDX-HORA - 1
               MOVE WRK-HORA-EDITADA TO DET-HORA
               MOVE WRK-OPR-PEDIDOS (WRK-IDX-OPR, WRK-IDX-HORA)
                   TO DET-PEDIDOS
               MOVE WRK-OPR-COTACOES (WRK-IDX-OPR, WRK-IDX-HORA)
                   TO DET-COTACOES
               MOVE WRK-OPR-APROVACOES (WRK-IDX-OPR, WRK-IDX-HORA)
                   TO DET-APROVACOES
               MOVE WRK-OPR-REJEITOS (WRK-IDX-OPR, WRK-IDX-HORA)
                   TO DET-REJEITOS
               MOVE WRK-OPR-CORRECOES (WRK-IDX-OPR, WRK-IDX-HORA)
                   TO DET-CORRECOES
               MOVE WRK-OPR-MINUTOS (WRK-IDX-OPR, WRK-IDX-HORA)
                   TO DET-MINUTOS
               WRITE RELATORIO-LINHA FROM WRK-LINHA-DETALHE
               ADD 1 TO WRK-QTD-LINHAS-RPT
               ADD WRK-OPR-PEDIDOS (WRK-IDX-OPR, WRK-IDX-HORA)
                   TO WRK-TOT-PEDIDOS
               ADD WRK-OPR-COTACOES (WRK-IDX-OPR, WRK-IDX-HORA)
                   TO WRK-TOT-COTACOES
               ADD WRK-OPR-APROVACOES (WRK-IDX-OPR, WRK-IDX-HORA)
                   TO WRK-TOT-APROVACOES
               ADD WRK-OPR-REJEITOS (WRK-IDX-OPR, WRK-IDX-HORA)
                   TO WRK-TOT-REJEITOS
               ADD WRK-OPR-CORRECOES (WRK-IDX-OPR, WRK-IDX-HORA)
                   TO WRK-TOT-CORRECOES
               ADD WRK-OPR-MINUTOS (WRK-IDX-OPR, WRK-IDX-HORA)
                   TO WRK-TOT-MINUTOS
           END-IF.

       7300-IMPRIME-HORA-CONSOLE.
           MOVE SPACES TO DET-OPERADOR
           COMPUTE HED-HORA = WRK-IDX-HORA - 1
           MOVE WRK-HORA-EDITADA TO DET-HORA
           MOVE WRK-CON-PEDIDOS (WRK-IDX-HORA) TO DET-PEDIDOS
           MOVE WRK-CON-COTACOES (WRK-IDX-HORA) TO DET-COTACOES
           MOVE WRK-CON-APROVACOES (WRK-IDX-HORA)
               TO DET-APROVACOES
           MOVE WRK-CON-REJEITOS (WRK-IDX-HORA) TO DET-REJEITOS
           MOVE WRK-CON-CORRECOES (WRK-IDX-HORA) TO DET-CORRECOES
           MOVE WRK-CON-MINUTOS (WRK-IDX-HORA) TO DET-MINUTOS
           WRITE RELATORIO-LINHA FROM WRK-LINHA-DETALHE
           ADD 1 TO WRK-QTD-LINHAS-RPT
           ADD WRK-CON-PEDIDOS (WRK-IDX-HORA) TO WRK-TOT-PEDIDOS
           ADD WRK-CON-COTACOES (WRK-IDX-HORA) TO WRK-TOT-COTACOES
           ADD WRK-CON-APROVACOES (WRK-IDX-HORA)
               TO WRK-TOT-APROVACOES
           ADD WRK-CON-REJEITOS (WRK-IDX-HORA) TO WRK-TOT-REJEITOS
           ADD WRK-CON-CORRECOES (WRK-IDX-HORA)
               TO WRK-TOT-CORRECOES
           ADD WRK-CON-MINUTOS (WRK-IDX-HORA) TO WRK-TOT-MINUTOS.

       7500-MOVE-TOTAIS.
           MOVE WRK-TOT-PEDIDOS TO DET-PEDIDOS
           MOVE WRK-TOT-COTACOES TO DET-COTACOES
           MOVE WRK-TOT-APROVACOES TO DET-APROVACOES
           MOVE WRK-TOT-REJEITOS TO DET-REJEITOS
           MOVE WRK-TOT-CORRECOES TO DET-CORRECOES
           MOVE WRK-TOT-MINUTOS TO DET-MINUTOS
           WRITE RELATORIO-LINHA FROM WRK-LINHA-DETALHE
           ADD 1 TO WRK-QTD-LINHAS-RPT.

      * soma um evento (WRK-TIPO-EVENTO) para WRK-OPER-BUSCA na
      * hora WRK-HORA-EVENTO e na carga da console
       8000-CONTA-EVENTO.
           IF WRK-HORA-EVENTO < 24
               PERFORM 8100-LOCALIZA-OPERADOR
           ELSE
               MOVE ZEROS TO WRK-IDX-OPR
           END-IF
           IF WRK-IDX-OPR > ZEROS
               COMPUTE WRK-IDX-HORA = WRK-HORA-EVENTO + 1
               EVALUATE TRUE
                   WHEN EVENTO-PEDIDO
                       ADD 1 TO WRK-OPR-PEDIDOS
                                    (WRK-IDX-OPR, WRK-IDX-HORA)
                       ADD 1 TO WRK-CON-PEDIDOS (WRK-IDX-HORA)
                   WHEN EVENTO-COTACAO
                       ADD 1 TO WRK-OPR-COTACOES
                                    (WRK-IDX-OPR, WRK-IDX-HORA)
                       ADD 1 TO WRK-CON-COTACOES (WRK-IDX-HORA)
                   WHEN EVENTO-APROVACAO
                       ADD 1 TO WRK-OPR-APROVACOES
                                    (WRK-IDX-OPR, WRK-IDX-HORA)
                       ADD 1 TO WRK-CON-APROVACOES (WRK-IDX-HORA)
                   WHEN EVENTO-REJEITO
                       ADD 1 TO WRK-OPR-REJEITOS
                                    (WRK-IDX-OPR, WRK-IDX-HORA)
                       ADD 1 TO WRK-CON-REJEITOS (WRK-IDX-HORA)
                   WHEN EVENTO-CORRECAO
                       ADD 1 TO WRK-OPR-CORRECOES
                                    (WRK-IDX-OPR, WRK-IDX-HORA)
                       ADD 1 TO WRK-CON-CORRECOES (WRK-IDX-HORA)
               END-EVALUATE
           END-IF.

      * devolve em WRK-IDX-OPR a entrada do operador, criando
      * uma zerada na primeira vez; zeros com a tabela cheia
       8100-LOCALIZA-OPERADOR.
           MOVE ZEROS TO WRK-IDX-OPR
           PERFORM VARYING WRK-IDX-BUSCA FROM 1 BY 1
                   UNTIL WRK-IDX-BUSCA > WRK-QTD-OPERADORES
                      OR WRK-IDX-OPR > ZEROS
               IF WRK-OPR-ID (WRK-IDX-BUSCA) = WRK-OPER-BUSCA
                   MOVE WRK-IDX-BUSCA TO WRK-IDX-OPR
               END-IF
           END-PERFORM
           IF WRK-IDX-OPR = ZEROS
               IF WRK-QTD-OPERADORES < 60
                   ADD 1 TO WRK-QTD-OPERADORES
                   MOVE WRK-QTD-OPERADORES TO WRK-IDX-OPR
                   PERFORM 8200-ABRE-OPERADOR
               ELSE
                   ADD 1 TO WRK-QTD-FORA-TABELA
               END-IF
           END-IF.

       8200-ABRE-OPERADOR.
           MOVE WRK-OPER-BUSCA TO WRK-OPR-ID (WRK-IDX-OPR)
           MOVE 'N' TO WRK-OPR-SESSAO (WRK-IDX-OPR)
           MOVE ZEROS TO WRK-OPR-INICIO (WRK-IDX-OPR)
           MOVE ZEROS TO WRK-OPR-ULTIMA (WRK-IDX-OPR)
           PERFORM VARYING WRK-IDX-HORA FROM 1 BY 1
                   UNTIL WRK-IDX-HORA > 24
               MOVE ZEROS TO WRK-OPR-HORA (WRK-IDX-OPR, WRK-IDX-HORA)
           END-PERFORM.

      * operador alem da tabela e aviso (RC 4): o relatorio
      * sai, mas sem os eventos dele
       9000-FINALIZA.
           IF ORDMAST-ABERTO
               CLOSE ORDERS-FILE
           END-IF
           IF WRK-QTD-FORA-TABELA > ZEROS
               MOVE 4 TO WRK-RETORNO
           END-IF
           DISPLAY 'OPERADORES NO RELATORIO: ' WRK-QTD-OPERADORES
           DISPLAY 'LINHAS IMPRESSAS: ' WRK-QTD-LINHAS-RPT
           MOVE 'F' TO WRK-RC-OPERACAO
           MOVE WRK-QTD-OPERADORES TO WRK-RC-QTD
           CALL 'runctl' USING WRK-RUNCTL.

           COPY 'dateval.cbl'
               REPLACING VALIDA-DATA-CALENDARIO
                             BY VALIDA-DATA-SEMANA
                         WRK-ANO BY WRK-CAL-ANO
                         WRK-MES BY WRK-CAL-MES
                         WRK-DIA BY WRK-CAL-DIA.
