      *    exibe o historico de eventos de um embarque no
      *    mesmo atendimento de balcao da consulta de cotacao.
      *    A trilha fica em EMBSTAT.DAT, chaveada pela cotacao
      *    mais a sequencia do evento. A tentativa de entrega
      *    frustrada registra o motivo: por culpa do cliente
      *    gera a taxa de reentrega do RATESCFG.DAT, faturada
      *    pelo fretefat, e o custo da segunda viagem cobrado
      *    pela transportadora fica no evento para o
      *    transpfech. Cada evento guarda tambem a data de
      *    negocio em que foi digitado, que e a que o extrato
      *    do portal (embrast) usa.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS ARC-CHAVE
               FILE STATUS IS WRK-FRETEARQ-STATUS.

      * taxa de reentrega configurada pelo financeiro
           SELECT RATES-CONFIG ASSIGN TO 'RATESCFG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RATESCFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMBARQUE-STATUS.
                         LOG-FRETE-CALC BY ARC-FRETE-CALC
                         LOG-APROVADOR BY ARC-APROVADOR
                         LOG-FILIAL BY ARC-FILIAL
                         LOG-PEDIDO BY ARC-PEDIDO
                         LOG-ZONA BY ARC-ZONA
                         LOG-ADIC-ZONA BY ARC-ADIC-ZONA
                         LOG-SAZONAL BY ARC-SAZONAL
                         LOG-REEMBOLSO BY ARC-REEMBOLSO
                         LOG-TAXA-REEMB BY ARC-TAXA-REEMB.

       FD  RATES-CONFIG.
           COPY 'ratescfg.cbl'.

       WORKING-STORAGE SECTION.
       77  WRK-EMBSTAT-STATUS   PIC X(02) VALUE '00'.
       77  WRK-FRETELOG-STATUS  PIC X(02) VALUE '00'.
       77  WRK-FRETEARQ-STATUS  PIC X(02) VALUE '00'.
       77  WRK-RATESCFG-STATUS  PIC X(02) VALUE '00'.

       77  WRK-OPCAO            PIC 9(01) VALUE ZEROS.
           88 OPCAO-REGISTRAR       VALUE 1.
       77  WRK-QTD-EVENTOS      PIC 9(03) VALUE ZEROS.
       77  WRK-DESC-EVENTO      PIC X(12) VALUE SPACES.

      * tentativa frustrada: taxa padrao de reentrega (R$ 35,00
      * sem RATESCFG), motivo informado e os dados da cotacao
      * guardados na validacao - custo da transportadora, ou o
      * frete cobrado na cotacao anterior ao campo
       77  WRK-TAXA-REENTREGA   PIC 9(04)V99 VALUE 35,00.
       77  WRK-MOTIVO           PIC X(01) VALUE SPACES.
           88 MOTIVO-VALIDO         VALUE 'A' 'F' 'E' 'T' 'O'.
           88 MOTIVO-CLIENTE        VALUE 'A' 'F' 'E'.
           88 MOTIVO-TRANSP         VALUE 'T'.
       77  WRK-TAXA-EVENTO      PIC 9(04)V99 VALUE ZEROS.
       77  WRK-CUSTO-REENTREGA  PIC 9(04)V99 VALUE ZEROS.
       77  WRK-COT-CLIENTE      PIC 9(06) VALUE ZEROS.
       77  WRK-COT-FILIAL       PIC X(02) VALUE SPACES.
       77  WRK-COT-TRANSP       PIC X(03) VALUE SPACES.
       77  WRK-COT-CUSTO        PIC 9(04)V99 VALUE ZEROS.

      * contrato com o controle central de data (datasrv): o
      * evento leva a data de negocio em que foi digitado
       01  WRK-DATACTL.
           05  WRK-DC-OPERACAO PIC X(01).
           05  WRK-DC-DATA     PIC 9(08).
           05  WRK-DC-CONTROLADA PIC X(01).
           05  WRK-DC-OK       PIC X(01).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           OPEN I-O EMBARQUE-STATUS
           IF WRK-EMBSTAT-STATUS = '35'
               OPEN OUTPUT EMBARQUE-STATUS
           END-IF
           PERFORM 1050-LE-RATES-CONFIG
           PERFORM 1000-MENU UNTIL OPCAO-SAIR
           CLOSE EMBARQUE-STATUS
           GOBACK.
               WHEN OTHER           DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      * sobrescreve a taxa de reentrega padrao com o valor
      * cadastrado em RATESCFG.DAT, se houver
       1050-LE-RATES-CONFIG.
           OPEN INPUT RATES-CONFIG
           IF WRK-RATESCFG-STATUS = '00'
               READ RATES-CONFIG
                   NOT AT END
                       IF RTC-TAXA-REENTREGA IS NUMERIC
                               AND RTC-TAXA-REENTREGA > ZEROS
                           MOVE RTC-TAXA-REENTREGA
                               TO WRK-TAXA-REENTREGA
                       END-IF
               END-READ
               CLOSE RATES-CONFIG
           END-IF.

       2000-REGISTRA.
           DISPLAY 'NUMERO DA COTACAO DO EMBARQUE: '
           ACCEPT WRK-SEQ-BUSCA FROM CONSOLE
                   'LOG NEM NO ARQUIVO - EVENTO NAO REGISTRADO'
           ELSE
               DISPLAY 'EVENTO (C=COLETADO T=TRANSITO E=ENTREGUE '
                   'D=DEVOLVIDO F=FALHA NA ENTREGA): '
               ACCEPT WRK-TIPO-EVENTO FROM CONSOLE
               IF WRK-TIPO-EVENTO = 'C' OR 'T' OR 'E' OR 'D' OR 'F'
                   DISPLAY 'DATA DO EVENTO (AAAAMMDD): '
                   ACCEPT WRK-DATA-EVENTO FROM CONSOLE
                   DISPLAY 'OBSERVACAO (RECEBEDOR ETC): '
                   ACCEPT WRK-OBSERVACAO FROM CONSOLE
                   MOVE SPACES TO WRK-MOTIVO
                   MOVE ZEROS TO WRK-TAXA-EVENTO WRK-CUSTO-REENTREGA
                   IF WRK-TIPO-EVENTO = 'F'
                       PERFORM 2200-APURA-REENTREGA
                   END-IF
                   PERFORM 2100-PROXIMO-EVENTO
                   MOVE WRK-SEQ-BUSCA TO EMB-SEQ-COTACAO
                   MOVE WRK-PROX-EVENTO TO EMB-EVT-SEQ
                   MOVE WRK-TIPO-EVENTO TO EMB-TIPO-EVENTO
                   MOVE WRK-DATA-EVENTO TO EMB-DATA
                   MOVE WRK-OBSERVACAO TO EMB-OBSERVACAO
                   MOVE WRK-MOTIVO TO EMB-MOTIVO
                   MOVE WRK-COT-CLIENTE TO EMB-CLIENTE
                   MOVE WRK-COT-FILIAL TO EMB-FILIAL
                   MOVE WRK-COT-TRANSP TO EMB-TRANSP
                   MOVE WRK-TAXA-EVENTO TO EMB-TAXA-REENTREGA
                   MOVE WRK-CUSTO-REENTREGA TO EMB-CUSTO-REENTREGA
                   MOVE ZEROS TO EMB-FATURA
                   MOVE 'L' TO WRK-DC-OPERACAO
                   CALL 'datasrv' USING WRK-DATACTL
                   MOVE WRK-DC-DATA TO EMB-DATA-REGISTRO
                   WRITE EMBARQUE-RECORD
                       INVALID KEY
                           DISPLAY 'ERRO GRAVANDO EVENTO: '
           PERFORM 3100-CONTA-EVENTOS
           COMPUTE WRK-PROX-EVENTO = WRK-QTD-EVENTOS + 1.

      * tentativa frustrada: a culpa do cliente gera a taxa de
      * reentrega (cotacao sem cliente identificado nao tem a
      * quem cobrar); a segunda viagem da transportadora e
      * custo nosso, salvo quando a falha foi dela
       2200-APURA-REENTREGA.
           PERFORM UNTIL MOTIVO-VALIDO
               DISPLAY 'MOTIVO (A=AUSENTE F=FECHADO E=ENDERECO '
                   'INCORRETO T=TRANSPORTADORA O=OUTROS): '
               ACCEPT WRK-MOTIVO FROM CONSOLE
               IF NOT MOTIVO-VALIDO
                   DISPLAY 'MOTIVO INVALIDO'
               END-IF
           END-PERFORM
           IF MOTIVO-CLIENTE AND WRK-COT-CLIENTE > ZEROS
               MOVE WRK-TAXA-REENTREGA TO WRK-TAXA-EVENTO
               DISPLAY 'TAXA DE REENTREGA A FATURAR AO CLIENTE: '
                   WRK-TAXA-EVENTO
           END-IF
           IF WRK-COT-TRANSP NOT = SPACES AND NOT MOTIVO-TRANSP
               DISPLAY 'CUSTO DA REENTREGA COBRADO PELA '
                   'TRANSPORTADORA (ZERO = CUSTO DA COTACAO): '
               ACCEPT WRK-CUSTO-REENTREGA FROM CONSOLE
               IF WRK-CUSTO-REENTREGA = ZEROS
                   MOVE WRK-COT-CUSTO TO WRK-CUSTO-REENTREGA
               END-IF
               DISPLAY 'CUSTO DE REENTREGA DA TRANSPORTADORA '
                   WRK-COT-TRANSP ': ' WRK-CUSTO-REENTREGA
           END-IF.

       3000-CONSULTA.
           DISPLAY 'NUMERO DA COTACAO DO EMBARQUE: '
           ACCEPT WRK-SEQ-BUSCA FROM CONSOLE
                               MOVE 'ENTREGUE' TO WRK-DESC-EVENTO
                           WHEN EMB-DEVOLVIDO
                               MOVE 'DEVOLVIDO' TO WRK-DESC-EVENTO
                           WHEN EMB-TENTATIVA-FALHA
                               MOVE 'FALHA ENTREG' TO WRK-DESC-EVENTO
                           WHEN OTHER
                               MOVE 'DESCONHECIDO' TO WRK-DESC-EVENTO
                       END-EVALUATE
                       DISPLAY EMB-EVT-SEQ ' ' EMB-DATA ' '
                           WRK-DESC-EVENTO ' ' EMB-OBSERVACAO
                       IF EMB-TENTATIVA-FALHA
                           DISPLAY '    MOTIVO ' EMB-MOTIVO
                               ' TAXA CLIENTE ' EMB-TAXA-REENTREGA
                               ' CUSTO TRANSP ' EMB-CUSTO-REENTREGA
                               ' FATURA ' EMB-FATURA
                       END-IF
                   END-IF
               END-IF
           END-IF.
      * arquivo morto pelo LOG-SEQ-ID, mesma busca do sinreg
       4000-VALIDA-COTACAO.
           MOVE 'N' TO WRK-ACHOU
           MOVE ZEROS TO WRK-COT-CLIENTE WRK-COT-CUSTO
           MOVE SPACES TO WRK-COT-FILIAL WRK-COT-TRANSP
           MOVE 'N' TO WRK-EOF-LOG
           OPEN INPUT FRETE-LOG
           IF WRK-FRETELOG-STATUS NOT = '00'
           IF NOT FIM-LOG
               IF LOG-SEQ-ID = WRK-SEQ-BUSCA
                   MOVE 'S' TO WRK-ACHOU
                   MOVE LOG-CLIENTE TO WRK-COT-CLIENTE
                   MOVE LOG-FILIAL TO WRK-COT-FILIAL
                   MOVE LOG-TRANSP TO WRK-COT-TRANSP
                   IF LOG-CUSTO-TRANSP > ZEROS
                       MOVE LOG-CUSTO-TRANSP TO WRK-COT-CUSTO
                   ELSE
                       MOVE LOG-FRETE TO WRK-COT-CUSTO
                   END-IF
               END-IF
           END-IF.

           IF NOT FIM-ARQUIVO-MORTO
               IF ARC-SEQ-ID = WRK-SEQ-BUSCA
                   MOVE 'S' TO WRK-ACHOU
                   MOVE ARC-CLIENTE TO WRK-COT-CLIENTE
                   MOVE ARC-FILIAL TO WRK-COT-FILIAL
                   MOVE ARC-TRANSP TO WRK-COT-TRANSP
                   IF ARC-CUSTO-TRANSP > ZEROS
                       MOVE ARC-CUSTO-TRANSP TO WRK-COT-CUSTO
                   ELSE
                       MOVE ARC-FRETE TO WRK-COT-CUSTO
                   END-IF
               END-IF
           END-IF.
