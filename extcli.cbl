      *    aplicado (PAGDET.DAT da baixa), cada nota de
      *    credito, e o saldo de fechamento - tudo em ordem de
      *    data, uma pagina por cliente em EXTRATO.RPT, no
      *    mesmo estilo paginado do boletim. Acordos de
      *    pagamento aparecem como parcelas a debito, o saldo
      *    renegociado das originais a credito e, no
      *    rompimento, a parcela cancelada a credito e o saldo
      *    restabelecido na original a debito.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           88 FIM-DE-ARQUIVO        VALUE 'S'.

       77  WRK-CLIENTE-PEDIDO   PIC 9(06) VALUE ZEROS.

      * contrato com a referencia cruzada das fusoes de
      * cadastro (clixref): conta retirada vira a sobrevivente
       01  WRK-CLIXREF.
           05  WRK-XRF-CLIENTE     PIC 9(06).
           05  WRK-XRF-SUBSTITUIDO PIC X(01).
       77  WRK-DATA-INICIO      PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-FIM         PIC 9(08) VALUE ZEROS.
       77  WRK-CLIENTE-CORRENTE PIC 9(06) VALUE ZEROS.
       77  WRK-IDX-INSERE       PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-DESLOCA      PIC 9(03) VALUE ZEROS.
       77  WRK-MOV-NOVA-DATA    PIC 9(08) VALUE ZEROS.
       77  WRK-TIPO-APLICACAO   PIC X(01) VALUE 'P'.

       77  WRK-SALDO-ABERTURA   PIC S9(10)V99 VALUE ZEROS.
       77  WRK-SALDO-CORRENTE   PIC S9(10)V99 VALUE ZEROS.
       1000-INICIALIZA.
           DISPLAY 'CLIENTE (ZEROS = TODOS): '
           ACCEPT WRK-CLIENTE-PEDIDO FROM CONSOLE
           IF WRK-CLIENTE-PEDIDO > ZEROS
               MOVE WRK-CLIENTE-PEDIDO TO WRK-XRF-CLIENTE
               CALL 'clixref' USING WRK-CLIXREF
               IF WRK-XRF-SUBSTITUIDO = 'S'
                   DISPLAY 'CONTA ' WRK-CLIENTE-PEDIDO ' INCORPORADA A '
                       WRK-XRF-CLIENTE
                   MOVE WRK-XRF-CLIENTE TO WRK-CLIENTE-PEDIDO
               END-IF
           END-IF
           DISPLAY 'DATA INICIAL (AAAAMMDD): '
           ACCEPT WRK-DATA-INICIO FROM CONSOLE
           DISPLAY 'DATA FINAL (AAAAMMDD): '
           MOVE FAT-DATA-EMISSAO TO WRK-MOV-NOVA-DATA
           PERFORM 3400-INSERE-MOVTO
           MOVE FAT-DATA-EMISSAO TO WRK-MOV-DATA (WRK-IDX-INSERE)
           EVALUATE TRUE
               WHEN FAT-DOC-CREDITO
                   MOVE 'C' TO WRK-MOV-TIPO (WRK-IDX-INSERE)
               WHEN FAT-DOC-PARCELA
                   MOVE 'A' TO WRK-MOV-TIPO (WRK-IDX-INSERE)
               WHEN OTHER
                   MOVE 'F' TO WRK-MOV-TIPO (WRK-IDX-INSERE)
           END-EVALUATE
           MOVE FAT-NUMERO TO WRK-MOV-DOC (WRK-IDX-INSERE)
           MOVE FAT-TOTAL TO WRK-MOV-VALOR (WRK-IDX-INSERE).

           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF PGD-CLIENTE = WRK-CLIENTE-CORRENTE
                   PERFORM 3220-TIPO-APLICACAO
                   IF PGD-DATA < WRK-DATA-INICIO
                       IF WRK-TIPO-APLICACAO = 'E'
                           ADD PGD-VALOR TO WRK-SALDO-ABERTURA
                       ELSE
                           SUBTRACT PGD-VALOR
                               FROM WRK-SALDO-ABERTURA
                       END-IF
                   ELSE
                       IF PGD-DATA <= WRK-DATA-FIM
                           MOVE PGD-DATA TO WRK-MOV-NOVA-DATA
                           PERFORM 3400-INSERE-MOVTO
                           MOVE PGD-DATA
                               TO WRK-MOV-DATA (WRK-IDX-INSERE)
                           MOVE WRK-TIPO-APLICACAO
                               TO WRK-MOV-TIPO (WRK-IDX-INSERE)
                           MOVE PGD-FATURA
                               TO WRK-MOV-DOC (WRK-IDX-INSERE)
               END-IF
           END-IF.

      * o detalhe do acordo de pagamento tem linha propria:
      * R saldo renegociado, X parcela cancelada no
      * rompimento (creditos) e E saldo restabelecido (debito)
       3220-TIPO-APLICACAO.
           EVALUATE PGD-ORIGEM
               WHEN 'ACORDO'
                   MOVE 'R' TO WRK-TIPO-APLICACAO
               WHEN 'ACORDO-ROM'
                   MOVE 'X' TO WRK-TIPO-APLICACAO
               WHEN 'ACORDO-EST'
                   MOVE 'E' TO WRK-TIPO-APLICACAO
               WHEN OTHER
                   MOVE 'P' TO WRK-TIPO-APLICACAO
           END-EVALUATE.

      * abre a posicao certa na tabela pela data do movimento,
      * deslocando os seguintes - os movimentos ja saem em
      * ordem cronologica na impressao
                   MOVE '-' TO MOV-SINAL
                   SUBTRACT WRK-MOV-VALOR (WRK-IDX-MOVTO)
                       FROM WRK-SALDO-CORRENTE
               WHEN 'A'
                   MOVE 'PARCELA ACORDO  ' TO MOV-DESCRICAO
                   MOVE '+' TO MOV-SINAL
                   ADD WRK-MOV-VALOR (WRK-IDX-MOVTO)
                       TO WRK-SALDO-CORRENTE
               WHEN 'R'
                   MOVE 'RENEGOCIADA     ' TO MOV-DESCRICAO
                   MOVE '-' TO MOV-SINAL
                   SUBTRACT WRK-MOV-VALOR (WRK-IDX-MOVTO)
                       FROM WRK-SALDO-CORRENTE
               WHEN 'X'
                   MOVE 'ACORDO ROMPIDO  ' TO MOV-DESCRICAO
                   MOVE '-' TO MOV-SINAL
                   SUBTRACT WRK-MOV-VALOR (WRK-IDX-MOVTO)
                       FROM WRK-SALDO-CORRENTE
               WHEN 'E'
                   MOVE 'SALDO RESTABEL. ' TO MOV-DESCRICAO
                   MOVE '+' TO MOV-SINAL
                   ADD WRK-MOV-VALOR (WRK-IDX-MOVTO)
                       TO WRK-SALDO-CORRENTE
           END-EVALUATE
           MOVE WRK-SALDO-CORRENTE TO MOV-SALDO
           WRITE REPORT-LINE FROM WRK-LINHA-MOVTO.
