      *    GRADEIFC.DAT do lado escolar: header com data/hora
      *    da geracao, um lancamento balanceado por conta
      *    (clientes a debito; receita de frete, ICMS a
      *    recolher, receita de seguro, receita do adicional
      *    de alta temporada e receita da taxa de cobranca na
      *    entrega a credito) e trailer com contagem e totais
      *    de debito/credito. As contas de cada evento vem da
      *    regra de contabilizacao (ctbregra/REGRACTB.DAT).
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WRK-CTA-REC-FRETE    PIC 9(05) VALUE 41101.
       77  WRK-CTA-ICMS-RECOLHER PIC 9(05) VALUE 21301.
       77  WRK-CTA-REC-SEGURO   PIC 9(05) VALUE 41102.
       77  WRK-CTA-REC-SAZONAL  PIC 9(05) VALUE 41107.
       77  WRK-CTA-REC-REEMB    PIC 9(05) VALUE 41104.

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

       77  WRK-TOT-FRETE        PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOT-ICMS         PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOT-SEGURO       PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOT-SAZONAL      PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOT-TAXA-REEMB   PIC 9(10)V99 VALUE ZEROS.
       77  WRK-VALOR-PAR        PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOT-DEBITOS      PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOT-CREDITOS     PIC 9(10)V99 VALUE ZEROS.
       77  WRK-QTD-LANCAMENTOS  PIC 9(04) VALUE ZEROS.
                   ADD LOG-FRETE TO WRK-TOT-FRETE
                   ADD LOG-ICMS TO WRK-TOT-ICMS
                   ADD LOG-SEGURO TO WRK-TOT-SEGURO
                   ADD LOG-SAZONAL TO WRK-TOT-SAZONAL
                   ADD LOG-TAXA-REEMB TO WRK-TOT-TAXA-REEMB
                   ADD 1 TO WRK-QTD-COTACOES
               END-IF
           END-IF.

      * um conjunto balanceado: cada receita/imposto a
      * credito pela sua parcela contra clientes a debito, nas
      * contas da regra de cada evento
       3000-GRAVA-INTERFACE.
           MOVE WRK-DHS-DATA TO HDR-DATA
           MOVE WRK-DHS-HORA TO HDR-HORA
           WRITE GL-LINE FROM WRK-LINHA-HEADER
           MOVE 'VENDA-FRETE' TO WRK-CR-EVENTO
           MOVE WRK-CTA-REC-FRETE TO WRK-CR-CREDITO
           MOVE WRK-TOT-FRETE TO WRK-VALOR-PAR
           PERFORM 3200-GRAVA-PAR
           MOVE 'VENDA-ICMS' TO WRK-CR-EVENTO
           MOVE WRK-CTA-ICMS-RECOLHER TO WRK-CR-CREDITO
           MOVE WRK-TOT-ICMS TO WRK-VALOR-PAR
           PERFORM 3200-GRAVA-PAR
           MOVE 'VENDA-SEGURO' TO WRK-CR-EVENTO
           MOVE WRK-CTA-REC-SEGURO TO WRK-CR-CREDITO
           MOVE WRK-TOT-SEGURO TO WRK-VALOR-PAR
           PERFORM 3200-GRAVA-PAR
           MOVE 'VENDA-SAZON' TO WRK-CR-EVENTO
           MOVE WRK-CTA-REC-SAZONAL TO WRK-CR-CREDITO
           MOVE WRK-TOT-SAZONAL TO WRK-VALOR-PAR
           PERFORM 3200-GRAVA-PAR
           MOVE 'VENDA-REEMB' TO WRK-CR-EVENTO
           MOVE WRK-CTA-REC-REEMB TO WRK-CR-CREDITO
           MOVE WRK-TOT-TAXA-REEMB TO WRK-VALOR-PAR
           PERFORM 3200-GRAVA-PAR
           MOVE WRK-QTD-LANCAMENTOS TO TRL-QTD
           MOVE WRK-TOT-DEBITOS TO TRL-DEBITOS
           MOVE WRK-TOT-CREDITOS TO TRL-CREDITOS
           WRITE GL-LINE FROM WRK-LINHA-LANCAMENTO
           ADD 1 TO WRK-QTD-LANCAMENTOS.

      * debito e credito de um evento; o extrato e do dia
      * inteiro, entao vale a regra geral (sem filial)
       3200-GRAVA-PAR.
           IF WRK-VALOR-PAR > ZEROS
               MOVE SPACES TO WRK-CR-FILIAL
               MOVE WRK-CTA-CLIENTES TO WRK-CR-DEBITO
               CALL 'ctbregra' USING WRK-CTBREGRA
               MOVE WRK-CR-DEBITO TO LAN-CONTA
               MOVE 'D' TO LAN-NATUREZA
               MOVE WRK-VALOR-PAR TO LAN-VALOR
               PERFORM 3100-GRAVA-LANCAMENTO
               ADD WRK-VALOR-PAR TO WRK-TOT-DEBITOS
               MOVE WRK-CR-CREDITO TO LAN-CONTA
               MOVE 'C' TO LAN-NATUREZA
               PERFORM 3100-GRAVA-LANCAMENTO
               ADD WRK-VALOR-PAR TO WRK-TOT-CREDITOS
           END-IF.

       4000-FINALIZA.
           DISPLAY 'COTACOES CONTABILIZADAS NO DIA: '
               WRK-QTD-COTACOES
