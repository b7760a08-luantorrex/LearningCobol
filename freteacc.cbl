                                PIC 9(08).

      * contrato com o controle de execucao compartilhado
      * (runctl): provisionar duas vezes dobraria o accrual;
      * partida mensal (M), a competencia e a do fechamento do
      * mes liberado pela guarda (mesgrd)
       01  WRK-RUNCTL.
           05  WRK-RC-OPERACAO PIC X(01).
           05  WRK-RC-PROGRAMA PIC X(12) VALUE 'FRETEACC'.
           05  WRK-RC-QTD      PIC 9(06).
           05  WRK-RC-RUN-ID   PIC 9(06).
           05  WRK-RC-PERMITIDO PIC X(01).
           05  WRK-RC-PERIODO  PIC 9(06).

      * contas do razao combinadas com a contabilidade: a
      * provisao debita clientes a faturar e credita as mesmas
       77  WRK-CTA-ICMS-RECOLHER PIC 9(05) VALUE 21301.
       77  WRK-CTA-REC-SEGURO   PIC 9(05) VALUE 41102.

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
       77  WRK-DATA-LANCAMENTO  PIC 9(08) VALUE ZEROS.
       77  WRK-NAT-DEBITO       PIC X(01) VALUE 'D'.
       77  WRK-NAT-CREDITO      PIC X(01) VALUE 'C'.
       77  WRK-VALOR-PAR        PIC 9(10)V99 VALUE ZEROS.

       01  WRK-LINHA-HEADER.
           05  FILLER          PIC X(01) VALUE 'H'.
           STOP RUN.

       1000-INICIALIZA.
           ACCEPT DATA-SYS FROM DATE YYYYMMDD
           MOVE ANO-SYS TO WRK-CMP-ANO
           MOVE MES-SYS TO WRK-CMP-MES
           COMPUTE WRK-RC-PERIODO = WRK-CMP-ANO * 100
               + WRK-CMP-MES
           MOVE 'M' TO WRK-RC-OPERACAO
           MOVE ZEROS TO WRK-RC-QTD
           CALL 'runctl' USING WRK-RUNCTL
           IF WRK-RC-PERMITIDO = 'N'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DIVIDE WRK-RC-PERIODO BY 100 GIVING WRK-CMP-ANO
               REMAINDER WRK-CMP-MES
           IF WRK-CMP-MES = 12
               COMPUTE WRK-EST-ANO = WRK-CMP-ANO + 1
               MOVE 1 TO WRK-EST-MES
           ELSE
               MOVE WRK-CMP-ANO TO WRK-EST-ANO
               COMPUTE WRK-EST-MES = WRK-CMP-MES + 1
           END-IF
           MOVE 1 TO WRK-EST-DIA
           PERFORM 1100-VERIFICA-COMPETENCIA
           WRITE GL-LINE FROM WRK-LINHA-TRAILER
           CLOSE GL-FILE.

      * um par a faturar x resultado por componente, nas
      * contas da regra de cada evento de provisao
       3100-GRAVA-CONJUNTO.
           MOVE 'PROV-FRETE' TO WRK-CR-EVENTO
           MOVE WRK-CTA-REC-FRETE TO WRK-CR-CREDITO
           MOVE WRK-TOT-FRETE TO WRK-VALOR-PAR
           PERFORM 3300-GRAVA-PAR
           MOVE 'PROV-ICMS' TO WRK-CR-EVENTO
           MOVE WRK-CTA-ICMS-RECOLHER TO WRK-CR-CREDITO
           MOVE WRK-TOT-ICMS TO WRK-VALOR-PAR
           PERFORM 3300-GRAVA-PAR
           MOVE 'PROV-SEGURO' TO WRK-CR-EVENTO
           MOVE WRK-CTA-REC-SEGURO TO WRK-CR-CREDITO
           MOVE WRK-TOT-SEGURO TO WRK-VALOR-PAR
           PERFORM 3300-GRAVA-PAR.

       3200-GRAVA-LANCAMENTO.
           MOVE WRK-DATA-LANCAMENTO TO LAN-DATA
               ADD LAN-VALOR TO WRK-TOT-CREDITOS
           END-IF.

       3300-GRAVA-PAR.
           IF WRK-VALOR-PAR > ZEROS
               MOVE SPACES TO WRK-CR-FILIAL
               MOVE WRK-CTA-A-FATURAR TO WRK-CR-DEBITO
               CALL 'ctbregra' USING WRK-CTBREGRA
               MOVE WRK-CR-DEBITO TO LAN-CONTA
               MOVE WRK-NAT-DEBITO TO LAN-NATUREZA
               MOVE WRK-VALOR-PAR TO LAN-VALOR
               PERFORM 3200-GRAVA-LANCAMENTO
               MOVE WRK-CR-CREDITO TO LAN-CONTA
               MOVE WRK-NAT-CREDITO TO LAN-NATUREZA
               PERFORM 3200-GRAVA-LANCAMENTO
           END-IF.

       4000-FINALIZA.
           MOVE WRK-TOT-PROVISAO TO TOT-PROVISAO
           MOVE WRK-QTD-COTACOES TO TOT-COTACOES
