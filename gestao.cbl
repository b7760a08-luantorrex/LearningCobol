      *    anteriores ao lado para contexto. As secoes:
      *    receita e volume de frete por UF com a variacao
      *    contra o mes anterior (FRETELOG.DAT mais o arquivo
      *    morto FRETEARQ.DAT) com o adicional de alta
      *    temporada em linha propria, posicao de
      *    recebiveis com percentual vencido e o faturado por
      *    competencia (FATURAS.DAT), sinistralidade - pagos
      *    contra a receita do mes (SINISTRO.DAT), rejeitos na
      *    fila e excecoes por mes (FRETEREJ.DAT, ERROR.LOG) e
      *    o quadro escolar de aprovados, recuperacao e
      *    reprovados pelo historico (STUTRANS.DAT, mesmas
      *    faixas do learning8). Na cadeia do fechamento do
      *    mes (FECHAMES) o pacote e o ultimo passo e o mes
      *    fechado e a competencia liberada pela guarda do fim
      *    do mes.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                         LOG-FRETE-CALC BY ARC-FRETE-CALC
                         LOG-APROVADOR BY ARC-APROVADOR
                         LOG-FILIAL BY ARC-FILIAL
                         LOG-PEDIDO BY ARC-PEDIDO
                         LOG-ZONA BY ARC-ZONA
                         LOG-ADIC-ZONA BY ARC-ADIC-ZONA
                         LOG-SAZONAL BY ARC-SAZONAL
                         LOG-REEMBOLSO BY ARC-REEMBOLSO
                         LOG-TAXA-REEMB BY ARC-TAXA-REEMB.

       FD  FATURAS-FILE.
           COPY 'faturec.cbl'.
       77  WRK-IDX-MES          PIC 9(01) VALUE ZEROS.
       77  WRK-MES-ACHADO       PIC 9(01) VALUE ZEROS.
       77  WRK-MESES-CORRIDOS   PIC 9(06) VALUE ZEROS.
      * meses corridos do mes seguinte ao fechado, base da
      * tabela de meses
       77  WRK-MESES-BASE       PIC 9(06) VALUE ZEROS.
       01  WRK-DATA-CORTE.
           05  WRK-CORTE-ANO    PIC 9(04).
           05  WRK-CORTE-MES    PIC 9(02).

       01  WRK-TOTAIS-MES.
           05  WRK-TOT-RECEITA OCCURS 4 TIMES PIC 9(10)V99.
           05  WRK-TOT-SAZONAL OCCURS 4 TIMES PIC 9(10)V99.
           05  WRK-TOT-FATURADO OCCURS 4 TIMES PIC 9(10)V99.
           05  WRK-TOT-SIN-PAGO OCCURS 4 TIMES PIC 9(10)V99.
           05  WRK-TOT-SIN-QTD OCCURS 4 TIMES PIC 9(04).
           05  WRK-DC-CONTROLADA PIC X(01).
           05  WRK-DC-OK       PIC X(01).

      * contrato com o controle de execucao compartilhado
      * (runctl): o pacote sai uma vez por competencia, com o
      * mes inteiro fechado antes; partida mensal (M)
       01  WRK-RUNCTL.
           05  WRK-RC-OPERACAO PIC X(01).
           05  WRK-RC-PROGRAMA PIC X(12) VALUE 'GESTAO'.
           05  WRK-RC-QTD      PIC 9(06).
           05  WRK-RC-RUN-ID   PIC 9(06).
           05  WRK-RC-PERMITIDO PIC X(01).
           05  WRK-RC-PERIODO  PIC 9(06).

       01  WRK-LINHA-CABECALHO.
           05  FILLER          PIC X(34) VALUE
               'PACOTE MENSAL DE GESTAO - FECHADO '.
           MOVE 'L' TO WRK-DC-OPERACAO
           CALL 'datasrv' USING WRK-DATACTL
           MOVE WRK-DC-DATA TO WRK-DATA-PROCESSO
           COMPUTE WRK-MESES-BASE =
               WRK-PROC-ANO * 12 + WRK-PROC-MES
           PERFORM 1050-CALCULA-MESES
           MOVE WRK-MES-REF (1) TO WRK-RC-PERIODO
           MOVE 'M' TO WRK-RC-OPERACAO
           MOVE ZEROS TO WRK-RC-QTD
           CALL 'runctl' USING WRK-RUNCTL
           IF WRK-RC-PERMITIDO = 'N'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      * na cadeia do fechamento do mes a competencia vem da
      * guarda e a tabela de meses e refeita a partir dela
           MOVE WRK-RC-PERIODO TO WRK-ANOMES-CORTE
           COMPUTE WRK-MESES-BASE =
               WRK-CORTE-ANO * 12 + WRK-CORTE-MES + 1
           PERFORM 1050-CALCULA-MESES
           OPEN OUTPUT GESTAO-REPORT
           MOVE WRK-MES-REF (1) TO CAB-ANOMES
           WRITE REPORT-LINE FROM WRK-LINHA-CABECALHO.

      * mes fechado = mes anterior a data de negocio; os tres
      * seguintes da tabela sao os meses anteriores a ele
       1050-CALCULA-MESES.
           PERFORM VARYING WRK-IDX-MES FROM 1 BY 1
                   UNTIL WRK-IDX-MES > 4
               COMPUTE WRK-MESES-CORRIDOS =
                   WRK-MESES-BASE - WRK-IDX-MES
               COMPUTE WRK-CORTE-ANO =
                   (WRK-MESES-CORRIDOS - 1) / 12
               COMPUTE WRK-CORTE-MES = WRK-MESES-CORRIDOS
                   - (WRK-CORTE-ANO * 12)
               MOVE WRK-ANOMES-CORTE TO WRK-MES-REF (WRK-IDX-MES)
           END-PERFORM.

      * devolve em WRK-MES-ACHADO o indice do mes do pacote a
      * que o ano/mes em WRK-ANOMES-LINHA pertence (0 = fora)
                   MOVE LOG-STADO TO WRK-UF-LINHA
                   MOVE LOG-FRETE TO WRK-FRETE-LINHA
                   PERFORM 2200-ACUMULA-UF
                   ADD LOG-SAZONAL
                       TO WRK-TOT-SAZONAL (WRK-MES-ACHADO)
               END-IF
           END-IF.

                   MOVE ARC-STADO TO WRK-UF-LINHA
                   MOVE ARC-FRETE TO WRK-FRETE-LINHA
                   PERFORM 2200-ACUMULA-UF
                   ADD ARC-SAZONAL
                       TO WRK-TOT-SAZONAL (WRK-MES-ACHADO)
               END-IF
           END-IF.

           IF NOT FIM-DE-ARQUIVO
               MOVE FAT-COMPETENCIA TO WRK-ANOMES-LINHA
               PERFORM 1500-CLASSIFICA-MES
      * parcela de acordo nao e faturamento novo: o frete ja
      * entrou na fatura original renegociada
               IF WRK-MES-ACHADO > ZEROS AND NOT FAT-CANCELADA
                       AND NOT FAT-DOC-PARCELA
                   ADD FAT-TOTAL
                       TO WRK-TOT-FATURADO (WRK-MES-ACHADO)
               END-IF
      * posicao de recebiveis: saldo de tudo que segue aberto
      * ou parcial, vencido quando passou da data de negocio
               IF (FAT-ABERTA OR FAT-PARCIAL)
                   AND (FAT-DOC-FATURA OR FAT-DOC-PARCELA)
                   COMPUTE WRK-SALDO-FATURA =
                       FAT-TOTAL + FAT-JUROS - FAT-PAGO
                   IF WRK-SALDO-FATURA > ZEROS
           MOVE WRK-TOT-RECEITA (3) TO REL-VAL-3
           MOVE WRK-TOT-RECEITA (4) TO REL-VAL-4
           WRITE REPORT-LINE FROM WRK-LINHA-VALORES
      * adicional de alta temporada cobrado a parte do frete
           MOVE 'ADIC SAZONAL  ' TO REL-VAL-TITULO
           MOVE WRK-TOT-SAZONAL (1) TO REL-VAL-1
           MOVE WRK-TOT-SAZONAL (2) TO REL-VAL-2
           MOVE WRK-TOT-SAZONAL (3) TO REL-VAL-3
           MOVE WRK-TOT-SAZONAL (4) TO REL-VAL-4
           WRITE REPORT-LINE FROM WRK-LINHA-VALORES

           MOVE 'RECEBIVEIS (FATURADO POR COMPETENCIA)'
               TO WRK-LINHA-SECAO

       9000-FINALIZA.
           CLOSE GESTAO-REPORT
           DISPLAY 'PACOTE DE GESTAO GERADO EM GESTAO.RPT'
           MOVE 'F' TO WRK-RC-OPERACAO
           MOVE ZEROS TO WRK-RC-QTD
           CALL 'runctl' USING WRK-RUNCTL.
