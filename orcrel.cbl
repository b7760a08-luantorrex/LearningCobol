      *    UF: orcado e realizado do mes com variacao em valor
      *    e percentual, mais as colunas acumuladas do ano ate
      *    o mes fechado - a pagina unica da reuniao mensal.
      *    Na cadeia do fechamento do mes (FECHAMES) o mes
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

       FD  ORCADO-FILE
           RECORD CONTAINS 19 CHARACTERS.
           02  DIA-SYS PIC 9(02) VALUE ZEROS.

      * mes fechado: o anterior ao corrente, como no fretefecha
      * (na cadeia do fechamento do mes, a competencia liberada
      * pela guarda)
       77  WRK-ANO-FECHAMENTO   PIC 9(04) VALUE ZEROS.
       77  WRK-MES-FECHAMENTO   PIC 9(02) VALUE ZEROS.
       77  WRK-ANO-REGISTRO     PIC 9(04) VALUE ZEROS.
       77  WRK-MES-REGISTRO     PIC 9(02) VALUE ZEROS.

      * contrato com o controle de execucao compartilhado
      * (runctl): a pagina da reuniao sai uma vez por
      * competencia, depois do fechamento de frete; partida
      * mensal (M)
       01  WRK-RUNCTL.
           05  WRK-RC-OPERACAO PIC X(01).
           05  WRK-RC-PROGRAMA PIC X(12) VALUE 'ORCREL'.
           05  WRK-RC-QTD      PIC 9(06).
           05  WRK-RC-RUN-ID   PIC 9(06).
           05  WRK-RC-PERMITIDO PIC X(01).
           05  WRK-RC-PERIODO  PIC 9(06).


      * orcado e realizado do mes e do acumulado do ano,
      * acumulados por UF em tabela
       01  WRK-TABELA-ORC.
           PERFORM 3000-ACUMULA-LOG
           PERFORM 4000-ACUMULA-ARQUIVO
           PERFORM 5000-IMPRIME-RELATORIO
           MOVE 'F' TO WRK-RC-OPERACAO
           MOVE WRK-QTD-UF TO WRK-RC-QTD
           CALL 'runctl' USING WRK-RUNCTL
           STOP RUN.

       1000-INICIALIZA.
               COMPUTE WRK-MES-FECHAMENTO = MES-SYS - 1
               MOVE ANO-SYS TO WRK-ANO-FECHAMENTO
           END-IF
           COMPUTE WRK-RC-PERIODO = WRK-ANO-FECHAMENTO * 100
               + WRK-MES-FECHAMENTO
           MOVE 'M' TO WRK-RC-OPERACAO
           MOVE ZEROS TO WRK-RC-QTD
           CALL 'runctl' USING WRK-RUNCTL
           IF WRK-RC-PERMITIDO = 'N'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DIVIDE WRK-RC-PERIODO BY 100 GIVING WRK-ANO-FECHAMENTO
               REMAINDER WRK-MES-FECHAMENTO
           OPEN OUTPUT ORCADO-REPORT
           MOVE WRK-MES-FECHAMENTO TO CAB-MES
           MOVE WRK-ANO-FECHAMENTO TO CAB-ANO
