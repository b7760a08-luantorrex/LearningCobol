      *    ordena por UF (mesma tecnica de SORT do relatorio
      *    batch do learning9) e imprime o faturamento de
      *    frete de cada estado mais o total geral do mes.
      *    A declaracao de ICMS sai por par UF de origem/UF de
      *    destino, como a fiscal apura, com o total do estado
      *    de destino abaixo dos pares. Na cadeia do
      *    fechamento do mes (FECHAMES) o mes fechado e a
      *    competencia liberada pela guarda do fim do mes, e o
      *    runctl recusa fechar a mesma competencia duas vezes.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WRK-FRETELOG-STATUS.

      * separa, do log inteiro, so as cotacoes do mes fechado,
      * ja ordenadas por UF (e, dentro dela, pela UF de origem)
      * para a quebra de controle
           SELECT SORT-WORK ASSIGN TO 'SORTWK1'.

           SELECT SORTED-LOG ASSIGN TO 'FRETESRT.DAT'
           SELECT FRETE-FECHAMENTO ASSIGN TO 'FRETEFEC.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

      * declaracao mensal de ICMS por origem/destino, tirada dos
      * valores de ICMS que o lote ja grava em cada cotacao do
      * FRETE-LOG
           SELECT ICMS-REPORT ASSIGN TO 'ICMSDEC.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

                         LOG-FRETE-CALC BY SRT-FRETE-CALC
                         LOG-APROVADOR BY SRT-APROVADOR
                         LOG-FILIAL BY SRT-FILIAL
                         LOG-PEDIDO BY SRT-PEDIDO
                         LOG-ZONA BY SRT-ZONA
                         LOG-ADIC-ZONA BY SRT-ADIC-ZONA
                         LOG-SAZONAL BY SRT-SAZONAL
                         LOG-REEMBOLSO BY SRT-REEMBOLSO
                         LOG-TAXA-REEMB BY SRT-TAXA-REEMB.

       FD  SORTED-LOG.
           COPY 'fretelog.cbl'
                         LOG-FRETE-CALC BY SL-FRETE-CALC
                         LOG-APROVADOR BY SL-APROVADOR
                         LOG-FILIAL BY SL-FILIAL
                         LOG-PEDIDO BY SL-PEDIDO
                         LOG-ZONA BY SL-ZONA
                         LOG-ADIC-ZONA BY SL-ADIC-ZONA
                         LOG-SAZONAL BY SL-SAZONAL
                         LOG-REEMBOLSO BY SL-REEMBOLSO
                         LOG-TAXA-REEMB BY SL-TAXA-REEMB.

       FD  FRETE-FECHAMENTO
           RECORD CONTAINS 80 CHARACTERS.
           02  MES-SYS PIC 9(02) VALUE ZEROS.
           02  DIA-SYS PIC 9(02) VALUE ZEROS.

      * ano/mes que este fechamento abrange - o mes
      * imediatamente anterior ao mes corrente do sistema, ou
      * a competencia da cadeia do fechamento do mes
       77  WRK-ANO-FECHAMENTO   PIC 9(04) VALUE ZEROS.
       77  WRK-MES-FECHAMENTO   PIC 9(02) VALUE ZEROS.
       77  WRK-ANO-REGISTRO     PIC 9(04) VALUE ZEROS.
       77  WRK-MES-REGISTRO     PIC 9(02) VALUE ZEROS.

       77  WRK-CONT-COTACOES    PIC 9(06) VALUE ZEROS.

      * contrato com o controle de execucao compartilhado
      * (runctl): o mesmo mes fechado duas vezes duplicaria
      * a declaracao de ICMS; partida mensal (M)
       01  WRK-RUNCTL.
           05  WRK-RC-OPERACAO PIC X(01).
           05  WRK-RC-PROGRAMA PIC X(12) VALUE 'FRETEFECHA'.
           05  WRK-RC-QTD      PIC 9(06).
           05  WRK-RC-RUN-ID   PIC 9(06).
           05  WRK-RC-PERMITIDO PIC X(01).
           05  WRK-RC-PERIODO  PIC 9(06).

      * chave de posicionamento no inicio do mes fechado
       77  WRK-CHAVE-INICIO     PIC X(20) VALUE ZEROS.

      * quebra de controle por estado, mesma tecnica do
      * relatorio batch de learning9
       77  WRK-STADO-ANTERIOR   PIC X(02) VALUE SPACES.
       77  WRK-ORIGEM-ANTERIOR  PIC X(02) VALUE SPACES.

      * subtotais do mes por filial, alem da quebra por UF -
      * a visao consolidada (TOTAL GERAL) nao muda
       77  WRK-SUBTOTAL-FRETE   PIC 9(08)V99 VALUE ZEROS.
       77  WRK-TOTAL-GERAL      PIC 9(09)V99 VALUE ZEROS.
       77  WRK-SUBTOTAL-ICMS    PIC 9(08)V99 VALUE ZEROS.
       77  WRK-SUBTOTAL-PAR     PIC 9(08)V99 VALUE ZEROS.
       77  WRK-TOTAL-ICMS       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-1O-REGISTRO-OK   PIC X(01) VALUE 'S'.
           88 PRIMEIRO-REGISTRO-VALIDO VALUE 'S'.
           05  TOT-FRETE           PIC ZZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-CAB-ICMS.
           05  FILLER          PIC X(41) VALUE
               'DECLARACAO DE ICMS POR ORIGEM/DESTINO - '.
           05  CAB-ICMS-MES    PIC 9(02).
           05  FILLER          PIC X(01) VALUE '/'.
           05  CAB-ICMS-ANO    PIC 9(04).

      * cotacao antiga sem UF de origem gravada sai como --
       01  WRK-LINHA-ICMS-PAR.
           05  FILLER              PIC X(12) VALUE '  ORIGEM '.
           05  ICM-PAR-ORIGEM      PIC X(02).
           05  FILLER              PIC X(10) VALUE ' DESTINO '.
           05  ICM-PAR-DESTINO     PIC X(02).
           05  FILLER              PIC X(08) VALUE ' ICMS: '.
           05  FILLER              PIC X(03) VALUE 'R$ '.
           05  ICM-PAR-VALOR       PIC ZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-ICMS-UF.
           05  FILLER              PIC X(08) VALUE 'ICMS UF '.
           05  ICM-ESTADO          PIC X(02).
       1000-INICIALIZA.
           ACCEPT DATA-SYS FROM DATE YYYYMMDD
           PERFORM 1050-CALCULA-MES-FECHAMENTO
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
           SORT SORT-WORK ON ASCENDING KEY SRT-STADO SRT-UF-ORIGEM
               INPUT PROCEDURE IS 1100-FILTRA-LOG
               GIVING SORTED-LOG
           OPEN INPUT SORTED-LOG
           WRITE ICMS-LINE FROM WRK-LINHA-CAB-ICMS
           PERFORM 2100-LER-REGISTRO.

      * fecha o mes anterior ao mes corrente do sistema - na
      * cadeia do fechamento do mes o runctl troca pela
      * competencia liberada pela guarda
       1050-CALCULA-MES-FECHAMENTO.
           IF MES-SYS = 1
               MOVE 12 TO WRK-MES-FECHAMENTO
                   MOVE LOG-APROVADOR TO SRT-APROVADOR
                   MOVE LOG-FILIAL TO SRT-FILIAL
                   MOVE LOG-PEDIDO TO SRT-PEDIDO
                   MOVE LOG-ZONA TO SRT-ZONA
                   MOVE LOG-ADIC-ZONA TO SRT-ADIC-ZONA
                   MOVE LOG-SAZONAL TO SRT-SAZONAL
                   MOVE LOG-REEMBOLSO TO SRT-REEMBOLSO
                   MOVE LOG-TAXA-REEMB TO SRT-TAXA-REEMB
                   RELEASE SORT-LOG-RECORD
               END-IF
               IF NOT FIM-LOG
           END-IF.

       2000-PROCESSA-REGISTRO.
           IF NOT PRIMEIRO-REGISTRO-VALIDO
                   AND (SL-STADO NOT = WRK-STADO-ANTERIOR
                       OR SL-UF-ORIGEM NOT = WRK-ORIGEM-ANTERIOR)
               PERFORM 2250-QUEBRA-PAR-ICMS
           END-IF
           IF NOT PRIMEIRO-REGISTRO-VALIDO
                   AND SL-STADO NOT = WRK-STADO-ANTERIOR
               PERFORM 2200-QUEBRA-SUBTOTAL
           END-IF
           MOVE SL-STADO TO WRK-STADO-ANTERIOR
           MOVE SL-UF-ORIGEM TO WRK-ORIGEM-ANTERIOR
           MOVE 'N' TO WRK-1O-REGISTRO-OK
           ADD SL-FRETE TO WRK-SUBTOTAL-FRETE
           ADD SL-FRETE TO WRK-TOTAL-GERAL
           ADD SL-ICMS TO WRK-SUBTOTAL-ICMS
           ADD SL-ICMS TO WRK-SUBTOTAL-PAR
           ADD SL-ICMS TO WRK-TOTAL-ICMS
           PERFORM 2700-ACUMULA-FILIAL
           ADD 1 TO WRK-CONT-COTACOES
           WRITE ICMS-LINE FROM WRK-LINHA-ICMS-UF
           MOVE ZEROS TO WRK-SUBTOTAL-ICMS.

      * quebra menor dentro da UF: o ICMS de cada par
      * origem/destino, na linha que a fiscal declara
       2250-QUEBRA-PAR-ICMS.
           IF WRK-ORIGEM-ANTERIOR = SPACES
               MOVE '--' TO ICM-PAR-ORIGEM
           ELSE
               MOVE WRK-ORIGEM-ANTERIOR TO ICM-PAR-ORIGEM
           END-IF
           MOVE WRK-STADO-ANTERIOR TO ICM-PAR-DESTINO
           MOVE WRK-SUBTOTAL-PAR TO ICM-PAR-VALOR
           WRITE ICMS-LINE FROM WRK-LINHA-ICMS-PAR
           MOVE ZEROS TO WRK-SUBTOTAL-PAR.

      * cotacao antiga sem filial gravada conta como 01
       2700-ACUMULA-FILIAL.
           IF SL-FILIAL = SPACES

       3000-FINALIZA.
           IF NOT PRIMEIRO-REGISTRO-VALIDO
               PERFORM 2250-QUEBRA-PAR-ICMS
               PERFORM 2200-QUEBRA-SUBTOTAL
           END-IF
           MOVE WRK-TOTAL-GERAL TO TOT-FRETE
           DISPLAY 'COTACOES FECHADAS NO MES: ' WRK-CONT-COTACOES
           CLOSE SORTED-LOG
           CLOSE FRETE-FECHAMENTO
           CLOSE ICMS-REPORT
           MOVE 'F' TO WRK-RC-OPERACAO
           MOVE WRK-CONT-COTACOES TO WRK-RC-QTD
           CALL 'runctl' USING WRK-RUNCTL.
