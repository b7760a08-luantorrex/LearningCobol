      *    Menu com laco: escolhe a operacao, ve o resultado,
      *    escolhe de novo ou sai, sem precisar reiniciar o
      *    programa a cada calculo.
      *    Modos financeiros para a negociacao da cobranca:
      *    tabela Price (parcela fixa) por principal, taxa
      *    mensal e prazo; juros simples ou compostos entre
      *    duas datas, pelos dias corridos do calendario; e
      *    encargos de atraso com a multa e os juros ao dia do
      *    RATESCFG.DAT, contados na base comercial 30/360 como
      *    na baixa de faturas. Cada calculo mostra o
      *    demonstrativo na tela e, a pedido, imprime em
      *    CALC.RPT; todos vao para o CALC.LOG.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CALC-LOG ASSIGN TO 'CALC.LOG'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CALC-PRINT ASSIGN TO 'CALC.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CALCRPT-STATUS.

           SELECT RATES-CONFIG ASSIGN TO 'RATESCFG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RATESCFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-LOG.
           COPY 'calclog.cbl'.

       FD  CALC-PRINT
           RECORD CONTAINS 80 CHARACTERS.
       01  CALC-PRINT-LINE PIC X(80).

       FD  RATES-CONFIG.
           COPY 'ratescfg.cbl'.

       WORKING-STORAGE SECTION.
       77 WRK-NUM1 PIC S9(04)V99 VALUE ZEROS.
       77 WRK-NUM2 PIC S9(04)V99 VALUE ZEROS.
           88 OPCAO-MULTIPLICACAO  VALUE 3.
           88 OPCAO-DIVISAO        VALUE 4.
           88 OPCAO-MEDIA          VALUE 5.
           88 OPCAO-PRICE          VALUE 6.
           88 OPCAO-JUROS          VALUE 7.
           88 OPCAO-ATRASO         VALUE 8.
           88 OPCAO-SAIR           VALUE 9.

       77 WRK-NUM-OK PIC X(01) VALUE 'N'.
           88 NUM-VALIDO               VALUE 'S'.

       77 WRK-CALCRPT-STATUS PIC X(02) VALUE '00'.
       77 WRK-RATESCFG-STATUS PIC X(02) VALUE '00'.
       77 WRK-IMPRIME PIC X(01) VALUE 'N'.
           88 IMPRIME-DEMONSTRATIVO    VALUE 'S'.

      * dados dos calculos financeiros; taxa em % ao mes
       77 WRK-PRINCIPAL PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TAXA PIC 9(03)V9(04) VALUE ZEROS.
       77 WRK-PRAZO PIC 9(03) VALUE ZEROS.
       77 WRK-TAXA-DEC PIC 9(01)V9(08) VALUE ZEROS.
       77 WRK-FATOR PIC 9(01)V9(12) VALUE ZEROS.
       77 WRK-PARCELA PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PRESTACAO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-JUROS-PERIODO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-AMORTIZACAO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-SALDO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-SALDO-ANTERIOR PIC 9(09)V99 VALUE ZEROS.
       77 WRK-MONTANTE PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-PRESTACOES PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-JUROS PIC 9(10)V99 VALUE ZEROS.
       77 WRK-NUM-PARCELA PIC 9(03) VALUE ZEROS.
       77 WRK-MES-CORRENTE PIC 9(04) VALUE ZEROS.
       77 WRK-MESES-INTEIROS PIC 9(04) VALUE ZEROS.
       77 WRK-DIAS-RESTO PIC 9(02) VALUE ZEROS.

       77 WRK-REGIME PIC X(01) VALUE SPACES.
           88 REGIME-SIMPLES           VALUE 'S'.
           88 REGIME-COMPOSTO          VALUE 'C'.
           88 REGIME-VALIDO            VALUE 'S' 'C'.

      * datas digitadas (AAAAMMDD), validadas pelo DATEVAL;
      * o periodo dos juros conta dias corridos (numero do dia
      * pelo INTEGER-OF-DATE) e o atraso conta na base 30/360:
      * ano * 360 + mes * 30 + dia
       01 WRK-DATA-DIGITADA.
           05 WRK-ANO PIC 9(04).
           05 WRK-MES PIC 9(02).
           05 WRK-DIA PIC 9(02).
       01 WRK-DATA-DIGITADA-NUM REDEFINES WRK-DATA-DIGITADA
                                PIC 9(08).
       77 WRK-DATA-VALIDA-FLAG PIC X(01) VALUE 'N'.
       77 WRK-DIAS-NO-MES PIC 9(02) VALUE ZEROS.
       77 WRK-PERGUNTA-DATA PIC X(30) VALUE SPACES.
       77 WRK-DATA-INICIAL PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FINAL PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-INICIAL PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-FINAL PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS PIC 9(05) VALUE ZEROS.

      * encargos contratuais de atraso do RATESCFG.DAT, os
      * mesmos aplicados na baixa de faturas (fretepag)
       77 WRK-TAXA-MULTA PIC 9(02)V99 VALUE ZEROS.
       77 WRK-JUROS-DIA PIC 9(01)V9(04) VALUE ZEROS.
       77 WRK-MULTA PIC 9(09)V99 VALUE ZEROS.

      * taxa e prazo gravados no CALC.LOG
       77 WRK-TAXA-LOG PIC 9(03)V9(04) VALUE ZEROS.
       77 WRK-PRAZO-LOG PIC 9(05) VALUE ZEROS.

       01 WRK-LINHA-DEMO PIC X(80) VALUE SPACES.

       01 WRK-LINHA-PARAMETROS.
           05 PAR-TITULO PIC X(18).
           05 FILLER PIC X(11) VALUE ' PRINCIPAL '.
           05 PAR-PRINCIPAL PIC Z.ZZZ.ZZ9,99.
           05 FILLER PIC X(06) VALUE ' TAXA '.
           05 PAR-TAXA PIC ZZ9,9999.
           05 PAR-UNIDADE-TAXA PIC X(07).
           05 PAR-PRAZO PIC ZZZZ9.
           05 PAR-UNIDADE-PRAZO PIC X(06).

       01 WRK-LINHA-CAB-PRICE.
           05 FILLER PIC X(33) VALUE
               'PARC     PRESTACAO          JUROS'.
           05 FILLER PIC X(30) VALUE
               '    AMORTIZACAO          SALDO'.

       01 WRK-LINHA-DET-PRICE.
           05 DPR-PARCELA PIC ZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 DPR-PRESTACAO PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 DPR-JUROS PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 DPR-AMORTIZACAO PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 DPR-SALDO PIC ZZZ.ZZZ.ZZ9,99.

       01 WRK-LINHA-CAB-JUROS.
           05 FILLER PIC X(24) VALUE
               'PERIODO    JUROS PERIODO'.
           05 FILLER PIC X(30) VALUE
               '  JUROS ACUMUL.          SALDO'.

       01 WRK-LINHA-DET-JUROS.
           05 DJR-ROTULO PIC X(05).
           05 DJR-NUMERO PIC ZZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 DJR-JUROS PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 DJR-ACUMULADO PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 DJR-SALDO PIC ZZZ.ZZZ.ZZ9,99.

       01 WRK-LINHA-ITEM.
           05 ITM-DESCRICAO PIC X(30).
           05 ITM-VALOR PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
           OPEN EXTEND CALC-LOG
           OPEN EXTEND CALC-PRINT
           IF WRK-CALCRPT-STATUS = '35'
               OPEN OUTPUT CALC-PRINT
           END-IF
           PERFORM LE-RATES-CONFIG
           PERFORM UNTIL OPCAO-SAIR
               PERFORM EXIBE-MENU
               ACCEPT WRK-OPCAO FROM CONSOLE
                       COMPUTE WRK-RESU = (WRK-NUM1 + WRK-NUM2) / 2
                       DISPLAY 'MEDIA: ' WRK-RESU
                       PERFORM GRAVA-LOG-CALCULO
                   WHEN OPCAO-PRICE
                       PERFORM CALCULA-PRICE
                       PERFORM GRAVA-LOG-CALCULO
                   WHEN OPCAO-JUROS
                       PERFORM CALCULA-JUROS
                       PERFORM GRAVA-LOG-CALCULO
                   WHEN OPCAO-ATRASO
                       PERFORM CALCULA-ATRASO
                       PERFORM GRAVA-LOG-CALCULO
                   WHEN OPCAO-SAIR
                       CONTINUE
                   WHEN OTHER
               END-EVALUATE
           END-PERFORM
           CLOSE CALC-LOG
           CLOSE CALC-PRINT
           STOP RUN.

       EXIBE-MENU.
           DISPLAY '3 - MULTIPLICACAO'.
           DISPLAY '4 - DIVISAO'.
           DISPLAY '5 - MEDIA'.
           DISPLAY '6 - TABELA PRICE (PARCELA FIXA)'.
           DISPLAY '7 - JUROS SIMPLES/COMPOSTOS ENTRE DATAS'.
           DISPLAY '8 - ENCARGOS DE ATRASO'.
           DISPLAY '9 - SAIR'.
           DISPLAY 'ESCOLHA UMA OPCAO: '.

       PEDE-OPERANDOS.
                   MOVE 'DIVISAO'       TO CLG-OPERACAO
               WHEN OPCAO-MEDIA
                   MOVE 'MEDIA'         TO CLG-OPERACAO
               WHEN OPCAO-PRICE
                   MOVE 'PRICE'         TO CLG-OPERACAO
               WHEN OPCAO-JUROS AND REGIME-SIMPLES
                   MOVE 'JUROS SIMPL'   TO CLG-OPERACAO
               WHEN OPCAO-JUROS
                   MOVE 'JUROS COMP'    TO CLG-OPERACAO
               WHEN OPCAO-ATRASO
                   MOVE 'ENCARGOS'      TO CLG-OPERACAO
           END-EVALUATE
           IF OPCAO-PRICE OR OPCAO-JUROS OR OPCAO-ATRASO
               MOVE ZEROS TO CLG-NUM1 CLG-NUM2
               MOVE WRK-PRINCIPAL TO CLG-PRINCIPAL
               MOVE WRK-TAXA-LOG TO CLG-TAXA
               MOVE WRK-PRAZO-LOG TO CLG-PRAZO
           ELSE
               MOVE WRK-NUM1 TO CLG-NUM1
               MOVE WRK-NUM2 TO CLG-NUM2
               MOVE ZEROS TO CLG-PRINCIPAL CLG-TAXA CLG-PRAZO
           END-IF
           MOVE WRK-RESU TO CLG-RESULTADO
           WRITE CALC-LOG-RECORD.

      * taxas de atraso do RATESCFG.DAT; sem o arquivo os
      * encargos saem zerados, com aviso
       LE-RATES-CONFIG.
           OPEN INPUT RATES-CONFIG
           IF WRK-RATESCFG-STATUS = '00'
               READ RATES-CONFIG
                   NOT AT END
                       IF RTC-TAXA-MULTA IS NUMERIC
                           MOVE RTC-TAXA-MULTA TO WRK-TAXA-MULTA
                       END-IF
                       IF RTC-JUROS-DIA IS NUMERIC
                           MOVE RTC-JUROS-DIA TO WRK-JUROS-DIA
                       END-IF
               END-READ
               CLOSE RATES-CONFIG
           ELSE
               DISPLAY 'RATESCFG.DAT INDISPONIVEL - ENCARGOS DE '
                   'ATRASO SEM MULTA E JUROS'
           END-IF.

      * parcela fixa: P * i / (1 - (1 + i) ** -n); a ultima
      * parcela absorve o arredondamento e zera o saldo
       CALCULA-PRICE.
           PERFORM PEDE-PRINCIPAL
           PERFORM PEDE-TAXA
           PERFORM PEDE-PRAZO
           PERFORM PERGUNTA-IMPRESSAO
           COMPUTE WRK-TAXA-DEC = WRK-TAXA / 100
           IF WRK-TAXA = ZEROS
               COMPUTE WRK-PARCELA ROUNDED =
                   WRK-PRINCIPAL / WRK-PRAZO
           ELSE
               COMPUTE WRK-FATOR ROUNDED =
                   (1 + WRK-TAXA-DEC) ** (0 - WRK-PRAZO)
               COMPUTE WRK-PARCELA ROUNDED =
                   WRK-PRINCIPAL * WRK-TAXA-DEC / (1 - WRK-FATOR)
           END-IF
           MOVE 'TABELA PRICE' TO PAR-TITULO
           MOVE ' % A.M.' TO PAR-UNIDADE-TAXA
           MOVE WRK-PRAZO TO PAR-PRAZO
           MOVE ' MESES' TO PAR-UNIDADE-PRAZO
           PERFORM EMITE-PARAMETROS
           MOVE WRK-LINHA-CAB-PRICE TO WRK-LINHA-DEMO
           PERFORM EMITE-LINHA
           MOVE WRK-PRINCIPAL TO WRK-SALDO
           MOVE ZEROS TO WRK-TOT-PRESTACOES WRK-TOT-JUROS
           PERFORM LINHA-PRICE
               VARYING WRK-NUM-PARCELA FROM 1 BY 1
               UNTIL WRK-NUM-PARCELA > WRK-PRAZO
           MOVE 'TOTAL DAS PRESTACOES' TO ITM-DESCRICAO
           MOVE WRK-TOT-PRESTACOES TO ITM-VALOR
           MOVE WRK-LINHA-ITEM TO WRK-LINHA-DEMO
           PERFORM EMITE-LINHA
           MOVE 'TOTAL DE JUROS' TO ITM-DESCRICAO
           MOVE WRK-TOT-JUROS TO ITM-VALOR
           MOVE WRK-LINHA-ITEM TO WRK-LINHA-DEMO
           PERFORM EMITE-LINHA
           PERFORM ENCERRA-DEMONSTRATIVO
           MOVE WRK-PARCELA TO WRK-RESU
           MOVE WRK-TAXA TO WRK-TAXA-LOG
           MOVE WRK-PRAZO TO WRK-PRAZO-LOG.

       LINHA-PRICE.
           COMPUTE WRK-JUROS-PERIODO ROUNDED =
               WRK-SALDO * WRK-TAXA-DEC
           IF WRK-NUM-PARCELA = WRK-PRAZO
               MOVE WRK-SALDO TO WRK-AMORTIZACAO
               COMPUTE WRK-PRESTACAO =
                   WRK-AMORTIZACAO + WRK-JUROS-PERIODO
           ELSE
               MOVE WRK-PARCELA TO WRK-PRESTACAO
               COMPUTE WRK-AMORTIZACAO =
                   WRK-PARCELA - WRK-JUROS-PERIODO
           END-IF
           SUBTRACT WRK-AMORTIZACAO FROM WRK-SALDO
           ADD WRK-PRESTACAO TO WRK-TOT-PRESTACOES
           ADD WRK-JUROS-PERIODO TO WRK-TOT-JUROS
           MOVE WRK-NUM-PARCELA TO DPR-PARCELA
           MOVE WRK-PRESTACAO TO DPR-PRESTACAO
           MOVE WRK-JUROS-PERIODO TO DPR-JUROS
           MOVE WRK-AMORTIZACAO TO DPR-AMORTIZACAO
           MOVE WRK-SALDO TO DPR-SALDO
           MOVE WRK-LINHA-DET-PRICE TO WRK-LINHA-DEMO
           PERFORM EMITE-LINHA.

      * juros entre duas datas pelos dias corridos, mes a mes
      * (a taxa mensal vale por 30 dias); os dias que sobram
      * fecham o demonstrativo. No composto a fracao de mes
      * capitaliza pelo expoente fracionario
       CALCULA-JUROS.
           PERFORM PEDE-PRINCIPAL
           PERFORM PEDE-TAXA
           MOVE SPACES TO WRK-REGIME
           PERFORM UNTIL REGIME-VALIDO
               DISPLAY 'REGIME - S = SIMPLES, C = COMPOSTO: '
               ACCEPT WRK-REGIME FROM CONSOLE
               IF NOT REGIME-VALIDO
                   DISPLAY 'REGIME INVALIDO, DIGITE S OU C'
               END-IF
           END-PERFORM
           PERFORM PEDE-PERIODO
           PERFORM PERGUNTA-IMPRESSAO
           COMPUTE WRK-TAXA-DEC = WRK-TAXA / 100
           DIVIDE WRK-DIAS BY 30 GIVING WRK-MESES-INTEIROS
               REMAINDER WRK-DIAS-RESTO
           IF REGIME-SIMPLES
               MOVE 'JUROS SIMPLES' TO PAR-TITULO
               COMPUTE WRK-MONTANTE ROUNDED = WRK-PRINCIPAL
                   + (WRK-PRINCIPAL * WRK-TAXA-DEC * WRK-DIAS / 30)
           ELSE
               MOVE 'JUROS COMPOSTOS' TO PAR-TITULO
               COMPUTE WRK-MONTANTE ROUNDED = WRK-PRINCIPAL
                   * (1 + WRK-TAXA-DEC) ** (WRK-DIAS / 30)
           END-IF
           MOVE ' % A.M.' TO PAR-UNIDADE-TAXA
           MOVE WRK-DIAS TO PAR-PRAZO
           MOVE ' DIAS' TO PAR-UNIDADE-PRAZO
           PERFORM EMITE-PARAMETROS
           MOVE WRK-LINHA-CAB-JUROS TO WRK-LINHA-DEMO
           PERFORM EMITE-LINHA
           MOVE WRK-PRINCIPAL TO WRK-SALDO
           MOVE ZEROS TO WRK-TOT-JUROS
           PERFORM LINHA-JUROS
               VARYING WRK-MES-CORRENTE FROM 1 BY 1
               UNTIL WRK-MES-CORRENTE > WRK-MESES-INTEIROS
           IF WRK-DIAS-RESTO > ZEROS
               MOVE WRK-SALDO TO WRK-SALDO-ANTERIOR
               MOVE WRK-MONTANTE TO WRK-SALDO
               COMPUTE WRK-JUROS-PERIODO =
                   WRK-SALDO - WRK-SALDO-ANTERIOR
               ADD WRK-JUROS-PERIODO TO WRK-TOT-JUROS
               MOVE 'DIAS ' TO DJR-ROTULO
               MOVE WRK-DIAS-RESTO TO DJR-NUMERO
               PERFORM EMITE-LINHA-JUROS
           END-IF
           MOVE 'MONTANTE' TO ITM-DESCRICAO
           MOVE WRK-MONTANTE TO ITM-VALOR
           MOVE WRK-LINHA-ITEM TO WRK-LINHA-DEMO
           PERFORM EMITE-LINHA
           PERFORM ENCERRA-DEMONSTRATIVO
           MOVE WRK-MONTANTE TO WRK-RESU
           MOVE WRK-TAXA TO WRK-TAXA-LOG
           MOVE WRK-DIAS TO WRK-PRAZO-LOG.

      * o ultimo mes inteiro sem sobra de dias fecha no
      * montante calculado de uma vez, sem residuo
       LINHA-JUROS.
           MOVE WRK-SALDO TO WRK-SALDO-ANTERIOR
           IF WRK-MES-CORRENTE = WRK-MESES-INTEIROS
                   AND WRK-DIAS-RESTO = ZEROS
               MOVE WRK-MONTANTE TO WRK-SALDO
           ELSE
               IF REGIME-SIMPLES
                   COMPUTE WRK-SALDO ROUNDED = WRK-PRINCIPAL
                       + (WRK-PRINCIPAL * WRK-TAXA-DEC
                           * WRK-MES-CORRENTE)
               ELSE
                   COMPUTE WRK-SALDO ROUNDED = WRK-PRINCIPAL
                       * (1 + WRK-TAXA-DEC) ** WRK-MES-CORRENTE
               END-IF
           END-IF
           COMPUTE WRK-JUROS-PERIODO =
               WRK-SALDO - WRK-SALDO-ANTERIOR
           ADD WRK-JUROS-PERIODO TO WRK-TOT-JUROS
           MOVE 'MES  ' TO DJR-ROTULO
           MOVE WRK-MES-CORRENTE TO DJR-NUMERO
           PERFORM EMITE-LINHA-JUROS.

       EMITE-LINHA-JUROS.
           MOVE WRK-JUROS-PERIODO TO DJR-JUROS
           MOVE WRK-TOT-JUROS TO DJR-ACUMULADO
           MOVE WRK-SALDO TO DJR-SALDO
           MOVE WRK-LINHA-DET-JUROS TO WRK-LINHA-DEMO
           PERFORM EMITE-LINHA.

      * encargos como na baixa de faturas: multa sobre o
      * valor vencido mais juros ao dia pelos dias de atraso
       CALCULA-ATRASO.
           PERFORM PEDE-PRINCIPAL
           MOVE 'N' TO WRK-DATA-VALIDA-FLAG
           PERFORM UNTIL WRK-DATA-VALIDA-FLAG = 'S'
               MOVE 'VENCIMENTO (AAAAMMDD): ' TO WRK-PERGUNTA-DATA
               PERFORM PEDE-DATA
               MOVE WRK-DATA-DIGITADA-NUM TO WRK-DATA-INICIAL
               COMPUTE WRK-DIAS-INICIAL = (WRK-ANO * 360)
                   + (WRK-MES * 30) + WRK-DIA
               MOVE 'PAGAMENTO (AAAAMMDD): ' TO WRK-PERGUNTA-DATA
               PERFORM PEDE-DATA
               MOVE WRK-DATA-DIGITADA-NUM TO WRK-DATA-FINAL
               COMPUTE WRK-DIAS-FINAL = (WRK-ANO * 360)
                   + (WRK-MES * 30) + WRK-DIA
               IF WRK-DIAS-FINAL < WRK-DIAS-INICIAL
                   DISPLAY 'PAGAMENTO ANTERIOR AO VENCIMENTO'
                   MOVE 'N' TO WRK-DATA-VALIDA-FLAG
               END-IF
           END-PERFORM
           PERFORM PERGUNTA-IMPRESSAO
           COMPUTE WRK-DIAS = WRK-DIAS-FINAL - WRK-DIAS-INICIAL
           MOVE ZEROS TO WRK-MULTA WRK-TOT-JUROS
           IF WRK-DIAS > ZEROS
               COMPUTE WRK-MULTA ROUNDED =
                   WRK-PRINCIPAL * WRK-TAXA-MULTA / 100
               COMPUTE WRK-TOT-JUROS ROUNDED =
                   WRK-PRINCIPAL * WRK-JUROS-DIA * WRK-DIAS / 100
           END-IF
           COMPUTE WRK-MONTANTE =
               WRK-PRINCIPAL + WRK-MULTA + WRK-TOT-JUROS
           MOVE 'ENCARGOS ATRASO' TO PAR-TITULO
           MOVE WRK-JUROS-DIA TO PAR-TAXA
           MOVE ' % DIA ' TO PAR-UNIDADE-TAXA
           MOVE WRK-DIAS TO PAR-PRAZO
           MOVE ' DIAS' TO PAR-UNIDADE-PRAZO
           MOVE WRK-PRINCIPAL TO PAR-PRINCIPAL
           MOVE WRK-LINHA-PARAMETROS TO WRK-LINHA-DEMO
           PERFORM EMITE-LINHA
           MOVE 'VALOR VENCIDO' TO ITM-DESCRICAO
           MOVE WRK-PRINCIPAL TO ITM-VALOR
           MOVE WRK-LINHA-ITEM TO WRK-LINHA-DEMO
           PERFORM EMITE-LINHA
           MOVE 'MULTA' TO ITM-DESCRICAO
           MOVE WRK-MULTA TO ITM-VALOR
           MOVE WRK-LINHA-ITEM TO WRK-LINHA-DEMO
           PERFORM EMITE-LINHA
           MOVE 'JUROS DE MORA' TO ITM-DESCRICAO
           MOVE WRK-TOT-JUROS TO ITM-VALOR
           MOVE WRK-LINHA-ITEM TO WRK-LINHA-DEMO
           PERFORM EMITE-LINHA
           MOVE 'TOTAL DEVIDO' TO ITM-DESCRICAO
           MOVE WRK-MONTANTE TO ITM-VALOR
           MOVE WRK-LINHA-ITEM TO WRK-LINHA-DEMO
           PERFORM EMITE-LINHA
           PERFORM ENCERRA-DEMONSTRATIVO
           MOVE WRK-MONTANTE TO WRK-RESU
           MOVE WRK-JUROS-DIA TO WRK-TAXA-LOG
           MOVE WRK-DIAS TO WRK-PRAZO-LOG.

       PEDE-PRINCIPAL.
           MOVE 'N' TO WRK-NUM-OK
           PERFORM UNTIL NUM-VALIDO
               DISPLAY 'VALOR PRINCIPAL: '
               ACCEPT WRK-PRINCIPAL FROM CONSOLE
               IF WRK-PRINCIPAL IS NUMERIC
                       AND WRK-PRINCIPAL > ZEROS
                   MOVE 'S' TO WRK-NUM-OK
               ELSE
                   DISPLAY 'ENTRADA INVALIDA, DIGITE UM VALOR '
                       'MAIOR QUE ZERO'
               END-IF
           END-PERFORM.

       PEDE-TAXA.
           MOVE 'N' TO WRK-NUM-OK
           PERFORM UNTIL NUM-VALIDO
               DISPLAY 'TAXA DE JUROS - % AO MES: '
               ACCEPT WRK-TAXA FROM CONSOLE
               IF WRK-TAXA IS NUMERIC
                   MOVE 'S' TO WRK-NUM-OK
               ELSE
                   DISPLAY 'ENTRADA INVALIDA, DIGITE UM NUMERO'
               END-IF
           END-PERFORM.

       PEDE-PRAZO.
           MOVE 'N' TO WRK-NUM-OK
           PERFORM UNTIL NUM-VALIDO
               DISPLAY 'PRAZO EM MESES (1 A 360): '
               ACCEPT WRK-PRAZO FROM CONSOLE
               IF WRK-PRAZO IS NUMERIC
                       AND WRK-PRAZO > ZEROS
                       AND WRK-PRAZO NOT > 360
                   MOVE 'S' TO WRK-NUM-OK
               ELSE
                   DISPLAY 'PRAZO INVALIDO'
               END-IF
           END-PERFORM.

       PEDE-PERIODO.
           MOVE 'N' TO WRK-DATA-VALIDA-FLAG
           PERFORM UNTIL WRK-DATA-VALIDA-FLAG = 'S'
               MOVE 'DATA INICIAL (AAAAMMDD): ' TO WRK-PERGUNTA-DATA
               PERFORM PEDE-DATA
               MOVE WRK-DATA-DIGITADA-NUM TO WRK-DATA-INICIAL
               COMPUTE WRK-DIAS-INICIAL =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-INICIAL)
               MOVE 'DATA FINAL (AAAAMMDD): ' TO WRK-PERGUNTA-DATA
               PERFORM PEDE-DATA
               MOVE WRK-DATA-DIGITADA-NUM TO WRK-DATA-FINAL
               COMPUTE WRK-DIAS-FINAL =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-FINAL)
               IF WRK-DIAS-FINAL NOT > WRK-DIAS-INICIAL
                   DISPLAY 'DATA FINAL DEVE SER POSTERIOR A INICIAL'
                   MOVE 'N' TO WRK-DATA-VALIDA-FLAG
               END-IF
           END-PERFORM
           COMPUTE WRK-DIAS = WRK-DIAS-FINAL - WRK-DIAS-INICIAL.

       PEDE-DATA.
           MOVE 'N' TO WRK-DATA-VALIDA-FLAG
           PERFORM UNTIL WRK-DATA-VALIDA-FLAG = 'S'
               DISPLAY WRK-PERGUNTA-DATA
               ACCEPT WRK-DATA-DIGITADA-NUM FROM CONSOLE
               IF WRK-DATA-DIGITADA-NUM IS NUMERIC
                   PERFORM VALIDA-DATA-CALENDARIO
               ELSE
                   MOVE 'N' TO WRK-DATA-VALIDA-FLAG
               END-IF
               IF WRK-DATA-VALIDA-FLAG NOT = 'S'
                   DISPLAY 'DATA INVALIDA'
               END-IF
           END-PERFORM.

       PERGUNTA-IMPRESSAO.
           DISPLAY 'IMPRIMIR O DEMONSTRATIVO EM CALC.RPT (S/N)? '
           ACCEPT WRK-IMPRIME FROM CONSOLE
           IF WRK-IMPRIME = 's'
               MOVE 'S' TO WRK-IMPRIME
           END-IF.

       EMITE-PARAMETROS.
           MOVE WRK-PRINCIPAL TO PAR-PRINCIPAL
           MOVE WRK-TAXA TO PAR-TAXA
           MOVE WRK-LINHA-PARAMETROS TO WRK-LINHA-DEMO
           PERFORM EMITE-LINHA.

      * cada linha do demonstrativo vai para a tela e, se
      * pedido, para o CALC.RPT
       EMITE-LINHA.
           DISPLAY WRK-LINHA-DEMO
           IF IMPRIME-DEMONSTRATIVO
               WRITE CALC-PRINT-LINE FROM WRK-LINHA-DEMO
           END-IF.

       ENCERRA-DEMONSTRATIVO.
           IF IMPRIME-DEMONSTRATIVO
               MOVE SPACES TO CALC-PRINT-LINE
               WRITE CALC-PRINT-LINE
           END-IF
           MOVE 'N' TO WRK-IMPRIME.

           COPY 'dateval.cbl'.

