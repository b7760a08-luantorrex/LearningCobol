      *    anterior do contrato em CONHIST.DAT com data e
      *    operador - o historico de termos substituidos por
      *    cliente que o comercial cobra - e ecoa na trilha
      *    comum ERROR.LOG; inclusao e toda regravacao vao
      *    tambem para o diario de recuperacao JORNAL.DAT
      *    (jrnsrv) com as imagens antes e depois. O desconto
      *    de um contrato existente (tipo, percentual e
      *    faixas) e campo de dupla custodia: com
      *    CON-DESCONTO no SENSIVEL.CFG a
      *    troca vai para a fila de aprovacao (altsrv), os
      *    demais termos valem na hora e o desconto novo so
      *    depois da aprovacao de outro supervisor no
      *    altaprov.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY 'contrrec.cbl'.

       FD  CONTRATO-HIST
           RECORD CONTAINS 168 CHARACTERS.
       01  CONHIST-LINE.
           05  HIS-DATA        PIC 9(08).
           05  HIS-OPERADOR    PIC X(10).
           05  HIS-REGISTRO    PIC X(150).

       FD  ERROR-LOG.
           COPY 'errorlog.cbl'.
       77  WRK-PERC             PIC 9(02)V99 VALUE ZEROS.
       77  WRK-DATA-INICIO      PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-FIM         PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-LIVRES      PIC 9(03) VALUE ZEROS.
       77  WRK-GAR-PERC         PIC 9(02)V99 VALUE ZEROS.
       77  WRK-GAR-TETO         PIC 9(03) VALUE ZEROS.
       77  WRK-BON-VOLUME       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-BON-PERC         PIC 9(02)V99 VALUE ZEROS.
       77  WRK-IDX-FAIXA        PIC 9(01) VALUE ZEROS.
       77  WRK-VOLUME           PIC 9(08)V99 VALUE ZEROS.
       77  WRK-COD-MOTIVO       PIC X(12) VALUE SPACES.
           05  WRK-DHS-DATA     PIC 9(08).
           05  WRK-DHS-HORA     PIC 9(06).

      * contrato com a dupla custodia dos campos sensiveis
       01  WRK-ALTSRV.
           05  WRK-ALT-ARQUIVO  PIC X(12).
           05  WRK-ALT-CHAVE    PIC X(20).
           05  WRK-ALT-CAMPO    PIC X(12).
           05  WRK-ALT-ANTES    PIC X(60).
           05  WRK-ALT-DEPOIS   PIC X(60).
           05  WRK-ALT-OPERADOR PIC X(10).
           05  WRK-ALT-RETIDA   PIC X(01).
           05  WRK-ALT-NUMERO   PIC 9(08).

           COPY 'altvalor.cbl'.

      * contrato com o diario de recuperacao (jrnsrv)
       01  WRK-JRNSRV.
           05  WRK-JRN-PROGRAMA PIC X(10).
           05  WRK-JRN-OPERADOR PIC X(10).
           05  WRK-JRN-ARQUIVO  PIC X(12).
           05  WRK-JRN-CHAVE    PIC X(20).
           05  WRK-JRN-OPERACAO PIC X(01).
           05  WRK-JRN-ANTES    PIC X(300).
           05  WRK-JRN-DEPOIS   PIC X(300).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           OPEN I-O CONTRATO-FILE
           DISPLAY 'VIGENCIA - FIM (AAAAMMDD, ZEROS = SEM '
               'PRAZO): '
           ACCEPT WRK-DATA-FIM FROM CONSOLE
           MOVE WRK-DATA-FIM TO CON-DATA-FIM
           DISPLAY 'DIAS LIVRES DE ARMAZENAGEM (ZEROS = PADRAO): '
           ACCEPT WRK-DIAS-LIVRES FROM CONSOLE
           MOVE WRK-DIAS-LIVRES TO CON-DIAS-LIVRES
           DISPLAY 'GARANTIA DE PRAZO - PERCENTUAL DO FRETE POR '
               'DIA DE ATRASO (99V99, ZEROS = SEM GARANTIA): '
           ACCEPT WRK-GAR-PERC FROM CONSOLE
           MOVE WRK-GAR-PERC TO CON-GAR-PERC-DIA
           IF WRK-GAR-PERC > ZEROS
               DISPLAY 'TETO DA GARANTIA EM PERCENTUAL DO FRETE '
                   '(ZEROS = 100): '
               ACCEPT WRK-GAR-TETO FROM CONSOLE
           ELSE
               MOVE ZEROS TO WRK-GAR-TETO
           END-IF
           MOVE WRK-GAR-TETO TO CON-GAR-TETO
           MOVE ZEROS TO CON-BONIFICACAO
           PERFORM VARYING WRK-IDX-FAIXA FROM 1 BY 1
                   UNTIL WRK-IDX-FAIXA > 3
               DISPLAY 'BONIFICACAO ANUAL - VOLUME MINIMO DE FRETE '
                   'NO ANO DA FAIXA ' WRK-IDX-FAIXA
                   ' (ZEROS = ENCERRA AS FAIXAS): '
               ACCEPT WRK-BON-VOLUME FROM CONSOLE
               IF WRK-BON-VOLUME = ZEROS
                   MOVE 4 TO WRK-IDX-FAIXA
               ELSE
                   DISPLAY 'PERCENTUAL DE BONIFICACAO DA FAIXA '
                       WRK-IDX-FAIXA ' (99V99): '
                   ACCEPT WRK-BON-PERC FROM CONSOLE
                   MOVE WRK-BON-VOLUME
                       TO CON-BON-VOLUME-MIN (WRK-IDX-FAIXA)
                   MOVE WRK-BON-PERC
                       TO CON-BON-PERC (WRK-IDX-FAIXA)
               END-IF
           END-PERFORM.

       2000-INCLUI.
           PERFORM 1500-PEDE-CLIENTE
               INVALID KEY
                   DISPLAY 'CONTRATO JA CADASTRADO: ' WRK-CLIENTE
               NOT INVALID KEY
                   MOVE SPACES TO WRK-JRN-ANTES
                   MOVE 'I' TO WRK-JRN-OPERACAO
                   PERFORM 7100-GRAVA-JORNAL
                   MOVE 'CON-INCLUIDO' TO WRK-COD-MOTIVO
                   PERFORM 8000-GRAVA-AUDITORIA
                   DISPLAY 'CONTRATO INCLUIDO COMO RASCUNHO - '
                   DISPLAY 'CONTRATO NAO CADASTRADO: ' WRK-CLIENTE
               NOT INVALID KEY
                   PERFORM 7000-GRAVA-HISTORICO
                   MOVE CONTRATO-RECORD TO WRK-JRN-ANTES
                   MOVE SPACES TO ALV-VALOR
                   PERFORM 3100-COPIA-DESCONTO
                   MOVE ALV-VALOR TO WRK-ALT-ANTES
                   PERFORM 1600-PEDE-TERMOS
                   PERFORM 3200-SUBMETE-DESCONTO
                   REWRITE CONTRATO-RECORD
                   MOVE 'A' TO WRK-JRN-OPERACAO
                   PERFORM 7100-GRAVA-JORNAL
                   MOVE 'CON-ALTERADO' TO WRK-COD-MOTIVO
                   PERFORM 8000-GRAVA-AUDITORIA
           END-READ.

       3100-COPIA-DESCONTO.
           MOVE CON-TIPO TO ALV-CON-TIPO
           MOVE CON-PERC-FIXO TO ALV-CON-PERC-FIXO
           MOVE CON-FAIXAS-VOLUME TO ALV-CON-FAIXAS.

      * desconto retido (ou fila indisponivel): o contrato e
      * regravado com o desconto que ja tinha
       3200-SUBMETE-DESCONTO.
           MOVE SPACES TO ALV-VALOR
           PERFORM 3100-COPIA-DESCONTO
           MOVE ALV-VALOR TO WRK-ALT-DEPOIS
           MOVE 'CONTRATO' TO WRK-ALT-ARQUIVO
           MOVE CON-CLIENTE TO WRK-ALT-CHAVE
           MOVE 'CON-DESCONTO' TO WRK-ALT-CAMPO
           MOVE WRK-OPERADOR TO WRK-ALT-OPERADOR
           CALL 'altsrv' USING WRK-ALTSRV
           IF WRK-ALT-RETIDA = 'S' OR 'E'
               MOVE WRK-ALT-ANTES TO ALV-VALOR
               MOVE ALV-CON-TIPO TO CON-TIPO
               MOVE ALV-CON-PERC-FIXO TO CON-PERC-FIXO
               MOVE ALV-CON-FAIXAS TO CON-FAIXAS-VOLUME
           END-IF
           IF WRK-ALT-RETIDA = 'S'
               MOVE 'ALT-PENDENTE' TO WRK-COD-MOTIVO
               PERFORM 8000-GRAVA-AUDITORIA
               DISPLAY 'DESCONTO NOVO NA ALTERACAO ' WRK-ALT-NUMERO
                   ' - AGUARDA APROVACAO DE OUTRO SUPERVISOR'
           END-IF
           IF WRK-ALT-RETIDA = 'E'
               DISPLAY 'FILA DE APROVACAO INDISPONIVEL - '
                   'DESCONTO MANTIDO'
           END-IF.

       4000-ATIVA.
           PERFORM 1500-PEDE-CLIENTE
           READ CONTRATO-FILE
               INVALID KEY
                   DISPLAY 'CONTRATO NAO CADASTRADO: ' WRK-CLIENTE
               NOT INVALID KEY
                   MOVE CONTRATO-RECORD TO WRK-JRN-ANTES
                   MOVE 'A' TO CON-STATUS
                   REWRITE CONTRATO-RECORD
                   MOVE 'A' TO WRK-JRN-OPERACAO
                   PERFORM 7100-GRAVA-JORNAL
                   MOVE 'CON-ATIVADO ' TO WRK-COD-MOTIVO
                   PERFORM 8000-GRAVA-AUDITORIA
           END-READ.
                   DISPLAY 'CONTRATO NAO CADASTRADO: ' WRK-CLIENTE
               NOT INVALID KEY
                   PERFORM 7000-GRAVA-HISTORICO
                   MOVE CONTRATO-RECORD TO WRK-JRN-ANTES
                   MOVE 'E' TO CON-STATUS
                   REWRITE CONTRATO-RECORD
                   MOVE 'A' TO WRK-JRN-OPERACAO
                   PERFORM 7100-GRAVA-JORNAL
                   MOVE 'CON-EXPIRADO' TO WRK-COD-MOTIVO
                   PERFORM 8000-GRAVA-AUDITORIA
           END-READ.
                   DISPLAY 'PERC FIXO: ' CON-PERC-FIXO
                   DISPLAY 'VIGENCIA: ' CON-DATA-INICIO
                       ' A ' CON-DATA-FIM
                   DISPLAY 'DIAS LIVRES ARMAZENAGEM: '
                       CON-DIAS-LIVRES
                   DISPLAY 'GARANTIA DE PRAZO: ' CON-GAR-PERC-DIA
                       '% AO DIA  TETO: ' CON-GAR-TETO '%'
                   PERFORM VARYING WRK-IDX-FAIXA FROM 1 BY 1
                           UNTIL WRK-IDX-FAIXA > 3
                       IF CON-BON-VOLUME-MIN (WRK-IDX-FAIXA) > ZEROS
                           DISPLAY 'BONIFICACAO FAIXA ' WRK-IDX-FAIXA
                               ': VOLUME MINIMO '
                               CON-BON-VOLUME-MIN (WRK-IDX-FAIXA)
                               ' PERC ' CON-BON-PERC (WRK-IDX-FAIXA)
                       END-IF
                   END-PERFORM
           END-READ.

       7000-GRAVA-HISTORICO.
           WRITE CONHIST-LINE
           CLOSE CONTRATO-HIST.

      * imagem antes/depois do contrato no diario de
      * recuperacao, logo depois da gravacao no mestre
       7100-GRAVA-JORNAL.
           MOVE 'CONTMAN' TO WRK-JRN-PROGRAMA
           MOVE WRK-OPERADOR TO WRK-JRN-OPERADOR
           MOVE 'CONTRATO' TO WRK-JRN-ARQUIVO
           MOVE CON-CLIENTE TO WRK-JRN-CHAVE
           MOVE CONTRATO-RECORD TO WRK-JRN-DEPOIS
           CALL 'jrnsrv' USING WRK-JRNSRV.

      * ecoa a alteracao na trilha comum, mesmo formato do
      * refman
       8000-GRAVA-AUDITORIA.
