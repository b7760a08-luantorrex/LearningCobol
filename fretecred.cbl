      *    Cada credito gera o conjunto de estorno balanceado
      *    no FRETEGL.DAT (mesmos layouts e contas do
      *    fretegl), rateando o credito entre frete, ICMS e
      *    seguro na proporcao da fatura original. Os creditos
      *    de garantia de prazo apurados pelo garcred
      *    (GARCRED.DAT) saem em lote pela opcao propria, com
      *    o motivo GAR; o que passar do saldo em aberto da
      *    fatura vira saldo credor do cliente (CREDCLI.DAT),
      *    consumido na proxima emissao. As bonificacoes
      *    anuais por volume apuradas pelo bonvol
      *    (BONIFIC.DAT) saem do mesmo jeito, com o motivo BON,
      *    contra a ultima fatura do cliente no ano de contrato.
      *    Fatura renegociada em acordo de pagamento, parcela
      *    de acordo e fatura baixada por perda nao recebem
      *    credito.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ERROR-LOG ASSIGN TO 'ERROR.LOG'
               ORGANIZATION IS LINE SEQUENTIAL.

      * creditos de garantia de prazo apurados pelo garcred,
      * marcados com a nota emitida
           SELECT GARCRED-FILE ASSIGN TO 'GARCRED.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GAR-CHAVE
               FILE STATUS IS WRK-GARCRED-STATUS.

      * saldo credor dos clientes, o mesmo da baixa de
      * pagamentos
           SELECT CREDITO-CLIENTE ASSIGN TO 'CREDCLI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRD-CLIENTE
               FILE STATUS IS WRK-CREDCLI-STATUS.

      * bonificacoes anuais por volume apuradas pelo bonvol,
      * marcadas com a nota emitida
           SELECT BONIFIC-FILE ASSIGN TO 'BONIFIC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BON-CHAVE
               FILE STATUS IS WRK-BONIFIC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FATURAS-FILE.
       FD  ERROR-LOG.
           COPY 'errorlog.cbl'.

       FD  GARCRED-FILE.
           COPY 'garcredrec.cbl'.

       FD  CREDITO-CLIENTE.
           COPY 'clicredrec.cbl'.

       FD  BONIFIC-FILE.
           COPY 'bonifrec.cbl'.

       WORKING-STORAGE SECTION.
       77  WRK-FATURAS-STATUS   PIC X(02) VALUE '00'.
       77  WRK-FATSEQ-STATUS    PIC X(02) VALUE '00'.
       77  WRK-GARCRED-STATUS   PIC X(02) VALUE '00'.
       77  WRK-CREDCLI-STATUS   PIC X(02) VALUE '00'.
       77  WRK-BONIFIC-STATUS   PIC X(02) VALUE '00'.
       77  WRK-EOF-GAR          PIC X(01) VALUE 'N'.
           88 FIM-GARANTIAS         VALUE 'S'.
       77  WRK-EOF-BON          PIC X(01) VALUE 'N'.
           88 FIM-BONIFICACOES      VALUE 'S'.
      * parte do credito em lote acima do saldo em aberto
      * da fatura, que vai para o saldo credor do cliente
       77  WRK-EXCEDENTE-CRED   PIC 9(08)V99 VALUE ZEROS.
       77  WRK-QTD-GARANTIAS    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-GAR-PEND     PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-BONIF        PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-BON-PEND     PIC 9(05) VALUE ZEROS.

       77  WRK-OPCAO            PIC 9(01) VALUE ZEROS.
           88 OPCAO-CANCELAR        VALUE 1.
           88 OPCAO-CREDITAR        VALUE 2.
           88 OPCAO-EXIBIR          VALUE 3.
           88 OPCAO-GARANTIA        VALUE 4.
           88 OPCAO-BONIFICACAO     VALUE 5.
           88 OPCAO-SAIR            VALUE 6.

       77  WRK-FAT-BUSCA        PIC 9(08) VALUE ZEROS.
       77  WRK-FAT-ACHADA       PIC X(01) VALUE 'N'.
               10  FILLER PIC X(03) VALUE 'SIN'.
           05  FILLER.
               10  FILLER PIC X(03) VALUE 'DIS'.
           05  FILLER.
               10  FILLER PIC X(03) VALUE 'GAR'.
           05  FILLER.
               10  FILLER PIC X(03) VALUE 'BON'.
       01  WRK-TB-MOTIVOS REDEFINES WRK-TABELA-MOTIVOS.
           05  WRK-MOTIVO-COD PIC X(03) OCCURS 5 TIMES.
       77  WRK-IDX-MOTIVO       PIC 9(01) VALUE ZEROS.

      * campos da fatura original guardados antes de emitir a
       77  WRK-CTA-REC-FRETE    PIC 9(05) VALUE 41101.
       77  WRK-CTA-ICMS-RECOLHER PIC 9(05) VALUE 21301.
       77  WRK-CTA-REC-SEGURO   PIC 9(05) VALUE 41102.
       77  WRK-VALOR-PAR        PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOT-DEBITOS      PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOT-CREDITOS     PIC 9(10)V99 VALUE ZEROS.
       77  WRK-QTD-LANCAMENTOS  PIC 9(04) VALUE ZEROS.
           05  HDR-HORA        PIC 9(06).
           05  FILLER          PIC X(08) VALUE 'FRETECRD'.

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

       01  WRK-LINHA-LANCAMENTO.
           05  FILLER          PIC X(01) VALUE 'D'.
           05  LAN-DATA        PIC 9(08).
           DISPLAY '1 - CANCELAR FATURA (CREDITO TOTAL)'
           DISPLAY '2 - CREDITO PARCIAL'
           DISPLAY '3 - EXIBIR FATURA'
           DISPLAY '4 - EMITIR CREDITOS DE GARANTIA DE PRAZO'
           DISPLAY '5 - EMITIR BONIFICACOES POR VOLUME'
           DISPLAY '6 - SAIR'
           DISPLAY 'ESCOLHA UMA OPCAO: '
           ACCEPT WRK-OPCAO FROM CONSOLE
           EVALUATE TRUE
               WHEN OPCAO-CANCELAR PERFORM 2000-CANCELA
               WHEN OPCAO-CREDITAR PERFORM 3000-CREDITA
               WHEN OPCAO-EXIBIR   PERFORM 4000-EXIBE
               WHEN OPCAO-GARANTIA PERFORM 8000-CREDITOS-GARANTIA
               WHEN OPCAO-BONIFICACAO
                   PERFORM 8600-CREDITOS-BONIFICACAO
               WHEN OPCAO-SAIR     CONTINUE
               WHEN OTHER          DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
                       IF FAT-CANCELADA
                           DISPLAY 'FATURA JA CANCELADA'
                       ELSE
                           IF FAT-RENEGOCIADA OR FAT-DOC-PARCELA
                               DISPLAY 'FATURA EM ACORDO DE '
                                   'PAGAMENTO: ' FAT-ACORDO
                           ELSE
                               IF FAT-BAIXADA-PERDA
                                   DISPLAY 'FATURA BAIXADA POR '
                                       'PERDA'
                               ELSE
                                   MOVE 'S' TO WRK-FAT-ACHADA
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           END-READ
           IF FATURA-ENCONTRADA
               PERFORM 1510-GUARDA-ORIGINAL
           END-IF.

       1510-GUARDA-ORIGINAL.
           MOVE ZEROS TO WRK-EXCEDENTE-CRED
           COMPUTE WRK-SALDO-FATURA = FAT-TOTAL - FAT-PAGO
           MOVE FAT-NUMERO TO WRK-ORIG-NUMERO
           MOVE FAT-CLIENTE TO WRK-ORIG-CLIENTE
           MOVE FAT-COMPETENCIA TO WRK-ORIG-COMPET
           MOVE FAT-FRETE TO WRK-ORIG-FRETE
           MOVE FAT-ICMS TO WRK-ORIG-ICMS
           MOVE FAT-SEGURO TO WRK-ORIG-SEGURO
           MOVE FAT-TOTAL TO WRK-ORIG-TOTAL
           IF FAT-FILIAL = SPACES
               MOVE '01' TO WRK-ORIG-FILIAL
           ELSE
               MOVE FAT-FILIAL TO WRK-ORIG-FILIAL
           END-IF.

       1600-PEDE-MOTIVO.
           MOVE 'N' TO WRK-MOTIVO-OK
           PERFORM UNTIL MOTIVO-VALIDO
               DISPLAY 'MOTIVO (COR/SIN/DIS/GAR/BON): '
               ACCEPT WRK-MOTIVO FROM CONSOLE
               PERFORM VARYING WRK-IDX-MOTIVO FROM 1 BY 1
                       UNTIL WRK-IDX-MOTIVO > 5
                   IF WRK-MOTIVO = WRK-MOTIVO-COD (WRK-IDX-MOTIVO)
                       MOVE 'S' TO WRK-MOTIVO-OK
                       MOVE 6 TO WRK-IDX-MOTIVO
                   END-IF
               END-PERFORM
               IF NOT MOTIVO-VALIDO
      * acumula encargos
           MOVE ZEROS TO FAT-REMESSA
           MOVE ZEROS TO FAT-JUROS
           MOVE ZEROS TO FAT-REENTREGA
           MOVE ZEROS TO FAT-ARMAZENAGEM
           MOVE ZEROS TO FAT-ACORDO
      * nota de credito e sempre expressa em BRL
           MOVE 'BRL' TO FAT-MOEDA
           MOVE 1 TO FAT-TAXA-EMISSAO

      * o valor creditado entra como pago na original, entao o
      * aging passa a mostrar so o liquido; credito do saldo
      * inteiro sem pagamento anterior marca cancelada. O
      * excedente da garantia nao entra aqui: vai para o
      * saldo credor do cliente
       5500-ATUALIZA-ORIGINAL.
           MOVE WRK-ORIG-NUMERO TO FAT-NUMERO
           READ FATURAS-FILE
               INVALID KEY
                   DISPLAY 'ERRO RELENDO FATURA: ' WRK-ORIG-NUMERO
               NOT INVALID KEY
                   COMPUTE FAT-PAGO = FAT-PAGO + WRK-VALOR-CREDITO
                       - WRK-EXCEDENTE-CRED
                   IF FAT-PAGO >= FAT-TOTAL
                       IF OPCAO-CANCELAR
                           MOVE 'C' TO FAT-STATUS

      * conjunto de estorno balanceado na interface contabil:
      * as receitas e o imposto a debito, clientes a credito -
      * o espelho do lancamento original do fretegl, pelas
      * mesmas regras de evento, agora com a filial da fatura
       6000-GRAVA-ESTORNO-GL.
           OPEN EXTEND GL-FILE
           MOVE ZEROS TO WRK-TOT-DEBITOS WRK-TOT-CREDITOS
           MOVE WRK-DHS-DATA TO HDR-DATA
           MOVE WRK-DHS-HORA TO HDR-HORA
           WRITE GL-LINE FROM WRK-LINHA-HEADER
           MOVE 'VENDA-FRETE' TO WRK-CR-EVENTO
           MOVE WRK-CTA-REC-FRETE TO WRK-CR-CREDITO
           MOVE WRK-CRED-FRETE TO WRK-VALOR-PAR
           PERFORM 6200-GRAVA-PAR-ESTORNO
           MOVE 'VENDA-ICMS' TO WRK-CR-EVENTO
           MOVE WRK-CTA-ICMS-RECOLHER TO WRK-CR-CREDITO
           MOVE WRK-CRED-ICMS TO WRK-VALOR-PAR
           PERFORM 6200-GRAVA-PAR-ESTORNO
           MOVE 'VENDA-SEGURO' TO WRK-CR-EVENTO
           MOVE WRK-CTA-REC-SEGURO TO WRK-CR-CREDITO
           MOVE WRK-CRED-SEGURO TO WRK-VALOR-PAR
           PERFORM 6200-GRAVA-PAR-ESTORNO
           MOVE WRK-QTD-LANCAMENTOS TO TRL-QTD
           MOVE WRK-TOT-DEBITOS TO TRL-DEBITOS
           MOVE WRK-TOT-CREDITOS TO TRL-CREDITOS
           WRITE GL-LINE FROM WRK-LINHA-LANCAMENTO
           ADD 1 TO WRK-QTD-LANCAMENTOS.

      * o evento de venda com as naturezas trocadas: a conta
      * de credito da regra volta a debito e a de debito
      * (clientes) volta a credito
       6200-GRAVA-PAR-ESTORNO.
           IF WRK-VALOR-PAR > ZEROS
               MOVE WRK-ORIG-FILIAL TO WRK-CR-FILIAL
               MOVE WRK-CTA-CLIENTES TO WRK-CR-DEBITO
               CALL 'ctbregra' USING WRK-CTBREGRA
               MOVE WRK-CR-CREDITO TO LAN-CONTA
               MOVE 'D' TO LAN-NATUREZA
               MOVE WRK-VALOR-PAR TO LAN-VALOR
               PERFORM 6100-GRAVA-LANCAMENTO
               ADD WRK-VALOR-PAR TO WRK-TOT-DEBITOS
               MOVE WRK-CR-DEBITO TO LAN-CONTA
               MOVE 'C' TO LAN-NATUREZA
               PERFORM 6100-GRAVA-LANCAMENTO
               ADD WRK-VALOR-PAR TO WRK-TOT-CREDITOS
           END-IF.

      * registra o credito na trilha comum a todos os programas
       7000-GRAVA-AUDITORIA.
           MOVE 'FRETECRED' TO ERR-PROGRAMA
           MOVE 'I' TO ERR-SEVERIDADE
           MOVE SPACES TO ERR-TRATADA ERR-TRATADA-POR
           WRITE ERROR-LOG-RECORD.

      * emissao em lote dos creditos de garantia de prazo
      * apurados pelo garcred: cada pendente vira nota de
      * credito motivo GAR contra a fatura em que a entrega
      * atrasada foi cobrada. Fatura nao localizada, ja
      * cancelada ou creditada fica pendente para analise
       8000-CREDITOS-GARANTIA.
           MOVE ZEROS TO WRK-QTD-GARANTIAS WRK-QTD-GAR-PEND
           MOVE 'N' TO WRK-EOF-GAR
           OPEN I-O GARCRED-FILE
           IF WRK-GARCRED-STATUS NOT = '00'
               DISPLAY 'NENHUM CREDITO DE GARANTIA APURADO'
           ELSE
               OPEN I-O CREDITO-CLIENTE
               IF WRK-CREDCLI-STATUS = '35'
                   OPEN OUTPUT CREDITO-CLIENTE
               END-IF
               MOVE 'GAR' TO WRK-MOTIVO
               PERFORM 8100-EMITE-GARANTIA UNTIL FIM-GARANTIAS
               DISPLAY 'CREDITOS DE GARANTIA EMITIDOS: '
                   WRK-QTD-GARANTIAS
               DISPLAY 'CREDITOS DE GARANTIA PENDENTES: '
                   WRK-QTD-GAR-PEND
               CLOSE CREDITO-CLIENTE
               CLOSE GARCRED-FILE
           END-IF
           MOVE ZEROS TO WRK-EXCEDENTE-CRED.

       8100-EMITE-GARANTIA.
           READ GARCRED-FILE NEXT
               AT END
                   SET FIM-GARANTIAS TO TRUE
               NOT AT END
                   IF GAR-PENDENTE
                       PERFORM 8200-LOCALIZA-FATURA-GAR
                   END-IF
           END-READ.

       8200-LOCALIZA-FATURA-GAR.
           MOVE GAR-FATURA TO FAT-NUMERO
           READ FATURAS-FILE
               KEY IS FAT-NUMERO
               INVALID KEY
                   DISPLAY 'GARANTIA ' GAR-SEQ-COTACAO
                       ' - FATURA NAO ENCONTRADA: ' GAR-FATURA
                   ADD 1 TO WRK-QTD-GAR-PEND
               NOT INVALID KEY
                   IF FAT-DOC-CREDITO OR FAT-CANCELADA
                           OR FAT-RENEGOCIADA OR FAT-BAIXADA-PERDA
                       DISPLAY 'GARANTIA ' GAR-SEQ-COTACAO
                           ' - FATURA CANCELADA, CREDITO, EM '
                           'ACORDO OU BAIXADA: '
                           GAR-FATURA
                       ADD 1 TO WRK-QTD-GAR-PEND
                   ELSE
                       PERFORM 8300-EMITE-NOTA-GAR
                   END-IF
           END-READ.

       8300-EMITE-NOTA-GAR.
           MOVE GAR-VALOR TO WRK-VALOR-CREDITO
           PERFORM 8500-EMITE-NOTA-LOTE
           MOVE WRK-PROX-FATURA TO GAR-NOTA
           MOVE 'E' TO GAR-SITUACAO
           REWRITE GARCRED-RECORD
               INVALID KEY
                   DISPLAY 'ERRO REGRAVANDO GARANTIA: ' GAR-CHAVE
           END-REWRITE
           ADD 1 TO WRK-QTD-GARANTIAS
           DISPLAY 'GARANTIA ' GAR-SEQ-COTACAO ' FATURA '
               GAR-FATURA ' NOTA ' WRK-PROX-FATURA.

      * mesmo tratamento do excedente de pagamento no fretepag
       8400-CREDITA-CLIENTE.
           MOVE WRK-ORIG-CLIENTE TO CRD-CLIENTE
           READ CREDITO-CLIENTE
               KEY IS CRD-CLIENTE
               INVALID KEY
                   MOVE WRK-ORIG-CLIENTE TO CRD-CLIENTE
                   MOVE WRK-EXCEDENTE-CRED TO CRD-SALDO
                   WRITE CREDITO-CLIENTE-RECORD
                       INVALID KEY
                           DISPLAY 'ERRO GRAVANDO CREDITO CLIENTE: '
                               CRD-CLIENTE
                   END-WRITE
               NOT INVALID KEY
                   ADD WRK-EXCEDENTE-CRED TO CRD-SALDO
                   REWRITE CREDITO-CLIENTE-RECORD
                       INVALID KEY
                           DISPLAY 'ERRO REGRAVANDO CREDITO CLIENTE: '
                               CRD-CLIENTE
                   END-REWRITE
           END-READ.

      * o credito em lote que passar do saldo em aberto da
      * fatura nao pode baixa-la alem do total: a nota sai pelo
      * valor cheio e a sobra vai para o saldo credor do
      * cliente. Espera a fatura lida e o valor em
      * WRK-VALOR-CREDITO
       8500-EMITE-NOTA-LOTE.
           PERFORM 1510-GUARDA-ORIGINAL
           IF WRK-VALOR-CREDITO > WRK-SALDO-FATURA
               COMPUTE WRK-EXCEDENTE-CRED =
                   WRK-VALOR-CREDITO - WRK-SALDO-FATURA
           END-IF
           PERFORM 5000-EMITE-CREDITO
           PERFORM 5500-ATUALIZA-ORIGINAL
           IF WRK-EXCEDENTE-CRED > ZEROS
               PERFORM 8400-CREDITA-CLIENTE
           END-IF.

      * emissao em lote das bonificacoes anuais por volume
      * apuradas pelo bonvol, no mesmo molde das garantias:
      * cada pendente vira nota de credito motivo BON contra a
      * ultima fatura do cliente no ano de contrato. As sem
      * fatura (situacao S) ficam para o financeiro
       8600-CREDITOS-BONIFICACAO.
           MOVE ZEROS TO WRK-QTD-BONIF WRK-QTD-BON-PEND
           MOVE 'N' TO WRK-EOF-BON
           OPEN I-O BONIFIC-FILE
           IF WRK-BONIFIC-STATUS NOT = '00'
               DISPLAY 'NENHUMA BONIFICACAO POR VOLUME APURADA'
           ELSE
               OPEN I-O CREDITO-CLIENTE
               IF WRK-CREDCLI-STATUS = '35'
                   OPEN OUTPUT CREDITO-CLIENTE
               END-IF
               MOVE 'BON' TO WRK-MOTIVO
               PERFORM 8610-EMITE-BONIFICACAO UNTIL FIM-BONIFICACOES
               DISPLAY 'BONIFICACOES EMITIDAS: ' WRK-QTD-BONIF
               DISPLAY 'BONIFICACOES PENDENTES: ' WRK-QTD-BON-PEND
               CLOSE CREDITO-CLIENTE
               CLOSE BONIFIC-FILE
           END-IF
           MOVE ZEROS TO WRK-EXCEDENTE-CRED.

       8610-EMITE-BONIFICACAO.
           READ BONIFIC-FILE NEXT
               AT END
                   SET FIM-BONIFICACOES TO TRUE
               NOT AT END
                   IF BON-PENDENTE
                       PERFORM 8620-LOCALIZA-FATURA-BON
                   END-IF
           END-READ.

       8620-LOCALIZA-FATURA-BON.
           MOVE BON-FATURA TO FAT-NUMERO
           READ FATURAS-FILE
               KEY IS FAT-NUMERO
               INVALID KEY
                   DISPLAY 'BONIFICACAO ' BON-CLIENTE
                       ' - FATURA NAO ENCONTRADA: ' BON-FATURA
                   ADD 1 TO WRK-QTD-BON-PEND
               NOT INVALID KEY
                   IF FAT-DOC-CREDITO OR FAT-CANCELADA
                           OR FAT-RENEGOCIADA OR FAT-BAIXADA-PERDA
                       DISPLAY 'BONIFICACAO ' BON-CLIENTE
                           ' - FATURA CANCELADA, CREDITO, EM '
                           'ACORDO OU BAIXADA: '
                           BON-FATURA
                       ADD 1 TO WRK-QTD-BON-PEND
                   ELSE
                       PERFORM 8630-EMITE-NOTA-BON
                   END-IF
           END-READ.

       8630-EMITE-NOTA-BON.
           MOVE BON-VALOR TO WRK-VALOR-CREDITO
           PERFORM 8500-EMITE-NOTA-LOTE
           MOVE WRK-PROX-FATURA TO BON-NOTA
           MOVE 'E' TO BON-SITUACAO
           REWRITE BONIFIC-RECORD
               INVALID KEY
                   DISPLAY 'ERRO REGRAVANDO BONIFICACAO: ' BON-CHAVE
           END-REWRITE
           ADD 1 TO WRK-QTD-BONIF
           DISPLAY 'BONIFICACAO ' BON-CLIENTE ' FATURA '
               BON-FATURA ' NOTA ' WRK-PROX-FATURA.
