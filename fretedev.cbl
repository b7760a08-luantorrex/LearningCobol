      *    cotacao no FRETE-LOG com tipo D e a referencia a
      *    original, que a consulta de cotacao ja mostra
      *    ligada. O relatorio mensal de devolucoes e o
      *    devrel. Ao abrir, lista a fila de devolucoes a
      *    cotar (DEVPEND.DAT, entregas recusadas pelo
      *    destinatario vindas do podcarga); a devolucao
      *    gravada baixa a original da fila. O ICMS do
      *    trecho reverso sai da matriz de aliquotas pelo par
      *    origem/destino da devolucao, como no lote.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RATESCFG-STATUS.

      * matriz de aliquotas de ICMS por par de UFs, carregada
      * pelo cargaicm, e o cadastro de produtos para a
      * aliquota de importado - ambos opcionais
           SELECT ICMSMAT-FILE ASSIGN TO 'ICMSMAT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALQ-CHAVE
               FILE STATUS IS WRK-ICMSMAT-STATUS.

           SELECT PRODUCT-MASTER ASSIGN TO 'PRODUTO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WRK-PRODMASTER-STATUS.

      * fila de devolucoes a cotar, opcional
           SELECT DEVPEND-FILE ASSIGN TO 'DEVPEND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DVP-SEQ-ORIGINAL
               FILE STATUS IS WRK-DEVPEND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FRETE-LOG.
                         LOG-FRETE-CALC BY ARC-FRETE-CALC
                         LOG-APROVADOR BY ARC-APROVADOR
                         LOG-FILIAL BY ARC-FILIAL
                         LOG-PEDIDO BY ARC-PEDIDO
                         LOG-ZONA BY ARC-ZONA
                         LOG-ADIC-ZONA BY ARC-ADIC-ZONA
                         LOG-SAZONAL BY ARC-SAZONAL
                         LOG-REEMBOLSO BY ARC-REEMBOLSO
                         LOG-TAXA-REEMB BY ARC-TAXA-REEMB.

       FD  FRETE-TABLE.
           COPY 'fretetab.cbl'.
       FD  RATES-CONFIG.
           COPY 'ratescfg.cbl'.

       FD  DEVPEND-FILE.
           COPY 'devpend.cbl'.

       FD  ICMSMAT-FILE.
           COPY 'icmsrec.cbl'.

       FD  PRODUCT-MASTER.
           COPY 'prodrec.cbl'.

       WORKING-STORAGE SECTION.
       77  WRK-FRETELOG-STATUS  PIC X(02) VALUE '00'.
       77  WRK-FRETEARQ-STATUS  PIC X(02) VALUE '00'.
       77  WRK-RATESCFG-STATUS  PIC X(02) VALUE '00'.
       77  WRK-ROTA-DISP        PIC X(01) VALUE 'N'.
           88 ROTA-DISPONIVEL       VALUE 'S'.
       77  WRK-DEVPEND-STATUS   PIC X(02) VALUE '00'.
       77  WRK-DEVPEND-DISP     PIC X(01) VALUE 'N'.
           88 DEVPEND-DISPONIVEL    VALUE 'S'.
       77  WRK-EOF-DVP          PIC X(01) VALUE 'N'.
           88 FIM-DEVPEND           VALUE 'S'.
       77  WRK-QTD-PENDENTES    PIC 9(04) VALUE ZEROS.
       77  WRK-ICMSMAT-STATUS   PIC X(02) VALUE '00'.
       77  WRK-ICMSMAT-DISP     PIC X(01) VALUE 'N'.
           88 ICMSMAT-DISPONIVEL    VALUE 'S'.
       77  WRK-EOF-ICMSMAT      PIC X(01) VALUE 'N'.
           88 FIM-ICMSMAT           VALUE 'S'.
       77  WRK-PRODMASTER-STATUS PIC X(02) VALUE '00'.
       77  WRK-PRODMASTER-DISP  PIC X(01) VALUE 'N'.
           88 PRODMASTER-DISPONIVEL VALUE 'S'.

       77  WRK-CONTINUA         PIC X(01) VALUE 'S'.
           88 MAIS-DEVOLUCOES       VALUE 'S'.
       77  WRK-DESCONTO         PIC 9(04)V99 VALUE ZEROS.
       77  WRK-FRETE            PIC 9(04)V99 VALUE ZEROS.

      * ICMS do trecho reverso: aliquota do par vigente hoje
      * na matriz, FRT-ICMS do destino reverso na falta dela
       77  WRK-TAXA-ICMS        PIC 9(01)V9(04) VALUE ZEROS.
       77  WRK-ICMS             PIC 9(04)V99 VALUE ZEROS.
       77  WRK-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77  WRK-PRD-ORIGEM       PIC X(01) VALUE 'N'.
           88 PRODUTO-IMPORTADO     VALUE 'I'.

      * numeracao via servico central (seqsrv), um numero por
      * devolucao cotada
       01  WRK-SEQSRV.
           05  WRK-DHS-DATA     PIC 9(08).
           05  WRK-DHS-HORA     PIC 9(06).
           05  FILLER           PIC X(08).
       77  WRK-HORA-SISTEMA     PIC 9(08) VALUE ZEROS.

       77  WRK-ED-FRETE         PIC ZZ.ZZ9,99.
       77  WRK-ED-DESCONTO      PIC ZZ.ZZ9,99.
       77  WRK-ED-ICMS          PIC ZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
               MOVE 'N' TO WRK-ROTA-DISP
           END-IF
           OPEN I-O FRETE-LOG
           OPEN INPUT ICMSMAT-FILE
           IF WRK-ICMSMAT-STATUS = '00'
               MOVE 'S' TO WRK-ICMSMAT-DISP
           ELSE
               MOVE 'N' TO WRK-ICMSMAT-DISP
           END-IF
      * sem o cadastro de produtos a devolucao paga a aliquota
      * de produto nacional
           OPEN INPUT PRODUCT-MASTER
           IF WRK-PRODMASTER-STATUS = '00'
               MOVE 'S' TO WRK-PRODMASTER-DISP
           ELSE
               MOVE 'N' TO WRK-PRODMASTER-DISP
           END-IF
           PERFORM 1100-LE-RATES-CONFIG
           OPEN I-O DEVPEND-FILE
           IF WRK-DEVPEND-STATUS = '00'
               MOVE 'S' TO WRK-DEVPEND-DISP
               PERFORM 1200-LISTA-PENDENTES
           END-IF.

      * o desconto de devolucao vem do RATES-CONFIG; arquivo
      * antigo sem o campo vale zero (sem desconto)
               CLOSE RATES-CONFIG
           END-IF.

      * entregas recusadas ainda sem cotacao de devolucao
       1200-LISTA-PENDENTES.
           MOVE ZEROS TO WRK-QTD-PENDENTES
           MOVE 'N' TO WRK-EOF-DVP
           MOVE ZEROS TO DVP-SEQ-ORIGINAL
           START DEVPEND-FILE KEY >= DVP-SEQ-ORIGINAL
               INVALID KEY MOVE 'S' TO WRK-EOF-DVP
           END-START
           PERFORM 1210-LE-PENDENTE UNTIL FIM-DEVPEND
           IF WRK-QTD-PENDENTES > ZEROS
               DISPLAY 'DEVOLUCOES A COTAR: ' WRK-QTD-PENDENTES
           END-IF.

       1210-LE-PENDENTE.
           READ DEVPEND-FILE NEXT RECORD
               AT END MOVE 'S' TO WRK-EOF-DVP
           END-READ
           IF NOT FIM-DEVPEND
               IF DVP-PENDENTE
                   IF WRK-QTD-PENDENTES = ZEROS
                       DISPLAY 'ENTREGAS RECUSADAS AGUARDANDO '
                           'COTACAO DE DEVOLUCAO:'
                   END-IF
                   ADD 1 TO WRK-QTD-PENDENTES
                   DISPLAY '  COTACAO ' DVP-SEQ-ORIGINAL
                       ' RECUSADA EM ' DVP-DATA-RECUSA
                       ' POR ' DVP-RECEBEDOR
               END-IF
           END-IF.

       2000-COTA-DEVOLUCAO.
           DISPLAY 'NUMERO DA COTACAO ORIGINAL (ZEROS = SAIR): '
           ACCEPT WRK-SEQ-BUSCA FROM CONSOLE
                   PERFORM 4000-MONTA-TRECHO-REVERSO
                   PERFORM 5000-CALCULA-FRETE-REVERSO
                   IF TAXA-ENCONTRADA
                       PERFORM 5100-CALCULA-ICMS-REVERSO
                       PERFORM 6000-GRAVA-DEVOLUCAO
                   END-IF
               END-IF
                   WRK-FRETE-BRUTO - WRK-DESCONTO
           END-IF.

      * o trecho reverso e um transporte novo e recolhe ICMS
      * pelo par origem/destino da devolucao, com a mesma
      * leitura de vigencias do lote sobre a matriz
       5100-CALCULA-ICMS-REVERSO.
           MOVE ZEROS TO WRK-TAXA-ICMS WRK-ICMS
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WRK-DEV-DESTINO TO FRT-UF
           READ FRETE-TABLE
               KEY IS FRT-UF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FRT-ICMS TO WRK-TAXA-ICMS
           END-READ
           MOVE 'N' TO WRK-PRD-ORIGEM
           IF PRODMASTER-DISPONIVEL
               MOVE WRK-ORIG-PDUTO TO PRD-CODIGO
               READ PRODUCT-MASTER
                   KEY IS PRD-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PRD-IMPORTADO
                           MOVE 'I' TO WRK-PRD-ORIGEM
                       END-IF
               END-READ
           END-IF
           IF ICMSMAT-DISPONIVEL
               MOVE 'N' TO WRK-EOF-ICMSMAT
               MOVE WRK-DEV-ORIGEM TO ALQ-UF-ORIGEM
               MOVE WRK-DEV-DESTINO TO ALQ-UF-DESTINO
               MOVE ZEROS TO ALQ-DATA-VIGENCIA
               START ICMSMAT-FILE KEY >= ALQ-CHAVE
                   INVALID KEY MOVE 'S' TO WRK-EOF-ICMSMAT
               END-START
               PERFORM 5110-LE-VIGENCIA-ICMS UNTIL FIM-ICMSMAT
           END-IF
           COMPUTE WRK-ICMS ROUNDED = WRK-ORIG-VALOR * WRK-TAXA-ICMS
               ON SIZE ERROR
                   MOVE ZEROS TO WRK-ICMS
           END-COMPUTE.

       5110-LE-VIGENCIA-ICMS.
           READ ICMSMAT-FILE NEXT RECORD
               AT END MOVE 'S' TO WRK-EOF-ICMSMAT
           END-READ
           IF NOT FIM-ICMSMAT
               IF ALQ-UF-ORIGEM NOT = WRK-DEV-ORIGEM
                       OR ALQ-UF-DESTINO NOT = WRK-DEV-DESTINO
                       OR ALQ-DATA-VIGENCIA > WRK-DATA-HOJE
                   MOVE 'S' TO WRK-EOF-ICMSMAT
               ELSE
                   IF PRODUTO-IMPORTADO
                       MOVE ALQ-ALIQ-IMPORTADO TO WRK-TAXA-ICMS
                   ELSE
                       MOVE ALQ-ALIQUOTA TO WRK-TAXA-ICMS
                   END-IF
               END-IF
           END-IF.

      * devolucao entra no FRETE-LOG como cotacao tipo D
      * apontando a original - a consulta de cotacao ja mostra
      * o vinculo
       6000-GRAVA-DEVOLUCAO.
           ADD 1 TO WRK-SEQ-LOG
           ACCEPT WRK-DATA-HORA-SYS FROM DATE YYYYMMDD
           ACCEPT WRK-HORA-SISTEMA FROM TIME
           MOVE WRK-HORA-SISTEMA (1:6) TO WRK-DHS-HORA
           MOVE WRK-DHS-DATA TO LOG-DATA-HORA (1:8)
           MOVE WRK-DHS-HORA TO LOG-DATA-HORA (9:6)
           STRING WRK-DHS-DATA WRK-DHS-HORA WRK-SEQ-LOG
           MOVE WRK-ORIG-VALOR TO LOG-VALOR
           MOVE WRK-FRETE TO LOG-FRETE
           MOVE WRK-ORIG-CLIENTE TO LOG-CLIENTE
      * devolucao nao contrata seguro novo
           MOVE WRK-ICMS TO LOG-ICMS
           MOVE ZEROS TO LOG-SEGURO
           MOVE SPACES TO LOG-TRANSP
           MOVE WRK-FRETE-BRUTO TO LOG-FRETE-BRUTO
           MOVE ZEROS TO LOG-ENDERECO
           MOVE ZEROS TO LOG-CUSTO-TRANSP
           MOVE ZEROS TO LOG-ADICIONAL
      * a coleta da devolucao nao cobra adicional de zona
           MOVE SPACES TO LOG-ZONA
           MOVE ZEROS TO LOG-ADIC-ZONA
      * nem adicional de alta temporada
           MOVE ZEROS TO LOG-SAZONAL
      * a coleta da devolucao nao tem cobranca na entrega
           MOVE ZEROS TO LOG-REEMBOLSO LOG-TAXA-REEMB
      * devolucao nao nasce de pedido do mestre
           MOVE ZEROS TO LOG-PEDIDO
      * devolucao nao tem preco negociado
           WRITE FRETE-LOG-RECORD
               INVALID KEY
                   DISPLAY 'ERRO GRAVANDO FRETE-LOG: ' LOG-CHAVE
               NOT INVALID KEY
                   PERFORM 6200-BAIXA-PENDENTE
           END-WRITE
           MOVE WRK-FRETE TO WRK-ED-FRETE
           MOVE WRK-DESCONTO TO WRK-ED-DESCONTO
           DISPLAY 'DEVOLUCAO COTADA: ' WRK-PROX-SEQ-ID
               ' (ORIGINAL ' WRK-SEQ-BUSCA ')'
           DISPLAY 'FRETE REVERSO: ' WRK-ED-FRETE
               '  DESCONTO APLICADO: ' WRK-ED-DESCONTO
           MOVE WRK-ICMS TO WRK-ED-ICMS
           DISPLAY 'ICMS DO TRECHO ' WRK-DEV-ORIGEM '-'
               WRK-DEV-DESTINO ': ' WRK-ED-ICMS.

      * numeracao via servico central (seqsrv), um numero por
      * devolucao, no mesmo espaco das demais cotacoes
           CALL 'seqsrv' USING WRK-SEQSRV
           MOVE WRK-SEQ-PRIMEIRO TO WRK-PROX-SEQ-ID.

      * original que estava na fila sai dela com a devolucao
      * que a atendeu
       6200-BAIXA-PENDENTE.
           IF DEVPEND-DISPONIVEL
               MOVE WRK-SEQ-BUSCA TO DVP-SEQ-ORIGINAL
               READ DEVPEND-FILE
                   KEY IS DVP-SEQ-ORIGINAL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DVP-PENDENTE
                           MOVE 'C' TO DVP-STATUS
                           MOVE WRK-PROX-SEQ-ID TO DVP-SEQ-DEVOLUCAO
                           REWRITE DEVPEND-RECORD
                               INVALID KEY
                                   DISPLAY 'ERRO BAIXANDO DEVOLUCAO '
                                       'PENDENTE: ' DVP-SEQ-ORIGINAL
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.

       9000-FINALIZA.
           IF DEVPEND-DISPONIVEL
               CLOSE DEVPEND-FILE
           END-IF
           IF ICMSMAT-DISPONIVEL
               CLOSE ICMSMAT-FILE
           END-IF
           IF PRODMASTER-DISPONIVEL
               CLOSE PRODUCT-MASTER
           END-IF
           CLOSE FRETE-TABLE
           IF ROTA-DISPONIVEL
               CLOSE ROTA-TABLE
