       IDENTIFICATION DIVISION.
       PROGRAM-ID. proprel.
      ********************************************************
      *    Conversao mensal das propostas de frete do balcao
      *    Fecha o mes anterior (mesmo criterio do fretefecha)
      *    sobre o registro de propostas PROPOSTA.DAT gravado
      *    pelo pedmulti: para cada item de proposta emitido
      *    no mes, conta se virou pedido (convertida), se
      *    venceu sem efetivacao (vencida - inclusive a aberta
      *    que passou da validade sem o cliente voltar) ou se
      *    ainda esta dentro da validade (aberta). Imprime em
      *    PROPCONV.RPT, quebrado por atendente, por cliente e
      *    por UF de destino: emitidas, convertidas, vencidas,
      *    abertas, percentual de conversao e o frete cotado
      *    contra o frete convertido.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPOSTA-FILE ASSIGN TO 'PROPOSTA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRP-CHAVE
               FILE STATUS IS WRK-PROPOSTA-STATUS.

           SELECT CONV-REPORT ASSIGN TO 'PROPCONV.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PROPOSTA-FILE.
           COPY 'proprec.cbl'.

       FD  CONV-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       77  WRK-PROPOSTA-STATUS  PIC X(02) VALUE '00'.
       77  WRK-EOF              PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO        VALUE 'S'.

       01  DATA-SYS.
           02  ANO-SYS PIC 9(04) VALUE ZEROS.
           02  MES-SYS PIC 9(02) VALUE ZEROS.
           02  DIA-SYS PIC 9(02) VALUE ZEROS.
       01  WRK-DATA-HOJE REDEFINES DATA-SYS PIC 9(08).

      * mes fechado: o anterior ao corrente, como no fretefecha
       77  WRK-ANO-FECHAMENTO   PIC 9(04) VALUE ZEROS.
       77  WRK-MES-FECHAMENTO   PIC 9(02) VALUE ZEROS.
       01  WRK-ANO-MES-FECHADO.
           05  WRK-AMF-ANO      PIC 9(04).
           05  WRK-AMF-MES      PIC 9(02).

      * destino do item: C convertida, E vencida, A aberta
       77  WRK-DESTINO          PIC X(01) VALUE SPACES.

      * totais por quebra: O = atendente, C = cliente, U = UF
      * de destino, todas na mesma tabela
       01  WRK-TABELA-CONV.
           05  WRK-CNV-ENTRADA OCCURS 400 TIMES.
               10  WRK-CNV-TIPO      PIC X(01).
               10  WRK-CNV-CHAVE     PIC X(10).
               10  WRK-CNV-EMITIDAS  PIC 9(05).
               10  WRK-CNV-CONVERT   PIC 9(05).
               10  WRK-CNV-VENCIDAS  PIC 9(05).
               10  WRK-CNV-ABERTAS   PIC 9(05).
               10  WRK-CNV-FRETE-EMI PIC 9(09)V99.
               10  WRK-CNV-FRETE-CNV PIC 9(09)V99.
       77  WRK-QTD-CONV         PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-CONV         PIC 9(03) VALUE ZEROS.
       77  WRK-CONV-ACHADO      PIC X(01) VALUE 'N'.
           88 CONV-NA-TABELA        VALUE 'S'.
       77  WRK-BUSCA-TIPO       PIC X(01) VALUE SPACES.
       77  WRK-BUSCA-CHAVE      PIC X(10) VALUE SPACES.
       77  WRK-TIPO-IMPRESSO    PIC X(01) VALUE SPACES.
       77  WRK-QTD-ITENS-MES    PIC 9(06) VALUE ZEROS.

       77  WRK-PCT-CONVERSAO    PIC 9(03)V99 VALUE ZEROS.

       01  WRK-LINHA-CABECALHO.
           05  FILLER          PIC X(41) VALUE
               'CONVERSAO DE PROPOSTAS DE FRETE - MES '.
           05  CAB-MES         PIC 9(02).
           05  FILLER          PIC X(01) VALUE '/'.
           05  CAB-ANO         PIC 9(04).

       01  WRK-LINHA-SECAO.
           05  FILLER          PIC X(04) VALUE '=== '.
           05  SEC-TITULO      PIC X(30).

       01  WRK-LINHA-CONV.
           05  CNV-CHAVE       PIC X(10).
           05  FILLER          PIC X(07) VALUE ' EMIT: '.
           05  CNV-EMITIDAS    PIC ZZZZ9.
           05  FILLER          PIC X(07) VALUE ' CONV: '.
           05  CNV-CONVERT     PIC ZZZZ9.
           05  FILLER          PIC X(07) VALUE ' VENC: '.
           05  CNV-VENCIDAS    PIC ZZZZ9.
           05  FILLER          PIC X(07) VALUE ' ABER: '.
           05  CNV-ABERTAS     PIC ZZZZ9.
           05  FILLER          PIC X(07) VALUE ' CONV%:'.
           05  CNV-PCT         PIC ZZ9,99.
           05  FILLER          PIC X(14) VALUE ' FRETE COTADO:'.
           05  CNV-FRETE-EMI   PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER          PIC X(12) VALUE ' CONVERTIDO:'.
           05  CNV-FRETE-CNV   PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-AVALIA-PROPOSTA UNTIL FIM-DE-ARQUIVO
           MOVE 'O' TO WRK-TIPO-IMPRESSO
           MOVE 'POR ATENDENTE' TO SEC-TITULO
           PERFORM 3000-IMPRIME-SECAO
           MOVE 'C' TO WRK-TIPO-IMPRESSO
           MOVE 'POR CLIENTE' TO SEC-TITULO
           PERFORM 3000-IMPRIME-SECAO
           MOVE 'U' TO WRK-TIPO-IMPRESSO
           MOVE 'POR UF DE DESTINO' TO SEC-TITULO
           PERFORM 3000-IMPRIME-SECAO
           PERFORM 4000-FINALIZA
           STOP RUN.

       1000-INICIALIZA.
           ACCEPT DATA-SYS FROM DATE YYYYMMDD
           IF MES-SYS = 1
               MOVE 12 TO WRK-MES-FECHAMENTO
               COMPUTE WRK-ANO-FECHAMENTO = ANO-SYS - 1
           ELSE
               COMPUTE WRK-MES-FECHAMENTO = MES-SYS - 1
               MOVE ANO-SYS TO WRK-ANO-FECHAMENTO
           END-IF
           MOVE WRK-ANO-FECHAMENTO TO WRK-AMF-ANO
           MOVE WRK-MES-FECHAMENTO TO WRK-AMF-MES
           OPEN INPUT PROPOSTA-FILE
           IF WRK-PROPOSTA-STATUS NOT = '00'
               DISPLAY 'PROPOSTA.DAT INEXISTENTE - NADA A AVALIAR'
               MOVE 'S' TO WRK-EOF
           END-IF
           OPEN OUTPUT CONV-REPORT
           MOVE WRK-MES-FECHAMENTO TO CAB-MES
           MOVE WRK-ANO-FECHAMENTO TO CAB-ANO
           WRITE REPORT-LINE FROM WRK-LINHA-CABECALHO.

      * so item de proposta emitida no mes fechado entra; a
      * aberta que ja passou da validade conta como vencida
       2000-AVALIA-PROPOSTA.
           READ PROPOSTA-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF PRP-EMISSAO (1:6) = WRK-ANO-MES-FECHADO
                   ADD 1 TO WRK-QTD-ITENS-MES
                   EVALUATE TRUE
                       WHEN PRP-CONVERTIDA
                           MOVE 'C' TO WRK-DESTINO
                       WHEN PRP-VENCIDA
                           MOVE 'E' TO WRK-DESTINO
                       WHEN PRP-VALIDADE < WRK-DATA-HOJE
                           MOVE 'E' TO WRK-DESTINO
                       WHEN OTHER
                           MOVE 'A' TO WRK-DESTINO
                   END-EVALUATE
                   MOVE 'O' TO WRK-BUSCA-TIPO
                   MOVE PRP-OPERADOR TO WRK-BUSCA-CHAVE
                   PERFORM 2100-ACUMULA
                   MOVE 'C' TO WRK-BUSCA-TIPO
                   MOVE PRP-CLIENTE TO WRK-BUSCA-CHAVE
                   PERFORM 2100-ACUMULA
                   MOVE 'U' TO WRK-BUSCA-TIPO
                   MOVE PRP-STADO TO WRK-BUSCA-CHAVE
                   PERFORM 2100-ACUMULA
               END-IF
           END-IF.

       2100-ACUMULA.
           PERFORM 2200-LOCALIZA-CONV
           ADD 1 TO WRK-CNV-EMITIDAS (WRK-IDX-CONV)
           ADD PRP-FRETE TO WRK-CNV-FRETE-EMI (WRK-IDX-CONV)
           EVALUATE WRK-DESTINO
               WHEN 'C'
                   ADD 1 TO WRK-CNV-CONVERT (WRK-IDX-CONV)
                   ADD PRP-FRETE TO WRK-CNV-FRETE-CNV (WRK-IDX-CONV)
               WHEN 'E'
                   ADD 1 TO WRK-CNV-VENCIDAS (WRK-IDX-CONV)
               WHEN OTHER
                   ADD 1 TO WRK-CNV-ABERTAS (WRK-IDX-CONV)
           END-EVALUATE.

       2200-LOCALIZA-CONV.
           MOVE 'N' TO WRK-CONV-ACHADO
           PERFORM VARYING WRK-IDX-CONV FROM 1 BY 1
                   UNTIL WRK-IDX-CONV > WRK-QTD-CONV
                       OR CONV-NA-TABELA
               IF WRK-CNV-TIPO (WRK-IDX-CONV) = WRK-BUSCA-TIPO
                       AND WRK-CNV-CHAVE (WRK-IDX-CONV)
                           = WRK-BUSCA-CHAVE
                   MOVE 'S' TO WRK-CONV-ACHADO
               END-IF
           END-PERFORM
           IF CONV-NA-TABELA
               SUBTRACT 1 FROM WRK-IDX-CONV
           ELSE
               IF WRK-QTD-CONV >= 400
                   DISPLAY 'AVISO: TABELA DE CONVERSAO CHEIA'
                   MOVE WRK-QTD-CONV TO WRK-IDX-CONV
               ELSE
                   ADD 1 TO WRK-QTD-CONV
                   MOVE WRK-QTD-CONV TO WRK-IDX-CONV
                   MOVE WRK-BUSCA-TIPO TO WRK-CNV-TIPO (WRK-IDX-CONV)
                   MOVE WRK-BUSCA-CHAVE
                       TO WRK-CNV-CHAVE (WRK-IDX-CONV)
                   MOVE ZEROS TO WRK-CNV-EMITIDAS (WRK-IDX-CONV)
                       WRK-CNV-CONVERT (WRK-IDX-CONV)
                       WRK-CNV-VENCIDAS (WRK-IDX-CONV)
                       WRK-CNV-ABERTAS (WRK-IDX-CONV)
                       WRK-CNV-FRETE-EMI (WRK-IDX-CONV)
                       WRK-CNV-FRETE-CNV (WRK-IDX-CONV)
               END-IF
           END-IF.

       3000-IMPRIME-SECAO.
           WRITE REPORT-LINE FROM WRK-LINHA-SECAO
           PERFORM 3100-IMPRIME-LINHA
               VARYING WRK-IDX-CONV FROM 1 BY 1
               UNTIL WRK-IDX-CONV > WRK-QTD-CONV.

       3100-IMPRIME-LINHA.
           IF WRK-CNV-TIPO (WRK-IDX-CONV) = WRK-TIPO-IMPRESSO
               MOVE WRK-CNV-CHAVE (WRK-IDX-CONV) TO CNV-CHAVE
               MOVE WRK-CNV-EMITIDAS (WRK-IDX-CONV) TO CNV-EMITIDAS
               MOVE WRK-CNV-CONVERT (WRK-IDX-CONV) TO CNV-CONVERT
               MOVE WRK-CNV-VENCIDAS (WRK-IDX-CONV) TO CNV-VENCIDAS
               MOVE WRK-CNV-ABERTAS (WRK-IDX-CONV) TO CNV-ABERTAS
               COMPUTE WRK-PCT-CONVERSAO ROUNDED =
                   WRK-CNV-CONVERT (WRK-IDX-CONV) * 100
                   / WRK-CNV-EMITIDAS (WRK-IDX-CONV)
               MOVE WRK-PCT-CONVERSAO TO CNV-PCT
               MOVE WRK-CNV-FRETE-EMI (WRK-IDX-CONV)
                   TO CNV-FRETE-EMI
               MOVE WRK-CNV-FRETE-CNV (WRK-IDX-CONV)
                   TO CNV-FRETE-CNV
               WRITE REPORT-LINE FROM WRK-LINHA-CONV
           END-IF.

       4000-FINALIZA.
           CLOSE CONV-REPORT
           IF WRK-PROPOSTA-STATUS = '00' OR '10'
               CLOSE PROPOSTA-FILE
           END-IF
           DISPLAY 'ITENS DE PROPOSTA DO MES: ' WRK-QTD-ITENS-MES
           DISPLAY 'RELATORIO GERADO EM PROPCONV.RPT'.
