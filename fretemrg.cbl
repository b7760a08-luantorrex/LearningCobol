       IDENTIFICATION DIVISION.
       PROGRAM-ID. fretemrg.
      ********************************************************
      *    Juncao das particoes do frete em lote
      *    Quando o learning9 roda particionado por filial (um
      *    job por cartao FRETEPAR.CFG), cada particao grava as
      *    linhas do relatorio e do CSV chaveadas no
      *    FRETEPRT.Pnn e o fechamento dela no FRETECTL.Pnn.
      *    Este passo roda depois de todas: confere que as
      *    particoes do FRETEMRG.CFG fecharam na data do lote,
      *    intercala as linhas pela chave do SORT do lote e
      *    grava o FRETE.RPT e o FRETE.CSV - com a quebra por
      *    UF, os totais, as secoes por cliente e por filial e
      *    o resumo da consolidacao refeitos na ordem do lote
      *    inteiro -, o registro do dia no FRETECTL.DAT e o
      *    FRETEREJ.DAT com os rejeitos de todas as particoes.
      *    A filial de cada linha do relatorio, para o rptdist,
      *    sai da chave da linha da particao.
      *    Particao sem fechamento derruba a juncao com RC 8
      *    sem gravar nada; soma das linhas diferente do
      *    fechamento das particoes sai como aviso e RC 4.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * quantidade de particoes da noite nas colunas 1-2
           SELECT MERGE-CONFIG ASSIGN TO 'FRETEMRG.CFG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONFIG-STATUS.

           SELECT PARTICAO-SAIDA ASSIGN TO WRK-NOME-PARTICAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARTICAO-STATUS.

           SELECT PARTICAO-CONTROLE ASSIGN TO WRK-NOME-PART-CTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PART-CTL-STATUS.

           SELECT PARTICAO-REJEITOS ASSIGN TO WRK-NOME-REJEITOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REJEITOS-STATUS.

           SELECT SORT-WORK ASSIGN TO 'SORTWK1'.

           SELECT FRETE-REPORT ASSIGN TO 'FRETE.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FRETE-CSV ASSIGN TO 'FRETE.CSV'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FRETE-REJECTS ASSIGN TO 'FRETEREJ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

      * mesmo arquivo de controle do dia do lote inteiro, para
      * o batimento (fretebal) nao saber se houve particao
           SELECT CONTROLE-DIA ASSIGN TO 'FRETECTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONTROLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MERGE-CONFIG
           RECORD CONTAINS 80 CHARACTERS.
       01  MRGCFG-LINE.
           05  MRGCFG-QTD       PIC X(02).
           05  FILLER           PIC X(78).

       FD  PARTICAO-SAIDA.
           COPY 'freteprt.cbl'.

       FD  PARTICAO-CONTROLE.
           COPY 'fretepct.cbl'.

       FD  PARTICAO-REJEITOS
           RECORD CONTAINS 114 CHARACTERS.
       01  PAR-REJECT-LINE PIC X(114).

      * a chave da linha da particao e toda de campos de
      * exibicao na ordem do SORT do lote: ordenar pelo bloco
      * inteiro da a mesma sequencia
       SD  SORT-WORK.
       01  SORT-LINHA.
           05  SRT-CHAVE        PIC X(32).
           05  FILLER           PIC X(341).

      * mesmo registro do FRETE.RPT do lote: a filial da linha
      * depois da linha impressa
       FD  FRETE-REPORT
           RECORD CONTAINS 342 CHARACTERS.
       01  REPORT-LINE.
           05  RPT-TEXTO       PIC X(340).
           05  RPT-FILIAL-DIST PIC X(02).

       FD  FRETE-CSV
           RECORD CONTAINS 340 CHARACTERS.
       01  CSV-LINE PIC X(340).

       FD  FRETE-REJECTS
           RECORD CONTAINS 114 CHARACTERS.
       01  REJECT-LINE PIC X(114).

       FD  CONTROLE-DIA
           RECORD CONTAINS 24 CHARACTERS.
       01  CONTROLE-LINE.
           05  CTL-DATA         PIC 9(08).
           05  CTL-QTD          PIC 9(06).
           05  CTL-TOTAL        PIC 9(08)V99.

       WORKING-STORAGE SECTION.
       77  WRK-CONFIG-STATUS    PIC X(02) VALUE '00'.
       77  WRK-PARTICAO-STATUS  PIC X(02) VALUE '00'.
       77  WRK-PART-CTL-STATUS  PIC X(02) VALUE '00'.
       77  WRK-REJEITOS-STATUS  PIC X(02) VALUE '00'.
       77  WRK-CONTROLE-STATUS  PIC X(02) VALUE '00'.
       77  WRK-EOF              PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO        VALUE 'S'.
       77  WRK-RETORNO          PIC 9(02) VALUE ZEROS.

      * arquivos da particao corrente: nome do lote com o
      * sufixo .Pnn da particao
       77  WRK-QTD-PARTICOES    PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-PARTICAO     PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-FALTANDO     PIC 9(02) VALUE ZEROS.
       77  WRK-NOME-PARTICAO    PIC X(12) VALUE 'FRETEPRT.P00'.
       77  WRK-NOME-PART-CTL    PIC X(12) VALUE 'FRETECTL.P00'.
       77  WRK-NOME-REJEITOS    PIC X(12) VALUE 'FRETEREJ.P00'.
       01  WRK-SUFIXO-PARTICAO.
           05  FILLER           PIC X(01) VALUE 'P'.
           05  WRK-SUF-NUMERO   PIC 9(02).

      * soma dos fechamentos das particoes
       77  WRK-PCT-QTD          PIC 9(06) VALUE ZEROS.
       77  WRK-PCT-TOTAL-GERAL  PIC 9(08)V99 VALUE ZEROS.
       77  WRK-PCT-TOTAL-ICMS   PIC 9(08)V99 VALUE ZEROS.
       77  WRK-QTD-GRUPOS-CONS  PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-PEDIDOS-CONS PIC 9(04) VALUE ZEROS.
       77  WRK-ECONOMIA-CONS    PIC 9(08)V99 VALUE ZEROS.

      * linha anterior devolvida pelo SORT: a mesma chave de
      * novo e a linha regravada por um restart da particao
       77  WRK-CHAVE-ANTERIOR   PIC X(32) VALUE SPACES.
       77  WRK-QTD-REPETIDAS    PIC 9(06) VALUE ZEROS.
       77  WRK-CAB-RPT-GRAVADO  PIC X(01) VALUE 'N'.
           88 CAB-RPT-GRAVADO       VALUE 'S'.
       77  WRK-CAB-CSV-GRAVADO  PIC X(01) VALUE 'N'.
           88 CAB-CSV-GRAVADO       VALUE 'S'.
       77  WRK-QTD-LINHAS-RPT   PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-LINHAS-CSV   PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-REJEITOS     PIC 9(06) VALUE ZEROS.

      * pedido cotado corrente (linha T) e a quebra por UF,
      * mesma regra do 2500-ACUMULA-TOTAIS do learning9
       77  WRK-STADO            PIC X(02) VALUE SPACES.
       77  WRK-CLIENTE          PIC 9(06) VALUE ZEROS.
       77  WRK-FILIAL           PIC X(02) VALUE SPACES.
       77  WRK-FRETE            PIC 9(04)V99 VALUE ZEROS.
       77  WRK-ICMS             PIC 9(04)V99 VALUE ZEROS.
       77  WRK-STADO-ANTERIOR   PIC X(02) VALUE SPACES.
       77  WRK-SUBTOTAL-FRETE   PIC 9(07)V99 VALUE ZEROS.
       77  WRK-TOTAL-GERAL      PIC 9(08)V99 VALUE ZEROS.
       77  WRK-TOTAL-ICMS       PIC 9(08)V99 VALUE ZEROS.
       77  WRK-1O-PEDIDO-OK     PIC X(01) VALUE 'S'.
           88 PRIMEIRO-PEDIDO-VALIDO VALUE 'S'.

           COPY 'fretetot.cbl'.

       01  WRK-TABELA-CLIENTES.
           05  WRK-CLI-ENTRADA OCCURS 100 TIMES.
               10  WRK-CLI-ID      PIC 9(06).
               10  WRK-CLI-FRETE   PIC 9(07)V99.
       77  WRK-QTD-CLIENTES     PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-CLIENTE      PIC 9(03) VALUE ZEROS.
       77  WRK-CLIENTE-ACHADO   PIC X(01) VALUE 'N'.
           88 CLIENTE-NA-TABELA     VALUE 'S'.

       01  WRK-TABELA-FILIAIS.
           05  WRK-FIL-ENTRADA OCCURS 10 TIMES.
               10  WRK-FIL-COD     PIC X(02).
               10  WRK-FIL-FRETE   PIC 9(08)V99.
       77  WRK-QTD-FILIAIS      PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-FILIAL       PIC 9(02) VALUE ZEROS.
       77  WRK-FILIAL-ACHADA    PIC X(01) VALUE 'N'.
           88 FILIAL-NA-TABELA      VALUE 'S'.

      * contrato com o controle de execucao compartilhado
      * (runctl): inicio, fim e contagem do passo na cadeia
      * noturna, base da estatistica de passos do steprel
       01  WRK-RUNCTL.
           05  WRK-RC-OPERACAO PIC X(01).
           05  WRK-RC-PROGRAMA PIC X(12) VALUE 'FRETEMRG'.
           05  WRK-RC-QTD      PIC 9(06).
           05  WRK-RC-RUN-ID   PIC 9(06).
           05  WRK-RC-PERMITIDO PIC X(01).

      * data de negocio do lote (datasrv), a mesma que as
      * particoes carimbaram no fechamento delas
       01  WRK-DATACTL.
           05  WRK-DC-OPERACAO PIC X(01).
           05  WRK-DC-DATA     PIC 9(08).
           05  WRK-DC-CONTROLADA PIC X(01).
           05  WRK-DC-OK       PIC X(01).
       77  WRK-DATA-LOTE        PIC 9(08) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INICIALIZA
           MOVE 'I' TO WRK-RC-OPERACAO
           MOVE ZEROS TO WRK-RC-QTD
           CALL 'runctl' USING WRK-RUNCTL
           IF WRK-RC-PERMITIDO = 'N'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-CONFERE-PARTICOES
           IF WRK-QTD-PARTICOES = ZEROS OR WRK-QTD-FALTANDO > ZEROS
               DISPLAY 'FRETEMRG: JUNCAO RECUSADA - NADA GRAVADO'
               MOVE 'E' TO WRK-RC-OPERACAO
               MOVE ZEROS TO WRK-RC-QTD
               CALL 'runctl' USING WRK-RUNCTL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FRETE-REPORT
           OPEN OUTPUT FRETE-CSV
           SORT SORT-WORK ON ASCENDING KEY SRT-CHAVE
               INPUT PROCEDURE IS 2000-CARREGA-PARTICOES
               OUTPUT PROCEDURE IS 3000-GRAVA-JUNCAO
           PERFORM 4000-IMPRIME-TOTAIS
           CLOSE FRETE-REPORT
           CLOSE FRETE-CSV
           PERFORM 5000-JUNTA-REJEITOS
           PERFORM 6000-FINALIZA
           MOVE 'F' TO WRK-RC-OPERACAO
           MOVE WRK-PCT-QTD TO WRK-RC-QTD
           CALL 'runctl' USING WRK-RUNCTL
           MOVE WRK-RETORNO TO RETURN-CODE
           STOP RUN.

       1000-INICIALIZA.
           MOVE 'L' TO WRK-DC-OPERACAO
           CALL 'datasrv' USING WRK-DATACTL
           MOVE WRK-DC-DATA TO WRK-DATA-LOTE
           MOVE ZEROS TO WRK-QTD-PARTICOES
           OPEN INPUT MERGE-CONFIG
           IF WRK-CONFIG-STATUS = '00'
               READ MERGE-CONFIG
                   NOT AT END
                       IF MRGCFG-QTD IS NUMERIC
                           MOVE MRGCFG-QTD TO WRK-QTD-PARTICOES
                       END-IF
               END-READ
               CLOSE MERGE-CONFIG
           END-IF
           IF WRK-QTD-PARTICOES = ZEROS
               DISPLAY 'FRETEMRG.CFG AUSENTE OU SEM QUANTIDADE DE '
                   'PARTICOES'
           END-IF.

      * toda particao da noite tem que ter fechado na data do
      * lote; os fechamentos somados vao para o FRETECTL.DAT e
      * para o resumo da consolidacao
       1100-CONFERE-PARTICOES.
           MOVE ZEROS TO WRK-QTD-FALTANDO
           PERFORM 1110-CONFERE-PARTICAO
               VARYING WRK-IDX-PARTICAO FROM 1 BY 1
               UNTIL WRK-IDX-PARTICAO > WRK-QTD-PARTICOES.

       1110-CONFERE-PARTICAO.
           PERFORM 1120-MONTA-NOMES
           OPEN INPUT PARTICAO-CONTROLE
           IF WRK-PART-CTL-STATUS NOT = '00'
               ADD 1 TO WRK-QTD-FALTANDO
               DISPLAY 'PARTICAO ' WRK-IDX-PARTICAO
                   ' SEM FECHAMENTO (' WRK-NOME-PART-CTL ')'
           ELSE
               READ PARTICAO-CONTROLE
                   AT END
                       MOVE ZEROS TO PCT-DATA
               END-READ
               IF PCT-DATA NOT = WRK-DATA-LOTE
                   ADD 1 TO WRK-QTD-FALTANDO
                   DISPLAY 'PARTICAO ' WRK-IDX-PARTICAO
                       ' NAO FECHOU NA DATA DO LOTE ' WRK-DATA-LOTE
               ELSE
                   ADD PCT-QTD TO WRK-PCT-QTD
                   ADD PCT-TOTAL-GERAL TO WRK-PCT-TOTAL-GERAL
                   ADD PCT-TOTAL-ICMS TO WRK-PCT-TOTAL-ICMS
                   ADD PCT-GRUPOS-CONS TO WRK-QTD-GRUPOS-CONS
                   ADD PCT-PEDIDOS-CONS TO WRK-QTD-PEDIDOS-CONS
                   ADD PCT-ECONOMIA-CONS TO WRK-ECONOMIA-CONS
               END-IF
               CLOSE PARTICAO-CONTROLE
           END-IF.

       1120-MONTA-NOMES.
           MOVE WRK-IDX-PARTICAO TO WRK-SUF-NUMERO
           MOVE WRK-SUFIXO-PARTICAO TO WRK-NOME-PARTICAO (10:3)
           MOVE WRK-SUFIXO-PARTICAO TO WRK-NOME-PART-CTL (10:3)
           MOVE WRK-SUFIXO-PARTICAO TO WRK-NOME-REJEITOS (10:3).

       2000-CARREGA-PARTICOES.
           PERFORM 2100-CARREGA-PARTICAO
               VARYING WRK-IDX-PARTICAO FROM 1 BY 1
               UNTIL WRK-IDX-PARTICAO > WRK-QTD-PARTICOES.

       2100-CARREGA-PARTICAO.
           PERFORM 1120-MONTA-NOMES
           MOVE 'N' TO WRK-EOF
           OPEN INPUT PARTICAO-SAIDA
           IF WRK-PARTICAO-STATUS NOT = '00'
               DISPLAY 'PARTICAO ' WRK-IDX-PARTICAO
                   ' SEM LINHAS (' WRK-NOME-PARTICAO ')'
               MOVE 'S' TO WRK-EOF
           END-IF
           PERFORM 2110-LE-LINHA UNTIL FIM-DE-ARQUIVO
           IF WRK-PARTICAO-STATUS = '00' OR '10'
               CLOSE PARTICAO-SAIDA
           END-IF.

       2110-LE-LINHA.
           READ PARTICAO-SAIDA
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   RELEASE SORT-LINHA FROM PARTICAO-LINHA
           END-READ.

      * linhas na ordem do lote inteiro: cabecalhos uma vez
      * so, linhas do relatorio e do CSV como vieram e a linha
      * T refazendo a quebra e os totais
       3000-GRAVA-JUNCAO.
           MOVE 'N' TO WRK-EOF
           MOVE SPACES TO WRK-CHAVE-ANTERIOR
           PERFORM 3100-DEVOLVE-LINHA UNTIL FIM-DE-ARQUIVO.

       3100-DEVOLVE-LINHA.
           RETURN SORT-WORK INTO PARTICAO-LINHA
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
           END-RETURN
           IF NOT FIM-DE-ARQUIVO
               IF PRT-CHAVE = WRK-CHAVE-ANTERIOR
                   ADD 1 TO WRK-QTD-REPETIDAS
               ELSE
                   MOVE PRT-CHAVE TO WRK-CHAVE-ANTERIOR
                   PERFORM 3200-TRATA-LINHA
               END-IF
           END-IF.

       3200-TRATA-LINHA.
           EVALUATE TRUE
               WHEN PRT-CAB-RELATORIO
                   IF NOT CAB-RPT-GRAVADO
                       MOVE PRT-LINHA TO RPT-TEXTO
                       MOVE '**' TO RPT-FILIAL-DIST
                       WRITE REPORT-LINE
                       MOVE 'S' TO WRK-CAB-RPT-GRAVADO
                   END-IF
               WHEN PRT-CAB-CSV
                   IF NOT CAB-CSV-GRAVADO
                       WRITE CSV-LINE FROM PRT-LINHA
                       MOVE 'S' TO WRK-CAB-CSV-GRAVADO
                   END-IF
               WHEN PRT-LINHA-RELATORIO
                   MOVE PRT-LINHA TO RPT-TEXTO
                   IF PRT-FILIAL = SPACES
                       MOVE '01' TO RPT-FILIAL-DIST
                   ELSE
                       MOVE PRT-FILIAL TO RPT-FILIAL-DIST
                   END-IF
                   WRITE REPORT-LINE
                   ADD 1 TO WRK-QTD-LINHAS-RPT
               WHEN PRT-LINHA-CSV
                   WRITE CSV-LINE FROM PRT-LINHA
                   ADD 1 TO WRK-QTD-LINHAS-CSV
               WHEN PRT-TOTAIS-PEDIDO
                   MOVE PRT-TOT-STADO TO WRK-STADO
                   MOVE PRT-TOT-CLIENTE TO WRK-CLIENTE
                   MOVE PRT-TOT-FILIAL TO WRK-FILIAL
                   MOVE PRT-TOT-FRETE TO WRK-FRETE
                   MOVE PRT-TOT-ICMS TO WRK-ICMS
                   PERFORM 3300-ACUMULA-TOTAIS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * mesma quebra do lote: o subtotal da UF anterior sai
      * depois das linhas do primeiro pedido da UF seguinte
       3300-ACUMULA-TOTAIS.
           IF NOT PRIMEIRO-PEDIDO-VALIDO
                   AND WRK-STADO NOT = WRK-STADO-ANTERIOR
               PERFORM 3400-QUEBRA-SUBTOTAL
           END-IF
           MOVE WRK-STADO TO WRK-STADO-ANTERIOR
           MOVE 'N' TO WRK-1O-PEDIDO-OK
           ADD WRK-FRETE TO WRK-SUBTOTAL-FRETE
           ADD WRK-FRETE TO WRK-TOTAL-GERAL
           ADD WRK-ICMS TO WRK-TOTAL-ICMS
           PERFORM 3310-ACUMULA-CLIENTE
           PERFORM 3320-ACUMULA-FILIAL.

       3310-ACUMULA-CLIENTE.
           MOVE 'N' TO WRK-CLIENTE-ACHADO
           PERFORM VARYING WRK-IDX-CLIENTE FROM 1 BY 1
                   UNTIL WRK-IDX-CLIENTE > WRK-QTD-CLIENTES
                       OR CLIENTE-NA-TABELA
               IF WRK-CLI-ID (WRK-IDX-CLIENTE) = WRK-CLIENTE
                   MOVE 'S' TO WRK-CLIENTE-ACHADO
                   ADD WRK-FRETE TO WRK-CLI-FRETE (WRK-IDX-CLIENTE)
               END-IF
           END-PERFORM
           IF NOT CLIENTE-NA-TABELA
               IF WRK-QTD-CLIENTES < 100
                   ADD 1 TO WRK-QTD-CLIENTES
                   MOVE WRK-CLIENTE
                       TO WRK-CLI-ID (WRK-QTD-CLIENTES)
                   MOVE WRK-FRETE
                       TO WRK-CLI-FRETE (WRK-QTD-CLIENTES)
               ELSE
                   DISPLAY 'AVISO: TABELA DE CLIENTES CHEIA, '
                       'SUBTOTAL DO CLIENTE ' WRK-CLIENTE
                       ' NAO ACUMULADO'
               END-IF
           END-IF.

       3320-ACUMULA-FILIAL.
           MOVE 'N' TO WRK-FILIAL-ACHADA
           PERFORM VARYING WRK-IDX-FILIAL FROM 1 BY 1
                   UNTIL WRK-IDX-FILIAL > WRK-QTD-FILIAIS
                       OR FILIAL-NA-TABELA
               IF WRK-FIL-COD (WRK-IDX-FILIAL) = WRK-FILIAL
                   MOVE 'S' TO WRK-FILIAL-ACHADA
                   ADD WRK-FRETE TO WRK-FIL-FRETE (WRK-IDX-FILIAL)
               END-IF
           END-PERFORM
           IF NOT FILIAL-NA-TABELA AND WRK-QTD-FILIAIS < 10
               ADD 1 TO WRK-QTD-FILIAIS
               MOVE WRK-FILIAL TO WRK-FIL-COD (WRK-QTD-FILIAIS)
               MOVE WRK-FRETE TO WRK-FIL-FRETE (WRK-QTD-FILIAIS)
           END-IF.

       3400-QUEBRA-SUBTOTAL.
           MOVE WRK-STADO-ANTERIOR TO SUB-ESTADO
           MOVE WRK-SUBTOTAL-FRETE TO SUB-FRETE
           WRITE REPORT-LINE FROM WRK-LINHA-SUBTOTAL
           MOVE ZEROS TO WRK-SUBTOTAL-FRETE.

      * fim do relatorio igual ao 2600-IMPRIME-TOTAIS do lote
       4000-IMPRIME-TOTAIS.
           IF NOT PRIMEIRO-PEDIDO-VALIDO
               PERFORM 3400-QUEBRA-SUBTOTAL
           END-IF
           MOVE WRK-TOTAL-GERAL TO TOT-FRETE
           WRITE REPORT-LINE FROM WRK-LINHA-TOTAL-GERAL
           MOVE WRK-TOTAL-ICMS TO TOT-ICMS
           WRITE REPORT-LINE FROM WRK-LINHA-TOTAL-ICMS
           PERFORM 4100-IMPRIME-CLIENTES
           IF WRK-QTD-FILIAIS > ZEROS
               WRITE REPORT-LINE FROM WRK-LINHA-TIT-FILIAL
               PERFORM VARYING WRK-IDX-FILIAL FROM 1 BY 1
                       UNTIL WRK-IDX-FILIAL > WRK-QTD-FILIAIS
                   MOVE WRK-FIL-COD (WRK-IDX-FILIAL) TO SUB-FILIAL
                   MOVE WRK-FIL-FRETE (WRK-IDX-FILIAL)
                       TO SUB-FIL-FRETE
                   MOVE WRK-LINHA-SUB-FILIAL TO REPORT-LINE
                   MOVE WRK-FIL-COD (WRK-IDX-FILIAL)
                       TO RPT-FILIAL-DIST
                   WRITE REPORT-LINE
               END-PERFORM
           END-IF
           IF WRK-QTD-GRUPOS-CONS > ZEROS
               MOVE WRK-QTD-GRUPOS-CONS TO CON-GRUPOS
               MOVE WRK-QTD-PEDIDOS-CONS TO CON-PEDIDOS
               MOVE WRK-ECONOMIA-CONS TO CON-ECONOMIA
               WRITE REPORT-LINE FROM WRK-LINHA-CONSOLIDA
           END-IF
           PERFORM 4200-GRAVA-CONTROLE-DIA.

       4100-IMPRIME-CLIENTES.
           IF WRK-QTD-CLIENTES > ZEROS
               WRITE REPORT-LINE FROM WRK-LINHA-TIT-CLIENTE
               PERFORM VARYING WRK-IDX-CLIENTE FROM 1 BY 1
                       UNTIL WRK-IDX-CLIENTE > WRK-QTD-CLIENTES
                   MOVE WRK-CLI-ID (WRK-IDX-CLIENTE) TO SUB-CLIENTE
                   MOVE WRK-CLI-FRETE (WRK-IDX-CLIENTE)
                       TO SUB-CLI-FRETE
                   WRITE REPORT-LINE FROM WRK-LINHA-SUB-CLIENTE
               END-PERFORM
           END-IF.

      * um registro com o dia inteiro, como o lote sem
      * particao: contagem das cotacoes de todas as particoes
      * e o mesmo TOTAL GERAL impresso acima
       4200-GRAVA-CONTROLE-DIA.
           OPEN EXTEND CONTROLE-DIA
           IF WRK-CONTROLE-STATUS = '35'
               OPEN OUTPUT CONTROLE-DIA
           END-IF
           MOVE WRK-DATA-LOTE TO CTL-DATA
           MOVE WRK-PCT-QTD TO CTL-QTD
           MOVE WRK-TOTAL-GERAL TO CTL-TOTAL
           WRITE CONTROLE-LINE
           CLOSE CONTROLE-DIA.

      * rejeitos das particoes, na ordem das particoes
       5000-JUNTA-REJEITOS.
           OPEN OUTPUT FRETE-REJECTS
           PERFORM 5100-COPIA-REJEITOS
               VARYING WRK-IDX-PARTICAO FROM 1 BY 1
               UNTIL WRK-IDX-PARTICAO > WRK-QTD-PARTICOES
           CLOSE FRETE-REJECTS.

       5100-COPIA-REJEITOS.
           PERFORM 1120-MONTA-NOMES
           MOVE 'N' TO WRK-EOF
           OPEN INPUT PARTICAO-REJEITOS
           IF WRK-REJEITOS-STATUS NOT = '00'
               MOVE 'S' TO WRK-EOF
           END-IF
           PERFORM 5110-LE-REJEITO UNTIL FIM-DE-ARQUIVO
           IF WRK-REJEITOS-STATUS = '00' OR '10'
               CLOSE PARTICAO-REJEITOS
           END-IF.

       5110-LE-REJEITO.
           READ PARTICAO-REJEITOS
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   WRITE REJECT-LINE FROM PAR-REJECT-LINE
                   ADD 1 TO WRK-QTD-REJEITOS
           END-READ.

      * os totais refeitos das linhas tem que bater com o
      * fechamento das particoes; diferenca (restart que
      * regravou pedidos com outra chave) e aviso para a
      * operacao conferir antes do batimento
       6000-FINALIZA.
           IF WRK-TOTAL-GERAL NOT = WRK-PCT-TOTAL-GERAL
                   OR WRK-TOTAL-ICMS NOT = WRK-PCT-TOTAL-ICMS
               DISPLAY 'AVISO: TOTAIS DAS LINHAS DIFEREM DO '
                   'FECHAMENTO DAS PARTICOES'
               DISPLAY '  LINHAS: ' WRK-TOTAL-GERAL ' ICMS '
                   WRK-TOTAL-ICMS
               DISPLAY '  PARTICOES: ' WRK-PCT-TOTAL-GERAL ' ICMS '
                   WRK-PCT-TOTAL-ICMS
               MOVE 4 TO WRK-RETORNO
           END-IF
           IF WRK-QTD-REPETIDAS > ZEROS
               DISPLAY 'LINHAS REGRAVADAS POR RESTART IGNORADAS: '
                   WRK-QTD-REPETIDAS
           END-IF
           DISPLAY 'PARTICOES JUNTADAS: ' WRK-QTD-PARTICOES
           DISPLAY 'LINHAS DE DETALHE NO FRETE.RPT: '
               WRK-QTD-LINHAS-RPT
           DISPLAY 'LINHAS NO FRETE.CSV: ' WRK-QTD-LINHAS-CSV
           DISPLAY 'REJEITOS NO FRETEREJ.DAT: ' WRK-QTD-REJEITOS.
