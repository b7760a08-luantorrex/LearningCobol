       IDENTIFICATION DIVISION.
       PROGRAM-ID. bolrenov.
      ********************************************************
      *    Revisao anual de renovacao das bolsas
      *    Depois do encerramento do ano letivo (anofecha),
      *    confere cada bolsa do BOLSA.DAT contra os criterios
      *    de renovacao do motivo (BOLRENOV.CFG, uma linha por
      *    motivo): media anual e frequencia minimas do
      *    historico arquivado no TRANSARQ.DAT e nenhuma
      *    mensalidade vencida em aberto no MENSAL.DAT. O
      *    desconto de irmao exige ainda outro aluno ativo do
      *    mesmo responsavel. Bolsa que atende tudo e proposta
      *    para renovacao; com um criterio em falta, para
      *    reducao do desconto pelo corte do motivo; com mais
      *    de um, ou com matricula nao ativa, sem historico do
      *    ano ou sem irmao, para cancelamento. As propostas
      *    vao para o BOLRENOV.DAT, onde aguardam a decisao do
      *    administrador (bolaprov), e para o BOLRENOV.RPT;
      *    pendente de ano anterior expira. Proposta ja
      *    decidida no ano nao e regravada.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOLSA-FILE ASSIGN TO 'BOLSA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOL-ALUNO
               FILE STATUS IS WRK-BOLSA-STATUS.

           SELECT TRANSCRIPT-ARCHIVE ASSIGN TO 'TRANSARQ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATR-CHAVE
               FILE STATUS IS WRK-TRANSARQ-STATUS.

           SELECT ALUNO-MASTER ASSIGN TO 'ALUMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-ID
               FILE STATUS IS WRK-ALUMAST-STATUS.

           SELECT MENSALIDADE-FILE ASSIGN TO 'MENSAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEN-NUMERO
               FILE STATUS IS WRK-MENSAL-STATUS.

      * criterios de renovacao por motivo; opcional
           SELECT BOLSA-RENOV-CONFIG ASSIGN TO 'BOLRENOV.CFG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BOLRENCFG-STATUS.

      * propostas de renovacao, criado na primeira execucao
           SELECT BOLSA-RENOV-FILE ASSIGN TO 'BOLRENOV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRN-CHAVE
               FILE STATUS IS WRK-BOLRENOV-STATUS.

           SELECT BOLRENOV-REPORT ASSIGN TO 'BOLRENOV.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BOLSA-FILE.
           COPY 'bolsarec.cbl'.

       FD  TRANSCRIPT-ARCHIVE.
           COPY 'transarc.cbl'.

       FD  ALUNO-MASTER.
           COPY 'alurec.cbl'.

       FD  MENSALIDADE-FILE.
           COPY 'mensrec.cbl'.

       FD  BOLSA-RENOV-CONFIG.
           COPY 'bolrencfg.cbl'.

       FD  BOLSA-RENOV-FILE.
           COPY 'bolrenrec.cbl'.

       FD  BOLRENOV-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      * imagem do historico encerrado, aberta do ATR-REGISTRO
      * para tirar a media e a frequencia do ano
       COPY 'transrec.cbl'.

       77  WRK-BOLSA-STATUS     PIC X(02) VALUE '00'.
       77  WRK-TRANSARQ-STATUS  PIC X(02) VALUE '00'.
       77  WRK-ALUMAST-STATUS   PIC X(02) VALUE '00'.
       77  WRK-MENSAL-STATUS    PIC X(02) VALUE '00'.
       77  WRK-BOLRENCFG-STATUS PIC X(02) VALUE '00'.
       77  WRK-BOLRENOV-STATUS  PIC X(02) VALUE '00'.
       77  WRK-EOF              PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO        VALUE 'S'.
       77  WRK-FIM-LEITURA      PIC X(01) VALUE 'N'.
           88 FIM-LEITURA           VALUE 'S'.

       01  DATA-SYS.
           02  ANO-SYS PIC 9(04) VALUE ZEROS.
           02  MES-SYS PIC 9(02) VALUE ZEROS.
           02  DIA-SYS PIC 9(02) VALUE ZEROS.
       01  DATA-SYS-NUM REDEFINES DATA-SYS PIC 9(08).

       77  WRK-ANO-LETIVO       PIC 9(04) VALUE ZEROS.
       77  WRK-RETORNO          PIC 9(02) VALUE ZEROS.
       77  WRK-IDX              PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-ACHADO       PIC 9(04) VALUE ZEROS.

      * criterios padrao por motivo, sobrescritos pelo
      * BOLRENOV.CFG - mesma tecnica da tabela de motivos do
      * bolman: motivo, media minima (99V9), frequencia
      * minima (999V99), exige adimplencia e corte da
      * reducao (999V99)
       01  WRK-TABELA-CRITERIOS.
           05  FILLER.
               10  FILLER PIC X(03) VALUE 'HON'.
               10  FILLER PIC 9(02)V9 VALUE 8,0.
               10  FILLER PIC 9(03)V99 VALUE 90,00.
               10  FILLER PIC X(01) VALUE 'S'.
               10  FILLER PIC 9(03)V99 VALUE 50,00.
           05  FILLER.
               10  FILLER PIC X(03) VALUE 'IRM'.
               10  FILLER PIC 9(02)V9 VALUE ZEROS.
               10  FILLER PIC 9(03)V99 VALUE ZEROS.
               10  FILLER PIC X(01) VALUE 'S'.
               10  FILLER PIC 9(03)V99 VALUE 50,00.
           05  FILLER.
               10  FILLER PIC X(03) VALUE 'SOC'.
               10  FILLER PIC 9(02)V9 VALUE 6,0.
               10  FILLER PIC 9(03)V99 VALUE 85,00.
               10  FILLER PIC X(01) VALUE 'S'.
               10  FILLER PIC 9(03)V99 VALUE 50,00.
       01  WRK-TB-CRITERIOS REDEFINES WRK-TABELA-CRITERIOS.
           05  WRK-CRT-ITEM OCCURS 3 TIMES.
               10  WRK-CRT-MOTIVO  PIC X(03).
               10  WRK-CRT-MEDIA   PIC 9(02)V9.
               10  WRK-CRT-FREQ    PIC 9(03)V99.
               10  WRK-CRT-ADIMPL  PIC X(01).
               10  WRK-CRT-REDUCAO PIC 9(03)V99.
       77  WRK-IDX-CRT          PIC 9(01) VALUE ZEROS.
       77  WRK-MOTIVO-BUSCA     PIC X(03) VALUE SPACES.

      * alunos com mensalidade vencida em aberto
       77  WRK-QTD-ATRASO       PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-ATRASO.
           05  WRK-ATR-ITEM OCCURS 1000 TIMES.
               10  WRK-ATR-ALUNO    PIC 9(06).
               10  WRK-ATR-QTD      PIC 9(02).

      * responsaveis dos alunos ativos e quantos filhos cada
      * um tem matriculados, para o desconto de irmao
       77  WRK-QTD-FAMILIAS     PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-FAMILIAS.
           05  WRK-FAM-ITEM OCCURS 2000 TIMES.
               10  WRK-FAM-RESP     PIC X(30).
               10  WRK-FAM-QTD      PIC 9(02).

      * avaliacao da bolsa corrente
       77  WRK-QTD-FALHAS       PIC 9(01) VALUE ZEROS.
       77  WRK-PERC-CALC        PIC 9(02)V99 VALUE ZEROS.
      * proposta montada na avaliacao, guardada enquanto o
      * registro do ano e lido do arquivo
       01  WRK-PROPOSTA-NOVA    PIC X(101).
       77  WRK-PROPOSTA-EXISTE  PIC X(01) VALUE 'N'.
           88 PROPOSTA-EXISTENTE    VALUE 'S'.

       77  WRK-QTD-REVISADAS    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-RENOVAR      PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-REDUZIR      PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-CANCELAR     PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-JA-DECIDIDAS PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-EXPIRADAS    PIC 9(05) VALUE ZEROS.

       01  WRK-LINHA-CABECALHO.
           05  FILLER          PIC X(40) VALUE
               'RENOVACAO DE BOLSAS - ANO ENCERRADO '.
           05  CAB-ANO         PIC 9(04).
           05  FILLER          PIC X(09) VALUE ' - DATA: '.
           05  CAB-DATA        PIC 9(08).

       01  WRK-LINHA-COLUNAS.
           05  FILLER          PIC X(32) VALUE
               'ALUNO  NOME                 MOT '.
           05  FILLER          PIC X(36) VALUE
               'ATUAL PROP. ACAO     MEDIA  FREQ ATR'.

       01  WRK-LINHA-DETALHE.
           05  DET-ALUNO       PIC 9(06).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-NOME        PIC X(20).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-MOTIVO      PIC X(03).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-ATUAL       PIC Z9,99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-PROPOSTO    PIC Z9,99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-ACAO        PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-MEDIA       PIC Z9,9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-FREQ        PIC ZZ9,99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-ATRASO      PIC Z9.

       01  WRK-LINHA-FALHAS.
           05  FILLER          PIC X(14) VALUE
               '  NAO ATENDE: '.
           05  FAL-MATRICULA   PIC X(11).
           05  FAL-HISTORICO   PIC X(11).
           05  FAL-MEDIA       PIC X(11).
           05  FAL-FREQ        PIC X(11).
           05  FAL-ATRASO      PIC X(11).
           05  FAL-IRMAO       PIC X(11).

       01  WRK-LINHA-JA-DECIDIDA.
           05  FILLER          PIC X(07) VALUE 'ALUNO: '.
           05  DEC-ALUNO       PIC 9(06).
           05  FILLER          PIC X(36) VALUE
               ' - PROPOSTA DO ANO JA DECIDIDA: '.
           05  DEC-SITUACAO    PIC X(01).

       01  WRK-LINHA-RESUMO.
           05  RES-TEXTO       PIC X(40).
           05  RES-QTD         PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INICIALIZA
           PERFORM 1500-EXPIRA-PENDENTES
           MOVE 'N' TO WRK-EOF
           PERFORM 2000-LE-BOLSA UNTIL FIM-DE-ARQUIVO
           PERFORM 9000-FINALIZA
           MOVE WRK-RETORNO TO RETURN-CODE
           STOP RUN.

       1000-INICIALIZA.
           DISPLAY 'ANO LETIVO ENCERRADO (AAAA): '
           ACCEPT WRK-ANO-LETIVO FROM CONSOLE
           ACCEPT DATA-SYS FROM DATE YYYYMMDD
           OPEN INPUT BOLSA-FILE
           IF WRK-BOLSA-STATUS NOT = '00'
               DISPLAY 'BOLSA.DAT INEXISTENTE - NENHUMA BOLSA A '
                   'REVISAR'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT TRANSCRIPT-ARCHIVE
           IF WRK-TRANSARQ-STATUS NOT = '00'
               DISPLAY 'TRANSARQ.DAT INEXISTENTE - ANO NAO '
                   'ENCERRADO, EXECUTE O ANOFECHA'
               CLOSE BOLSA-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1050-CONFERE-ENCERRAMENTO
           OPEN INPUT ALUNO-MASTER
           IF WRK-ALUMAST-STATUS NOT = '00'
               DISPLAY 'ALUMAST.DAT INEXISTENTE - REVISAO '
                   'RECUSADA'
               CLOSE BOLSA-FILE TRANSCRIPT-ARCHIVE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-LE-CRITERIOS
           PERFORM 0500-CARREGA-FAMILIAS
           PERFORM 0600-CARREGA-ATRASOS
      * primeira revisao: o arquivo ainda nao existe e
      * precisa ser criado vazio
           OPEN I-O BOLSA-RENOV-FILE
           IF WRK-BOLRENOV-STATUS = '35'
               OPEN OUTPUT BOLSA-RENOV-FILE
               CLOSE BOLSA-RENOV-FILE
               OPEN I-O BOLSA-RENOV-FILE
           END-IF
           IF WRK-BOLRENOV-STATUS NOT = '00'
               DISPLAY 'BOLRENOV.DAT INDISPONIVEL - STATUS '
                   WRK-BOLRENOV-STATUS
               CLOSE BOLSA-FILE TRANSCRIPT-ARCHIVE ALUNO-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT BOLRENOV-REPORT
           MOVE WRK-ANO-LETIVO TO CAB-ANO
           MOVE DATA-SYS-NUM TO CAB-DATA
           WRITE REPORT-LINE FROM WRK-LINHA-CABECALHO
           WRITE REPORT-LINE FROM WRK-LINHA-COLUNAS.

      * so revisa ano que o anofecha ja levou ao arquivo
      * morto: sem historico arquivado a media do ano nao
      * existe
       1050-CONFERE-ENCERRAMENTO.
           MOVE 'N' TO WRK-FIM-LEITURA
           MOVE WRK-ANO-LETIVO TO ATR-ANO
           MOVE ZEROS TO ATR-ID
           START TRANSCRIPT-ARCHIVE KEY IS NOT LESS THAN ATR-CHAVE
               INVALID KEY MOVE 'S' TO WRK-FIM-LEITURA
           END-START
           IF NOT FIM-LEITURA
               READ TRANSCRIPT-ARCHIVE NEXT RECORD
                   AT END MOVE 'S' TO WRK-FIM-LEITURA
               END-READ
           END-IF
           IF FIM-LEITURA OR ATR-ANO NOT = WRK-ANO-LETIVO
               DISPLAY 'ANO LETIVO ' WRK-ANO-LETIVO
                   ' NAO ENCERRADO - EXECUTE O ANOFECHA'
               CLOSE BOLSA-FILE TRANSCRIPT-ARCHIVE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * criterios do BOLRENOV.CFG; arquivo ausente, motivo
      * desconhecido ou campo nao numerico fica com o
      * criterio padrao do programa
       1100-LE-CRITERIOS.
           OPEN INPUT BOLSA-RENOV-CONFIG
           IF WRK-BOLRENCFG-STATUS = '00'
               MOVE 'N' TO WRK-FIM-LEITURA
               PERFORM 1110-LE-CRITERIO UNTIL FIM-LEITURA
               CLOSE BOLSA-RENOV-CONFIG
           END-IF.

       1110-LE-CRITERIO.
           READ BOLSA-RENOV-CONFIG
               AT END MOVE 'S' TO WRK-FIM-LEITURA
           END-READ
           IF NOT FIM-LEITURA
               MOVE BRC-MOTIVO TO WRK-MOTIVO-BUSCA
               PERFORM 7000-LOCALIZA-CRITERIO
               IF WRK-IDX-CRT = ZEROS
                   DISPLAY 'BOLRENOV.CFG: MOTIVO DESCONHECIDO '
                       BRC-MOTIVO ' IGNORADO'
               ELSE
                   IF BRC-MEDIA-MIN IS NUMERIC
                       MOVE BRC-MEDIA-MIN
                           TO WRK-CRT-MEDIA (WRK-IDX-CRT)
                   END-IF
                   IF BRC-FREQ-MIN IS NUMERIC
                       MOVE BRC-FREQ-MIN
                           TO WRK-CRT-FREQ (WRK-IDX-CRT)
                   END-IF
                   IF BRC-EXIGE-ADIMPLENCIA = 'S' OR 'N'
                       MOVE BRC-EXIGE-ADIMPLENCIA
                           TO WRK-CRT-ADIMPL (WRK-IDX-CRT)
                   END-IF
                   IF BRC-PERC-REDUCAO IS NUMERIC
                           AND BRC-PERC-REDUCAO NOT > 100
                       MOVE BRC-PERC-REDUCAO
                           TO WRK-CRT-REDUCAO (WRK-IDX-CRT)
                   END-IF
               END-IF
           END-IF.

      * pendente de ano anterior perde o sentido com a
      * revisao nova
       1500-EXPIRA-PENDENTES.
           MOVE 'N' TO WRK-EOF
           MOVE ZEROS TO BRN-ANO BRN-ALUNO
           START BOLSA-RENOV-FILE KEY >= BRN-CHAVE
               INVALID KEY SET FIM-DE-ARQUIVO TO TRUE
           END-START
           PERFORM 1510-LE-PROPOSTA UNTIL FIM-DE-ARQUIVO.

       1510-LE-PROPOSTA.
           READ BOLSA-RENOV-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF BRN-PENDENTE AND BRN-ANO < WRK-ANO-LETIVO
                   MOVE 'E' TO BRN-SITUACAO
                   REWRITE BOLSA-RENOV-RECORD
                   ADD 1 TO WRK-QTD-EXPIRADAS
               END-IF
           END-IF.

      * varre o ALUMAST e conta os alunos ativos de cada
      * responsavel
       0500-CARREGA-FAMILIAS.
           MOVE ZEROS TO WRK-QTD-FAMILIAS
           MOVE 'N' TO WRK-FIM-LEITURA
           MOVE ZEROS TO ALU-ID
           START ALUNO-MASTER KEY IS NOT LESS THAN ALU-ID
               INVALID KEY MOVE 'S' TO WRK-FIM-LEITURA
           END-START
           PERFORM 0510-LE-ALUNO UNTIL FIM-LEITURA.

       0510-LE-ALUNO.
           READ ALUNO-MASTER NEXT RECORD
               AT END MOVE 'S' TO WRK-FIM-LEITURA
           END-READ
           IF NOT FIM-LEITURA
               IF ALU-ATIVO AND ALU-RESPONSAVEL1 NOT = SPACES
                   PERFORM 0520-GUARDA-FAMILIA
               END-IF
           END-IF.

       0520-GUARDA-FAMILIA.
           MOVE ZEROS TO WRK-IDX-ACHADO
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-FAMILIAS
                      OR WRK-IDX-ACHADO > ZEROS
               IF WRK-FAM-RESP (WRK-IDX) = ALU-RESPONSAVEL1
                   MOVE WRK-IDX TO WRK-IDX-ACHADO
               END-IF
           END-PERFORM
           IF WRK-IDX-ACHADO > ZEROS
               IF WRK-FAM-QTD (WRK-IDX-ACHADO) < 99
                   ADD 1 TO WRK-FAM-QTD (WRK-IDX-ACHADO)
               END-IF
           ELSE
               IF WRK-QTD-FAMILIAS < 2000
                   ADD 1 TO WRK-QTD-FAMILIAS
                   MOVE ALU-RESPONSAVEL1
                       TO WRK-FAM-RESP (WRK-QTD-FAMILIAS)
                   MOVE 1 TO WRK-FAM-QTD (WRK-QTD-FAMILIAS)
               ELSE
                   DISPLAY 'TABELA DE FAMILIAS ESTOURADA - ALUNO '
                       ALU-ID ' IGNORADO'
                   MOVE 4 TO WRK-RETORNO
               END-IF
           END-IF.

      * mensalidade aberta ou parcial com vencimento passado
       0600-CARREGA-ATRASOS.
           MOVE ZEROS TO WRK-QTD-ATRASO
           OPEN INPUT MENSALIDADE-FILE
           IF WRK-MENSAL-STATUS = '00'
               MOVE 'N' TO WRK-FIM-LEITURA
               PERFORM 0610-LE-MENSALIDADE UNTIL FIM-LEITURA
               CLOSE MENSALIDADE-FILE
           END-IF.

       0610-LE-MENSALIDADE.
           READ MENSALIDADE-FILE NEXT RECORD
               AT END MOVE 'S' TO WRK-FIM-LEITURA
           END-READ
           IF NOT FIM-LEITURA
               IF (MEN-ABERTA OR MEN-PARCIAL)
                       AND MEN-VENCIMENTO < DATA-SYS-NUM
                   PERFORM 0620-GUARDA-ATRASO
               END-IF
           END-IF.

       0620-GUARDA-ATRASO.
           MOVE ZEROS TO WRK-IDX-ACHADO
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-ATRASO
                      OR WRK-IDX-ACHADO > ZEROS
               IF WRK-ATR-ALUNO (WRK-IDX) = MEN-ALUNO
                   MOVE WRK-IDX TO WRK-IDX-ACHADO
               END-IF
           END-PERFORM
           IF WRK-IDX-ACHADO > ZEROS
               IF WRK-ATR-QTD (WRK-IDX-ACHADO) < 99
                   ADD 1 TO WRK-ATR-QTD (WRK-IDX-ACHADO)
               END-IF
           ELSE
               IF WRK-QTD-ATRASO < 1000
                   ADD 1 TO WRK-QTD-ATRASO
                   MOVE MEN-ALUNO TO WRK-ATR-ALUNO (WRK-QTD-ATRASO)
                   MOVE 1 TO WRK-ATR-QTD (WRK-QTD-ATRASO)
               ELSE
                   DISPLAY 'TABELA DE ATRASOS ESTOURADA - ALUNO '
                       MEN-ALUNO ' IGNORADO'
                   MOVE 4 TO WRK-RETORNO
               END-IF
           END-IF.

       2000-LE-BOLSA.
           READ BOLSA-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               ADD 1 TO WRK-QTD-REVISADAS
               PERFORM 2100-AVALIA-BOLSA
               PERFORM 2500-GRAVA-PROPOSTA
           END-IF.

      *****************************************************
      *    avaliacao: matricula, historico do ano, media,
      *    frequencia, mensalidades e irmaos; cada criterio
      *    em falta fica marcado na proposta
      *****************************************************
       2100-AVALIA-BOLSA.
           MOVE BOL-ALUNO TO BRN-ALUNO
           MOVE WRK-ANO-LETIVO TO BRN-ANO
           MOVE BOL-MOTIVO TO BRN-MOTIVO
           MOVE BOL-PERC TO BRN-PERC-ATUAL
           MOVE SPACES TO BRN-NOME BRN-FALHAS
           MOVE ZEROS TO BRN-MEDIA BRN-FREQ BRN-QTD-ATRASO
               BRN-QTD-IRMAOS
           MOVE BOL-MOTIVO TO WRK-MOTIVO-BUSCA
           PERFORM 7000-LOCALIZA-CRITERIO
           MOVE BOL-ALUNO TO ALU-ID
           READ ALUNO-MASTER
               KEY IS ALU-ID
               INVALID KEY
                   MOVE 'I' TO ALU-STATUS
                   MOVE SPACES TO ALU-NOME ALU-RESPONSAVEL1
           END-READ
           MOVE ALU-NOME TO BRN-NOME
           IF NOT ALU-ATIVO
               MOVE 'S' TO BRN-FALHA-MATRICULA
           END-IF
           PERFORM 2200-CONFERE-HISTORICO
           PERFORM 2300-CONFERE-ATRASO
           IF BOL-MOTIVO = 'IRM'
               PERFORM 2400-CONFERE-IRMAOS
           END-IF
           PERFORM 2450-DEFINE-ACAO.

      * media e frequencia do ano encerrado; so exigido o
      * historico quando o motivo tem minimo de media ou de
      * frequencia
       2200-CONFERE-HISTORICO.
           MOVE WRK-ANO-LETIVO TO ATR-ANO
           MOVE BOL-ALUNO TO ATR-ID
           READ TRANSCRIPT-ARCHIVE
               KEY IS ATR-CHAVE
               INVALID KEY
                   IF WRK-IDX-CRT > ZEROS
                       IF WRK-CRT-MEDIA (WRK-IDX-CRT) > ZEROS
                          OR WRK-CRT-FREQ (WRK-IDX-CRT) > ZEROS
                           MOVE 'S' TO BRN-FALHA-HISTORICO
                       END-IF
                   END-IF
               NOT INVALID KEY
                   MOVE ATR-REGISTRO TO TRANSCRIPT-RECORD
                   MOVE TRA-GPA TO BRN-MEDIA
                   MOVE TRA-FREQ-PERC TO BRN-FREQ
                   IF WRK-IDX-CRT > ZEROS
                       IF BRN-MEDIA < WRK-CRT-MEDIA (WRK-IDX-CRT)
                           MOVE 'S' TO BRN-FALHA-MEDIA
                       END-IF
                       IF BRN-FREQ < WRK-CRT-FREQ (WRK-IDX-CRT)
                           MOVE 'S' TO BRN-FALHA-FREQ
                       END-IF
                   END-IF
           END-READ.

       2300-CONFERE-ATRASO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-ATRASO
                      OR BRN-QTD-ATRASO > ZEROS
               IF WRK-ATR-ALUNO (WRK-IDX) = BOL-ALUNO
                   MOVE WRK-ATR-QTD (WRK-IDX) TO BRN-QTD-ATRASO
               END-IF
           END-PERFORM
           IF BRN-QTD-ATRASO > ZEROS AND WRK-IDX-CRT > ZEROS
               IF WRK-CRT-ADIMPL (WRK-IDX-CRT) = 'S'
                   MOVE 'S' TO BRN-FALHA-ATRASO
               END-IF
           END-IF.

      * o desconto de irmao so continua com outro aluno ativo
      * do mesmo responsavel
       2400-CONFERE-IRMAOS.
           IF ALU-ATIVO AND ALU-RESPONSAVEL1 NOT = SPACES
               PERFORM VARYING WRK-IDX FROM 1 BY 1
                       UNTIL WRK-IDX > WRK-QTD-FAMILIAS
                   IF WRK-FAM-RESP (WRK-IDX) = ALU-RESPONSAVEL1
                       COMPUTE BRN-QTD-IRMAOS =
                           WRK-FAM-QTD (WRK-IDX) - 1
                       MOVE WRK-QTD-FAMILIAS TO WRK-IDX
                   END-IF
               END-PERFORM
           END-IF
           IF BRN-QTD-IRMAOS = ZEROS
               MOVE 'S' TO BRN-FALHA-IRMAO
           END-IF.

      * matricula, historico ou irmao em falta cancela; dos
      * demais criterios, um em falta reduz e mais de um
      * cancela
       2450-DEFINE-ACAO.
           MOVE ZEROS TO WRK-QTD-FALHAS
           IF BRN-FALHA-MEDIA = 'S'
               ADD 1 TO WRK-QTD-FALHAS
           END-IF
           IF BRN-FALHA-FREQ = 'S'
               ADD 1 TO WRK-QTD-FALHAS
           END-IF
           IF BRN-FALHA-ATRASO = 'S'
               ADD 1 TO WRK-QTD-FALHAS
           END-IF
           EVALUATE TRUE
               WHEN BRN-FALHA-MATRICULA = 'S'
               WHEN BRN-FALHA-HISTORICO = 'S'
               WHEN BRN-FALHA-IRMAO = 'S'
               WHEN WRK-QTD-FALHAS > 1
                   MOVE 'C' TO BRN-ACAO
               WHEN WRK-QTD-FALHAS = 1
                   MOVE 'D' TO BRN-ACAO
               WHEN OTHER
                   MOVE 'R' TO BRN-ACAO
           END-EVALUATE
           IF BRN-REDUZ
               MOVE ZEROS TO WRK-PERC-CALC
               IF WRK-IDX-CRT > ZEROS
                   COMPUTE WRK-PERC-CALC ROUNDED = BOL-PERC
                       * (100 - WRK-CRT-REDUCAO (WRK-IDX-CRT)) / 100
               END-IF
               IF WRK-PERC-CALC = ZEROS
                   MOVE 'C' TO BRN-ACAO
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN BRN-RENOVA
                   MOVE BOL-PERC TO BRN-PERC-PROPOSTO
               WHEN BRN-REDUZ
                   MOVE WRK-PERC-CALC TO BRN-PERC-PROPOSTO
               WHEN OTHER
                   MOVE ZEROS TO BRN-PERC-PROPOSTO
           END-EVALUATE.

      * revisao refeita no mesmo ano regrava a proposta ainda
      * pendente; a ja decidida fica como esta
       2500-GRAVA-PROPOSTA.
           MOVE BOLSA-RENOV-RECORD TO WRK-PROPOSTA-NOVA
           MOVE 'N' TO WRK-PROPOSTA-EXISTE
           READ BOLSA-RENOV-FILE
               KEY IS BRN-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-PROPOSTA-EXISTE
           END-READ
           IF PROPOSTA-EXISTENTE AND NOT BRN-PENDENTE
               ADD 1 TO WRK-QTD-JA-DECIDIDAS
               MOVE BRN-ALUNO TO DEC-ALUNO
               MOVE BRN-SITUACAO TO DEC-SITUACAO
               WRITE REPORT-LINE FROM WRK-LINHA-JA-DECIDIDA
           ELSE
               MOVE WRK-PROPOSTA-NOVA TO BOLSA-RENOV-RECORD
               MOVE DATA-SYS-NUM TO BRN-DATA-REVISAO
               MOVE 'P' TO BRN-SITUACAO
               MOVE SPACES TO BRN-APROVADOR
               MOVE ZEROS TO BRN-DATA-DECISAO BRN-PERC-ANTERIOR
               IF PROPOSTA-EXISTENTE
                   REWRITE BOLSA-RENOV-RECORD
               ELSE
                   WRITE BOLSA-RENOV-RECORD
               END-IF
               IF WRK-BOLRENOV-STATUS NOT = '00'
                   DISPLAY 'ERRO GRAVANDO PROPOSTA DO ALUNO '
                       BRN-ALUNO ' - STATUS ' WRK-BOLRENOV-STATUS
                   MOVE 4 TO WRK-RETORNO
               ELSE
                   EVALUATE TRUE
                       WHEN BRN-RENOVA
                           ADD 1 TO WRK-QTD-RENOVAR
                       WHEN BRN-REDUZ
                           ADD 1 TO WRK-QTD-REDUZIR
                       WHEN OTHER
                           ADD 1 TO WRK-QTD-CANCELAR
                   END-EVALUATE
                   PERFORM 2600-IMPRIME-PROPOSTA
               END-IF
           END-IF.

       2600-IMPRIME-PROPOSTA.
           MOVE BRN-ALUNO TO DET-ALUNO
           MOVE BRN-NOME TO DET-NOME
           MOVE BRN-MOTIVO TO DET-MOTIVO
           MOVE BRN-PERC-ATUAL TO DET-ATUAL
           MOVE BRN-PERC-PROPOSTO TO DET-PROPOSTO
           EVALUATE TRUE
               WHEN BRN-RENOVA
                   MOVE 'RENOVA' TO DET-ACAO
               WHEN BRN-REDUZ
                   MOVE 'REDUZ' TO DET-ACAO
               WHEN OTHER
                   MOVE 'CANCELA' TO DET-ACAO
           END-EVALUATE
           MOVE BRN-MEDIA TO DET-MEDIA
           MOVE BRN-FREQ TO DET-FREQ
           MOVE BRN-QTD-ATRASO TO DET-ATRASO
           WRITE REPORT-LINE FROM WRK-LINHA-DETALHE
           IF BRN-FALHAS NOT = SPACES
               MOVE SPACES TO FAL-MATRICULA FAL-HISTORICO
                   FAL-MEDIA FAL-FREQ FAL-ATRASO FAL-IRMAO
               IF BRN-FALHA-MATRICULA = 'S'
                   MOVE 'MATRICULA' TO FAL-MATRICULA
               END-IF
               IF BRN-FALHA-HISTORICO = 'S'
                   MOVE 'HISTORICO' TO FAL-HISTORICO
               END-IF
               IF BRN-FALHA-MEDIA = 'S'
                   MOVE 'MEDIA' TO FAL-MEDIA
               END-IF
               IF BRN-FALHA-FREQ = 'S'
                   MOVE 'FREQUENCIA' TO FAL-FREQ
               END-IF
               IF BRN-FALHA-ATRASO = 'S'
                   MOVE 'MENSALIDADE' TO FAL-ATRASO
               END-IF
               IF BRN-FALHA-IRMAO = 'S'
                   MOVE 'IRMAO' TO FAL-IRMAO
               END-IF
               WRITE REPORT-LINE FROM WRK-LINHA-FALHAS
           END-IF.

      * posiciona WRK-IDX-CRT no motivo procurado; zero
      * quando o motivo nao esta na tabela
       7000-LOCALIZA-CRITERIO.
           MOVE ZEROS TO WRK-IDX-ACHADO
           PERFORM VARYING WRK-IDX-CRT FROM 1 BY 1
                   UNTIL WRK-IDX-CRT > 3 OR WRK-IDX-ACHADO > ZEROS
               IF WRK-CRT-MOTIVO (WRK-IDX-CRT) = WRK-MOTIVO-BUSCA
                   MOVE WRK-IDX-CRT TO WRK-IDX-ACHADO
               END-IF
           END-PERFORM
           MOVE WRK-IDX-ACHADO TO WRK-IDX-CRT.

       9000-FINALIZA.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'BOLSAS REVISADAS:' TO RES-TEXTO
           MOVE WRK-QTD-REVISADAS TO RES-QTD
           WRITE REPORT-LINE FROM WRK-LINHA-RESUMO
           MOVE 'PROPOSTAS DE RENOVACAO:' TO RES-TEXTO
           MOVE WRK-QTD-RENOVAR TO RES-QTD
           WRITE REPORT-LINE FROM WRK-LINHA-RESUMO
           MOVE 'PROPOSTAS DE REDUCAO:' TO RES-TEXTO
           MOVE WRK-QTD-REDUZIR TO RES-QTD
           WRITE REPORT-LINE FROM WRK-LINHA-RESUMO
           MOVE 'PROPOSTAS DE CANCELAMENTO:' TO RES-TEXTO
           MOVE WRK-QTD-CANCELAR TO RES-QTD
           WRITE REPORT-LINE FROM WRK-LINHA-RESUMO
           MOVE 'JA DECIDIDAS NO ANO:' TO RES-TEXTO
           MOVE WRK-QTD-JA-DECIDIDAS TO RES-QTD
           WRITE REPORT-LINE FROM WRK-LINHA-RESUMO
           MOVE 'PENDENTES ANTERIORES EXPIRADAS:' TO RES-TEXTO
           MOVE WRK-QTD-EXPIRADAS TO RES-QTD
           WRITE REPORT-LINE FROM WRK-LINHA-RESUMO
           CLOSE BOLSA-FILE TRANSCRIPT-ARCHIVE ALUNO-MASTER
           CLOSE BOLSA-RENOV-FILE
           CLOSE BOLRENOV-REPORT
           DISPLAY 'BOLSAS REVISADAS: ' WRK-QTD-REVISADAS
           DISPLAY 'RENOVAR: ' WRK-QTD-RENOVAR
               ' REDUZIR: ' WRK-QTD-REDUZIR
               ' CANCELAR: ' WRK-QTD-CANCELAR
           DISPLAY 'PROPOSTAS GERADAS EM BOLRENOV.RPT - DECISAO '
               'NO BOLAPROV'.
