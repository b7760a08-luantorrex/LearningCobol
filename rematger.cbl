       IDENTIFICATION DIVISION.
       PROGRAM-ID. rematger.
      ********************************************************
      *    Geracao das ofertas de rematricula
      *    Depois do encerramento do ano letivo (anofecha), le
      *    as decisoes do ano encerrado no arquivo morto
      *    TRANSARQ.DAT e oferece a cada aluno ativo promovido
      *    ou retido uma vaga no ano letivo seguinte: serie
      *    seguinte para o promovido, mesma serie para o
      *    retido, na turma da serie com mais lugares livres
      *    (TURMA.DAT, capacidade menos ofertas e convocados
      *    da lista de espera). A serie atual vem da turma do
      *    aluno no roster STUDENT.DAT. Familia com mensalidade
      *    vencida em aberto no MENSAL.DAT (o proprio aluno ou
      *    irmao do mesmo responsavel) recebe a oferta
      *    bloqueada - a vaga fica reservada, mas so confirma
      *    no remman depois de quitar ou com liberacao de
      *    supervisor. Aluno ja ofertado nao e regravado, e o
      *    lote pode ser rodado de novo depois de cadastrar
      *    turma nova: a oferta que saiu sem vaga e avaliada
      *    de novo e ganha a turma que tiver lugar. Ao final,
      *    serie a serie, a vaga que sobrar vai primeiro para
      *    o aluno da casa ainda sem vaga e depois para a
      *    lista de espera (remvaga), que leva cada convocacao
      *    ao diario de recuperacao. Relatorio em REMATGER.RPT;
      *    aluno sem vaga ou sem serie termina com RC 4.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT TURMA-MASTER ASSIGN TO 'TURMA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-CHAVE
               FILE STATUS IS WRK-TURMA-STATUS.

           SELECT STUDENT-FILE ASSIGN TO 'STUDENT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STUDENT-STATUS.

           SELECT MENSALIDADE-FILE ASSIGN TO 'MENSAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEN-NUMERO
               FILE STATUS IS WRK-MENSAL-STATUS.

           SELECT REMATRICULA-FILE ASSIGN TO 'REMAT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REM-CHAVE
               FILE STATUS IS WRK-REMAT-STATUS.

           SELECT ESPERA-FILE ASSIGN TO 'ESPERA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESP-CHAVE
               FILE STATUS IS WRK-ESPERA-STATUS.

           SELECT REMATGER-REPORT ASSIGN TO 'REMATGER.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSCRIPT-ARCHIVE.
           COPY 'transarc.cbl'.

       FD  ALUNO-MASTER.
           COPY 'alurec.cbl'.

       FD  TURMA-MASTER.
           COPY 'turmarec.cbl'.

       FD  STUDENT-FILE.
           COPY 'studrec.cbl'.

       FD  MENSALIDADE-FILE.
           COPY 'mensrec.cbl'.

       FD  REMATRICULA-FILE.
           COPY 'rematrec.cbl'.

       FD  ESPERA-FILE.
           COPY 'esperarec.cbl'.

       FD  REMATGER-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       77  WRK-TRANSARQ-STATUS  PIC X(02) VALUE '00'.
       77  WRK-ALUMAST-STATUS   PIC X(02) VALUE '00'.
       77  WRK-TURMA-STATUS     PIC X(02) VALUE '00'.
       77  WRK-STUDENT-STATUS   PIC X(02) VALUE '00'.
       77  WRK-MENSAL-STATUS    PIC X(02) VALUE '00'.
       77  WRK-REMAT-STATUS     PIC X(02) VALUE '00'.
       77  WRK-ESPERA-STATUS    PIC X(02) VALUE '00'.
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
       77  WRK-ANO-VAGA         PIC 9(04) VALUE ZEROS.
      * ultima serie da escola: promovido nela conclui o curso
      * e nao recebe oferta
       77  WRK-SERIE-FINAL      PIC 9(02) VALUE 12.
       77  WRK-SERIE-DESTINO    PIC 9(02) VALUE ZEROS.
       77  WRK-TURMA-ATUAL      PIC X(03) VALUE SPACES.
       77  WRK-RESP-ALUNO       PIC X(30) VALUE SPACES.
       77  WRK-SEGUE            PIC X(01) VALUE 'S'.
           88 SEGUE-OFERTA          VALUE 'S'.
      * oferta sem vaga de rodada anterior refeita e regravada
       77  WRK-REAVALIA         PIC X(01) VALUE 'N'.
           88 REAVALIA-OFERTA       VALUE 'S'.
       77  WRK-DATA-OFERTA      PIC 9(08) VALUE ZEROS.
       77  WRK-EM-ATRASO        PIC X(01) VALUE 'N'.
           88 FAMILIA-EM-ATRASO     VALUE 'S'.
       77  WRK-RETORNO          PIC 9(02) VALUE ZEROS.
       77  WRK-IDX              PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-ACHADO       PIC 9(04) VALUE ZEROS.

       77  WRK-QTD-LIDOS        PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-OFERTADAS    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-BLOQUEADAS   PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-SEM-VAGA     PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-PENDENTES    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-JA-OFERTADOS PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-INATIVOS     PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-CONCLUINTES  PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-CONVOCADOS   PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-REAVALIADAS  PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-ASSENTADOS   PIC 9(05) VALUE ZEROS.

      * turma de cada aluno no roster do ano encerrado
       77  WRK-QTD-ROSTER       PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-ROSTER.
           05  WRK-ROS-ITEM OCCURS 2000 TIMES.
               10  WRK-ROS-ALUNO    PIC 9(06).
               10  WRK-ROS-TURMA    PIC X(03).

      * alunos com mensalidade vencida em aberto e o
      * responsavel de cada um, para achar a familia
       77  WRK-QTD-ATRASO       PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-ATRASO.
           05  WRK-ATR-ITEM OCCURS 1000 TIMES.
               10  WRK-ATR-ALUNO    PIC 9(06).
               10  WRK-ATR-RESP     PIC X(30).

      * area da apuracao de vagas (remvaga)
       77  WRK-VAG-ANO          PIC 9(04) VALUE ZEROS.
       77  WRK-VAG-SERIE        PIC 9(02) VALUE ZEROS.
       77  WRK-VAG-DATA         PIC 9(08) VALUE ZEROS.
       77  WRK-VAG-TURMA        PIC X(03) VALUE SPACES.
       77  WRK-VAG-LIVRES       PIC 9(04) VALUE ZEROS.
       77  WRK-VAG-CONVOCADOS   PIC 9(04) VALUE ZEROS.
       77  WRK-VAG-ASSENTADOS   PIC 9(04) VALUE ZEROS.
       77  WRK-VAG-PROCURA      PIC X(03) VALUE SPACES.
       77  WRK-VAG-FIM          PIC X(01) VALUE 'N'.
       77  WRK-VAG-IDX          PIC 9(03) VALUE ZEROS.
       77  WRK-VAG-QTD          PIC 9(03) VALUE ZEROS.
       77  WRK-VAG-SOBRA        PIC 9(03) VALUE ZEROS.
       77  WRK-VAG-MAIOR        PIC 9(03) VALUE ZEROS.
       01  WRK-VAG-TABELA.
           05  WRK-VAG-ITEM OCCURS 50 TIMES.
               10  WRK-VAG-COD      PIC X(03).
               10  WRK-VAG-CAPAC    PIC 9(03).
               10  WRK-VAG-OCUP     PIC 9(03).

      * contrato com o diario de recuperacao (jrnsrv)
       01  WRK-JRNSRV.
           05  WRK-JRN-PROGRAMA PIC X(10).
           05  WRK-JRN-OPERADOR PIC X(10).
           05  WRK-JRN-ARQUIVO  PIC X(12).
           05  WRK-JRN-CHAVE    PIC X(20).
           05  WRK-JRN-OPERACAO PIC X(01).
           05  WRK-JRN-ANTES    PIC X(300).
           05  WRK-JRN-DEPOIS   PIC X(300).

       01  WRK-LINHA-CABECALHO.
           05  FILLER          PIC X(34) VALUE
               'OFERTAS DE REMATRICULA - ANO VAGA '.
           05  CAB-ANO-VAGA    PIC 9(04).
           05  FILLER          PIC X(12) VALUE ' ENCERRADO: '.
           05  CAB-ANO         PIC 9(04).
           05  FILLER          PIC X(09) VALUE ' - DATA: '.
           05  CAB-DATA        PIC 9(08).

       01  WRK-LINHA-COLUNAS.
           05  FILLER          PIC X(39) VALUE
               'ALUNO  NOME                            '.
           05  FILLER          PIC X(25) VALUE
               'D   SERIE TURMA  SITUACAO'.

       01  WRK-LINHA-DETALHE.
           05  DET-ALUNO       PIC 9(06).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-NOME        PIC X(30).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DET-DECISAO     PIC X(01).
           05  FILLER          PIC X(04) VALUE SPACES.
           05  DET-SERIE       PIC Z9.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  DET-TURMA       PIC X(03).
           05  FILLER          PIC X(04) VALUE SPACES.
           05  DET-SITUACAO    PIC X(24).

       01  WRK-LINHA-RESUMO.
           05  RES-TEXTO       PIC X(40).
           05  RES-QTD         PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-LE-DECISAO UNTIL FIM-DE-ARQUIVO
           PERFORM 3000-CONVOCA-ESPERA
           PERFORM 9000-FINALIZA
           MOVE WRK-RETORNO TO RETURN-CODE
           STOP RUN.

       1000-INICIALIZA.
           MOVE 'REMATGER' TO WRK-JRN-PROGRAMA
           MOVE SPACES TO WRK-JRN-OPERADOR
           DISPLAY 'ANO LETIVO ENCERRADO (AAAA): '
           ACCEPT WRK-ANO-LETIVO FROM CONSOLE
           COMPUTE WRK-ANO-VAGA = WRK-ANO-LETIVO + 1
           ACCEPT DATA-SYS FROM DATE YYYYMMDD
           OPEN INPUT TRANSCRIPT-ARCHIVE
           IF WRK-TRANSARQ-STATUS NOT = '00'
               DISPLAY 'TRANSARQ.DAT INEXISTENTE - ANO NAO '
                   'ENCERRADO, NADA A OFERECER'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ALUNO-MASTER
           IF WRK-ALUMAST-STATUS NOT = '00'
               DISPLAY 'ALUMAST.DAT INEXISTENTE - REMATRICULA '
                   'RECUSADA'
               CLOSE TRANSCRIPT-ARCHIVE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT TURMA-MASTER
           IF WRK-TURMA-STATUS NOT = '00'
               DISPLAY 'TURMA.DAT INEXISTENTE - SEM TURMAS PARA '
                   'OFERECER VAGA'
               CLOSE TRANSCRIPT-ARCHIVE ALUNO-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0500-CARREGA-ROSTER
           PERFORM 0600-CARREGA-ATRASOS
           OPEN I-O REMATRICULA-FILE
      * primeira campanha do ambiente: os arquivos ainda nao
      * existem e precisam ser criados vazios
           IF WRK-REMAT-STATUS = '35'
               OPEN OUTPUT REMATRICULA-FILE
               CLOSE REMATRICULA-FILE
               OPEN I-O REMATRICULA-FILE
           END-IF
           OPEN I-O ESPERA-FILE
           IF WRK-ESPERA-STATUS = '35'
               OPEN OUTPUT ESPERA-FILE
               CLOSE ESPERA-FILE
               OPEN I-O ESPERA-FILE
           END-IF
           OPEN OUTPUT REMATGER-REPORT
           MOVE WRK-ANO-VAGA TO CAB-ANO-VAGA
           MOVE WRK-ANO-LETIVO TO CAB-ANO
           MOVE DATA-SYS-NUM TO CAB-DATA
           WRITE REPORT-LINE FROM WRK-LINHA-CABECALHO
           WRITE REPORT-LINE FROM WRK-LINHA-COLUNAS
           MOVE WRK-ANO-VAGA TO WRK-VAG-ANO
           MOVE DATA-SYS-NUM TO WRK-VAG-DATA
           MOVE WRK-ANO-LETIVO TO ATR-ANO
           MOVE ZEROS TO ATR-ID
           START TRANSCRIPT-ARCHIVE KEY IS NOT LESS THAN ATR-CHAVE
               INVALID KEY MOVE 'S' TO WRK-EOF
           END-START.

      * o roster traz uma linha por materia e bimestre: fica
      * a primeira turma de cada aluno
       0500-CARREGA-ROSTER.
           MOVE ZEROS TO WRK-QTD-ROSTER
           OPEN INPUT STUDENT-FILE
           IF WRK-STUDENT-STATUS = '00'
               MOVE 'N' TO WRK-FIM-LEITURA
               PERFORM 0510-LE-ROSTER UNTIL FIM-LEITURA
               CLOSE STUDENT-FILE
           ELSE
               DISPLAY 'STUDENT.DAT INEXISTENTE - SERIE ATUAL '
                   'DOS ALUNOS DESCONHECIDA'
           END-IF.

       0510-LE-ROSTER.
           READ STUDENT-FILE
               AT END MOVE 'S' TO WRK-FIM-LEITURA
           END-READ
           IF NOT FIM-LEITURA
               MOVE ZEROS TO WRK-IDX-ACHADO
               PERFORM VARYING WRK-IDX FROM 1 BY 1
                       UNTIL WRK-IDX > WRK-QTD-ROSTER
                          OR WRK-IDX-ACHADO > ZEROS
                   IF WRK-ROS-ALUNO (WRK-IDX) = STU-ID
                       MOVE WRK-IDX TO WRK-IDX-ACHADO
                   END-IF
               END-PERFORM
               IF WRK-IDX-ACHADO = ZEROS
                   IF WRK-QTD-ROSTER < 2000
                       ADD 1 TO WRK-QTD-ROSTER
                       MOVE STU-ID TO WRK-ROS-ALUNO (WRK-QTD-ROSTER)
                       MOVE STU-TURMA
                           TO WRK-ROS-TURMA (WRK-QTD-ROSTER)
                   ELSE
                       DISPLAY 'TABELA DO ROSTER ESTOURADA - ALUNO '
                           STU-ID ' IGNORADO'
                       MOVE 4 TO WRK-RETORNO
                   END-IF
               END-IF
           END-IF.

      * mensalidade aberta ou parcial com vencimento passado;
      * o responsavel vem do ALUMAST para pegar os irmaos
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
           IF WRK-IDX-ACHADO = ZEROS
               IF WRK-QTD-ATRASO < 1000
                   ADD 1 TO WRK-QTD-ATRASO
                   MOVE MEN-ALUNO TO WRK-ATR-ALUNO (WRK-QTD-ATRASO)
                   MOVE SPACES TO WRK-ATR-RESP (WRK-QTD-ATRASO)
                   MOVE MEN-ALUNO TO ALU-ID
                   READ ALUNO-MASTER
                       KEY IS ALU-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ALU-RESPONSAVEL1
                               TO WRK-ATR-RESP (WRK-QTD-ATRASO)
                   END-READ
               ELSE
                   DISPLAY 'TABELA DE ATRASOS ESTOURADA - ALUNO '
                       MEN-ALUNO ' IGNORADO'
                   MOVE 4 TO WRK-RETORNO
               END-IF
           END-IF.

       2000-LE-DECISAO.
           READ TRANSCRIPT-ARCHIVE NEXT RECORD
               AT END MOVE 'S' TO WRK-EOF
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF ATR-ANO NOT = WRK-ANO-LETIVO
                   MOVE 'S' TO WRK-EOF
               ELSE
                   IF ATR-PROMOVIDO OR ATR-RETIDO
                       ADD 1 TO WRK-QTD-LIDOS
                       PERFORM 2100-OFERECE-VAGA
                   END-IF
               END-IF
           END-IF.

       2100-OFERECE-VAGA.
           MOVE 'S' TO WRK-SEGUE
           MOVE 'N' TO WRK-REAVALIA
           MOVE ATR-ID TO ALU-ID
           READ ALUNO-MASTER
               KEY IS ALU-ID
               INVALID KEY
                   MOVE 'I' TO ALU-STATUS
           END-READ
           IF NOT ALU-ATIVO
               ADD 1 TO WRK-QTD-INATIVOS
               MOVE 'N' TO WRK-SEGUE
           END-IF
           IF SEGUE-OFERTA
               MOVE ALU-RESPONSAVEL1 TO WRK-RESP-ALUNO
               MOVE WRK-ANO-VAGA TO REM-ANO
               MOVE ATR-ID TO REM-ALUNO
               READ REMATRICULA-FILE
                   KEY IS REM-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF REM-SEM-VAGA
                           MOVE 'S' TO WRK-REAVALIA
                           MOVE REM-DATA-OFERTA TO WRK-DATA-OFERTA
                           ADD 1 TO WRK-QTD-REAVALIADAS
                       ELSE
                           ADD 1 TO WRK-QTD-JA-OFERTADOS
                           MOVE 'N' TO WRK-SEGUE
                       END-IF
               END-READ
           END-IF
           IF SEGUE-OFERTA
               MOVE ATR-ID TO DET-ALUNO
               MOVE ALU-NOME TO DET-NOME
               MOVE ATR-DECISAO (1:1) TO DET-DECISAO
               MOVE ZEROS TO DET-SERIE
               MOVE SPACES TO DET-TURMA
               PERFORM 2200-BUSCA-SERIE-ATUAL
               IF WRK-SERIE-DESTINO = ZEROS
                   ADD 1 TO WRK-QTD-PENDENTES
                   MOVE 4 TO WRK-RETORNO
                   WRITE REPORT-LINE FROM WRK-LINHA-DETALHE
                   MOVE 'N' TO WRK-SEGUE
               END-IF
           END-IF
           IF SEGUE-OFERTA AND ATR-PROMOVIDO
               IF WRK-SERIE-DESTINO = WRK-SERIE-FINAL
                   ADD 1 TO WRK-QTD-CONCLUINTES
                   MOVE WRK-SERIE-DESTINO TO DET-SERIE
                   MOVE 'CONCLUINTE - SEM OFERTA' TO DET-SITUACAO
                   WRITE REPORT-LINE FROM WRK-LINHA-DETALHE
                   MOVE 'N' TO WRK-SEGUE
               ELSE
                   ADD 1 TO WRK-SERIE-DESTINO
               END-IF
           END-IF
           IF SEGUE-OFERTA
               PERFORM 2150-GRAVA-OFERTA
           END-IF.

      * a apuracao le o REMAT inteiro do ano: o registro da
      * oferta so e montado depois dela
       2150-GRAVA-OFERTA.
           MOVE WRK-SERIE-DESTINO TO WRK-VAG-SERIE
           PERFORM APURA-VAGAS-SERIE
           MOVE WRK-ANO-VAGA TO REM-ANO
           MOVE ATR-ID TO REM-ALUNO
           MOVE ALU-NOME TO REM-NOME
           MOVE ATR-DECISAO (1:1) TO REM-DECISAO
           MOVE WRK-SERIE-DESTINO TO REM-SERIE
           MOVE DATA-SYS-NUM TO REM-DATA-OFERTA REM-DATA-SITUACAO
           IF REAVALIA-OFERTA
               MOVE WRK-DATA-OFERTA TO REM-DATA-OFERTA
           END-IF
           MOVE SPACES TO REM-LIBERADO-POR
           MOVE ZEROS TO REM-DATA-LIBERACAO
           MOVE WRK-VAG-TURMA TO REM-TURMA
           IF WRK-VAG-TURMA = SPACES
               MOVE 'S' TO REM-SITUACAO
               MOVE 'SEM VAGA NA SERIE' TO DET-SITUACAO
               ADD 1 TO WRK-QTD-SEM-VAGA
               MOVE 4 TO WRK-RETORNO
           ELSE
               PERFORM 2300-VERIFICA-ATRASO-FAMILIA
               IF FAMILIA-EM-ATRASO
                   MOVE 'B' TO REM-SITUACAO
                   MOVE 'BLOQUEADA - MENSALIDADE'
                       TO DET-SITUACAO
                   ADD 1 TO WRK-QTD-BLOQUEADAS
               ELSE
                   MOVE 'O' TO REM-SITUACAO
                   MOVE 'OFERTADA' TO DET-SITUACAO
                   ADD 1 TO WRK-QTD-OFERTADAS
               END-IF
           END-IF
           IF REAVALIA-OFERTA
               REWRITE REMATRICULA-RECORD
                   INVALID KEY
                       DISPLAY 'ERRO REGRAVANDO REMAT: ' REM-CHAVE
               END-REWRITE
           ELSE
               WRITE REMATRICULA-RECORD
                   INVALID KEY
                       DISPLAY 'ERRO GRAVANDO REMAT: ' REM-CHAVE
               END-WRITE
           END-IF
           MOVE REM-SERIE TO DET-SERIE
           MOVE REM-TURMA TO DET-TURMA
           WRITE REPORT-LINE FROM WRK-LINHA-DETALHE.

      * serie da turma do aluno no ano encerrado; zeros em
      * WRK-SERIE-DESTINO quando nao da para saber
       2200-BUSCA-SERIE-ATUAL.
           MOVE ZEROS TO WRK-SERIE-DESTINO
           MOVE SPACES TO WRK-TURMA-ATUAL
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-ROSTER
                      OR WRK-TURMA-ATUAL NOT = SPACES
               IF WRK-ROS-ALUNO (WRK-IDX) = ATR-ID
                   MOVE WRK-ROS-TURMA (WRK-IDX) TO WRK-TURMA-ATUAL
               END-IF
           END-PERFORM
           IF WRK-TURMA-ATUAL = SPACES
               MOVE 'SEM TURMA NO ROSTER' TO DET-SITUACAO
           ELSE
               MOVE WRK-TURMA-ATUAL TO DET-TURMA
               MOVE WRK-ANO-LETIVO TO TUR-ANO
               MOVE WRK-TURMA-ATUAL TO TUR-CODIGO
               READ TURMA-MASTER
                   KEY IS TUR-CHAVE
                   INVALID KEY
                       MOVE 'TURMA NAO CADASTRADA' TO DET-SITUACAO
                   NOT INVALID KEY
                       IF TUR-SERIE = ZEROS
                           MOVE 'TURMA SEM SERIE' TO DET-SITUACAO
                       ELSE
                           MOVE TUR-SERIE TO WRK-SERIE-DESTINO
                       END-IF
               END-READ
           END-IF.

      * o proprio aluno ou irmao com o mesmo responsavel com
      * mensalidade vencida
       2300-VERIFICA-ATRASO-FAMILIA.
           MOVE 'N' TO WRK-EM-ATRASO
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-ATRASO
                      OR FAMILIA-EM-ATRASO
               IF WRK-ATR-ALUNO (WRK-IDX) = ATR-ID
                   MOVE 'S' TO WRK-EM-ATRASO
               END-IF
               IF WRK-RESP-ALUNO NOT = SPACES
                  AND WRK-ATR-RESP (WRK-IDX) = WRK-RESP-ALUNO
                   MOVE 'S' TO WRK-EM-ATRASO
               END-IF
           END-PERFORM.

      * vaga que sobrou depois das ofertas vai, serie a serie,
      * para o aluno da casa ainda sem vaga e depois para a
      * lista de espera
       3000-CONVOCA-ESPERA.
           PERFORM VARYING WRK-VAG-SERIE FROM 1 BY 1
                   UNTIL WRK-VAG-SERIE > WRK-SERIE-FINAL
               PERFORM PROMOVE-LISTA-ESPERA
               ADD WRK-VAG-ASSENTADOS TO WRK-QTD-ASSENTADOS
               ADD WRK-VAG-CONVOCADOS TO WRK-QTD-CONVOCADOS
           END-PERFORM.

       9000-FINALIZA.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'DECISOES LIDAS (PROMOVIDO/RETIDO):' TO RES-TEXTO
           MOVE WRK-QTD-LIDOS TO RES-QTD
           WRITE REPORT-LINE FROM WRK-LINHA-RESUMO
           MOVE 'VAGAS OFERTADAS:' TO RES-TEXTO
           MOVE WRK-QTD-OFERTADAS TO RES-QTD
           WRITE REPORT-LINE FROM WRK-LINHA-RESUMO
           MOVE 'OFERTAS BLOQUEADAS POR MENSALIDADE:' TO RES-TEXTO
           MOVE WRK-QTD-BLOQUEADAS TO RES-QTD
           WRITE REPORT-LINE FROM WRK-LINHA-RESUMO
           MOVE 'SEM VAGA NA SERIE:' TO RES-TEXTO
           MOVE WRK-QTD-SEM-VAGA TO RES-QTD
           WRITE REPORT-LINE FROM WRK-LINHA-RESUMO
           MOVE 'SEM SERIE CONHECIDA (PENDENTES):' TO RES-TEXTO
           MOVE WRK-QTD-PENDENTES TO RES-QTD
           WRITE REPORT-LINE FROM WRK-LINHA-RESUMO
           MOVE 'CONCLUINTES:' TO RES-TEXTO
           MOVE WRK-QTD-CONCLUINTES TO RES-QTD
           WRITE REPORT-LINE FROM WRK-LINHA-RESUMO
           MOVE 'JA OFERTADOS EM RODADA ANTERIOR:' TO RES-TEXTO
           MOVE WRK-QTD-JA-OFERTADOS TO RES-QTD
           WRITE REPORT-LINE FROM WRK-LINHA-RESUMO
           MOVE 'MATRICULA NAO ATIVA (SEM OFERTA):' TO RES-TEXTO
           MOVE WRK-QTD-INATIVOS TO RES-QTD
           WRITE REPORT-LINE FROM WRK-LINHA-RESUMO
           MOVE 'SEM VAGA REAVALIADOS NESTA RODADA:' TO RES-TEXTO
           MOVE WRK-QTD-REAVALIADAS TO RES-QTD
           WRITE REPORT-LINE FROM WRK-LINHA-RESUMO
           MOVE 'SEM VAGA ASSENTADOS NA CONVOCACAO:' TO RES-TEXTO
           MOVE WRK-QTD-ASSENTADOS TO RES-QTD
           WRITE REPORT-LINE FROM WRK-LINHA-RESUMO
           MOVE 'CONVOCADOS DA LISTA DE ESPERA:' TO RES-TEXTO
           MOVE WRK-QTD-CONVOCADOS TO RES-QTD
           WRITE REPORT-LINE FROM WRK-LINHA-RESUMO
           CLOSE TRANSCRIPT-ARCHIVE ALUNO-MASTER TURMA-MASTER
           CLOSE REMATRICULA-FILE ESPERA-FILE
           CLOSE REMATGER-REPORT.

           COPY 'remvaga.cbl'.
