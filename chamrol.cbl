       IDENTIFICATION DIVISION.
       PROGRAM-ID. chamrol.
      ********************************************************
      *    Totalizacao da chamada diaria e aviso de faltas
      *    consecutivas
      *    Le a chamada do ano letivo corrente (CHAMADA.DAT,
      *    lancada no chaman) e soma, por aluno e bimestre, as
      *    aulas chamadas (aulas dadas) e as presencas (aulas
      *    assistidas), regravando essas linhas do FREQ.DAT no
      *    lugar da soma manual das folhas de papel; linha do
      *    FREQ.DAT de aluno e bimestre sem chamada lancada
      *    fica como estava. No mesmo passe apura, dia letivo
      *    a dia letivo, as faltas seguidas de cada aluno (dia
      *    sem presenca em nenhuma das aulas chamadas) e, ao
      *    atingir o limite, imprime carta ao responsavel em
      *    CHAMAVI.RPT, no estilo paginado do freqavisa,
      *    semanas antes do fechamento do bimestre, e registra
      *    o aviso na central de notificacoes (notsrv) para o
      *    envio eletronico a familia. O
      *    historico CHAMAVI.DAT segura uma carta por
      *    sequencia de faltas. Totais em CHAMROL.RPT; estouro
      *    de tabela termina com RC 4.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHAMADA-FILE ASSIGN TO 'CHAMADA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHA-CHAVE
               FILE STATUS IS WRK-CHAMADA-STATUS.

           SELECT FREQ-FILE ASSIGN TO 'FREQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FREQ-STATUS.

           SELECT CALENDARIO-LETIVO ASSIGN TO 'CALLET.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-CHAVE
               FILE STATUS IS WRK-CALLET-STATUS.

           SELECT ALUNO-MASTER ASSIGN TO 'ALUMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-ID
               FILE STATUS IS WRK-ALUMAST-STATUS.

      * historico de cartas: aluno + inicio da sequencia de
      * faltas
           SELECT CHAMAVI-HIST ASSIGN TO 'CHAMAVI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAV-CHAVE
               FILE STATUS IS WRK-CHAMAVI-STATUS.

           SELECT AVISO-REPORT ASSIGN TO 'CHAMAVI.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TOTAL-REPORT ASSIGN TO 'CHAMROL.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHAMADA-FILE.
           COPY 'chamrec.cbl'.

       FD  FREQ-FILE.
           COPY 'freqrec.cbl'.

       FD  CALENDARIO-LETIVO.
           COPY 'calletrec.cbl'.

       FD  ALUNO-MASTER.
           COPY 'alurec.cbl'.

       FD  CHAMAVI-HIST.
       01  CHAMAVI-RECORD.
           05  CAV-CHAVE.
               10  CAV-ALUNO       PIC 9(06).
               10  CAV-INICIO      PIC 9(08).
           05  CAV-DIAS            PIC 9(03).
           05  CAV-DATA            PIC 9(08).

       FD  AVISO-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  AVISO-LINE PIC X(80).

       FD  TOTAL-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  TOTAL-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       77  WRK-CHAMADA-STATUS   PIC X(02) VALUE '00'.
       77  WRK-FREQ-STATUS      PIC X(02) VALUE '00'.
       77  WRK-CALLET-STATUS    PIC X(02) VALUE '00'.
       77  WRK-ALUMAST-STATUS   PIC X(02) VALUE '00'.
       77  WRK-CHAMAVI-STATUS   PIC X(02) VALUE '00'.
       77  WRK-EOF              PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO        VALUE 'S'.
       77  WRK-CHAMADA-ABERTA   PIC X(01) VALUE 'N'.
           88 CHAMADA-ABERTA        VALUE 'S'.

       01  DATA-SYS.
           02  ANO-SYS PIC 9(04) VALUE ZEROS.
           02  MES-SYS PIC 9(02) VALUE ZEROS.
           02  DIA-SYS PIC 9(02) VALUE ZEROS.
       01  DATA-SYS-NUM REDEFINES DATA-SYS PIC 9(08).

       77  WRK-ANO-LETIVO       PIC 9(04) VALUE ZEROS.
      * dias letivos seguidos de falta que disparam a carta
       77  WRK-LIMITE-SEGUIDAS  PIC 9(03) VALUE 3.
       77  WRK-RETORNO          PIC 9(02) VALUE ZEROS.

       77  WRK-IDX              PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-ACHADO       PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-LIDOS        PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-MANTIDAS     PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-GRAVADAS     PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-CARTAS       PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-JA-AVISADOS  PIC 9(05) VALUE ZEROS.
       77  WRK-FREQ-PERC        PIC 9(03)V99 VALUE ZEROS.
       77  WRK-TEM-AVISO        PIC X(01) VALUE 'N'.
           88 AVISO-ANTERIOR        VALUE 'S'.

      * totais do bimestre por aluno, somados da chamada
       77  WRK-QTD-TOTAIS       PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-TOTAIS.
           05  WRK-TOT-ITEM OCCURS 4000 TIMES.
               10  WRK-TOT-ALUNO    PIC 9(06).
               10  WRK-TOT-BIMESTRE PIC 9(01).
               10  WRK-TOT-DADAS    PIC 9(03).
               10  WRK-TOT-ASSIST   PIC 9(03).

      * linhas do FREQ.DAT sem chamada lancada, regravadas
      * como estavam
       77  WRK-QTD-ANTIGAS      PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-ANTIGAS.
           05  WRK-ANT-ITEM OCCURS 4000 TIMES.
               10  WRK-ANT-ALUNO    PIC 9(06).
               10  WRK-ANT-BIMESTRE PIC 9(01).
               10  WRK-ANT-DADAS    PIC 9(03).
               10  WRK-ANT-ASSIST   PIC 9(03).

      * sequencia de faltas por aluno e turma: o dia letivo
      * em apuracao, se houve presenca nele, os dias seguidos
      * de falta fechados e o primeiro dia da sequencia
       77  WRK-QTD-ALUNOS       PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-SEQUENCIA.
           05  WRK-SEQ-ITEM OCCURS 1000 TIMES.
               10  WRK-SEQ-ALUNO    PIC 9(06).
               10  WRK-SEQ-TURMA    PIC X(03).
               10  WRK-SEQ-BIMESTRE PIC 9(01).
               10  WRK-SEQ-DIA      PIC 9(08).
               10  WRK-SEQ-PRESENTE PIC X(01).
               10  WRK-SEQ-DIAS     PIC 9(03).
               10  WRK-SEQ-INICIO   PIC 9(08).

       01  WRK-LINHA-CAB-TOTAL.
           05  FILLER          PIC X(37) VALUE
               'TOTALIZACAO DA CHAMADA - ANO LETIVO: '.
           05  TOT-CAB-ANO     PIC 9(04).
           05  FILLER          PIC X(09) VALUE ' - DATA: '.
           05  TOT-CAB-DATA    PIC 9(08).

       01  WRK-LINHA-COLUNAS.
           05  FILLER          PIC X(40) VALUE
               'ALUNO   BIM  DADAS  ASSIST  FREQUENCIA'.

       01  WRK-LINHA-DETALHE.
           05  DET-ALUNO       PIC 9(06).
           05  FILLER          PIC X(03) VALUE SPACES.
           05  DET-BIMESTRE    PIC 9(01).
           05  FILLER          PIC X(03) VALUE SPACES.
           05  DET-DADAS       PIC ZZ9.
           05  FILLER          PIC X(04) VALUE SPACES.
           05  DET-ASSIST      PIC ZZ9.
           05  FILLER          PIC X(05) VALUE SPACES.
           05  DET-PERC        PIC ZZ9,99.
           05  FILLER          PIC X(04) VALUE ' PCT'.

       01  WRK-LINHA-RESUMO.
           05  RES-TEXTO       PIC X(40).
           05  RES-QTD         PIC ZZZZZZ9.

       01  WRK-LINHA-CAB-CARTA.
           05  FILLER          PIC X(28) VALUE
               'AVISO DE FALTAS CONSECUTIVAS'.
           05  FILLER          PIC X(09) VALUE ' - DATA: '.
           05  CAR-DATA        PIC 9(08).

       01  WRK-LINHA-ALUNO.
           05  FILLER          PIC X(07) VALUE 'ALUNO: '.
           05  CAR-ALUNO       PIC 9(06).
           05  FILLER          PIC X(03) VALUE ' - '.
           05  CAR-NOME        PIC X(30).
           05  FILLER          PIC X(08) VALUE ' TURMA: '.
           05  CAR-TURMA       PIC X(03).

       01  WRK-LINHA-RESPONSAVEL.
           05  FILLER          PIC X(13) VALUE 'RESPONSAVEL: '.
           05  CAR-RESPONSAVEL PIC X(30).
           05  FILLER          PIC X(07) VALUE ' FONE: '.
           05  CAR-FONE        PIC 9(11).

       01  WRK-LINHA-FALTAS.
           05  FILLER          PIC X(32) VALUE
               'DIAS LETIVOS SEGUIDOS DE FALTA: '.
           05  CAR-DIAS        PIC ZZ9.
           05  FILLER          PIC X(08) VALUE ' DESDE: '.
           05  CAR-INICIO      PIC 9(08).

       01  WRK-LINHA-BIMESTRE.
           05  FILLER          PIC X(09) VALUE 'BIMESTRE '.
           05  CAR-BIMESTRE    PIC 9(01).
           05  FILLER          PIC X(11) VALUE ' FECHA EM: '.
           05  CAR-FECHAMENTO  PIC 9(08).

      * contrato com a central de notificacoes (notsrv)
       01  WRK-NOTSRV.
           05  WRK-NTF-ALUNO    PIC 9(06).
           05  WRK-NTF-TIPO     PIC X(01).
           05  WRK-NTF-REFERENCIA PIC X(12).
           05  WRK-NTF-PROGRAMA PIC X(10).
           05  WRK-NTF-TEXTO    PIC X(100).
           05  WRK-NTF-RETORNO  PIC X(01).
       77  WRK-DIAS-EDIT        PIC ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-LE-CHAMADA UNTIL FIM-DE-ARQUIVO
           PERFORM 3000-FECHA-SEQUENCIAS
           PERFORM 4000-REGRAVA-FREQ
           PERFORM 5000-EMITE-AVISOS
           PERFORM 9000-FINALIZA
           MOVE WRK-RETORNO TO RETURN-CODE
           STOP RUN.

      * chamada do ano letivo corrente, a partir da primeira
      * chave do ano
       1000-INICIALIZA.
           ACCEPT DATA-SYS FROM DATE YYYYMMDD
           MOVE ANO-SYS TO WRK-ANO-LETIVO
           OPEN INPUT CHAMADA-FILE
           IF WRK-CHAMADA-STATUS NOT = '00'
               DISPLAY 'CHAMADA.DAT INEXISTENTE - NADA A TOTALIZAR'
               MOVE 'S' TO WRK-EOF
           ELSE
               MOVE 'S' TO WRK-CHAMADA-ABERTA
               MOVE WRK-ANO-LETIVO TO CHA-ANO
               MOVE LOW-VALUES TO CHA-TURMA
               MOVE ZEROS TO CHA-DATA CHA-PERIODO CHA-ALUNO
               START CHAMADA-FILE KEY IS NOT LESS THAN CHA-CHAVE
                   INVALID KEY MOVE 'S' TO WRK-EOF
               END-START
           END-IF
           OPEN INPUT CALENDARIO-LETIVO
           OPEN INPUT ALUNO-MASTER
           OPEN I-O CHAMAVI-HIST
      * primeira carta do ambiente: o historico ainda nao
      * existe e precisa ser criado vazio
           IF WRK-CHAMAVI-STATUS = '35'
               OPEN OUTPUT CHAMAVI-HIST
               CLOSE CHAMAVI-HIST
               OPEN I-O CHAMAVI-HIST
           END-IF
           OPEN OUTPUT AVISO-REPORT
           OPEN OUTPUT TOTAL-REPORT
           MOVE WRK-ANO-LETIVO TO TOT-CAB-ANO
           MOVE DATA-SYS-NUM TO TOT-CAB-DATA
           WRITE TOTAL-LINE FROM WRK-LINHA-CAB-TOTAL
           WRITE TOTAL-LINE FROM WRK-LINHA-COLUNAS.

       2000-LE-CHAMADA.
           READ CHAMADA-FILE NEXT RECORD
               AT END MOVE 'S' TO WRK-EOF
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF CHA-ANO NOT = WRK-ANO-LETIVO
                   MOVE 'S' TO WRK-EOF
               ELSE
                   ADD 1 TO WRK-QTD-LIDOS
                   PERFORM 2100-SOMA-BIMESTRE
                   PERFORM 2200-ACOMPANHA-SEQUENCIA
               END-IF
           END-IF.

       2100-SOMA-BIMESTRE.
           MOVE ZEROS TO WRK-IDX-ACHADO
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-TOTAIS
                      OR WRK-IDX-ACHADO > ZEROS
               IF WRK-TOT-ALUNO (WRK-IDX) = CHA-ALUNO
                  AND WRK-TOT-BIMESTRE (WRK-IDX) = CHA-BIMESTRE
                   MOVE WRK-IDX TO WRK-IDX-ACHADO
               END-IF
           END-PERFORM
           IF WRK-IDX-ACHADO = ZEROS
               IF WRK-QTD-TOTAIS < 4000
                   ADD 1 TO WRK-QTD-TOTAIS
                   MOVE WRK-QTD-TOTAIS TO WRK-IDX-ACHADO
                   MOVE CHA-ALUNO TO WRK-TOT-ALUNO (WRK-IDX-ACHADO)
                   MOVE CHA-BIMESTRE
                       TO WRK-TOT-BIMESTRE (WRK-IDX-ACHADO)
                   MOVE ZEROS TO WRK-TOT-DADAS (WRK-IDX-ACHADO)
                                 WRK-TOT-ASSIST (WRK-IDX-ACHADO)
               ELSE
                   DISPLAY 'TABELA DE TOTAIS ESTOURADA - ALUNO '
                       CHA-ALUNO ' IGNORADO'
                   MOVE 4 TO WRK-RETORNO
               END-IF
           END-IF
           IF WRK-IDX-ACHADO > ZEROS
               ADD 1 TO WRK-TOT-DADAS (WRK-IDX-ACHADO)
               IF CHA-PRESENTE
                   ADD 1 TO WRK-TOT-ASSIST (WRK-IDX-ACHADO)
               END-IF
           END-IF.

      * a chamada vem por turma, data e periodo: cada troca
      * de data fecha o dia letivo anterior do aluno
       2200-ACOMPANHA-SEQUENCIA.
           MOVE ZEROS TO WRK-IDX-ACHADO
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-ALUNOS
                      OR WRK-IDX-ACHADO > ZEROS
               IF WRK-SEQ-ALUNO (WRK-IDX) = CHA-ALUNO
                  AND WRK-SEQ-TURMA (WRK-IDX) = CHA-TURMA
                   MOVE WRK-IDX TO WRK-IDX-ACHADO
               END-IF
           END-PERFORM
           IF WRK-IDX-ACHADO = ZEROS
               IF WRK-QTD-ALUNOS < 1000
                   ADD 1 TO WRK-QTD-ALUNOS
                   MOVE WRK-QTD-ALUNOS TO WRK-IDX-ACHADO
                   MOVE CHA-ALUNO TO WRK-SEQ-ALUNO (WRK-IDX-ACHADO)
                   MOVE CHA-TURMA TO WRK-SEQ-TURMA (WRK-IDX-ACHADO)
                   MOVE CHA-DATA TO WRK-SEQ-DIA (WRK-IDX-ACHADO)
                   MOVE 'N' TO WRK-SEQ-PRESENTE (WRK-IDX-ACHADO)
                   MOVE ZEROS TO WRK-SEQ-DIAS (WRK-IDX-ACHADO)
                                 WRK-SEQ-INICIO (WRK-IDX-ACHADO)
               ELSE
                   DISPLAY 'TABELA DE SEQUENCIAS ESTOURADA - ALUNO '
                       CHA-ALUNO ' IGNORADO'
                   MOVE 4 TO WRK-RETORNO
               END-IF
           END-IF
           IF WRK-IDX-ACHADO > ZEROS
               IF CHA-DATA NOT = WRK-SEQ-DIA (WRK-IDX-ACHADO)
                   MOVE WRK-IDX-ACHADO TO WRK-IDX
                   PERFORM 2300-FECHA-DIA
                   MOVE CHA-DATA TO WRK-SEQ-DIA (WRK-IDX-ACHADO)
                   MOVE 'N' TO WRK-SEQ-PRESENTE (WRK-IDX-ACHADO)
               END-IF
               MOVE CHA-BIMESTRE TO WRK-SEQ-BIMESTRE (WRK-IDX-ACHADO)
               IF CHA-PRESENTE
                   MOVE 'S' TO WRK-SEQ-PRESENTE (WRK-IDX-ACHADO)
               END-IF
           END-IF.

      * dia sem presenca em nenhuma aula chamada estende a
      * sequencia; uma presenca zera
       2300-FECHA-DIA.
           IF WRK-SEQ-PRESENTE (WRK-IDX) = 'S'
               MOVE ZEROS TO WRK-SEQ-DIAS (WRK-IDX)
                             WRK-SEQ-INICIO (WRK-IDX)
           ELSE
               IF WRK-SEQ-DIAS (WRK-IDX) = ZEROS
                   MOVE WRK-SEQ-DIA (WRK-IDX)
                       TO WRK-SEQ-INICIO (WRK-IDX)
               END-IF
               IF WRK-SEQ-DIAS (WRK-IDX) < 999
                   ADD 1 TO WRK-SEQ-DIAS (WRK-IDX)
               END-IF
           END-IF.

       3000-FECHA-SEQUENCIAS.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-ALUNOS
               PERFORM 2300-FECHA-DIA
           END-PERFORM.

      * guarda as linhas do FREQ.DAT sem chamada e regrava o
      * arquivo com elas mais os totais apurados
       4000-REGRAVA-FREQ.
           MOVE ZEROS TO WRK-QTD-ANTIGAS
           OPEN INPUT FREQ-FILE
           IF WRK-FREQ-STATUS = '00'
               MOVE 'N' TO WRK-EOF
               PERFORM 4100-GUARDA-ANTIGA UNTIL FIM-DE-ARQUIVO
               CLOSE FREQ-FILE
           END-IF
           IF WRK-QTD-TOTAIS = ZEROS
               DISPLAY 'NENHUMA CHAMADA NO ANO - FREQ.DAT MANTIDO'
           ELSE
               OPEN OUTPUT FREQ-FILE
               PERFORM VARYING WRK-IDX FROM 1 BY 1
                       UNTIL WRK-IDX > WRK-QTD-ANTIGAS
                   MOVE WRK-ANT-ALUNO (WRK-IDX) TO FRQ-ID
                   MOVE WRK-ANT-BIMESTRE (WRK-IDX) TO FRQ-BIMESTRE
                   MOVE WRK-ANT-DADAS (WRK-IDX) TO FRQ-AULAS-DADAS
                   MOVE WRK-ANT-ASSIST (WRK-IDX)
                       TO FRQ-AULAS-ASSISTIDAS
                   WRITE FREQUENCIA-RECORD
                   ADD 1 TO WRK-QTD-MANTIDAS
               END-PERFORM
               PERFORM VARYING WRK-IDX FROM 1 BY 1
                       UNTIL WRK-IDX > WRK-QTD-TOTAIS
                   PERFORM 4200-GRAVA-TOTAL
               END-PERFORM
               CLOSE FREQ-FILE
           END-IF.

       4100-GUARDA-ANTIGA.
           READ FREQ-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE ZEROS TO WRK-IDX-ACHADO
               PERFORM VARYING WRK-IDX FROM 1 BY 1
                       UNTIL WRK-IDX > WRK-QTD-TOTAIS
                          OR WRK-IDX-ACHADO > ZEROS
                   IF WRK-TOT-ALUNO (WRK-IDX) = FRQ-ID
                      AND WRK-TOT-BIMESTRE (WRK-IDX) = FRQ-BIMESTRE
                       MOVE WRK-IDX TO WRK-IDX-ACHADO
                   END-IF
               END-PERFORM
               IF WRK-IDX-ACHADO = ZEROS
                   IF WRK-QTD-ANTIGAS < 4000
                       ADD 1 TO WRK-QTD-ANTIGAS
                       MOVE FRQ-ID TO WRK-ANT-ALUNO (WRK-QTD-ANTIGAS)
                       MOVE FRQ-BIMESTRE
                           TO WRK-ANT-BIMESTRE (WRK-QTD-ANTIGAS)
                       MOVE FRQ-AULAS-DADAS
                           TO WRK-ANT-DADAS (WRK-QTD-ANTIGAS)
                       MOVE FRQ-AULAS-ASSISTIDAS
                           TO WRK-ANT-ASSIST (WRK-QTD-ANTIGAS)
                   ELSE
                       DISPLAY 'FREQ.DAT EXCEDE 4000 LINHAS - '
                           'PERDIDA: ' FRQ-ID ' ' FRQ-BIMESTRE
                       MOVE 4 TO WRK-RETORNO
                   END-IF
               END-IF
           END-IF.

       4200-GRAVA-TOTAL.
           MOVE WRK-TOT-ALUNO (WRK-IDX) TO FRQ-ID
           MOVE WRK-TOT-BIMESTRE (WRK-IDX) TO FRQ-BIMESTRE
           MOVE WRK-TOT-DADAS (WRK-IDX) TO FRQ-AULAS-DADAS
           MOVE WRK-TOT-ASSIST (WRK-IDX) TO FRQ-AULAS-ASSISTIDAS
           WRITE FREQUENCIA-RECORD
           ADD 1 TO WRK-QTD-GRAVADAS
           MOVE ZEROS TO WRK-FREQ-PERC
           IF FRQ-AULAS-DADAS > ZEROS
               COMPUTE WRK-FREQ-PERC ROUNDED =
                   FRQ-AULAS-ASSISTIDAS * 100 / FRQ-AULAS-DADAS
           END-IF
           MOVE FRQ-ID TO DET-ALUNO
           MOVE FRQ-BIMESTRE TO DET-BIMESTRE
           MOVE FRQ-AULAS-DADAS TO DET-DADAS
           MOVE FRQ-AULAS-ASSISTIDAS TO DET-ASSIST
           MOVE WRK-FREQ-PERC TO DET-PERC
           WRITE TOTAL-LINE FROM WRK-LINHA-DETALHE.

      * sequencia aberta no limite ou acima vira carta, uma
      * so por sequencia; matricula encerrada ou transferida
      * nao recebe
       5000-EMITE-AVISOS.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-ALUNOS
               IF WRK-SEQ-DIAS (WRK-IDX) >= WRK-LIMITE-SEGUIDAS
                   PERFORM 5100-AVALIA-CARTA
               END-IF
           END-PERFORM.

       5100-AVALIA-CARTA.
           MOVE WRK-SEQ-ALUNO (WRK-IDX) TO ALU-ID
           MOVE SPACES TO ALU-NOME ALU-RESPONSAVEL1
           MOVE ZEROS TO ALU-FONE1
           MOVE 'A' TO ALU-STATUS
           IF WRK-ALUMAST-STATUS = '00'
               READ ALUNO-MASTER
                   KEY IS ALU-ID
                   INVALID KEY
                       MOVE 'ALUNO NAO CADASTRADO' TO ALU-NOME
                       MOVE SPACES TO ALU-RESPONSAVEL1
                       MOVE ZEROS TO ALU-FONE1
                       MOVE 'A' TO ALU-STATUS
               END-READ
           END-IF
           IF NOT ALU-TRANSFERIDO AND NOT ALU-ENCERRADO
               MOVE 'N' TO WRK-TEM-AVISO
               MOVE WRK-SEQ-ALUNO (WRK-IDX) TO CAV-ALUNO
               MOVE WRK-SEQ-INICIO (WRK-IDX) TO CAV-INICIO
               READ CHAMAVI-HIST
                   KEY IS CAV-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-TEM-AVISO
               END-READ
               IF AVISO-ANTERIOR
                   ADD 1 TO WRK-QTD-JA-AVISADOS
               ELSE
                   PERFORM 5200-IMPRIME-CARTA
                   PERFORM 5300-GRAVA-HISTORICO
                   ADD 1 TO WRK-QTD-CARTAS
               END-IF
           END-IF.

      * uma carta por pagina, como o freqavisa, com a data
      * de fechamento do bimestre tirada do calendario
       5200-IMPRIME-CARTA.
           MOVE DATA-SYS-NUM TO CAR-DATA
           WRITE AVISO-LINE FROM WRK-LINHA-CAB-CARTA
               AFTER ADVANCING PAGE
           MOVE WRK-SEQ-ALUNO (WRK-IDX) TO CAR-ALUNO
           MOVE ALU-NOME TO CAR-NOME
           MOVE WRK-SEQ-TURMA (WRK-IDX) TO CAR-TURMA
           WRITE AVISO-LINE FROM WRK-LINHA-ALUNO
           MOVE ALU-RESPONSAVEL1 TO CAR-RESPONSAVEL
           MOVE ALU-FONE1 TO CAR-FONE
           WRITE AVISO-LINE FROM WRK-LINHA-RESPONSAVEL
           MOVE WRK-SEQ-DIAS (WRK-IDX) TO CAR-DIAS
           MOVE WRK-SEQ-INICIO (WRK-IDX) TO CAR-INICIO
           WRITE AVISO-LINE FROM WRK-LINHA-FALTAS
           MOVE WRK-SEQ-BIMESTRE (WRK-IDX) TO CAR-BIMESTRE
           MOVE ZEROS TO CAR-FECHAMENTO
           IF WRK-CALLET-STATUS = '00'
               MOVE WRK-ANO-LETIVO TO CAL-ANO
               MOVE WRK-SEQ-BIMESTRE (WRK-IDX) TO CAL-BIMESTRE
               READ CALENDARIO-LETIVO
                   KEY IS CAL-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CAL-DATA-FIM TO CAR-FECHAMENTO
               END-READ
           END-IF
           WRITE AVISO-LINE FROM WRK-LINHA-BIMESTRE
           PERFORM 5250-NOTIFICA-FAMILIA.

      * a referencia ano + inicio da sequencia e a mesma
      * chave do historico CHAMAVI.DAT: uma mensagem por
      * sequencia de faltas
       5250-NOTIFICA-FAMILIA.
           MOVE WRK-SEQ-ALUNO (WRK-IDX) TO WRK-NTF-ALUNO
           MOVE 'A' TO WRK-NTF-TIPO
           MOVE SPACES TO WRK-NTF-REFERENCIA WRK-NTF-TEXTO
           STRING WRK-ANO-LETIVO WRK-SEQ-INICIO (WRK-IDX)
               DELIMITED BY SIZE INTO WRK-NTF-REFERENCIA
           MOVE 'CHAMROL' TO WRK-NTF-PROGRAMA
           MOVE WRK-SEQ-DIAS (WRK-IDX) TO WRK-DIAS-EDIT
           STRING 'AVISO DE FALTAS CONSECUTIVAS: ' WRK-DIAS-EDIT
               ' DIAS LETIVOS SEGUIDOS SEM PRESENCA DESDE '
               WRK-SEQ-INICIO (WRK-IDX)
               DELIMITED BY SIZE INTO WRK-NTF-TEXTO
           CALL 'notsrv' USING WRK-NOTSRV.

       5300-GRAVA-HISTORICO.
           MOVE WRK-SEQ-ALUNO (WRK-IDX) TO CAV-ALUNO
           MOVE WRK-SEQ-INICIO (WRK-IDX) TO CAV-INICIO
           MOVE WRK-SEQ-DIAS (WRK-IDX) TO CAV-DIAS
           MOVE DATA-SYS-NUM TO CAV-DATA
           WRITE CHAMAVI-RECORD
               INVALID KEY
                   DISPLAY 'ERRO GRAVANDO AVISO: ' CAV-ALUNO
           END-WRITE.

       9000-FINALIZA.
           MOVE SPACES TO TOTAL-LINE
           WRITE TOTAL-LINE
           MOVE 'REGISTROS DE CHAMADA LIDOS' TO RES-TEXTO
           MOVE WRK-QTD-LIDOS TO RES-QTD
           WRITE TOTAL-LINE FROM WRK-LINHA-RESUMO
           MOVE 'LINHAS DO FREQ.DAT APURADAS DA CHAMADA' TO RES-TEXTO
           MOVE WRK-QTD-GRAVADAS TO RES-QTD
           WRITE TOTAL-LINE FROM WRK-LINHA-RESUMO
           MOVE 'LINHAS DO FREQ.DAT MANTIDAS' TO RES-TEXTO
           MOVE WRK-QTD-MANTIDAS TO RES-QTD
           WRITE TOTAL-LINE FROM WRK-LINHA-RESUMO
           MOVE 'CARTAS DE FALTAS CONSECUTIVAS' TO RES-TEXTO
           MOVE WRK-QTD-CARTAS TO RES-QTD
           WRITE TOTAL-LINE FROM WRK-LINHA-RESUMO
           MOVE 'SEQUENCIAS JA AVISADAS' TO RES-TEXTO
           MOVE WRK-QTD-JA-AVISADOS TO RES-QTD
           WRITE TOTAL-LINE FROM WRK-LINHA-RESUMO
           DISPLAY 'CHAMADAS LIDAS: ' WRK-QTD-LIDOS
           DISPLAY 'FREQ.DAT - APURADAS: ' WRK-QTD-GRAVADAS
               ' MANTIDAS: ' WRK-QTD-MANTIDAS
           DISPLAY 'CARTAS DE FALTAS CONSECUTIVAS: ' WRK-QTD-CARTAS
           IF CHAMADA-ABERTA
               CLOSE CHAMADA-FILE
           END-IF
           IF WRK-CALLET-STATUS = '00'
               CLOSE CALENDARIO-LETIVO
           END-IF
           IF WRK-ALUMAST-STATUS = '00'
               CLOSE ALUNO-MASTER
           END-IF
           CLOSE CHAMAVI-HIST
           CLOSE AVISO-REPORT
           CLOSE TOTAL-REPORT.
