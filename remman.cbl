       IDENTIFICATION DIVISION.
       PROGRAM-ID. remman.
      ********************************************************
      *    Campanha de rematricula no console
      *    Confirma a vaga ofertada pelo rematger ao aluno
      *    promovido ou retido, conferindo de novo, na hora,
      *    se a familia (o aluno ou irmao com o mesmo
      *    responsavel) tem mensalidade vencida em aberto no
      *    MENSAL.DAT: com atraso a oferta fica bloqueada ate
      *    quitar ou ate um supervisor/administrador do
      *    OPERMAST.DAT liberar, e a liberacao fica gravada na
      *    oferta. Oferta sem vaga pega lugar que tenha vagado
      *    na serie. Registra a desistencia do aluno, mantem a
      *    lista de espera de alunos novos por serie e, sempre
      *    que um lugar vaga, da o lugar primeiro a oferta sem
      *    vaga do aluno da casa na serie e so depois convoca o
      *    primeiro da fila (remvaga). A inscricao so convoca
      *    na hora depois de geradas as ofertas do ano - o
      *    aluno da casa tem a preferencia pela vaga. Cada
      *    gravacao vai tambem para o diario de recuperacao
      *    JORNAL.DAT (jrnsrv) com as imagens antes e depois.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT TURMA-MASTER ASSIGN TO 'TURMA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-CHAVE
               FILE STATUS IS WRK-TURMA-STATUS.

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

           SELECT OPERATOR-MASTER ASSIGN TO 'OPERMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WRK-OPERMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REMATRICULA-FILE.
           COPY 'rematrec.cbl'.

       FD  ESPERA-FILE.
           COPY 'esperarec.cbl'.

       FD  TURMA-MASTER.
           COPY 'turmarec.cbl'.

       FD  ALUNO-MASTER.
           COPY 'alurec.cbl'.

       FD  MENSALIDADE-FILE.
           COPY 'mensrec.cbl'.

       FD  OPERATOR-MASTER.
           COPY 'operrec.cbl'.

       WORKING-STORAGE SECTION.
       77  WRK-REMAT-STATUS     PIC X(02) VALUE '00'.
       77  WRK-ESPERA-STATUS    PIC X(02) VALUE '00'.
       77  WRK-TURMA-STATUS     PIC X(02) VALUE '00'.
       77  WRK-ALUMAST-STATUS   PIC X(02) VALUE '00'.
       77  WRK-MENSAL-STATUS    PIC X(02) VALUE '00'.
       77  WRK-OPERMAST-STATUS  PIC X(02) VALUE '00'.

       77  WRK-OPCAO            PIC 9(01) VALUE ZEROS.
           88 OPCAO-CONFIRMAR       VALUE 1.
           88 OPCAO-LIBERAR         VALUE 2.
           88 OPCAO-DESISTIR        VALUE 3.
           88 OPCAO-INSCREVER       VALUE 4.
           88 OPCAO-SAIR-ESPERA     VALUE 5.
           88 OPCAO-EXIBIR          VALUE 6.
           88 OPCAO-SAIR            VALUE 7.

       01  DATA-SYS.
           02  ANO-SYS PIC 9(04) VALUE ZEROS.
           02  MES-SYS PIC 9(02) VALUE ZEROS.
           02  DIA-SYS PIC 9(02) VALUE ZEROS.
       01  DATA-SYS-NUM REDEFINES DATA-SYS PIC 9(08).

       77  WRK-ANO-VAGA         PIC 9(04) VALUE ZEROS.
       77  WRK-ALUNO            PIC 9(06) VALUE ZEROS.
       77  WRK-SERIE            PIC 9(02) VALUE ZEROS.
       77  WRK-SEQ              PIC 9(05) VALUE ZEROS.
       77  WRK-ULTIMA-SEQ       PIC 9(05) VALUE ZEROS.
       77  WRK-NOME             PIC X(30) VALUE SPACES.
       77  WRK-RESPONSAVEL      PIC X(30) VALUE SPACES.
       77  WRK-FONE             PIC 9(11) VALUE ZEROS.
       77  WRK-SITUACAO-ANTES   PIC X(01) VALUE SPACES.
       77  WRK-CONFIRMA         PIC X(01) VALUE 'N'.
           88 CONFIRMADO            VALUE 'S'.
       77  WRK-CHAVE-OK         PIC X(01) VALUE 'N'.
           88 CHAVE-VALIDA          VALUE 'S'.
       77  WRK-EOF              PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO        VALUE 'S'.
       77  WRK-CAMPANHA         PIC X(01) VALUE 'N'.
           88 CAMPANHA-ABERTA       VALUE 'S'.

      * conferencia da mensalidade vencida da familia
       77  WRK-RESP-ALUNO       PIC X(30) VALUE SPACES.
       77  WRK-EM-ATRASO        PIC X(01) VALUE 'N'.
           88 FAMILIA-EM-ATRASO     VALUE 'S'.

      * liberacao do bloqueio: perfil do operador no cadastro
       77  WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77  WRK-PERFIL           PIC X(01) VALUE 'O'.
           88 PERFIL-APROVADOR      VALUE 'A' 'S'.

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

       01  WRK-SITUACAO-TEXTO   PIC X(20) VALUE SPACES.

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
           ACCEPT DATA-SYS FROM DATE YYYYMMDD
           MOVE DATA-SYS-NUM TO WRK-VAG-DATA
           MOVE 'REMMAN' TO WRK-JRN-PROGRAMA
           MOVE SPACES TO WRK-JRN-OPERADOR
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
           OPEN INPUT TURMA-MASTER
           IF WRK-TURMA-STATUS NOT = '00'
               DISPLAY 'TURMA.DAT INEXISTENTE - SEM TURMAS PARA '
                   'A CAMPANHA'
               CLOSE REMATRICULA-FILE ESPERA-FILE
               GOBACK
           END-IF
           OPEN INPUT ALUNO-MASTER
           OPEN INPUT MENSALIDADE-FILE
           PERFORM 1000-MENU UNTIL OPCAO-SAIR
           CLOSE REMATRICULA-FILE ESPERA-FILE TURMA-MASTER
           IF WRK-ALUMAST-STATUS = '00'
               CLOSE ALUNO-MASTER
           END-IF
           IF WRK-MENSAL-STATUS = '00'
               CLOSE MENSALIDADE-FILE
           END-IF
           GOBACK.

       1000-MENU.
           DISPLAY '========================================='
           DISPLAY 'CAMPANHA DE REMATRICULA E LISTA DE ESPERA'
           DISPLAY '1 - CONFIRMAR REMATRICULA'
           DISPLAY '2 - LIBERAR BLOQUEIO FINANCEIRO (SUPERVISOR)'
           DISPLAY '3 - DESISTENCIA DA REMATRICULA'
           DISPLAY '4 - INSCREVER NA LISTA DE ESPERA'
           DISPLAY '5 - DESISTENCIA DA LISTA DE ESPERA'
           DISPLAY '6 - EXIBIR LISTA DE ESPERA DA SERIE'
           DISPLAY '7 - SAIR'
           DISPLAY 'ESCOLHA UMA OPCAO: '
           ACCEPT WRK-OPCAO FROM CONSOLE
           EVALUATE TRUE
               WHEN OPCAO-CONFIRMAR    PERFORM 2000-CONFIRMA
               WHEN OPCAO-LIBERAR      PERFORM 3000-LIBERA
               WHEN OPCAO-DESISTIR     PERFORM 4000-DESISTE
               WHEN OPCAO-INSCREVER    PERFORM 5000-INSCREVE
               WHEN OPCAO-SAIR-ESPERA  PERFORM 6000-SAI-DA-ESPERA
               WHEN OPCAO-EXIBIR       PERFORM 7000-EXIBE-ESPERA
               WHEN OPCAO-SAIR         CONTINUE
               WHEN OTHER              DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       1500-PEDE-OFERTA.
           MOVE 'N' TO WRK-CHAVE-OK
           DISPLAY 'ANO LETIVO DA VAGA (AAAA): '
           ACCEPT WRK-ANO-VAGA FROM CONSOLE
           DISPLAY 'MATRICULA DO ALUNO: '
           ACCEPT WRK-ALUNO FROM CONSOLE
           MOVE WRK-ANO-VAGA TO REM-ANO
           MOVE WRK-ALUNO TO REM-ALUNO
           READ REMATRICULA-FILE
               KEY IS REM-CHAVE
               INVALID KEY
                   DISPLAY 'ALUNO SEM OFERTA DE REMATRICULA NO ANO'
               NOT INVALID KEY
                   MOVE 'S' TO WRK-CHAVE-OK
                   DISPLAY 'ALUNO: ' REM-NOME ' SERIE: ' REM-SERIE
                       ' TURMA: ' REM-TURMA
           END-READ.

      * a serie precisa ter ao menos uma turma cadastrada no
      * ano letivo da vaga
       1600-PEDE-SERIE.
           MOVE 'N' TO WRK-CHAVE-OK
           DISPLAY 'ANO LETIVO DA VAGA (AAAA): '
           ACCEPT WRK-ANO-VAGA FROM CONSOLE
           DISPLAY 'SERIE (ANO ESCOLAR, 1 A 12): '
           ACCEPT WRK-SERIE FROM CONSOLE
           IF WRK-SERIE IS NOT NUMERIC
               MOVE ZEROS TO WRK-SERIE
           END-IF
           IF WRK-SERIE < 1 OR WRK-SERIE > 12
               DISPLAY 'SERIE INVALIDA: ' WRK-SERIE
           ELSE
               MOVE WRK-ANO-VAGA TO WRK-VAG-ANO
               MOVE WRK-SERIE TO WRK-VAG-SERIE
               PERFORM APURA-VAGAS-SERIE
               IF WRK-VAG-QTD = ZEROS
                   DISPLAY 'NENHUMA TURMA DA SERIE CADASTRADA NO '
                       'ANO ' WRK-ANO-VAGA
               ELSE
                   MOVE 'S' TO WRK-CHAVE-OK
               END-IF
           END-IF.

       2000-CONFIRMA.
           PERFORM 1500-PEDE-OFERTA
           IF CHAVE-VALIDA
               EVALUATE TRUE
                   WHEN REM-CONFIRMADA
                       DISPLAY 'REMATRICULA JA CONFIRMADA NA TURMA '
                           REM-TURMA
                   WHEN REM-DESISTENTE
                       DISPLAY 'ALUNO DESISTIU DA VAGA - '
                           'CONFIRMACAO RECUSADA'
                   WHEN REM-SEM-VAGA
                       PERFORM 2050-PROCURA-VAGA
                   WHEN OTHER
                       MOVE REMATRICULA-RECORD TO WRK-JRN-ANTES
                       PERFORM 2100-CONFIRMA-OFERTA
               END-EVALUATE
           END-IF.

      * oferta que saiu sem vaga pega lugar que tenha vagado
      * na serie depois da geracao
       2050-PROCURA-VAGA.
           MOVE REM-ANO TO WRK-VAG-ANO
           MOVE REM-SERIE TO WRK-VAG-SERIE
           PERFORM APURA-VAGAS-SERIE
           MOVE WRK-ANO-VAGA TO REM-ANO
           MOVE WRK-ALUNO TO REM-ALUNO
           READ REMATRICULA-FILE
               KEY IS REM-CHAVE
               INVALID KEY
                   MOVE SPACES TO WRK-VAG-TURMA
           END-READ
           IF WRK-VAG-TURMA = SPACES
               DISPLAY 'CONTINUA SEM VAGA NA SERIE ' REM-SERIE
                   ' - CONFIRMACAO RECUSADA'
           ELSE
               MOVE REMATRICULA-RECORD TO WRK-JRN-ANTES
               MOVE WRK-VAG-TURMA TO REM-TURMA
               DISPLAY 'VAGA ENCONTRADA NA TURMA ' REM-TURMA
               PERFORM 2100-CONFIRMA-OFERTA
           END-IF.

      * a conferencia do atraso e refeita na confirmacao: a
      * familia pode ter quitado ou atrasado depois da oferta
       2100-CONFIRMA-OFERTA.
           PERFORM 2500-VERIFICA-ATRASO-FAMILIA
           MOVE WRK-ANO-VAGA TO REM-ANO
           MOVE WRK-ALUNO TO REM-ALUNO
           IF FAMILIA-EM-ATRASO AND REM-LIBERADO-POR = SPACES
               MOVE 'B' TO REM-SITUACAO
               MOVE DATA-SYS-NUM TO REM-DATA-SITUACAO
               REWRITE REMATRICULA-RECORD
                   INVALID KEY
                       DISPLAY 'ERRO REGRAVANDO REMAT: ' REM-CHAVE
                   NOT INVALID KEY
                       PERFORM 8000-JORNAL-REMAT
               END-REWRITE
               DISPLAY 'FAMILIA COM MENSALIDADE VENCIDA EM ABERTO'
               DISPLAY 'REMATRICULA BLOQUEADA - QUITAR OU PEDIR '
                   'LIBERACAO AO SUPERVISOR'
           ELSE
               MOVE 'C' TO REM-SITUACAO
               MOVE DATA-SYS-NUM TO REM-DATA-SITUACAO
               REWRITE REMATRICULA-RECORD
                   INVALID KEY
                       DISPLAY 'ERRO REGRAVANDO REMAT: ' REM-CHAVE
                   NOT INVALID KEY
                       PERFORM 8000-JORNAL-REMAT
                       DISPLAY 'REMATRICULA CONFIRMADA NA TURMA '
                           REM-TURMA
               END-REWRITE
           END-IF.

      * mensalidade aberta ou parcial com vencimento passado
      * do aluno ou de irmao com o mesmo responsavel; a
      * leitura do ALUMAST preserva o registro da oferta
       2500-VERIFICA-ATRASO-FAMILIA.
           MOVE 'N' TO WRK-EM-ATRASO
           MOVE SPACES TO WRK-RESP-ALUNO
           IF WRK-ALUMAST-STATUS = '00'
               MOVE WRK-ALUNO TO ALU-ID
               READ ALUNO-MASTER
                   KEY IS ALU-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ALU-RESPONSAVEL1 TO WRK-RESP-ALUNO
               END-READ
           END-IF
           IF WRK-MENSAL-STATUS = '00'
               MOVE 'N' TO WRK-EOF
               MOVE ZEROS TO MEN-NUMERO
               START MENSALIDADE-FILE
                   KEY IS NOT LESS THAN MEN-NUMERO
                   INVALID KEY MOVE 'S' TO WRK-EOF
               END-START
               PERFORM 2510-LE-MENSALIDADE
                   UNTIL FIM-DE-ARQUIVO OR FAMILIA-EM-ATRASO
           END-IF.

       2510-LE-MENSALIDADE.
           READ MENSALIDADE-FILE NEXT RECORD
               AT END MOVE 'S' TO WRK-EOF
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF (MEN-ABERTA OR MEN-PARCIAL)
                       AND MEN-VENCIMENTO < DATA-SYS-NUM
                   IF MEN-ALUNO = WRK-ALUNO
                       MOVE 'S' TO WRK-EM-ATRASO
                       DISPLAY 'MENSALIDADE VENCIDA DO ALUNO: '
                           MEN-NUMERO
                   ELSE
                       PERFORM 2520-CONFERE-IRMAO
                   END-IF
               END-IF
           END-IF.

       2520-CONFERE-IRMAO.
           IF WRK-RESP-ALUNO NOT = SPACES
                   AND WRK-ALUMAST-STATUS = '00'
               MOVE MEN-ALUNO TO ALU-ID
               READ ALUNO-MASTER
                   KEY IS ALU-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ALU-RESPONSAVEL1 = WRK-RESP-ALUNO
                           MOVE 'S' TO WRK-EM-ATRASO
                           DISPLAY 'MENSALIDADE VENCIDA DO IRMAO '
                               MEN-ALUNO ': ' MEN-NUMERO
                       END-IF
               END-READ
           END-IF.

      * so supervisor ou administrador ativo libera; quem
      * liberou e a data ficam gravados na oferta
       3000-LIBERA.
           PERFORM 1500-PEDE-OFERTA
           IF CHAVE-VALIDA AND NOT REM-BLOQUEADA
               DISPLAY 'OFERTA NAO ESTA BLOQUEADA'
               MOVE 'N' TO WRK-CHAVE-OK
           END-IF
           IF CHAVE-VALIDA
               PERFORM 3100-LE-PERFIL
               IF NOT PERFIL-APROVADOR
                   DISPLAY 'LIBERACAO EXIGE SUPERVISOR OU '
                       'ADMINISTRADOR'
               ELSE
                   MOVE REMATRICULA-RECORD TO WRK-JRN-ANTES
                   MOVE WRK-OPERADOR TO REM-LIBERADO-POR
                   MOVE DATA-SYS-NUM TO REM-DATA-LIBERACAO
                                        REM-DATA-SITUACAO
                   MOVE 'O' TO REM-SITUACAO
                   REWRITE REMATRICULA-RECORD
                       INVALID KEY
                           DISPLAY 'ERRO REGRAVANDO REMAT: '
                               REM-CHAVE
                       NOT INVALID KEY
                           PERFORM 8000-JORNAL-REMAT
                           DISPLAY 'BLOQUEIO LIBERADO POR '
                               WRK-OPERADOR
                           DISPLAY 'CONFIRME A REMATRICULA NA '
                               'OPCAO 1'
                   END-REWRITE
               END-IF
           END-IF.

      * perfil do supervisor no cadastro de operadores; fora
      * do cadastro (ou cadastro ausente) nao libera
       3100-LE-PERFIL.
           MOVE 'O' TO WRK-PERFIL
           DISPLAY 'ID DO SUPERVISOR: '
           ACCEPT WRK-OPERADOR FROM CONSOLE
           OPEN INPUT OPERATOR-MASTER
           IF WRK-OPERMAST-STATUS = '00'
               MOVE WRK-OPERADOR TO OPR-ID
               READ OPERATOR-MASTER
                   KEY IS OPR-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OPR-ESTA-ATIVO
                           MOVE OPR-PERFIL TO WRK-PERFIL
                       END-IF
               END-READ
               CLOSE OPERATOR-MASTER
           END-IF.

      * o lugar liberado vai para o primeiro da lista de
      * espera da serie
       4000-DESISTE.
           PERFORM 1500-PEDE-OFERTA
           IF CHAVE-VALIDA AND NOT REM-OCUPA-VAGA
               DISPLAY 'OFERTA NAO OCUPA VAGA - NADA A DESISTIR'
               MOVE 'N' TO WRK-CHAVE-OK
           END-IF
           IF CHAVE-VALIDA
               DISPLAY 'CONFIRMA DESISTENCIA DA VAGA (S/N): '
               ACCEPT WRK-CONFIRMA FROM CONSOLE
               IF CONFIRMADO
                   MOVE REMATRICULA-RECORD TO WRK-JRN-ANTES
                   MOVE 'D' TO REM-SITUACAO
                   MOVE DATA-SYS-NUM TO REM-DATA-SITUACAO
                   REWRITE REMATRICULA-RECORD
                       INVALID KEY
                           DISPLAY 'ERRO REGRAVANDO REMAT: '
                               REM-CHAVE
                       NOT INVALID KEY
                           PERFORM 8000-JORNAL-REMAT
                           DISPLAY 'DESISTENCIA REGISTRADA'
                           MOVE REM-ANO TO WRK-VAG-ANO
                           MOVE REM-SERIE TO WRK-VAG-SERIE
                           PERFORM PROMOVE-LISTA-ESPERA
                   END-REWRITE
               ELSE
                   DISPLAY 'DESISTENCIA CANCELADA'
               END-IF
           END-IF.

       5000-INSCREVE.
           PERFORM 1600-PEDE-SERIE
           IF CHAVE-VALIDA
               DISPLAY 'NOME DO CANDIDATO: '
               ACCEPT WRK-NOME FROM CONSOLE
               IF WRK-NOME = SPACES
                   DISPLAY 'NOME EM BRANCO - INSCRICAO RECUSADA'
                   MOVE 'N' TO WRK-CHAVE-OK
               END-IF
           END-IF
           IF CHAVE-VALIDA
               DISPLAY 'RESPONSAVEL: '
               ACCEPT WRK-RESPONSAVEL FROM CONSOLE
               DISPLAY 'FONE DO RESPONSAVEL: '
               ACCEPT WRK-FONE FROM CONSOLE
               IF WRK-FONE IS NOT NUMERIC
                   MOVE ZEROS TO WRK-FONE
               END-IF
               PERFORM 5100-PROXIMA-SEQUENCIA
               MOVE WRK-ANO-VAGA TO ESP-ANO
               MOVE WRK-SERIE TO ESP-SERIE
               MOVE WRK-SEQ TO ESP-SEQ
               MOVE WRK-NOME TO ESP-NOME
               MOVE WRK-RESPONSAVEL TO ESP-RESPONSAVEL
               MOVE WRK-FONE TO ESP-FONE
               MOVE DATA-SYS-NUM TO ESP-DATA-INSCRICAO
                                    ESP-DATA-SITUACAO
               MOVE 'E' TO ESP-SITUACAO
               MOVE SPACES TO ESP-TURMA
               WRITE ESPERA-RECORD
                   INVALID KEY
                       DISPLAY 'ERRO GRAVANDO ESPERA: ' ESP-CHAVE
                       MOVE 'N' TO WRK-CHAVE-OK
                   NOT INVALID KEY
                       MOVE SPACES TO WRK-JRN-ANTES
                       MOVE ESPERA-RECORD TO WRK-JRN-DEPOIS
                       MOVE 'I' TO WRK-JRN-OPERACAO
                       PERFORM 8100-GRAVA-JORNAL-ESPERA
                       DISPLAY 'INSCRITO NA LISTA DE ESPERA, ORDEM '
                           WRK-SEQ
               END-WRITE
           END-IF
           IF CHAVE-VALIDA
               PERFORM 5200-VERIFICA-CAMPANHA
               IF CAMPANHA-ABERTA
                   PERFORM PROMOVE-LISTA-ESPERA
               ELSE
                   DISPLAY 'OFERTAS DO ANO AINDA NAO GERADAS - '
                       'AGUARDA A REMATRICULA'
               END-IF
           END-IF.

      * ordem de inscricao: a ultima da serie mais um
       5100-PROXIMA-SEQUENCIA.
           MOVE ZEROS TO WRK-ULTIMA-SEQ
           MOVE 'N' TO WRK-EOF
           MOVE WRK-ANO-VAGA TO ESP-ANO
           MOVE WRK-SERIE TO ESP-SERIE
           MOVE ZEROS TO ESP-SEQ
           START ESPERA-FILE KEY IS NOT LESS THAN ESP-CHAVE
               INVALID KEY MOVE 'S' TO WRK-EOF
           END-START
           PERFORM 5110-LE-INSCRICAO UNTIL FIM-DE-ARQUIVO
           COMPUTE WRK-SEQ = WRK-ULTIMA-SEQ + 1.

       5110-LE-INSCRICAO.
           READ ESPERA-FILE NEXT RECORD
               AT END MOVE 'S' TO WRK-EOF
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF ESP-ANO NOT = WRK-ANO-VAGA
                       OR ESP-SERIE NOT = WRK-SERIE
                   MOVE 'S' TO WRK-EOF
               ELSE
                   MOVE ESP-SEQ TO WRK-ULTIMA-SEQ
               END-IF
           END-IF.

      * ofertas do ano ja geradas pelo rematger
       5200-VERIFICA-CAMPANHA.
           MOVE 'N' TO WRK-CAMPANHA
           MOVE WRK-ANO-VAGA TO REM-ANO
           MOVE ZEROS TO REM-ALUNO
           START REMATRICULA-FILE KEY IS NOT LESS THAN REM-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ REMATRICULA-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF REM-ANO = WRK-ANO-VAGA
                               MOVE 'S' TO WRK-CAMPANHA
                           END-IF
                   END-READ
           END-START.

      * desistencia de candidato ja convocado libera o lugar
      * para o proximo da fila
       6000-SAI-DA-ESPERA.
           DISPLAY 'ANO LETIVO DA VAGA (AAAA): '
           ACCEPT WRK-ANO-VAGA FROM CONSOLE
           DISPLAY 'SERIE (ANO ESCOLAR, 1 A 12): '
           ACCEPT WRK-SERIE FROM CONSOLE
           DISPLAY 'ORDEM DE INSCRICAO: '
           ACCEPT WRK-SEQ FROM CONSOLE
           MOVE WRK-ANO-VAGA TO ESP-ANO
           MOVE WRK-SERIE TO ESP-SERIE
           MOVE WRK-SEQ TO ESP-SEQ
           READ ESPERA-FILE
               KEY IS ESP-CHAVE
               INVALID KEY
                   DISPLAY 'INSCRICAO NAO ENCONTRADA'
               NOT INVALID KEY
                   IF ESP-DESISTENTE
                       DISPLAY 'CANDIDATO JA DESISTENTE'
                   ELSE
                       PERFORM 6100-REGISTRA-SAIDA
                   END-IF
           END-READ.

       6100-REGISTRA-SAIDA.
           DISPLAY 'CANDIDATO: ' ESP-NOME
           DISPLAY 'CONFIRMA DESISTENCIA (S/N): '
           ACCEPT WRK-CONFIRMA FROM CONSOLE
           IF CONFIRMADO
               MOVE ESPERA-RECORD TO WRK-JRN-ANTES
               MOVE ESP-SITUACAO TO WRK-SITUACAO-ANTES
               MOVE 'D' TO ESP-SITUACAO
               MOVE DATA-SYS-NUM TO ESP-DATA-SITUACAO
               REWRITE ESPERA-RECORD
                   INVALID KEY
                       DISPLAY 'ERRO REGRAVANDO ESPERA: ' ESP-CHAVE
                   NOT INVALID KEY
                       MOVE ESPERA-RECORD TO WRK-JRN-DEPOIS
                       MOVE 'A' TO WRK-JRN-OPERACAO
                       PERFORM 8100-GRAVA-JORNAL-ESPERA
                       DISPLAY 'DESISTENCIA REGISTRADA'
                       IF WRK-SITUACAO-ANTES = 'C'
                           MOVE WRK-ANO-VAGA TO WRK-VAG-ANO
                           MOVE WRK-SERIE TO WRK-VAG-SERIE
                           PERFORM PROMOVE-LISTA-ESPERA
                       END-IF
               END-REWRITE
           ELSE
               DISPLAY 'DESISTENCIA CANCELADA'
           END-IF.

       7000-EXIBE-ESPERA.
           PERFORM 1600-PEDE-SERIE
           IF CHAVE-VALIDA
               DISPLAY 'ORDEM  CANDIDATO                      '
                   'SITUACAO             TURMA'
               MOVE 'N' TO WRK-EOF
               MOVE WRK-ANO-VAGA TO ESP-ANO
               MOVE WRK-SERIE TO ESP-SERIE
               MOVE ZEROS TO ESP-SEQ
               START ESPERA-FILE KEY IS NOT LESS THAN ESP-CHAVE
                   INVALID KEY MOVE 'S' TO WRK-EOF
               END-START
               PERFORM 7100-LISTA-INSCRICAO UNTIL FIM-DE-ARQUIVO
               DISPLAY 'VAGAS LIVRES NA SERIE: ' WRK-VAG-LIVRES
           END-IF.

       7100-LISTA-INSCRICAO.
           READ ESPERA-FILE NEXT RECORD
               AT END MOVE 'S' TO WRK-EOF
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF ESP-ANO NOT = WRK-ANO-VAGA
                       OR ESP-SERIE NOT = WRK-SERIE
                   MOVE 'S' TO WRK-EOF
               ELSE
                   EVALUATE TRUE
                       WHEN ESP-ESPERANDO
                           MOVE 'ESPERANDO' TO WRK-SITUACAO-TEXTO
                       WHEN ESP-CONVOCADO
                           MOVE 'CONVOCADO' TO WRK-SITUACAO-TEXTO
                       WHEN OTHER
                           MOVE 'DESISTENTE' TO WRK-SITUACAO-TEXTO
                   END-EVALUATE
                   DISPLAY ESP-SEQ '  ' ESP-NOME ' '
                       WRK-SITUACAO-TEXTO ' ' ESP-TURMA
               END-IF
           END-IF.

      * a oferta regravada vai ao diario com a imagem lida
      * antes da alteracao
       8000-JORNAL-REMAT.
           MOVE REMATRICULA-RECORD TO WRK-JRN-DEPOIS
           MOVE 'A' TO WRK-JRN-OPERACAO
           MOVE 'REMMAN' TO WRK-JRN-PROGRAMA
           MOVE WRK-OPERADOR TO WRK-JRN-OPERADOR
           MOVE 'REMAT' TO WRK-JRN-ARQUIVO
           MOVE REM-CHAVE TO WRK-JRN-CHAVE
           CALL 'jrnsrv' USING WRK-JRNSRV.

       8100-GRAVA-JORNAL-ESPERA.
           MOVE 'REMMAN' TO WRK-JRN-PROGRAMA
           MOVE WRK-OPERADOR TO WRK-JRN-OPERADOR
           MOVE 'ESPERA' TO WRK-JRN-ARQUIVO
           MOVE ESP-CHAVE TO WRK-JRN-CHAVE
           CALL 'jrnsrv' USING WRK-JRNSRV.

           COPY 'remvaga.cbl'.
