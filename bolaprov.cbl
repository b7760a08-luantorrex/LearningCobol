       IDENTIFICATION DIVISION.
       PROGRAM-ID. bolaprov.
      ********************************************************
      *    Decisao das propostas de renovacao de bolsa
      *    O bolrenov propoe, depois do encerramento do ano
      *    letivo, renovar, reduzir ou cancelar cada bolsa do
      *    BOLSA.DAT pelos criterios do motivo (BOLRENOV.DAT).
      *    Aqui o administrador ou supervisor percorre as
      *    propostas pendentes com os indicadores do ano e
      *    aprova ou recusa cada uma. A aprovacao grava o
      *    desconto proposto no BOLSA.DAT - ou exclui a bolsa
      *    cancelada - para a emissao das mensalidades do ano
      *    seguinte (mensfat), guarda o desconto anterior na
      *    proposta e avisa a familia pela central de
      *    notificacoes (notsrv). Recusada, a bolsa fica como
      *    esta. Aprovacao e recusa ficam na trilha de
      *    auditoria (ERROR.LOG), e a gravacao no BOLSA.DAT vai
      *    tambem para o diario de recuperacao JORNAL.DAT
      *    (jrnsrv) com as imagens antes e depois. Qualquer
      *    perfil pode consultar as propostas de um aluno.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * propostas gravadas pelo bolrenov
           SELECT BOLSA-RENOV-FILE ASSIGN TO 'BOLRENOV.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRN-CHAVE
               FILE STATUS IS WRK-BOLRENOV-STATUS.

           SELECT BOLSA-FILE ASSIGN TO 'BOLSA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOL-ALUNO
               FILE STATUS IS WRK-BOLSA-STATUS.

      * perfil do operador
           SELECT OPERATOR-MASTER ASSIGN TO 'OPERMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WRK-OPERMAST-STATUS.

      * trilha de excecoes compartilhada, aqui tambem trilha
      * de auditoria das decisoes
           SELECT ERROR-LOG ASSIGN TO 'ERROR.LOG'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BOLSA-RENOV-FILE.
           COPY 'bolrenrec.cbl'.

       FD  BOLSA-FILE.
           COPY 'bolsarec.cbl'.

       FD  OPERATOR-MASTER.
           COPY 'operrec.cbl'.

       FD  ERROR-LOG.
           COPY 'errorlog.cbl'.

       WORKING-STORAGE SECTION.
       77  WRK-BOLRENOV-STATUS  PIC X(02) VALUE '00'.
       77  WRK-BOLSA-STATUS     PIC X(02) VALUE '00'.
       77  WRK-OPERMAST-STATUS  PIC X(02) VALUE '00'.
       77  WRK-EOF              PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO        VALUE 'S'.

       77  WRK-OPCAO            PIC 9(01) VALUE ZEROS.
           88 OPCAO-DECIDIR         VALUE 1.
           88 OPCAO-EXIBIR          VALUE 2.
           88 OPCAO-SAIR            VALUE 3.

       01  DATA-SYS.
           02  ANO-SYS PIC 9(04) VALUE ZEROS.
           02  MES-SYS PIC 9(02) VALUE ZEROS.
           02  DIA-SYS PIC 9(02) VALUE ZEROS.
       01  DATA-SYS-NUM REDEFINES DATA-SYS PIC 9(08).

       01  WRK-DATA-HORA-SYS.
           05  WRK-DHS-DATA     PIC 9(08).
           05  WRK-DHS-HORA     PIC 9(06).

      * operador: so supervisor ou administrador decide
       77  WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77  WRK-OPERADOR-OK      PIC X(01) VALUE 'N'.
           88 OPERADOR-VALIDO       VALUE 'S'.
       77  WRK-PERFIL           PIC X(01) VALUE 'O'.
           88 PERFIL-APROVADOR      VALUE 'A' 'S'.

       77  WRK-ALUNO            PIC 9(06) VALUE ZEROS.
       77  WRK-ANO-BOLSA        PIC 9(04) VALUE ZEROS.
       77  WRK-CONFIRMA         PIC X(01) VALUE 'N'.
       77  WRK-ACAO             PIC X(01) VALUE SPACES.
       77  WRK-COD-MOTIVO       PIC X(12) VALUE SPACES.
       77  WRK-BOLSA-ACHADA     PIC X(01) VALUE 'N'.
           88 BOLSA-NO-CADASTRO     VALUE 'S'.
       77  WRK-GRAVOU           PIC X(01) VALUE 'N'.
           88 CADASTRO-GRAVADO      VALUE 'S'.
       77  WRK-QTD-PENDENTES    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-APROVADAS    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-RECUSADAS    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-EXIBIDAS     PIC 9(05) VALUE ZEROS.

       77  WRK-ED-PERC          PIC Z9,99.
       77  WRK-ED-PERC2         PIC Z9,99.
       77  WRK-ED-MEDIA         PIC Z9,9.
       77  WRK-ED-FREQ          PIC ZZ9,99.
       77  WRK-DESC-ACAO        PIC X(12) VALUE SPACES.

      * contrato com a central de notificacoes (notsrv)
       01  WRK-NOTSRV.
           05  WRK-NTF-ALUNO    PIC 9(06).
           05  WRK-NTF-TIPO     PIC X(01).
           05  WRK-NTF-REFERENCIA PIC X(12).
           05  WRK-NTF-PROGRAMA PIC X(10).
           05  WRK-NTF-TEXTO    PIC X(100).
           05  WRK-NTF-RETORNO  PIC X(01).

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
           PERFORM 1100-PEDE-OPERADOR
           ACCEPT DATA-SYS FROM DATE YYYYMMDD
           PERFORM 1200-LE-PERFIL
           OPEN I-O BOLSA-RENOV-FILE
           IF WRK-BOLRENOV-STATUS NOT = '00'
               DISPLAY 'NENHUMA REVISAO DE BOLSAS GERADA - '
                   'EXECUTE O BOLRENOV'
               GOBACK
           END-IF
           OPEN I-O BOLSA-FILE
           IF WRK-BOLSA-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE BOLSAS INEXISTENTE'
               CLOSE BOLSA-RENOV-FILE
               GOBACK
           END-IF
           OPEN EXTEND ERROR-LOG
           PERFORM 1000-MENU UNTIL OPCAO-SAIR
           CLOSE BOLSA-RENOV-FILE
           CLOSE BOLSA-FILE
           CLOSE ERROR-LOG
           GOBACK.

       1000-MENU.
           DISPLAY '========================================='
           DISPLAY 'RENOVACAO ANUAL DE BOLSAS'
           DISPLAY '1 - APROVAR OU RECUSAR PROPOSTAS'
           DISPLAY '2 - EXIBIR PROPOSTAS DE UM ALUNO'
           DISPLAY '3 - SAIR'
           DISPLAY 'ESCOLHA UMA OPCAO: '
           ACCEPT WRK-OPCAO FROM CONSOLE
           EVALUATE TRUE
               WHEN OPCAO-DECIDIR      PERFORM 3000-DECIDE-PROPOSTAS
               WHEN OPCAO-EXIBIR       PERFORM 5000-EXIBE-PROPOSTAS
               WHEN OPCAO-SAIR         CONTINUE
               WHEN OTHER              DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       1100-PEDE-OPERADOR.
           MOVE 'N' TO WRK-OPERADOR-OK
           PERFORM UNTIL OPERADOR-VALIDO
               DISPLAY 'SEU ID DE OPERADOR: '
               ACCEPT WRK-OPERADOR FROM CONSOLE
               IF WRK-OPERADOR = SPACES
                   DISPLAY 'ID EM BRANCO, TENTE NOVAMENTE'
               ELSE
                   MOVE 'S' TO WRK-OPERADOR-OK
               END-IF
           END-PERFORM.

      * perfil do operador no cadastro; fora do cadastro (ou
      * cadastro ausente) so consulta
       1200-LE-PERFIL.
           MOVE 'O' TO WRK-PERFIL
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

      *****************************************************
      *    decisao: percorre as propostas pendentes de todos
      *    os anos ainda nao expiradas
      *****************************************************
       3000-DECIDE-PROPOSTAS.
           IF NOT PERFIL-APROVADOR
               DISPLAY 'PERFIL SEM ALCADA PARA DECIDIR BOLSA'
           ELSE
               MOVE ZEROS TO WRK-QTD-PENDENTES WRK-QTD-APROVADAS
                   WRK-QTD-RECUSADAS
               MOVE 'N' TO WRK-EOF
               MOVE ZEROS TO BRN-ANO BRN-ALUNO
               START BOLSA-RENOV-FILE KEY >= BRN-CHAVE
                   INVALID KEY SET FIM-DE-ARQUIVO TO TRUE
               END-START
               PERFORM 3100-LE-PROPOSTA UNTIL FIM-DE-ARQUIVO
               DISPLAY 'PROPOSTAS PENDENTES: ' WRK-QTD-PENDENTES
                   ' APROVADAS: ' WRK-QTD-APROVADAS
                   ' RECUSADAS: ' WRK-QTD-RECUSADAS
           END-IF.

       3100-LE-PROPOSTA.
           READ BOLSA-RENOV-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO AND BRN-PENDENTE
               ADD 1 TO WRK-QTD-PENDENTES
               PERFORM 3200-APRESENTA-PROPOSTA
           END-IF.

       3200-APRESENTA-PROPOSTA.
           DISPLAY '========================================='
           PERFORM 5200-MOSTRA-PROPOSTA
           DISPLAY 'APROVAR (A), RECUSAR (R) OU MANTER (M)? '
           ACCEPT WRK-ACAO FROM CONSOLE
           MOVE BRN-ALUNO TO WRK-ALUNO
           EVALUATE WRK-ACAO
               WHEN 'A' WHEN 'a'
                   PERFORM 3300-APROVA-PROPOSTA
               WHEN 'R' WHEN 'r'
                   PERFORM 3500-RECUSA-PROPOSTA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * a bolsa do cadastro e relida: se mudou desde a
      * revisao, o administrador confirma antes de substituir
       3300-APROVA-PROPOSTA.
           MOVE 'N' TO WRK-BOLSA-ACHADA
           MOVE 'S' TO WRK-CONFIRMA
           MOVE WRK-ALUNO TO BOL-ALUNO
           READ BOLSA-FILE
               KEY IS BOL-ALUNO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-BOLSA-ACHADA
           END-READ
           IF BOLSA-NO-CADASTRO
               IF BOL-PERC NOT = BRN-PERC-ATUAL
                       OR BOL-MOTIVO NOT = BRN-MOTIVO
                   MOVE BOL-PERC TO WRK-ED-PERC
                   DISPLAY 'ATENCAO: BOLSA ALTERADA DESDE A '
                       'REVISAO - HOJE ' WRK-ED-PERC ' PCT '
                       BOL-MOTIVO
                   DISPLAY 'CONFIRMA A SUBSTITUICAO? (S/N): '
                   ACCEPT WRK-CONFIRMA FROM CONSOLE
               END-IF
           ELSE
               IF NOT BRN-CANCELA
                   DISPLAY 'BOLSA EXCLUIDA DO CADASTRO DESDE A '
                       'REVISAO'
                   MOVE 'N' TO WRK-CONFIRMA
               END-IF
           END-IF
           IF WRK-CONFIRMA = 'S' OR 's'
               PERFORM 3400-EFETIVA-PROPOSTA
           ELSE
               DISPLAY 'PROPOSTA MANTIDA'
           END-IF.

      * renovacao mantem o desconto, reducao regrava o
      * percentual e cancelamento exclui a bolsa
       3400-EFETIVA-PROPOSTA.
           MOVE 'S' TO WRK-GRAVOU
           MOVE ZEROS TO BRN-PERC-ANTERIOR
           IF BOLSA-NO-CADASTRO
               MOVE BOL-PERC TO BRN-PERC-ANTERIOR
               EVALUATE TRUE
                   WHEN BRN-REDUZ
                       MOVE BOLSA-RECORD TO WRK-JRN-ANTES
                       MOVE BRN-PERC-PROPOSTO TO BOL-PERC
                       REWRITE BOLSA-RECORD
                           INVALID KEY
                               MOVE 'N' TO WRK-GRAVOU
                           NOT INVALID KEY
                               MOVE BOLSA-RECORD TO WRK-JRN-DEPOIS
                               MOVE 'A' TO WRK-JRN-OPERACAO
                               PERFORM 7100-GRAVA-JORNAL
                       END-REWRITE
                   WHEN BRN-CANCELA
                       MOVE BOLSA-RECORD TO WRK-JRN-ANTES
                       DELETE BOLSA-FILE RECORD
                           INVALID KEY
                               MOVE 'N' TO WRK-GRAVOU
                           NOT INVALID KEY
                               MOVE SPACES TO WRK-JRN-DEPOIS
                               MOVE 'E' TO WRK-JRN-OPERACAO
                               PERFORM 7100-GRAVA-JORNAL
                       END-DELETE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF NOT CADASTRO-GRAVADO
               DISPLAY 'ERRO GRAVANDO BOLSA DO ALUNO ' WRK-ALUNO
                   ' - STATUS ' WRK-BOLSA-STATUS
           ELSE
               MOVE 'A' TO BRN-SITUACAO
               MOVE WRK-OPERADOR TO BRN-APROVADOR
               MOVE DATA-SYS-NUM TO BRN-DATA-DECISAO
               REWRITE BOLSA-RENOV-RECORD
               MOVE 'BOLSA-APROV' TO WRK-COD-MOTIVO
               PERFORM 7000-GRAVA-AUDITORIA
               ADD 1 TO WRK-QTD-APROVADAS
               PERFORM 3450-NOTIFICA-FAMILIA
               MOVE BRN-PERC-ANTERIOR TO WRK-ED-PERC
               MOVE BRN-PERC-PROPOSTO TO WRK-ED-PERC2
               DISPLAY 'ALUNO ' WRK-ALUNO ' DESCONTO DE '
                   WRK-ED-PERC ' PARA ' WRK-ED-PERC2 ' PCT'
           END-IF.

      * aviso da decisao a familia; a bolsa vale para o ano
      * letivo seguinte ao revisado
       3450-NOTIFICA-FAMILIA.
           COMPUTE WRK-ANO-BOLSA = BRN-ANO + 1
           MOVE BRN-ALUNO TO WRK-NTF-ALUNO
           MOVE 'B' TO WRK-NTF-TIPO
           MOVE SPACES TO WRK-NTF-REFERENCIA WRK-NTF-TEXTO
           MOVE WRK-ANO-BOLSA TO WRK-NTF-REFERENCIA
           MOVE 'BOLAPROV' TO WRK-NTF-PROGRAMA
           MOVE BRN-PERC-PROPOSTO TO WRK-ED-PERC2
           EVALUATE TRUE
               WHEN BRN-RENOVA
                   STRING 'BOLSA ' BRN-MOTIVO ' RENOVADA PARA '
                       WRK-ANO-BOLSA ' - DESCONTO DE '
                       WRK-ED-PERC2 ' PCT NA MENSALIDADE'
                       DELIMITED BY SIZE INTO WRK-NTF-TEXTO
               WHEN BRN-REDUZ
                   STRING 'BOLSA ' BRN-MOTIVO ' REDUZIDA PARA '
                       WRK-ANO-BOLSA ' - DESCONTO DE '
                       WRK-ED-PERC2 ' PCT NA MENSALIDADE'
                       DELIMITED BY SIZE INTO WRK-NTF-TEXTO
               WHEN OTHER
                   STRING 'BOLSA ' BRN-MOTIVO ' NAO RENOVADA PARA '
                       WRK-ANO-BOLSA ' - MENSALIDADE SEM DESCONTO'
                       DELIMITED BY SIZE INTO WRK-NTF-TEXTO
           END-EVALUATE
           CALL 'notsrv' USING WRK-NOTSRV.

       3500-RECUSA-PROPOSTA.
           MOVE 'R' TO BRN-SITUACAO
           MOVE WRK-OPERADOR TO BRN-APROVADOR
           MOVE DATA-SYS-NUM TO BRN-DATA-DECISAO
           REWRITE BOLSA-RENOV-RECORD
           MOVE 'BOLSA-RECUS' TO WRK-COD-MOTIVO
           PERFORM 7000-GRAVA-AUDITORIA
           ADD 1 TO WRK-QTD-RECUSADAS
           DISPLAY 'PROPOSTA DO ALUNO ' WRK-ALUNO
               ' RECUSADA - BOLSA MANTIDA'.

      *****************************************************
      *    consulta: todas as propostas do aluno, de todos os
      *    anos e em qualquer situacao
      *****************************************************
       5000-EXIBE-PROPOSTAS.
           DISPLAY 'MATRICULA DO ALUNO: '
           ACCEPT WRK-ALUNO FROM CONSOLE
           MOVE ZEROS TO WRK-QTD-EXIBIDAS
           MOVE 'N' TO WRK-EOF
           MOVE ZEROS TO BRN-ANO BRN-ALUNO
           START BOLSA-RENOV-FILE KEY >= BRN-CHAVE
               INVALID KEY SET FIM-DE-ARQUIVO TO TRUE
           END-START
           PERFORM 5100-LE-PROPOSTA-ALUNO UNTIL FIM-DE-ARQUIVO
           IF WRK-QTD-EXIBIDAS = ZEROS
               DISPLAY 'ALUNO SEM PROPOSTA DE RENOVACAO: '
                   WRK-ALUNO
           END-IF.

       5100-LE-PROPOSTA-ALUNO.
           READ BOLSA-RENOV-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO AND BRN-ALUNO = WRK-ALUNO
               ADD 1 TO WRK-QTD-EXIBIDAS
               DISPLAY '-----------------------------------------'
               PERFORM 5200-MOSTRA-PROPOSTA
               DISPLAY 'SITUACAO: ' BRN-SITUACAO
                   ' (P PENDENTE, A APROVADA, R RECUSADA, '
                   'E EXPIRADA)'
               IF NOT BRN-PENDENTE
                   DISPLAY 'DECIDIDA POR ' BRN-APROVADOR
                       ' EM ' BRN-DATA-DECISAO
               END-IF
           END-IF.

       5200-MOSTRA-PROPOSTA.
           EVALUATE TRUE
               WHEN BRN-RENOVA
                   MOVE 'RENOVAR' TO WRK-DESC-ACAO
               WHEN BRN-REDUZ
                   MOVE 'REDUZIR' TO WRK-DESC-ACAO
               WHEN OTHER
                   MOVE 'CANCELAR' TO WRK-DESC-ACAO
           END-EVALUATE
           MOVE BRN-PERC-ATUAL TO WRK-ED-PERC
           MOVE BRN-PERC-PROPOSTO TO WRK-ED-PERC2
           DISPLAY 'ANO ENCERRADO: ' BRN-ANO
               ' ALUNO: ' BRN-ALUNO ' ' BRN-NOME
           DISPLAY 'MOTIVO: ' BRN-MOTIVO
               ' DESCONTO ATUAL: ' WRK-ED-PERC
               ' PROPOSTO: ' WRK-ED-PERC2
               ' - ' WRK-DESC-ACAO
           MOVE BRN-MEDIA TO WRK-ED-MEDIA
           MOVE BRN-FREQ TO WRK-ED-FREQ
           DISPLAY 'MEDIA: ' WRK-ED-MEDIA
               ' FREQUENCIA: ' WRK-ED-FREQ
               ' MENSALIDADES VENCIDAS: ' BRN-QTD-ATRASO
               ' IRMAOS: ' BRN-QTD-IRMAOS
           IF BRN-FALHAS NOT = SPACES
               DISPLAY 'NAO ATENDE:'
               IF BRN-FALHA-MATRICULA = 'S'
                   DISPLAY '  MATRICULA NAO ATIVA'
               END-IF
               IF BRN-FALHA-HISTORICO = 'S'
                   DISPLAY '  SEM HISTORICO ARQUIVADO NO ANO'
               END-IF
               IF BRN-FALHA-MEDIA = 'S'
                   DISPLAY '  MEDIA ABAIXO DO MINIMO'
               END-IF
               IF BRN-FALHA-FREQ = 'S'
                   DISPLAY '  FREQUENCIA ABAIXO DO MINIMO'
               END-IF
               IF BRN-FALHA-ATRASO = 'S'
                   DISPLAY '  MENSALIDADE VENCIDA EM ABERTO'
               END-IF
               IF BRN-FALHA-IRMAO = 'S'
                   DISPLAY '  SEM IRMAO ATIVO DO MESMO RESPONSAVEL'
               END-IF
           END-IF.

      * registra a decisao na trilha comum a todos os
      * programas
       7000-GRAVA-AUDITORIA.
           ACCEPT WRK-DHS-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-DHS-HORA FROM TIME
           MOVE 'BOLAPROV' TO ERR-PROGRAMA
           MOVE WRK-DHS-DATA TO ERR-DATA-HORA (1:8)
           MOVE WRK-DHS-HORA TO ERR-DATA-HORA (9:6)
           MOVE WRK-COD-MOTIVO TO ERR-MOTIVO
           MOVE SPACES TO ERR-ENTRADA
           STRING 'ALU=' DELIMITED BY SIZE
               WRK-ALUNO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               BRN-ACAO DELIMITED BY SIZE
               ' OPR=' DELIMITED BY SIZE
               WRK-OPERADOR DELIMITED BY SIZE
               INTO ERR-ENTRADA
      * trilha de auditoria de rotina, nao excecao -
      * informativa, fora da fila de revisao do supervisor
           MOVE 'I' TO ERR-SEVERIDADE
           MOVE SPACES TO ERR-TRATADA ERR-TRATADA-POR
           WRITE ERROR-LOG-RECORD.

       7100-GRAVA-JORNAL.
           MOVE 'BOLAPROV' TO WRK-JRN-PROGRAMA
           MOVE WRK-OPERADOR TO WRK-JRN-OPERADOR
           MOVE 'BOLSA' TO WRK-JRN-ARQUIVO
           MOVE BOL-ALUNO TO WRK-JRN-CHAVE
           CALL 'jrnsrv' USING WRK-JRNSRV.
