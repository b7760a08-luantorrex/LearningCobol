       IDENTIFICATION DIVISION.
       PROGRAM-ID. rptdist.
      ********************************************************
      *    Distribuicao dos relatorios do dia por filial
      *    Roda depois do arquivamento (rptarc): para cada
      *    destinatario do cadastro de distribuicao RPTDIST.DAT
      *    (relatorio, filial, destinatario, forma de entrega e
      *    destino), separa do relatorio do dia so as linhas da
      *    filial dele e grava uma saida por destinatario - o
      *    gerente da filial 02 recebe o FRETE.RPT, o AGING.RPT
      *    e o EMBEXC.RPT da filial 02, sem procurar suas
      *    paginas no relatorio inteiro. Os relatorios
      *    distribuidos gravam a filial de cada linha logo
      *    depois da linha impressa: ** vai para todos (o
      *    cabecalho), em branco so para quem recebe o
      *    relatorio inteiro (filial ** no cadastro), que sao
      *    os totais do lote. A forma I e fila de impressao (a
      *    saida abre com a folha de rosto do destinatario e o
      *    JCL manda o destino para a impressora); a forma A e
      *    arquivo de saida para transmissao, so com as linhas.
      *    Destino repetido no cadastro acumula as entregas na
      *    mesma saida. Cada entrega - ou relatorio que nao
      *    saiu na rodada - fica no DISTLOG.DAT, com data,
      *    relatorio, filial, destinatario, destino e linhas.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * linha R = relatorio distribuido e coluna da filial nas
      * linhas dele; linha D = destinatario do relatorio
           SELECT DISTRIB-MASTER ASSIGN TO 'RPTDIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MASTER-STATUS.

      * o nome vem do cadastro: um unico SELECT atende todos
      * os relatorios distribuidos, como no rptarc
           SELECT RELATORIO-DIA ASSIGN TO WRK-NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.

           SELECT SAIDA-DESTINO ASSIGN TO WRK-NOME-DESTINO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DESTINO-STATUS.

           SELECT DIST-LOG ASSIGN TO 'DISTLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DISTLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISTRIB-MASTER
           RECORD CONTAINS 80 CHARACTERS.
       01  DISTRIB-RECORD.
           05  DST-TIPO        PIC X(01).
               88  DST-RELATORIO-DIST  VALUE 'R'.
               88  DST-DESTINATARIO    VALUE 'D'.
           05  DST-RELATORIO   PIC X(12).
           05  DST-FILIAL      PIC X(02).
           05  DST-NOME        PIC X(20).
           05  DST-METODO      PIC X(01).
               88  DST-IMPRESSAO       VALUE 'I'.
               88  DST-ARQUIVO         VALUE 'A'.
           05  DST-DESTINO     PIC X(12).
           05  FILLER          PIC X(32).
       01  DISTRIB-RELATORIO.
           05  FILLER          PIC X(13).
           05  DST-COLUNA      PIC 9(03).
           05  FILLER          PIC X(64).

       FD  RELATORIO-DIA
           RECORD CONTAINS 342 CHARACTERS.
       01  RELATORIO-LINE PIC X(342).

       FD  SAIDA-DESTINO
           RECORD CONTAINS 342 CHARACTERS.
       01  DESTINO-LINE PIC X(342).

       FD  DIST-LOG
           RECORD CONTAINS 80 CHARACTERS.
       01  DISTLOG-RECORD.
           05  DLG-DATA        PIC 9(08).
           05  DLG-HORA        PIC 9(06).
           05  DLG-RUN-ID      PIC 9(06).
           05  DLG-RELATORIO   PIC X(12).
           05  DLG-FILIAL      PIC X(02).
           05  DLG-NOME        PIC X(20).
           05  DLG-METODO      PIC X(01).
           05  DLG-DESTINO     PIC X(12).
           05  DLG-QTD-LINHAS  PIC 9(06).
      *    E = entregue, N = relatorio nao saiu na rodada
           05  DLG-SITUACAO    PIC X(01).
               88  DLG-ENTREGUE        VALUE 'E'.
               88  DLG-NAO-GERADO      VALUE 'N'.
           05  FILLER          PIC X(06).

       WORKING-STORAGE SECTION.
       77  WRK-MASTER-STATUS    PIC X(02) VALUE '00'.
       77  WRK-RELATORIO-STATUS PIC X(02) VALUE '00'.
       77  WRK-DESTINO-STATUS   PIC X(02) VALUE '00'.
       77  WRK-DISTLOG-STATUS   PIC X(02) VALUE '00'.
       77  WRK-EOF              PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO        VALUE 'S'.
       77  WRK-EOF-RELATORIO    PIC X(01) VALUE 'N'.
           88 FIM-DE-RELATORIO      VALUE 'S'.
       77  WRK-RETORNO          PIC 9(02) VALUE ZEROS.

       77  WRK-NOME-RELATORIO   PIC X(12) VALUE SPACES.
       77  WRK-NOME-DESTINO     PIC X(12) VALUE SPACES.
       77  WRK-COLUNA-MARCA     PIC 9(03) VALUE ZEROS.
       77  WRK-MARCA-LINHA      PIC X(02) VALUE SPACES.
       77  WRK-QTD-LINHAS       PIC 9(06) VALUE ZEROS.
       77  WRK-SITUACAO         PIC X(01) VALUE SPACES.
       77  WRK-QTD-ENTREGAS     PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-NAO-GERADOS  PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-INVALIDAS    PIC 9(04) VALUE ZEROS.

      * relatorios distribuidos e a coluna da filial nas
      * linhas de cada um
       01  WRK-TAB-RELATORIOS.
           05  WRK-REL-ENTRADA OCCURS 20 TIMES.
               10  WRK-REL-NOME     PIC X(12).
               10  WRK-REL-COLUNA   PIC 9(03).
       77  WRK-QTD-RELATORIOS   PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-RELATORIO    PIC 9(02) VALUE ZEROS.
       77  WRK-RELATORIO-ACHADO PIC X(01) VALUE 'N'.
           88 RELATORIO-NA-TABELA   VALUE 'S'.

      * destinatarios na ordem do cadastro
       01  WRK-TAB-DESTINATARIOS.
           05  WRK-DST-ENTRADA OCCURS 200 TIMES.
               10  WRK-DST-RELATORIO PIC X(12).
               10  WRK-DST-FILIAL    PIC X(02).
               10  WRK-DST-NOME      PIC X(20).
               10  WRK-DST-METODO    PIC X(01).
               10  WRK-DST-DESTINO   PIC X(12).
       77  WRK-QTD-DESTINATARIOS PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-DESTINATARIO PIC 9(03) VALUE ZEROS.

      * destinos ja abertos nesta rodada: a proxima entrega
      * no mesmo destino acumula em vez de sobrepor
       01  WRK-TAB-DESTINOS-ABERTOS.
           05  WRK-ABERTO-DESTINO OCCURS 200 TIMES PIC X(12).
       77  WRK-QTD-ABERTOS      PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-ABERTO       PIC 9(03) VALUE ZEROS.
       77  WRK-DESTINO-ACHADO   PIC X(01) VALUE 'N'.
           88 DESTINO-JA-ABERTO     VALUE 'S'.

       01  WRK-DHS-HORA         PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-PROCESSO    PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-PROC-ABERTA REDEFINES WRK-DATA-PROCESSO.
           05  WRK-PROC-ANO     PIC 9(04).
           05  WRK-PROC-MES     PIC 9(02).
           05  WRK-PROC-DIA     PIC 9(02).

      * folha de rosto da entrega na fila de impressao
       01  WRK-LINHA-ROSTO.
           05  FILLER          PIC X(14) VALUE 'DISTRIBUICAO: '.
           05  ROS-RELATORIO   PIC X(12).
           05  FILLER          PIC X(09) VALUE ' FILIAL: '.
           05  ROS-FILIAL      PIC X(02).
           05  FILLER          PIC X(07) VALUE ' PARA: '.
           05  ROS-NOME        PIC X(20).
           05  FILLER          PIC X(07) VALUE ' DATA: '.
           05  ROS-DIA         PIC 9(02).
           05  FILLER          PIC X(01) VALUE '/'.
           05  ROS-MES         PIC 9(02).
           05  FILLER          PIC X(01) VALUE '/'.
           05  ROS-ANO         PIC 9(04).

      * contrato com o controle de execucao compartilhado
      * (runctl): o run id da noite vai para o log de
      * distribuicao
       01  WRK-RUNCTL.
           05  WRK-RC-OPERACAO PIC X(01).
           05  WRK-RC-PROGRAMA PIC X(12) VALUE 'RPTDIST'.
           05  WRK-RC-QTD      PIC 9(06).
           05  WRK-RC-RUN-ID   PIC 9(06).
           05  WRK-RC-PERMITIDO PIC X(01).

      * contrato com o controle central de data (datasrv): a
      * entrega leva a data de negocio da rodada, a mesma da
      * geracao arquivada pelo rptarc
       01  WRK-DATACTL.
           05  WRK-DC-OPERACAO PIC X(01).
           05  WRK-DC-DATA     PIC 9(08).
           05  WRK-DC-CONTROLADA PIC X(01).
           05  WRK-DC-OK       PIC X(01).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-ENTREGA-DESTINATARIO
               VARYING WRK-IDX-DESTINATARIO FROM 1 BY 1
               UNTIL WRK-IDX-DESTINATARIO > WRK-QTD-DESTINATARIOS
           PERFORM 3000-FINALIZA
           MOVE WRK-RETORNO TO RETURN-CODE
           STOP RUN.

       1000-INICIALIZA.
           MOVE 'I' TO WRK-RC-OPERACAO
           MOVE ZEROS TO WRK-RC-QTD
           CALL 'runctl' USING WRK-RUNCTL
           IF WRK-RC-PERMITIDO = 'N'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'L' TO WRK-DC-OPERACAO
           CALL 'datasrv' USING WRK-DATACTL
           MOVE WRK-DC-DATA TO WRK-DATA-PROCESSO
           OPEN INPUT DISTRIB-MASTER
           IF WRK-MASTER-STATUS NOT = '00'
               DISPLAY 'RPTDIST.DAT AUSENTE - NADA A DISTRIBUIR'
           ELSE
               PERFORM 1100-CARREGA-CADASTRO UNTIL FIM-DE-ARQUIVO
               CLOSE DISTRIB-MASTER
           END-IF
           OPEN EXTEND DIST-LOG
           IF WRK-DISTLOG-STATUS = '35'
               OPEN OUTPUT DIST-LOG
           END-IF.

       1100-CARREGA-CADASTRO.
           READ DISTRIB-MASTER
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               EVALUATE TRUE
                   WHEN DST-RELATORIO-DIST
                       PERFORM 1110-CARREGA-RELATORIO
                   WHEN DST-DESTINATARIO
                       PERFORM 1120-CARREGA-DESTINATARIO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * a filial tem que caber na linha de 342 do relatorio
       1110-CARREGA-RELATORIO.
           IF DST-COLUNA IS NOT NUMERIC OR DST-COLUNA = ZEROS
                   OR DST-COLUNA > 341
               ADD 1 TO WRK-QTD-INVALIDAS
               DISPLAY 'RPTDIST.DAT: COLUNA INVALIDA PARA '
                   DST-RELATORIO
           ELSE
               IF WRK-QTD-RELATORIOS < 20
                   ADD 1 TO WRK-QTD-RELATORIOS
                   MOVE DST-RELATORIO
                       TO WRK-REL-NOME (WRK-QTD-RELATORIOS)
                   MOVE DST-COLUNA
                       TO WRK-REL-COLUNA (WRK-QTD-RELATORIOS)
               ELSE
                   ADD 1 TO WRK-QTD-INVALIDAS
                   DISPLAY 'AVISO: TABELA DE RELATORIOS CHEIA, '
                       DST-RELATORIO ' NAO DISTRIBUIDO'
               END-IF
           END-IF.

       1120-CARREGA-DESTINATARIO.
           IF NOT DST-IMPRESSAO AND NOT DST-ARQUIVO
                   OR DST-DESTINO = SPACES
                   OR DST-FILIAL = SPACES
               ADD 1 TO WRK-QTD-INVALIDAS
               DISPLAY 'RPTDIST.DAT: DESTINATARIO INVALIDO '
                   DST-RELATORIO ' ' DST-FILIAL ' ' DST-NOME
           ELSE
               IF WRK-QTD-DESTINATARIOS < 200
                   ADD 1 TO WRK-QTD-DESTINATARIOS
                   MOVE DST-RELATORIO
                       TO WRK-DST-RELATORIO (WRK-QTD-DESTINATARIOS)
                   MOVE DST-FILIAL
                       TO WRK-DST-FILIAL (WRK-QTD-DESTINATARIOS)
                   MOVE DST-NOME
                       TO WRK-DST-NOME (WRK-QTD-DESTINATARIOS)
                   MOVE DST-METODO
                       TO WRK-DST-METODO (WRK-QTD-DESTINATARIOS)
                   MOVE DST-DESTINO
                       TO WRK-DST-DESTINO (WRK-QTD-DESTINATARIOS)
               ELSE
                   ADD 1 TO WRK-QTD-INVALIDAS
                   DISPLAY 'AVISO: TABELA DE DESTINATARIOS CHEIA, '
                       DST-NOME ' NAO ATENDIDO'
               END-IF
           END-IF.

      * uma entrega por linha D: le o relatorio do dia inteiro
      * e passa para o destino so as linhas da filial
       2000-ENTREGA-DESTINATARIO.
           MOVE WRK-DST-RELATORIO (WRK-IDX-DESTINATARIO)
               TO WRK-NOME-RELATORIO
           MOVE 'N' TO WRK-RELATORIO-ACHADO
           PERFORM VARYING WRK-IDX-RELATORIO FROM 1 BY 1
                   UNTIL WRK-IDX-RELATORIO > WRK-QTD-RELATORIOS
                       OR RELATORIO-NA-TABELA
               IF WRK-REL-NOME (WRK-IDX-RELATORIO)
                       = WRK-NOME-RELATORIO
                   MOVE 'S' TO WRK-RELATORIO-ACHADO
                   MOVE WRK-REL-COLUNA (WRK-IDX-RELATORIO)
                       TO WRK-COLUNA-MARCA
               END-IF
           END-PERFORM
           IF NOT RELATORIO-NA-TABELA
               ADD 1 TO WRK-QTD-INVALIDAS
               DISPLAY 'RPTDIST.DAT: ' WRK-NOME-RELATORIO
                   ' SEM LINHA R - DESTINATARIO '
                   WRK-DST-NOME (WRK-IDX-DESTINATARIO)
                   ' NAO ATENDIDO'
           ELSE
               MOVE ZEROS TO WRK-QTD-LINHAS
               MOVE 'N' TO WRK-EOF-RELATORIO
               OPEN INPUT RELATORIO-DIA
               IF WRK-RELATORIO-STATUS NOT = '00'
      * relatorio que nao saiu nesta rodada nao e erro, mas
      * fica no log para o destinatario saber por que nao
      * recebeu
                   ADD 1 TO WRK-QTD-NAO-GERADOS
                   MOVE 'N' TO WRK-SITUACAO
               ELSE
                   PERFORM 2100-ABRE-DESTINO
                   PERFORM 2200-SEPARA-LINHA
                       UNTIL FIM-DE-RELATORIO
                   CLOSE RELATORIO-DIA
                   CLOSE SAIDA-DESTINO
                   ADD 1 TO WRK-QTD-ENTREGAS
                   MOVE 'E' TO WRK-SITUACAO
               END-IF
               PERFORM 2300-GRAVA-LOG
           END-IF.

       2100-ABRE-DESTINO.
           MOVE WRK-DST-DESTINO (WRK-IDX-DESTINATARIO)
               TO WRK-NOME-DESTINO
           MOVE 'N' TO WRK-DESTINO-ACHADO
           PERFORM VARYING WRK-IDX-ABERTO FROM 1 BY 1
                   UNTIL WRK-IDX-ABERTO > WRK-QTD-ABERTOS
                       OR DESTINO-JA-ABERTO
               IF WRK-ABERTO-DESTINO (WRK-IDX-ABERTO)
                       = WRK-NOME-DESTINO
                   MOVE 'S' TO WRK-DESTINO-ACHADO
               END-IF
           END-PERFORM
           IF DESTINO-JA-ABERTO
               OPEN EXTEND SAIDA-DESTINO
           ELSE
               OPEN OUTPUT SAIDA-DESTINO
               ADD 1 TO WRK-QTD-ABERTOS
               MOVE WRK-NOME-DESTINO
                   TO WRK-ABERTO-DESTINO (WRK-QTD-ABERTOS)
           END-IF
           IF WRK-DST-METODO (WRK-IDX-DESTINATARIO) = 'I'
               MOVE WRK-NOME-RELATORIO TO ROS-RELATORIO
               MOVE WRK-DST-FILIAL (WRK-IDX-DESTINATARIO)
                   TO ROS-FILIAL
               MOVE WRK-DST-NOME (WRK-IDX-DESTINATARIO) TO ROS-NOME
               MOVE WRK-PROC-DIA TO ROS-DIA
               MOVE WRK-PROC-MES TO ROS-MES
               MOVE WRK-PROC-ANO TO ROS-ANO
               WRITE DESTINO-LINE FROM WRK-LINHA-ROSTO
           END-IF.

      * ** e de todos; o destinatario ** recebe o relatorio
      * inteiro; os demais so as linhas da sua filial. A
      * filial sai da linha entregue
       2200-SEPARA-LINHA.
           READ RELATORIO-DIA
               AT END SET FIM-DE-RELATORIO TO TRUE
           END-READ
           IF NOT FIM-DE-RELATORIO
               MOVE RELATORIO-LINE (WRK-COLUNA-MARCA:2)
                   TO WRK-MARCA-LINHA
               IF WRK-DST-FILIAL (WRK-IDX-DESTINATARIO) = '**'
                       OR WRK-MARCA-LINHA = '**'
                       OR WRK-MARCA-LINHA
                           = WRK-DST-FILIAL (WRK-IDX-DESTINATARIO)
                   MOVE RELATORIO-LINE TO DESTINO-LINE
                   MOVE SPACES TO DESTINO-LINE (WRK-COLUNA-MARCA:2)
                   WRITE DESTINO-LINE
                   ADD 1 TO WRK-QTD-LINHAS
               END-IF
           END-IF.

       2300-GRAVA-LOG.
           MOVE SPACES TO DISTLOG-RECORD
           ACCEPT WRK-DHS-HORA FROM TIME
           MOVE WRK-DATA-PROCESSO TO DLG-DATA
           MOVE WRK-DHS-HORA (1:6) TO DLG-HORA
           MOVE WRK-RC-RUN-ID TO DLG-RUN-ID
           MOVE WRK-NOME-RELATORIO TO DLG-RELATORIO
           MOVE WRK-DST-FILIAL (WRK-IDX-DESTINATARIO) TO DLG-FILIAL
           MOVE WRK-DST-NOME (WRK-IDX-DESTINATARIO) TO DLG-NOME
           MOVE WRK-DST-METODO (WRK-IDX-DESTINATARIO) TO DLG-METODO
           MOVE WRK-DST-DESTINO (WRK-IDX-DESTINATARIO)
               TO DLG-DESTINO
           MOVE WRK-QTD-LINHAS TO DLG-QTD-LINHAS
           MOVE WRK-SITUACAO TO DLG-SITUACAO
           WRITE DISTLOG-RECORD.

      * linha de cadastro recusada sai como aviso (RC 4) para
      * a operacao corrigir o RPTDIST.DAT; a noite segue
       3000-FINALIZA.
           CLOSE DIST-LOG
           IF WRK-QTD-INVALIDAS > ZEROS
               MOVE 4 TO WRK-RETORNO
           END-IF
           DISPLAY 'ENTREGAS DE RELATORIO: ' WRK-QTD-ENTREGAS
           DISPLAY 'RELATORIOS NAO GERADOS NA RODADA: '
               WRK-QTD-NAO-GERADOS
           DISPLAY 'LINHAS DO CADASTRO RECUSADAS: '
               WRK-QTD-INVALIDAS
           MOVE 'F' TO WRK-RC-OPERACAO
           MOVE WRK-QTD-ENTREGAS TO WRK-RC-QTD
           CALL 'runctl' USING WRK-RUNCTL.
