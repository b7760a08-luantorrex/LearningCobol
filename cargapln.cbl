       IDENTIFICATION DIVISION.
       PROGRAM-ID. cargapln.
      ********************************************************
      *    Plano de carga dos veiculos do dia
      *    Roda depois do frete em lote: pega as cotacoes do
      *    dia no FRETE-LOG e arruma os embarques em cargas de
      *    veiculo numeradas, uma carga so leva embarques do
      *    mesmo deposito (LOG-UF-ORIGEM), da mesma
      *    transportadora (LOG-TRANSP) e do mesmo destino
      *    (LOG-STADO). O embarque mais pesado entra primeiro,
      *    na primeira carga do grupo que ainda tenha peso e
      *    volume livres no maior veiculo do VEICULO.DAT; no
      *    fim cada carga desce para o menor tipo de veiculo
      *    que a comporta. O volume sai das dimensoes do pedido
      *    no ORDMAST.DAT (pedido sem dimensao conta so o
      *    peso). Imprime CARGAPLN.RPT com a utilizacao de peso
      *    e volume de cada veiculo e quantos veiculos cada
      *    deposito precisa por transportadora e destino, e
      *    grava o CARGA.DAT que o manifgen consulta para levar
      *    o numero da carga em cada linha do manifesto.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRETE-LOG ASSIGN TO 'FRETELOG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOG-CHAVE
               ALTERNATE RECORD KEY IS LOG-STADO WITH DUPLICATES
               FILE STATUS IS WRK-FRETELOG-STATUS.

           SELECT VEICULO-FILE ASSIGN TO 'VEICULO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEI-CODIGO
               FILE STATUS IS WRK-VEICULO-STATUS.

      * dimensoes da embalagem, para o volume do embarque
           SELECT ORDERS-FILE ASSIGN TO 'ORDMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-NUMERO
               FILE STATUS IS WRK-ORDERS-STATUS.

      * plano do dia, refeito inteiro a cada rodada
           SELECT CARGA-FILE ASSIGN TO 'CARGA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRG-SEQ
               FILE STATUS IS WRK-CARGA-STATUS.

           SELECT PLANO-REPORT ASSIGN TO 'CARGAPLN.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FRETE-LOG.
           COPY 'fretelog.cbl'.

       FD  VEICULO-FILE.
           COPY 'veicrec.cbl'.

       FD  ORDERS-FILE.
           COPY 'ordrec.cbl'.

       FD  CARGA-FILE.
           COPY 'cargarec.cbl'.

       FD  PLANO-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       77  WRK-FRETELOG-STATUS  PIC X(02) VALUE '00'.
       77  WRK-VEICULO-STATUS   PIC X(02) VALUE '00'.
       77  WRK-ORDERS-STATUS    PIC X(02) VALUE '00'.
       77  WRK-CARGA-STATUS     PIC X(02) VALUE '00'.
       77  WRK-ORDERS-DISP      PIC X(01) VALUE 'N'.
           88 ORDERS-DISPONIVEL     VALUE 'S'.
       77  WRK-EOF              PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO        VALUE 'S'.
       77  WRK-EOF-VEICULO      PIC X(01) VALUE 'N'.
           88 FIM-VEICULOS          VALUE 'S'.

      * contrato com o controle central de data (datasrv): o
      * plano e o da data de negocio do lote da noite
       01  WRK-DATACTL.
           05  WRK-DC-OPERACAO PIC X(01).
           05  WRK-DC-DATA     PIC 9(08).
           05  WRK-DC-CONTROLADA PIC X(01).
           05  WRK-DC-OK       PIC X(01).
       77  WRK-DATA-PROCESSO    PIC 9(08) VALUE ZEROS.

      * contrato com o controle de execucao compartilhado
      * (runctl): um segundo plano no mesmo dia renumeraria
      * cargas ja impressas nos manifestos
       01  WRK-RUNCTL.
           05  WRK-RC-OPERACAO PIC X(01).
           05  WRK-RC-PROGRAMA PIC X(12) VALUE 'CARGAPLN'.
           05  WRK-RC-QTD      PIC 9(06).
           05  WRK-RC-RUN-ID   PIC 9(06).
           05  WRK-RC-PERMITIDO PIC X(01).

      * numeracao das cargas via servico central (seqsrv),
      * serie C - um bloco com o total de cargas do plano
       01  WRK-SEQSRV.
           05  WRK-SEQ-QTD      PIC 9(04).
           05  WRK-SEQ-PRIMEIRO PIC 9(08).
           05  WRK-SEQ-SERIE    PIC X(01) VALUE 'C'.
       77  WRK-PROXIMA-CARGA    PIC 9(08) VALUE ZEROS.

      * tipos de veiculo ativos; WRK-IDX-MAIOR aponta o de
      * maior carga util, que e a medida do encaixe
       01  WRK-TABELA-VEICULOS.
           05  WRK-VEICULO OCCURS 20 TIMES.
               10  VT-CODIGO       PIC X(03).
               10  VT-DESCRICAO    PIC X(20).
               10  VT-CARGA-MAX    PIC 9(05)V99.
               10  VT-VOLUME-MAX   PIC 9(03)V99.
       77  WRK-QTD-VEICULOS     PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-VEICULO      PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-MAIOR        PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-MENOR        PIC 9(02) VALUE ZEROS.

      * embarques do dia; EMB-CARGA zero = ainda nao
      * arrumado, 9999 = sem carga (plano cheio)
       01  WRK-TABELA-EMBARQUES.
           05  WRK-EMBARQUE OCCURS 2000 TIMES.
               10  EMB-SEQ         PIC 9(08).
               10  EMB-PEDIDO      PIC 9(08).
               10  EMB-PDUTO       PIC X(20).
               10  EMB-PESO        PIC 9(05)V99.
               10  EMB-VOLUME      PIC 9(03)V999.
               10  EMB-GRUPO       PIC 9(03).
               10  EMB-CARGA       PIC 9(04).
       77  WRK-QTD-EMBARQUES    PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-EMB          PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-ESCOLHIDO    PIC 9(04) VALUE ZEROS.
       77  WRK-VEZ              PIC 9(04) VALUE ZEROS.

      * combinacoes deposito x transportadora x destino do dia
       01  WRK-TABELA-GRUPOS.
           05  WRK-GRUPO OCCURS 300 TIMES.
               10  GRP-UF-ORIGEM   PIC X(02).
               10  GRP-TRANSP      PIC X(03).
               10  GRP-STADO       PIC X(02).
       77  WRK-QTD-GRUPOS       PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-GRUPO        PIC 9(03) VALUE ZEROS.
       77  WRK-GRUPO-ACHADO     PIC X(01) VALUE 'N'.
           88 GRUPO-NA-TABELA       VALUE 'S'.

      * cargas montadas: grupo, totais, veiculo escolhido e
      * numero definitivo dado na impressao
       01  WRK-TABELA-CARGAS.
           05  WRK-CARGA OCCURS 1000 TIMES.
               10  CT-GRUPO        PIC 9(03).
               10  CT-QTD          PIC 9(04).
               10  CT-PESO         PIC 9(07)V99.
               10  CT-VOLUME       PIC 9(05)V999.
               10  CT-VEICULO      PIC 9(02).
               10  CT-EXCEDE       PIC X(01).
               10  CT-NUMERO       PIC 9(08).
       77  WRK-QTD-CARGAS       PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-CARGA        PIC 9(04) VALUE ZEROS.
       77  WRK-CARGA-ACHADA     PIC X(01) VALUE 'N'.
           88 CARGA-COM-ESPACO      VALUE 'S'.

       77  WRK-CARGAS-GRUPO     PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-EXCEDE       PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-SEM-CARGA    PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-PLANEJADOS   PIC 9(05) VALUE ZEROS.
       77  WRK-PCT-PESO         PIC 9(05)V9 VALUE ZEROS.
       77  WRK-PCT-VOLUME       PIC 9(05)V9 VALUE ZEROS.

       01  WRK-DATA-QUEBRA.
           05  WRK-QBR-ANO      PIC 9(04).
           05  WRK-QBR-MES      PIC 9(02).
           05  WRK-QBR-DIA      PIC 9(02).

       01  WRK-LINHA-CABECALHO.
           05  FILLER          PIC X(30) VALUE
               'PLANO DE CARGA DOS VEICULOS - '.
           05  CAB-DIA         PIC 9(02).
           05  FILLER          PIC X(01) VALUE '/'.
           05  CAB-MES         PIC 9(02).
           05  FILLER          PIC X(01) VALUE '/'.
           05  CAB-ANO         PIC 9(04).

       01  WRK-LINHA-GRUPO.
           05  FILLER          PIC X(10) VALUE 'DEPOSITO: '.
           05  LGR-UF-ORIGEM   PIC X(02).
           05  FILLER          PIC X(18) VALUE
               '  TRANSPORTADORA: '.
           05  LGR-TRANSP      PIC X(03).
           05  FILLER          PIC X(11) VALUE '  DESTINO: '.
           05  LGR-STADO       PIC X(02).

       01  WRK-LINHA-CARGA.
           05  FILLER          PIC X(08) VALUE '  CARGA '.
           05  LCG-NUMERO      PIC 9(08).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  LCG-VEICULO     PIC X(03).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  LCG-DESCRICAO   PIC X(14).
           05  FILLER          PIC X(06) VALUE ' EMB: '.
           05  LCG-QTD         PIC ZZZ9.
           05  FILLER          PIC X(07) VALUE ' PESO: '.
           05  LCG-PESO        PIC Z.ZZZ.ZZ9,99.
           05  FILLER          PIC X(03) VALUE ' / '.
           05  LCG-CARGA-MAX   PIC ZZ.ZZ9,99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  LCG-PCT-PESO    PIC ZZZZ9,9.
           05  FILLER          PIC X(08) VALUE '%  VOL: '.
           05  LCG-VOLUME      PIC ZZ.ZZ9,999.
           05  FILLER          PIC X(03) VALUE ' / '.
           05  LCG-VOLUME-MAX  PIC ZZ9,99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  LCG-PCT-VOLUME  PIC ZZZZ9,9.
           05  FILLER          PIC X(02) VALUE '% '.
           05  LCG-EXCEDE      PIC X(07).

       01  WRK-LINHA-EMBARQUE.
           05  FILLER          PIC X(09) VALUE '    SEQ: '.
           05  LEM-SEQ         PIC 9(08).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  LEM-PDUTO       PIC X(20).
           05  FILLER          PIC X(07) VALUE ' PESO: '.
           05  LEM-PESO        PIC ZZ.ZZ9,99.
           05  FILLER          PIC X(06) VALUE ' VOL: '.
           05  LEM-VOLUME      PIC ZZ9,999.
           05  FILLER          PIC X(09) VALUE ' PEDIDO: '.
           05  LEM-PEDIDO      PIC 9(08).

       01  WRK-LINHA-TOT-GRUPO.
           05  FILLER          PIC X(30) VALUE
               '  VEICULOS NECESSARIOS:'.
           05  TGR-CARGAS      PIC ZZZ9.

       01  WRK-LINHA-RESUMO.
           05  FILLER          PIC X(17) VALUE 'TOTAL DE CARGAS: '.
           05  RES-CARGAS      PIC ZZZ9.
           05  FILLER          PIC X(25) VALUE
               '   EMBARQUES PLANEJADOS: '.
           05  RES-PLANEJADOS  PIC ZZZZ9.
           05  FILLER          PIC X(29) VALUE
               '   ACIMA DO MAIOR VEICULO: '.
           05  RES-EXCEDE      PIC ZZZ9.
           05  FILLER          PIC X(20) VALUE
               '   FORA DO PLANO: '.
           05  RES-SEM-CARGA   PIC ZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-CARREGA-EMBARQUE UNTIL FIM-DE-ARQUIVO
           PERFORM 3000-MONTA-CARGAS
           PERFORM 4000-IMPRIME-PLANO
           PERFORM 9000-FINALIZA
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
           PERFORM 1100-CARREGA-VEICULOS
           OPEN INPUT ORDERS-FILE
           IF WRK-ORDERS-STATUS = '00'
               MOVE 'S' TO WRK-ORDERS-DISP
           ELSE
               DISPLAY 'ORDMAST.DAT INEXISTENTE - CARGAS '
                   'PLANEJADAS SO PELO PESO'
           END-IF
           OPEN INPUT FRETE-LOG
           IF WRK-FRETELOG-STATUS NOT = '00'
               DISPLAY 'FRETE-LOG INEXISTENTE - SEM PLANO DE CARGA'
               MOVE 'S' TO WRK-EOF
           END-IF
           IF WRK-QTD-VEICULOS = ZEROS
               MOVE 'S' TO WRK-EOF
           END-IF
           OPEN OUTPUT CARGA-FILE
           OPEN OUTPUT PLANO-REPORT.

       1100-CARREGA-VEICULOS.
           MOVE ZEROS TO WRK-QTD-VEICULOS WRK-IDX-MAIOR
           MOVE 'N' TO WRK-EOF-VEICULO
           OPEN INPUT VEICULO-FILE
           IF WRK-VEICULO-STATUS NOT = '00'
               DISPLAY 'VEICULO.DAT INEXISTENTE - SEM PLANO DE '
                   'CARGA'
               MOVE 'S' TO WRK-EOF-VEICULO
           END-IF
           PERFORM 1110-LE-VEICULO UNTIL FIM-VEICULOS
           IF WRK-VEICULO-STATUS = '00' OR '10'
               CLOSE VEICULO-FILE
           END-IF.

       1110-LE-VEICULO.
           READ VEICULO-FILE NEXT RECORD
               AT END MOVE 'S' TO WRK-EOF-VEICULO
           END-READ
           IF NOT FIM-VEICULOS
               IF VEI-ESTA-ATIVO AND VEI-CARGA-MAX > ZEROS
                       AND WRK-QTD-VEICULOS < 20
                   ADD 1 TO WRK-QTD-VEICULOS
                   MOVE VEI-CODIGO TO VT-CODIGO (WRK-QTD-VEICULOS)
                   MOVE VEI-DESCRICAO
                       TO VT-DESCRICAO (WRK-QTD-VEICULOS)
                   MOVE VEI-CARGA-MAX
                       TO VT-CARGA-MAX (WRK-QTD-VEICULOS)
                   MOVE VEI-VOLUME-MAX
                       TO VT-VOLUME-MAX (WRK-QTD-VEICULOS)
                   IF WRK-IDX-MAIOR = ZEROS
                       MOVE WRK-QTD-VEICULOS TO WRK-IDX-MAIOR
                   ELSE
                       IF VEI-CARGA-MAX >
                               VT-CARGA-MAX (WRK-IDX-MAIOR)
                           MOVE WRK-QTD-VEICULOS TO WRK-IDX-MAIOR
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * so embarque normal do dia entra no plano; devolucao
      * e coleta reversa e nao sai do deposito
       2000-CARREGA-EMBARQUE.
           READ FRETE-LOG NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF LOG-DATA-HORA (1:8) = WRK-DATA-PROCESSO
                       AND LOG-NORMAL
                   IF WRK-QTD-EMBARQUES < 2000
                       ADD 1 TO WRK-QTD-EMBARQUES
                       MOVE WRK-QTD-EMBARQUES TO WRK-IDX-EMB
                       MOVE LOG-SEQ-ID TO EMB-SEQ (WRK-IDX-EMB)
                       MOVE LOG-PEDIDO TO EMB-PEDIDO (WRK-IDX-EMB)
                       MOVE LOG-PDUTO TO EMB-PDUTO (WRK-IDX-EMB)
                       MOVE LOG-PESO TO EMB-PESO (WRK-IDX-EMB)
                       MOVE ZEROS TO EMB-CARGA (WRK-IDX-EMB)
                       PERFORM 2100-CALCULA-VOLUME
                       PERFORM 2200-ACHA-GRUPO
                   ELSE
                       DISPLAY 'MAIS DE 2000 EMBARQUES NO DIA - SEQ '
                           LOG-SEQ-ID ' FORA DO PLANO'
                       ADD 1 TO WRK-QTD-SEM-CARGA
                   END-IF
               END-IF
           END-IF.

      * volume em metros cubicos pelas dimensoes em cm do
      * pedido; sem pedido numerado ou sem dimensao, zero
       2100-CALCULA-VOLUME.
           MOVE ZEROS TO EMB-VOLUME (WRK-IDX-EMB)
           IF ORDERS-DISPONIVEL AND LOG-PEDIDO > ZEROS
               MOVE LOG-PEDIDO TO ORD-NUMERO
               READ ORDERS-FILE
                   KEY IS ORD-NUMERO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ORD-COMPRIMENTO IS NUMERIC
                               AND ORD-LARGURA IS NUMERIC
                               AND ORD-ALTURA IS NUMERIC
                           COMPUTE EMB-VOLUME (WRK-IDX-EMB) ROUNDED
                               = ORD-COMPRIMENTO * ORD-LARGURA
                                 * ORD-ALTURA / 1000000
                       END-IF
               END-READ
           END-IF.

       2200-ACHA-GRUPO.
           MOVE 'N' TO WRK-GRUPO-ACHADO
           PERFORM VARYING WRK-IDX-GRUPO FROM 1 BY 1
                   UNTIL WRK-IDX-GRUPO > WRK-QTD-GRUPOS
                       OR GRUPO-NA-TABELA
               IF GRP-UF-ORIGEM (WRK-IDX-GRUPO) = LOG-UF-ORIGEM
                       AND GRP-TRANSP (WRK-IDX-GRUPO) = LOG-TRANSP
                       AND GRP-STADO (WRK-IDX-GRUPO) = LOG-STADO
                   MOVE 'S' TO WRK-GRUPO-ACHADO
                   MOVE WRK-IDX-GRUPO TO EMB-GRUPO (WRK-IDX-EMB)
               END-IF
           END-PERFORM
           IF NOT GRUPO-NA-TABELA
               IF WRK-QTD-GRUPOS < 300
                   ADD 1 TO WRK-QTD-GRUPOS
                   MOVE LOG-UF-ORIGEM
                       TO GRP-UF-ORIGEM (WRK-QTD-GRUPOS)
                   MOVE LOG-TRANSP TO GRP-TRANSP (WRK-QTD-GRUPOS)
                   MOVE LOG-STADO TO GRP-STADO (WRK-QTD-GRUPOS)
                   MOVE WRK-QTD-GRUPOS TO EMB-GRUPO (WRK-IDX-EMB)
               ELSE
                   MOVE ZEROS TO EMB-GRUPO (WRK-IDX-EMB)
                   MOVE 9999 TO EMB-CARGA (WRK-IDX-EMB)
                   ADD 1 TO WRK-QTD-SEM-CARGA
               END-IF
           END-IF.

      * encaixe do mais pesado primeiro: a cada vez o maior
      * embarque ainda solto vai para a primeira carga do
      * grupo com espaco, ou abre uma carga nova
       3000-MONTA-CARGAS.
           MOVE ZEROS TO WRK-QTD-CARGAS
           IF WRK-QTD-VEICULOS > ZEROS
               PERFORM 3100-ARRUMA-MAIS-PESADO
                   VARYING WRK-VEZ FROM 1 BY 1
                   UNTIL WRK-VEZ > WRK-QTD-EMBARQUES
               PERFORM 3300-DIMENSIONA-VEICULO
                   VARYING WRK-IDX-CARGA FROM 1 BY 1
                   UNTIL WRK-IDX-CARGA > WRK-QTD-CARGAS
           END-IF.

       3100-ARRUMA-MAIS-PESADO.
           MOVE ZEROS TO WRK-IDX-ESCOLHIDO
           PERFORM VARYING WRK-IDX-EMB FROM 1 BY 1
                   UNTIL WRK-IDX-EMB > WRK-QTD-EMBARQUES
               IF EMB-CARGA (WRK-IDX-EMB) = ZEROS
                   IF WRK-IDX-ESCOLHIDO = ZEROS
                       MOVE WRK-IDX-EMB TO WRK-IDX-ESCOLHIDO
                   ELSE
                       IF EMB-PESO (WRK-IDX-EMB) >
                               EMB-PESO (WRK-IDX-ESCOLHIDO)
                           MOVE WRK-IDX-EMB TO WRK-IDX-ESCOLHIDO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WRK-IDX-ESCOLHIDO > ZEROS
               MOVE WRK-IDX-ESCOLHIDO TO WRK-IDX-EMB
               PERFORM 3200-ENCAIXA-EMBARQUE
           END-IF.

       3200-ENCAIXA-EMBARQUE.
           MOVE 'N' TO WRK-CARGA-ACHADA
           PERFORM VARYING WRK-IDX-CARGA FROM 1 BY 1
                   UNTIL WRK-IDX-CARGA > WRK-QTD-CARGAS
                       OR CARGA-COM-ESPACO
               IF CT-GRUPO (WRK-IDX-CARGA) = EMB-GRUPO (WRK-IDX-EMB)
                       AND CT-PESO (WRK-IDX-CARGA)
                           + EMB-PESO (WRK-IDX-EMB)
                           <= VT-CARGA-MAX (WRK-IDX-MAIOR)
                       AND (VT-VOLUME-MAX (WRK-IDX-MAIOR) = ZEROS
                            OR CT-VOLUME (WRK-IDX-CARGA)
                               + EMB-VOLUME (WRK-IDX-EMB)
                               <= VT-VOLUME-MAX (WRK-IDX-MAIOR))
                   MOVE 'S' TO WRK-CARGA-ACHADA
                   MOVE WRK-IDX-CARGA TO EMB-CARGA (WRK-IDX-EMB)
               END-IF
           END-PERFORM
           IF NOT CARGA-COM-ESPACO
               IF WRK-QTD-CARGAS < 1000
                   ADD 1 TO WRK-QTD-CARGAS
                   MOVE WRK-QTD-CARGAS TO EMB-CARGA (WRK-IDX-EMB)
                   MOVE EMB-GRUPO (WRK-IDX-EMB)
                       TO CT-GRUPO (WRK-QTD-CARGAS)
                   MOVE ZEROS TO CT-QTD (WRK-QTD-CARGAS)
                       CT-PESO (WRK-QTD-CARGAS)
                       CT-VOLUME (WRK-QTD-CARGAS)
                       CT-VEICULO (WRK-QTD-CARGAS)
                       CT-NUMERO (WRK-QTD-CARGAS)
                   MOVE 'N' TO CT-EXCEDE (WRK-QTD-CARGAS)
               ELSE
                   MOVE 9999 TO EMB-CARGA (WRK-IDX-EMB)
                   ADD 1 TO WRK-QTD-SEM-CARGA
               END-IF
           END-IF
           IF EMB-CARGA (WRK-IDX-EMB) NOT = 9999
               MOVE EMB-CARGA (WRK-IDX-EMB) TO WRK-IDX-CARGA
               ADD 1 TO CT-QTD (WRK-IDX-CARGA)
               ADD EMB-PESO (WRK-IDX-EMB) TO CT-PESO (WRK-IDX-CARGA)
               ADD EMB-VOLUME (WRK-IDX-EMB)
                   TO CT-VOLUME (WRK-IDX-CARGA)
           END-IF.

      * menor veiculo que leva o peso e o volume da carga;
      * embarque maior que o maior veiculo fica nele mesmo,
      * marcado EXCEDE para a expedicao tratar a parte
       3300-DIMENSIONA-VEICULO.
           MOVE ZEROS TO WRK-IDX-MENOR
           PERFORM VARYING WRK-IDX-VEICULO FROM 1 BY 1
                   UNTIL WRK-IDX-VEICULO > WRK-QTD-VEICULOS
               IF VT-CARGA-MAX (WRK-IDX-VEICULO)
                       >= CT-PESO (WRK-IDX-CARGA)
                       AND (VT-VOLUME-MAX (WRK-IDX-VEICULO) = ZEROS
                            OR VT-VOLUME-MAX (WRK-IDX-VEICULO)
                               >= CT-VOLUME (WRK-IDX-CARGA))
                   IF WRK-IDX-MENOR = ZEROS
                       MOVE WRK-IDX-VEICULO TO WRK-IDX-MENOR
                   ELSE
                       IF VT-CARGA-MAX (WRK-IDX-VEICULO)
                               < VT-CARGA-MAX (WRK-IDX-MENOR)
                           MOVE WRK-IDX-VEICULO TO WRK-IDX-MENOR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WRK-IDX-MENOR = ZEROS
               MOVE WRK-IDX-MAIOR TO CT-VEICULO (WRK-IDX-CARGA)
               MOVE 'S' TO CT-EXCEDE (WRK-IDX-CARGA)
               ADD 1 TO WRK-QTD-EXCEDE
           ELSE
               MOVE WRK-IDX-MENOR TO CT-VEICULO (WRK-IDX-CARGA)
           END-IF.

      * numera as cargas na ordem de impressao (grupo a
      * grupo) e grava o CARGA.DAT junto com o relatorio
       4000-IMPRIME-PLANO.
           MOVE WRK-DATA-PROCESSO TO WRK-DATA-QUEBRA
           MOVE WRK-QBR-DIA TO CAB-DIA
           MOVE WRK-QBR-MES TO CAB-MES
           MOVE WRK-QBR-ANO TO CAB-ANO
           WRITE REPORT-LINE FROM WRK-LINHA-CABECALHO
           MOVE ZEROS TO WRK-PROXIMA-CARGA
           IF WRK-QTD-CARGAS > ZEROS
               MOVE WRK-QTD-CARGAS TO WRK-SEQ-QTD
               CALL 'seqsrv' USING WRK-SEQSRV
               MOVE WRK-SEQ-PRIMEIRO TO WRK-PROXIMA-CARGA
               IF WRK-PROXIMA-CARGA = ZEROS
                   DISPLAY 'SEM RESERVA DE NUMERACAO - CARGAS SEM '
                       'NUMERO NO PLANO'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 4100-IMPRIME-GRUPO
               VARYING WRK-IDX-GRUPO FROM 1 BY 1
               UNTIL WRK-IDX-GRUPO > WRK-QTD-GRUPOS
           MOVE WRK-QTD-CARGAS TO RES-CARGAS
           MOVE WRK-QTD-PLANEJADOS TO RES-PLANEJADOS
           MOVE WRK-QTD-EXCEDE TO RES-EXCEDE
           MOVE WRK-QTD-SEM-CARGA TO RES-SEM-CARGA
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WRK-LINHA-RESUMO.

       4100-IMPRIME-GRUPO.
           MOVE ZEROS TO WRK-CARGAS-GRUPO
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE GRP-UF-ORIGEM (WRK-IDX-GRUPO) TO LGR-UF-ORIGEM
           MOVE GRP-TRANSP (WRK-IDX-GRUPO) TO LGR-TRANSP
           MOVE GRP-STADO (WRK-IDX-GRUPO) TO LGR-STADO
           WRITE REPORT-LINE FROM WRK-LINHA-GRUPO
           PERFORM 4200-IMPRIME-CARGA
               VARYING WRK-IDX-CARGA FROM 1 BY 1
               UNTIL WRK-IDX-CARGA > WRK-QTD-CARGAS
           MOVE WRK-CARGAS-GRUPO TO TGR-CARGAS
           WRITE REPORT-LINE FROM WRK-LINHA-TOT-GRUPO.

       4200-IMPRIME-CARGA.
           IF CT-GRUPO (WRK-IDX-CARGA) = WRK-IDX-GRUPO
               ADD 1 TO WRK-CARGAS-GRUPO
               MOVE WRK-PROXIMA-CARGA TO CT-NUMERO (WRK-IDX-CARGA)
               IF WRK-PROXIMA-CARGA > ZEROS
                   ADD 1 TO WRK-PROXIMA-CARGA
               END-IF
               MOVE CT-VEICULO (WRK-IDX-CARGA) TO WRK-IDX-VEICULO
               COMPUTE WRK-PCT-PESO ROUNDED =
                   CT-PESO (WRK-IDX-CARGA) * 100
                   / VT-CARGA-MAX (WRK-IDX-VEICULO)
               IF VT-VOLUME-MAX (WRK-IDX-VEICULO) > ZEROS
                   COMPUTE WRK-PCT-VOLUME ROUNDED =
                       CT-VOLUME (WRK-IDX-CARGA) * 100
                       / VT-VOLUME-MAX (WRK-IDX-VEICULO)
               ELSE
                   MOVE ZEROS TO WRK-PCT-VOLUME
               END-IF
               MOVE CT-NUMERO (WRK-IDX-CARGA) TO LCG-NUMERO
               MOVE VT-CODIGO (WRK-IDX-VEICULO) TO LCG-VEICULO
               MOVE VT-DESCRICAO (WRK-IDX-VEICULO) TO LCG-DESCRICAO
               MOVE CT-QTD (WRK-IDX-CARGA) TO LCG-QTD
               MOVE CT-PESO (WRK-IDX-CARGA) TO LCG-PESO
               MOVE VT-CARGA-MAX (WRK-IDX-VEICULO) TO LCG-CARGA-MAX
               MOVE WRK-PCT-PESO TO LCG-PCT-PESO
               MOVE CT-VOLUME (WRK-IDX-CARGA) TO LCG-VOLUME
               MOVE VT-VOLUME-MAX (WRK-IDX-VEICULO)
                   TO LCG-VOLUME-MAX
               MOVE WRK-PCT-VOLUME TO LCG-PCT-VOLUME
               IF CT-EXCEDE (WRK-IDX-CARGA) = 'S'
                   MOVE 'EXCEDE' TO LCG-EXCEDE
               ELSE
                   MOVE SPACES TO LCG-EXCEDE
               END-IF
               WRITE REPORT-LINE FROM WRK-LINHA-CARGA
               PERFORM 4300-IMPRIME-EMBARQUE
                   VARYING WRK-IDX-EMB FROM 1 BY 1
                   UNTIL WRK-IDX-EMB > WRK-QTD-EMBARQUES
           END-IF.

       4300-IMPRIME-EMBARQUE.
           IF EMB-CARGA (WRK-IDX-EMB) = WRK-IDX-CARGA
               MOVE EMB-SEQ (WRK-IDX-EMB) TO LEM-SEQ
               MOVE EMB-PDUTO (WRK-IDX-EMB) TO LEM-PDUTO
               MOVE EMB-PESO (WRK-IDX-EMB) TO LEM-PESO
               MOVE EMB-VOLUME (WRK-IDX-EMB) TO LEM-VOLUME
               MOVE EMB-PEDIDO (WRK-IDX-EMB) TO LEM-PEDIDO
               WRITE REPORT-LINE FROM WRK-LINHA-EMBARQUE
               MOVE EMB-SEQ (WRK-IDX-EMB) TO CRG-SEQ
               MOVE CT-NUMERO (WRK-IDX-CARGA) TO CRG-NUMERO
               MOVE WRK-DATA-PROCESSO TO CRG-DATA
               MOVE GRP-UF-ORIGEM (WRK-IDX-GRUPO) TO CRG-UF-ORIGEM
               MOVE GRP-TRANSP (WRK-IDX-GRUPO) TO CRG-TRANSP
               MOVE GRP-STADO (WRK-IDX-GRUPO) TO CRG-STADO
               MOVE VT-CODIGO (WRK-IDX-VEICULO) TO CRG-VEICULO
               WRITE CARGA-RECORD
                   INVALID KEY
                       DISPLAY 'ERRO GRAVANDO CARGA DA COTACAO '
                           CRG-SEQ
               END-WRITE
               ADD 1 TO WRK-QTD-PLANEJADOS
           END-IF.

       9000-FINALIZA.
           CLOSE PLANO-REPORT
           CLOSE CARGA-FILE
           IF WRK-FRETELOG-STATUS = '00' OR '10'
               CLOSE FRETE-LOG
           END-IF
           IF ORDERS-DISPONIVEL
               CLOSE ORDERS-FILE
           END-IF
           DISPLAY 'CARGAS PLANEJADAS: ' WRK-QTD-CARGAS
               ' EMBARQUES: ' WRK-QTD-PLANEJADOS
           MOVE 'F' TO WRK-RC-OPERACAO
           MOVE WRK-QTD-CARGAS TO WRK-RC-QTD
           CALL 'runctl' USING WRK-RUNCTL.
