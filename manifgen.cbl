      *    transportadora, uma linha por embarque (numero da
      *    cotacao, produto, peso, UF de destino) e trailer
      *    com contagem e totais de peso e frete, no estilo
      *    header/trailer do GRADEIFC.DAT. Cada linha leva o
      *    numero da carga de veiculo do plano do dia
      *    (CARGA.DAT, gerado pelo cargapln), para a
      *    transportadora saber o que viaja junto; zeros quando
      *    o embarque ficou fora do plano, e a quantidade de
      *    volumes do pedido (ORDVOL.DAT, 1 quando o pedido nao
      *    registrou volumes), somada no trailer, e o valor a
      *    cobrar do destinatario na entrega contra reembolso
      *    (zeros = entrega comum), tambem totalizado no
      *    trailer. A confirmacao da transportadora e
      *    conferida pelo manifack; manifesto sem confirmacao
      *    vira linha no ERROR.LOG. Embarque cujo conhecimento
      *    de transporte nao foi autorizado pelo fisco
      *    (CTDOC.DAT, retorno gravado pelo ctretorno) nao
      *    entra no manifesto: fica retido com linha no
      *    ERROR.LOG ate a autorizacao chegar, e viaja no
      *    primeiro manifesto depois dela: de outros dias so
      *    voltam as cotacoes que o proprio manifgen reteve
      *    (linha CT-NAO-AUTOR no ERROR.LOG desde o inicio do
      *    mes anterior), e o documento recebe a data do
      *    manifesto (CT-DATA-MANIFESTO) para nao viajar de
      *    novo. A rodada repetida no mesmo dia refaz o
      *    manifesto do dia inteiro.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT MANIFESTO-FILE ASSIGN TO 'MANIF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

      * plano de carga do dia, opcional: sem ele as linhas
      * saem com a carga zerada
           SELECT CARGA-FILE ASSIGN TO 'CARGA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRG-SEQ
               FILE STATUS IS WRK-CARGA-STATUS.

      * volumes dos pedidos, opcional: sem ele todo embarque
      * conta um volume
           SELECT ORDVOL-FILE ASSIGN TO 'ORDVOL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OVL-CHAVE
               FILE STATUS IS WRK-ORDVOL-STATUS.

      * conhecimentos de transporte, pela cotacao: so
      * embarque com documento autorizado pode viajar; o
      * documento guarda a data do manifesto
           SELECT CT-MASTER ASSIGN TO 'CTDOC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CHAVE
               ALTERNATE RECORD KEY IS CT-SEQ-COTACAO
                   WITH DUPLICATES
               FILE STATUS IS WRK-CTDOC-STATUS.

           SELECT ERROR-LOG ASSIGN TO 'ERROR.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ERRLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FRETE-LOG.
           COPY 'fretelog.cbl'.

       FD  CARGA-FILE.
           COPY 'cargarec.cbl'.

       FD  ORDVOL-FILE.
           COPY 'ordvolrec.cbl'.

       FD  CT-MASTER.
           COPY 'ctrec.cbl'.

       FD  ERROR-LOG.
           COPY 'errorlog.cbl'.

       FD  MANIFESTO-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  MANIFESTO-LINE PIC X(60).
       77  WRK-FRETELOG-STATUS  PIC X(02) VALUE '00'.
       77  WRK-EOF              PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO        VALUE 'S'.
       77  WRK-CARGA-STATUS     PIC X(02) VALUE '00'.
       77  WRK-CARGA-DISP       PIC X(01) VALUE 'N'.
           88 CARGA-DISPONIVEL      VALUE 'S'.
       77  WRK-ORDVOL-STATUS    PIC X(02) VALUE '00'.
       77  WRK-ORDVOL-DISP      PIC X(01) VALUE 'N'.
           88 ORDVOL-DISPONIVEL     VALUE 'S'.
       77  WRK-CTDOC-STATUS     PIC X(02) VALUE '00'.
       77  WRK-CTDOC-DISP       PIC X(01) VALUE 'N'.
           88 CTDOC-DISPONIVEL      VALUE 'S'.
       77  WRK-EOF-CT           PIC X(01) VALUE 'N'.
           88 FIM-CT-COTACAO        VALUE 'S'.
       77  WRK-CT-AUTORIZADO    PIC X(01) VALUE 'N'.
           88 CT-DA-COTACAO-AUTORIZADO VALUE 'S'.
      * autorizado e ainda fora de manifesto de outro dia
       77  WRK-A-MANIFESTAR     PIC X(01) VALUE 'N'.
           88 EMBARQUE-A-MANIFESTAR VALUE 'S'.
       77  WRK-QTD-RETIDOS      PIC 9(06) VALUE ZEROS.

      * cotacoes retidas pelo manifgen por falta de CT
      * autorizado, lidas do ERROR.LOG a partir do primeiro dia
      * do mes anterior: de outros dias, so elas voltam ao
      * manifesto quando a autorizacao chega
       77  WRK-ERRLOG-STATUS    PIC X(02) VALUE '00'.
       77  WRK-EOF-ERRLOG       PIC X(01) VALUE 'N'.
           88 FIM-ERRLOG            VALUE 'S'.
       01  WRK-JANELA-RETENCAO.
           05  WRK-JAN-ANO      PIC 9(04).
           05  WRK-JAN-MES      PIC 9(02).
           05  WRK-JAN-DIA      PIC 9(02).
       01  WRK-JAN-NUM REDEFINES WRK-JANELA-RETENCAO PIC 9(08).
       01  WRK-TABELA-RETIDOS.
           05  WRK-RET-SEQ OCCURS 2000 TIMES PIC 9(08).
       77  WRK-QTD-RET-TAB      PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-RET          PIC 9(04) VALUE ZEROS.
       77  WRK-SEQ-BUSCA        PIC 9(08) VALUE ZEROS.
       77  WRK-RET-ACHADO       PIC X(01) VALUE 'N'.
           88 COTACAO-RETIDA        VALUE 'S'.
       77  WRK-AVISO-RETIDOS    PIC X(01) VALUE 'N'.

       01  WRK-DATA-HORA-SYS.
           05  WRK-DHS-DATA     PIC 9(08).
           05  WRK-DHS-HORA     PIC 9(06).

       01  DATA-SYS.
           02  ANO-SYS PIC 9(04) VALUE ZEROS.
           05  WRK-RC-RUN-ID   PIC 9(06).
           05  WRK-RC-PERMITIDO PIC X(01).

      * transportadoras com embarque a manifestar, coletadas
      * numa primeira varredura; cada uma ganha seu bloco
      * H/D/T numa segunda passada do log
       01  WRK-TABELA-TRANSP.
           05  WRK-TRP-COD OCCURS 50 TIMES PIC X(03).
       77  WRK-QTD-TRANSP       PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-EMBARQUES    PIC 9(06) VALUE ZEROS.
       77  WRK-TOT-PESO         PIC 9(08)V99 VALUE ZEROS.
       77  WRK-TOT-FRETE        PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOT-VOLUMES      PIC 9(06) VALUE ZEROS.
       77  WRK-TOT-REEMBOLSO    PIC 9(08)V99 VALUE ZEROS.
       77  WRK-QTD-MANIFESTOS   PIC 9(04) VALUE ZEROS.

       01  WRK-LINHA-HEADER.
           05  DET-PDUTO       PIC X(20).
           05  DET-PESO        PIC 9(05)V99.
           05  DET-UF          PIC X(02).
           05  DET-CARGA       PIC 9(08).
           05  DET-VOLUMES     PIC 9(03).
           05  DET-REEMBOLSO   PIC 9(06)V99.

       01  WRK-LINHA-TRAILER.
           05  FILLER          PIC X(01) VALUE 'T'.
           05  TRL-QTD         PIC 9(06).
           05  TRL-PESO        PIC 9(08)V99.
           05  TRL-FRETE       PIC 9(10)V99.
           05  TRL-VOLUMES     PIC 9(06).
           05  TRL-REEMBOLSO   PIC 9(08)V99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           MOVE 'L' TO WRK-DC-OPERACAO
           CALL 'datasrv' USING WRK-DATACTL
           MOVE WRK-DC-DATA TO DATA-SYS-NUM
           PERFORM 1100-CARREGA-RETIDOS
           OPEN INPUT FRETE-LOG
           IF WRK-FRETELOG-STATUS NOT = '00'
               DISPLAY 'FRETE-LOG INEXISTENTE - SEM MANIFESTOS'
               MOVE 'S' TO WRK-EOF
           END-IF
           OPEN INPUT CARGA-FILE
           IF WRK-CARGA-STATUS = '00'
               MOVE 'S' TO WRK-CARGA-DISP
           ELSE
               DISPLAY 'CARGA.DAT INEXISTENTE - MANIFESTO SEM '
                   'NUMERO DE CARGA'
           END-IF
           OPEN INPUT ORDVOL-FILE
           IF WRK-ORDVOL-STATUS = '00'
               MOVE 'S' TO WRK-ORDVOL-DISP
           END-IF
      * sem o registro de conhecimentos nenhum embarque tem
      * documento autorizado e todos ficam retidos
           OPEN I-O CT-MASTER
           IF WRK-CTDOC-STATUS = '00'
               MOVE 'S' TO WRK-CTDOC-DISP
           ELSE
               DISPLAY 'CTDOC.DAT INEXISTENTE - EMBARQUES RETIDOS '
                   'SEM CONHECIMENTO AUTORIZADO'
           END-IF
           OPEN EXTEND ERROR-LOG
           OPEN OUTPUT MANIFESTO-FILE.

      * a leitura vem antes do OPEN EXTEND do 1000; sem
      * ERROR.LOG nenhuma cotacao de outro dia esta retida
       1100-CARREGA-RETIDOS.
           MOVE DATA-SYS-NUM TO WRK-JAN-NUM
           MOVE 01 TO WRK-JAN-DIA
           IF WRK-JAN-MES = 01
               MOVE 12 TO WRK-JAN-MES
               SUBTRACT 1 FROM WRK-JAN-ANO
           ELSE
               SUBTRACT 1 FROM WRK-JAN-MES
           END-IF
           MOVE 'N' TO WRK-EOF-ERRLOG
           OPEN INPUT ERROR-LOG
           IF WRK-ERRLOG-STATUS = '00'
               PERFORM 1110-LE-RETENCAO UNTIL FIM-ERRLOG
               CLOSE ERROR-LOG
           END-IF.

       1110-LE-RETENCAO.
           READ ERROR-LOG
               AT END
                   MOVE 'S' TO WRK-EOF-ERRLOG
               NOT AT END
                   IF ERR-PROGRAMA = 'MANIFGEN'
                           AND ERR-MOTIVO = 'CT-NAO-AUTOR'
                           AND ERR-DATA-HORA (1:8)
                               NOT < WRK-JANELA-RETENCAO
                           AND ERR-ENTRADA (1:4) = 'SEQ='
                           AND ERR-ENTRADA (5:8) IS NUMERIC
                       MOVE ERR-ENTRADA (5:8) TO WRK-SEQ-BUSCA
                       PERFORM 1130-PROCURA-RETIDO
                       IF NOT COTACAO-RETIDA
                           PERFORM 1120-GUARDA-RETIDO
                       END-IF
                   END-IF
           END-READ.

       1120-GUARDA-RETIDO.
           IF WRK-QTD-RET-TAB < 2000
               ADD 1 TO WRK-QTD-RET-TAB
               MOVE WRK-SEQ-BUSCA TO WRK-RET-SEQ (WRK-QTD-RET-TAB)
           ELSE
               IF WRK-AVISO-RETIDOS = 'N'
                   MOVE 'S' TO WRK-AVISO-RETIDOS
                   DISPLAY 'AVISO: TABELA DE RETIDOS CHEIA - '
                       'CONFERIR CT-NAO-AUTOR NO ERROR.LOG'
               END-IF
           END-IF.

       1130-PROCURA-RETIDO.
           MOVE 'N' TO WRK-RET-ACHADO
           PERFORM VARYING WRK-IDX-RET FROM 1 BY 1
                   UNTIL WRK-IDX-RET > WRK-QTD-RET-TAB
                       OR COTACAO-RETIDA
               IF WRK-RET-SEQ (WRK-IDX-RET) = WRK-SEQ-BUSCA
                   MOVE 'S' TO WRK-RET-ACHADO
               END-IF
           END-PERFORM.

       2000-COLETA-TRANSP.
           READ FRETE-LOG NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE 'N' TO WRK-A-MANIFESTAR
               IF LOG-DATA-HORA (1:8) NOT > DATA-SYS-NUM
                       AND LOG-TRANSP NOT = SPACES
                   PERFORM 2100-CONFERE-CT
               END-IF
               IF EMBARQUE-A-MANIFESTAR
                   MOVE 'N' TO WRK-TRANSP-ACHADA
                   PERFORM VARYING WRK-IDX-BUSCA FROM 1 BY 1
                           UNTIL WRK-IDX-BUSCA > WRK-QTD-TRANSP
               END-IF
           END-IF.

      * embarque sem documento autorizado fica fora de todo
      * manifesto; a retencao vai para o ERROR.LOG uma vez,
      * na coleta do dia da cotacao - nos dias seguintes ele
      * so volta a ser olhado, ate a autorizacao chegar
       2100-CONFERE-CT.
           PERFORM 3240-BUSCA-CT
           IF NOT CT-DA-COTACAO-AUTORIZADO
                   AND LOG-DATA-HORA (1:8) = DATA-SYS-NUM
               ADD 1 TO WRK-QTD-RETIDOS
               PERFORM 2200-GRAVA-RETENCAO
           END-IF.

       2200-GRAVA-RETENCAO.
           MOVE 'MANIFGEN' TO ERR-PROGRAMA
           ACCEPT WRK-DHS-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-DHS-HORA FROM TIME
           MOVE WRK-DHS-DATA TO ERR-DATA-HORA (1:8)
           MOVE WRK-DHS-HORA TO ERR-DATA-HORA (9:6)
           MOVE 'CT-NAO-AUTOR' TO ERR-MOTIVO
           MOVE SPACES TO ERR-ENTRADA
           STRING 'SEQ=' DELIMITED BY SIZE
               LOG-SEQ-ID DELIMITED BY SIZE
               ' TRP=' DELIMITED BY SIZE
               LOG-TRANSP DELIMITED BY SIZE
               INTO ERR-ENTRADA
      * embarque parado na doca: critica, o supervisor
      * acompanha ate a autorizacao sair
           MOVE 'C' TO ERR-SEVERIDADE
           MOVE SPACES TO ERR-TRATADA ERR-TRATADA-POR
           WRITE ERROR-LOG-RECORD.

       3000-GERA-MANIFESTOS.
           PERFORM 3100-GERA-MANIFESTO
               VARYING WRK-IDX-TRANSP FROM 1 BY 1
       3100-GERA-MANIFESTO.
           MOVE WRK-TRP-COD (WRK-IDX-TRANSP) TO WRK-TRANSP-CORRENTE
           MOVE ZEROS TO WRK-QTD-EMBARQUES WRK-TOT-PESO
               WRK-TOT-FRETE WRK-TOT-VOLUMES WRK-TOT-REEMBOLSO
           MOVE DATA-SYS-NUM TO HDR-DATA
           MOVE WRK-TRANSP-CORRENTE TO HDR-TRANSP
           WRITE MANIFESTO-LINE FROM WRK-LINHA-HEADER
           MOVE WRK-QTD-EMBARQUES TO TRL-QTD
           MOVE WRK-TOT-PESO TO TRL-PESO
           MOVE WRK-TOT-FRETE TO TRL-FRETE
           MOVE WRK-TOT-VOLUMES TO TRL-VOLUMES
           MOVE WRK-TOT-REEMBOLSO TO TRL-REEMBOLSO
           WRITE MANIFESTO-LINE FROM WRK-LINHA-TRAILER
           ADD 1 TO WRK-QTD-MANIFESTOS.

               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO
               MOVE 'N' TO WRK-A-MANIFESTAR
               IF LOG-DATA-HORA (1:8) NOT > DATA-SYS-NUM
                       AND LOG-TRANSP = WRK-TRANSP-CORRENTE
                   PERFORM 3240-BUSCA-CT
               END-IF
               IF EMBARQUE-A-MANIFESTAR
                   MOVE LOG-SEQ-ID TO DET-SEQ
                   MOVE LOG-PDUTO TO DET-PDUTO
                   MOVE LOG-PESO TO DET-PESO
                   MOVE LOG-STADO TO DET-UF
                   PERFORM 3250-BUSCA-CARGA
                   PERFORM 3260-CONTA-VOLUMES
                   MOVE LOG-REEMBOLSO TO DET-REEMBOLSO
                   WRITE MANIFESTO-LINE FROM WRK-LINHA-DETALHE
                   ADD DET-VOLUMES TO WRK-TOT-VOLUMES
                   ADD LOG-REEMBOLSO TO WRK-TOT-REEMBOLSO
                   ADD 1 TO WRK-QTD-EMBARQUES
                   ADD LOG-PESO TO WRK-TOT-PESO
                   ADD LOG-FRETE TO WRK-TOT-FRETE
                   PERFORM 3270-MARCA-MANIFESTADO
               END-IF
           END-IF.

      * a cotacao pode ter mais de um documento (cancelado e
      * reemitido): basta um emitido e autorizado. Ja
      * manifestado em outro dia nao viaja de novo; o do
      * proprio dia volta na rodada repetida. Ainda nao
      * manifestado, viaja a cotacao do dia ou a de outro dia
      * que o manifgen reteve (tabela do 1100) - documento
      * antigo sem data de manifesto nao e embarque parado
       3240-BUSCA-CT.
           MOVE 'N' TO WRK-CT-AUTORIZADO
           MOVE 'N' TO WRK-A-MANIFESTAR
           IF CTDOC-DISPONIVEL
               MOVE 'N' TO WRK-EOF-CT
               MOVE LOG-SEQ-ID TO CT-SEQ-COTACAO
               START CT-MASTER KEY = CT-SEQ-COTACAO
                   INVALID KEY MOVE 'S' TO WRK-EOF-CT
               END-START
               PERFORM 3245-LE-CT-COTACAO
                   UNTIL FIM-CT-COTACAO OR CT-DA-COTACAO-AUTORIZADO
           END-IF
           IF CT-DA-COTACAO-AUTORIZADO
               IF CT-DATA-MANIFESTO IS NOT NUMERIC
                   MOVE ZEROS TO CT-DATA-MANIFESTO
               END-IF
               IF CT-DATA-MANIFESTO = DATA-SYS-NUM
                   MOVE 'S' TO WRK-A-MANIFESTAR
               END-IF
               IF CT-NAO-MANIFESTADO
                   IF LOG-DATA-HORA (1:8) = DATA-SYS-NUM
                       MOVE 'S' TO WRK-A-MANIFESTAR
                   ELSE
                       MOVE LOG-SEQ-ID TO WRK-SEQ-BUSCA
                       PERFORM 1130-PROCURA-RETIDO
                       IF COTACAO-RETIDA
                           MOVE 'S' TO WRK-A-MANIFESTAR
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3245-LE-CT-COTACAO.
           READ CT-MASTER NEXT RECORD
               AT END MOVE 'S' TO WRK-EOF-CT
           END-READ
           IF NOT FIM-CT-COTACAO
               IF CT-SEQ-COTACAO NOT = LOG-SEQ-ID
                   MOVE 'S' TO WRK-EOF-CT
               ELSE
                   IF CT-EMITIDO AND CT-AUT-AUTORIZADO
                       MOVE 'S' TO WRK-CT-AUTORIZADO
                   END-IF
               END-IF
           END-IF.

      * carga do plano do dia em que o embarque foi arrumado;
      * plano de outra data nao vale
       3250-BUSCA-CARGA.
           MOVE ZEROS TO DET-CARGA
           IF CARGA-DISPONIVEL
               MOVE LOG-SEQ-ID TO CRG-SEQ
               READ CARGA-FILE
                   KEY IS CRG-SEQ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CRG-DATA = DATA-SYS-NUM
                           MOVE CRG-NUMERO TO DET-CARGA
                       END-IF
               END-READ
           END-IF.

      * o documento autorizado lido no 3240 guarda o dia do
      * manifesto
       3270-MARCA-MANIFESTADO.
           IF CT-DATA-MANIFESTO NOT = DATA-SYS-NUM
               MOVE DATA-SYS-NUM TO CT-DATA-MANIFESTO
               REWRITE CT-RECORD
                   INVALID KEY
                       DISPLAY 'ERRO MARCANDO CT MANIFESTADO: '
                           CT-CHAVE
               END-REWRITE
           END-IF.

      * total de volumes gravado no primeiro volume do pedido
       3260-CONTA-VOLUMES.
           MOVE 1 TO DET-VOLUMES
           IF ORDVOL-DISPONIVEL
                   AND LOG-PEDIDO IS NUMERIC AND LOG-PEDIDO > ZEROS
               MOVE LOG-PEDIDO TO OVL-PEDIDO
               MOVE 1 TO OVL-VOLUME
               READ ORDVOL-FILE
                   KEY IS OVL-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OVL-TOTAL > 1
                           MOVE OVL-TOTAL TO DET-VOLUMES
                       END-IF
               END-READ
           END-IF.

       4000-FINALIZA.
           CLOSE MANIFESTO-FILE
           CLOSE ERROR-LOG
           IF CTDOC-DISPONIVEL
               CLOSE CT-MASTER
           END-IF
           IF ORDVOL-DISPONIVEL
               CLOSE ORDVOL-FILE
           END-IF
           IF CARGA-DISPONIVEL
               CLOSE CARGA-FILE
           END-IF
           IF WRK-FRETELOG-STATUS = '00' OR '10'
               CLOSE FRETE-LOG
           END-IF
           DISPLAY 'MANIFESTOS GERADOS: ' WRK-QTD-MANIFESTOS
           DISPLAY 'EMBARQUES RETIDOS SEM CT AUTORIZADO: '
               WRK-QTD-RETIDOS
           MOVE 'F' TO WRK-RC-OPERACAO
           MOVE WRK-QTD-MANIFESTOS TO WRK-RC-QTD
           CALL 'runctl' USING WRK-RUNCTL
           IF WRK-QTD-RETIDOS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
