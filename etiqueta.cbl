      *    do caderno do cliente (a sequencia apontada no
      *    pedido, ou o endereco 001 quando nao apontada) - a
      *    impressora do armazem consome o arquivo direto, sem
      *    ninguem mais datilografar etiqueta. Embarque de
      *    varios produtos leva abaixo do endereco uma linha
      *    por item (FRETEITM.DAT), para a conferencia na doca.
      *    Pedido de mais de um volume (ORDVOL.DAT) ganha uma
      *    etiqueta por volume, marcada 1/N ate N/N, cada uma
      *    com o seu numero de codigo de barras: cotacao,
      *    volume e digito modulo 10.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS CUS-ID
               FILE STATUS IS WRK-CUSTMAST-STATUS.

      * abertura por item das cotacoes de varios produtos
           SELECT FRETE-ITEM ASSIGN TO 'FRETEITM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIT-CHAVE
               FILE STATUS IS WRK-FRETEITM-STATUS.

      * volumes do pedido; pedido sem volumes registrados e
      * de volume unico
           SELECT ORDVOL-FILE ASSIGN TO 'ORDVOL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OVL-CHAVE
               FILE STATUS IS WRK-ORDVOL-STATUS.

           SELECT ETIQUETA-FILE ASSIGN TO 'ETIQUETA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  CUSTOMER-MASTER.
           COPY 'custrec.cbl'.

       FD  FRETE-ITEM.
           COPY 'fretitrec.cbl'.

       FD  ORDVOL-FILE.
           COPY 'ordvolrec.cbl'.

       FD  ETIQUETA-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  ETIQUETA-LINE PIC X(60).
       77  WRK-CUSTMAST-STATUS  PIC X(02) VALUE '00'.
       77  WRK-EOF              PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO        VALUE 'S'.
       77  WRK-FRETEITM-STATUS  PIC X(02) VALUE '00'.
       77  WRK-FRETEITM-DISP    PIC X(01) VALUE 'N'.
           88 FRETEITM-DISPONIVEL   VALUE 'S'.
       77  WRK-EOF-ITEM         PIC X(01) VALUE 'N'.
           88 FIM-ITENS             VALUE 'S'.
       77  WRK-ORDVOL-STATUS    PIC X(02) VALUE '00'.
       77  WRK-ORDVOL-DISP      PIC X(01) VALUE 'N'.
           88 ORDVOL-DISPONIVEL     VALUE 'S'.
       77  WRK-QTD-VOLUMES      PIC 9(03) VALUE 1.
       77  WRK-IDX-VOLUME       PIC 9(03) VALUE ZEROS.
       77  WRK-PESO-VOLUME      PIC 9(05)V99 VALUE ZEROS.

      * numero do codigo de barras do volume: cotacao, volume
      * e digito modulo 10 (pesos 3 e 1 alternados a partir
      * da esquerda)
       01  WRK-BARRAS.
           05  WRK-BAR-SEQ      PIC 9(08).
           05  WRK-BAR-VOLUME   PIC 9(03).
           05  WRK-BAR-DV       PIC 9(01).
       01  WRK-BARRAS-DIGITOS REDEFINES WRK-BARRAS.
           05  WRK-BAR-DIGITO OCCURS 12 TIMES PIC 9(01).
       77  WRK-IDX-BARRAS       PIC 9(02) VALUE ZEROS.
       77  WRK-SOMA-BARRAS      PIC 9(04) VALUE ZEROS.
       77  WRK-RESTO-BARRAS     PIC 9(02) VALUE ZEROS.
       77  WRK-QUOC-BARRAS      PIC 9(04) VALUE ZEROS.

       01  DATA-SYS.
           02  ANO-SYS PIC 9(04) VALUE ZEROS.
           05  ETQ-SEQ         PIC 9(08).
           05  FILLER          PIC X(09) VALUE ' TRANSP: '.
           05  ETQ-TRANSP      PIC X(03).
           05  FILLER          PIC X(06) VALUE ' VOL: '.
           05  ETQ-VOLUME      PIC 9(03).
           05  FILLER          PIC X(01) VALUE '/'.
           05  ETQ-TOTAL       PIC 9(03).

       01  WRK-LINHA-ETQ-BARRAS.
           05  FILLER          PIC X(18) VALUE 'CODIGO DE BARRAS: '.
           05  ETQ-BARRAS      PIC 9(12).

       01  WRK-LINHA-ETQ-PESO.
           05  FILLER          PIC X(16) VALUE 'PESO DO VOLUME: '.
           05  ETQ-PESO        PIC ZZ.ZZ9,99.
           05  FILLER          PIC X(03) VALUE ' KG'.

       01  WRK-LINHA-ETQ-NOME.
           05  ETQ-NOME        PIC X(20).
           05  FILLER          PIC X(06) VALUE ' CEP: '.
           05  ETQ-CEP         PIC 9(08).

       01  WRK-LINHA-ETQ-ITEM.
           05  FILLER          PIC X(05) VALUE 'ITEM '.
           05  ETQ-ITEM        PIC Z9.
           05  FILLER          PIC X(02) VALUE ': '.
           05  ETQ-PDUTO       PIC X(20).
           05  FILLER          PIC X(06) VALUE ' QTD: '.
           05  ETQ-QUANTIDADE  PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INICIALIZA
               MOVE 'S' TO WRK-EOF
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT FRETE-ITEM
      * sem a abertura por item a etiqueta sai so com o
      * endereco, como sempre
           IF WRK-FRETEITM-STATUS = '00'
               MOVE 'S' TO WRK-FRETEITM-DISP
           END-IF
           OPEN INPUT ORDVOL-FILE
      * sem o cadastro de volumes todo embarque e de volume
      * unico
           IF WRK-ORDVOL-STATUS = '00'
               MOVE 'S' TO WRK-ORDVOL-DISP
           END-IF
           OPEN OUTPUT ETIQUETA-FILE.

       2000-GERA-ETIQUETA.
                   MOVE 'S' TO WRK-TEM-ENDERECO
           END-READ.

      * uma etiqueta por volume do embarque
       2200-IMPRIME-ETIQUETA.
           PERFORM 2210-CONTA-VOLUMES
           MOVE LOG-CLIENTE TO CUS-ID
           READ CUSTOMER-MASTER
               KEY IS CUS-ID
               NOT INVALID KEY
                   MOVE CUS-NOME TO ETQ-NOME
           END-READ
           PERFORM 2220-IMPRIME-VOLUME
               VARYING WRK-IDX-VOLUME FROM 1 BY 1
               UNTIL WRK-IDX-VOLUME > WRK-QTD-VOLUMES.

      * total de volumes gravado no primeiro volume do pedido
       2210-CONTA-VOLUMES.
           MOVE 1 TO WRK-QTD-VOLUMES
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
                           MOVE OVL-TOTAL TO WRK-QTD-VOLUMES
                       END-IF
               END-READ
           END-IF.

       2220-IMPRIME-VOLUME.
           MOVE LOG-SEQ-ID TO ETQ-SEQ
           MOVE LOG-TRANSP TO ETQ-TRANSP
           MOVE WRK-IDX-VOLUME TO ETQ-VOLUME
           MOVE WRK-QTD-VOLUMES TO ETQ-TOTAL
           WRITE ETIQUETA-LINE FROM WRK-LINHA-ETQ-SEQ
           MOVE LOG-SEQ-ID TO WRK-BAR-SEQ
           MOVE WRK-IDX-VOLUME TO WRK-BAR-VOLUME
           PERFORM 2230-CALCULA-DV-BARRAS
           MOVE WRK-BARRAS TO ETQ-BARRAS
           WRITE ETIQUETA-LINE FROM WRK-LINHA-ETQ-BARRAS
           MOVE END-CONTATO TO ETQ-CONTATO
           WRITE ETIQUETA-LINE FROM WRK-LINHA-ETQ-NOME
           MOVE END-RUA TO ETQ-RUA
           MOVE END-UF TO ETQ-UF
           MOVE END-CEP TO ETQ-CEP
           WRITE ETIQUETA-LINE FROM WRK-LINHA-ETQ-CIDADE
           PERFORM 2240-PESO-VOLUME
           IF WRK-PESO-VOLUME > ZEROS
               MOVE WRK-PESO-VOLUME TO ETQ-PESO
               WRITE ETIQUETA-LINE FROM WRK-LINHA-ETQ-PESO
           END-IF
      * a relacao de itens vai so no primeiro volume
           IF FRETEITM-DISPONIVEL AND WRK-IDX-VOLUME = 1
               PERFORM 2300-IMPRIME-ITENS
           END-IF
           WRITE ETIQUETA-LINE FROM WRK-LINHA-BRANCO
           ADD 1 TO WRK-QTD-ETIQUETAS.

       2230-CALCULA-DV-BARRAS.
           MOVE ZEROS TO WRK-SOMA-BARRAS
           PERFORM VARYING WRK-IDX-BARRAS FROM 1 BY 1
                   UNTIL WRK-IDX-BARRAS > 11
               DIVIDE WRK-IDX-BARRAS BY 2 GIVING WRK-QUOC-BARRAS
                   REMAINDER WRK-RESTO-BARRAS
               IF WRK-RESTO-BARRAS = 1
                   COMPUTE WRK-SOMA-BARRAS = WRK-SOMA-BARRAS +
                       WRK-BAR-DIGITO (WRK-IDX-BARRAS) * 3
               ELSE
                   ADD WRK-BAR-DIGITO (WRK-IDX-BARRAS)
                       TO WRK-SOMA-BARRAS
               END-IF
           END-PERFORM
           DIVIDE WRK-SOMA-BARRAS BY 10 GIVING WRK-QUOC-BARRAS
               REMAINDER WRK-RESTO-BARRAS
           IF WRK-RESTO-BARRAS = ZEROS
               MOVE ZEROS TO WRK-BAR-DV
           ELSE
               COMPUTE WRK-BAR-DV = 10 - WRK-RESTO-BARRAS
           END-IF.

      * peso do volume, quando o pedido o informou
       2240-PESO-VOLUME.
           MOVE ZEROS TO WRK-PESO-VOLUME
           IF WRK-QTD-VOLUMES > 1
               MOVE LOG-PEDIDO TO OVL-PEDIDO
               MOVE WRK-IDX-VOLUME TO OVL-VOLUME
               READ ORDVOL-FILE
                   KEY IS OVL-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE OVL-PESO TO WRK-PESO-VOLUME
               END-READ
           END-IF.

      * itens do embarque pelo LOG-SEQ-ID da cotacao
       2300-IMPRIME-ITENS.
           MOVE 'N' TO WRK-EOF-ITEM
           MOVE LOG-SEQ-ID TO FIT-SEQ-ID
           MOVE ZEROS TO FIT-SEQ
           START FRETE-ITEM KEY >= FIT-CHAVE
               INVALID KEY MOVE 'S' TO WRK-EOF-ITEM
           END-START
           PERFORM 2310-IMPRIME-ITEM UNTIL FIM-ITENS.

       2310-IMPRIME-ITEM.
           READ FRETE-ITEM NEXT RECORD
               AT END MOVE 'S' TO WRK-EOF-ITEM
           END-READ
           IF NOT FIM-ITENS
               IF FIT-SEQ-ID NOT = LOG-SEQ-ID
                   MOVE 'S' TO WRK-EOF-ITEM
               ELSE
                   MOVE FIT-SEQ TO ETQ-ITEM
                   MOVE FIT-PDUTO TO ETQ-PDUTO
                   MOVE FIT-QUANTIDADE TO ETQ-QUANTIDADE
                   WRITE ETIQUETA-LINE FROM WRK-LINHA-ETQ-ITEM
               END-IF
           END-IF.

       9000-FINALIZA.
           CLOSE ETIQUETA-FILE
           IF WRK-FRETELOG-STATUS = '00' OR '10'
               CLOSE ENDERECO-FILE
           END-IF
           CLOSE CUSTOMER-MASTER
           IF FRETEITM-DISPONIVEL
               CLOSE FRETE-ITEM
           END-IF
           IF ORDVOL-DISPONIVEL
               CLOSE ORDVOL-FILE
           END-IF
           DISPLAY 'ETIQUETAS GERADAS: ' WRK-QTD-ETIQUETAS
           DISPLAY 'EMBARQUES SEM ENDERECO: ' WRK-QTD-SEM-ENDER.
