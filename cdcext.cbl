       IDENTIFICATION DIVISION.
       PROGRAM-ID. cdcext.
      ********************************************************
      *    Extrato diario de mudancas dos mestres para o data
      *    warehouse
      *    Compara cada mestre indexado (CUSTMAST, PRODUTO,
      *    TRANSPTAB, CONTRATO, ORDMAST, FATURAS, ALUMAST,
      *    TURMA, STUTRANS) com a imagem do backup da noite
      *    anterior (bkpmast, arquivo .BKP), as duas pontas em
      *    ordem de chave: chave so no vivo e inclusao, chave
      *    so no backup e exclusao, chave nos dois com imagem
      *    diferente e alteracao. Cada mudanca vai para o
      *    CDCDELTA.DAT (layout cdcrec) com o mestre, o
      *    layout, a chave e as imagens antes e depois; o
      *    CDCCTL.DAT (layout cdcctl) leva as contagens de cada
      *    mestre para a carga do warehouse conferir o extrato.
      *    Roda antes do bkpmast na cadeia noturna, enquanto o
      *    .BKP ainda e o da noite anterior: assim toda
      *    gravacao do dia e do lote anterior entra em um, e
      *    so um, extrato. Mestre sem backup anterior sai
      *    inteiro como inclusao (carga completa); mestre
      *    ausente ou sem backup devolve RC 4 e a noite segue.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUS-ID
               FILE STATUS IS WRK-VIVO-STATUS.
           SELECT PRODUCT-MASTER ASSIGN TO 'PRODUTO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WRK-VIVO-STATUS.
           SELECT TRANSP-TABLE ASSIGN TO 'TRANSPTAB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRP-CHAVE
               FILE STATUS IS WRK-VIVO-STATUS.
           SELECT CONTRATO-FILE ASSIGN TO 'CONTRATO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-CLIENTE
               FILE STATUS IS WRK-VIVO-STATUS.
           SELECT ORDERS-FILE ASSIGN TO 'ORDMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-NUMERO
               FILE STATUS IS WRK-VIVO-STATUS.
           SELECT FATURAS-FILE ASSIGN TO 'FATURAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               FILE STATUS IS WRK-VIVO-STATUS.
           SELECT ALUNO-MASTER ASSIGN TO 'ALUMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-ID
               FILE STATUS IS WRK-VIVO-STATUS.
           SELECT TURMA-MASTER ASSIGN TO 'TURMA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-CHAVE
               FILE STATUS IS WRK-VIVO-STATUS.
           SELECT STUDENT-TRANSCRIPT ASSIGN TO 'STUTRANS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRA-ID
               FILE STATUS IS WRK-VIVO-STATUS.

      * backup da noite anterior do mestre da vez: o nome
      * vem da tabela de mestres, um unico SELECT atende todos
           SELECT IMAGEM-ANTERIOR ASSIGN TO WRK-NOME-IMAGEM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-IMAGEM-STATUS.

           SELECT CDC-DELTA ASSIGN TO 'CDCDELTA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DELTA-STATUS.

           SELECT CDC-CONTROLE ASSIGN TO 'CDCCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONTROLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY 'custrec.cbl'.

       FD  PRODUCT-MASTER.
           COPY 'prodrec.cbl'.

       FD  TRANSP-TABLE.
           COPY 'transptab.cbl'.

       FD  CONTRATO-FILE.
           COPY 'contrrec.cbl'.

       FD  ORDERS-FILE.
           COPY 'ordrec.cbl'.

       FD  FATURAS-FILE.
           COPY 'faturec.cbl'.

       FD  ALUNO-MASTER.
           COPY 'alurec.cbl'.

       FD  TURMA-MASTER.
           COPY 'turmarec.cbl'.

       FD  STUDENT-TRANSCRIPT.
           COPY 'transrec.cbl'.

       FD  IMAGEM-ANTERIOR
           RECORD CONTAINS 300 CHARACTERS.
       01  IMAGEM-LINE PIC X(300).

       FD  CDC-DELTA
           RECORD CONTAINS 661 CHARACTERS.
           COPY 'cdcrec.cbl'.

       FD  CDC-CONTROLE
           RECORD CONTAINS 80 CHARACTERS.
           COPY 'cdcctl.cbl'.

       WORKING-STORAGE SECTION.
       77  WRK-VIVO-STATUS      PIC X(02) VALUE '00'.
       77  WRK-IMAGEM-STATUS    PIC X(02) VALUE '00'.
       77  WRK-DELTA-STATUS     PIC X(02) VALUE '00'.
       77  WRK-CONTROLE-STATUS  PIC X(02) VALUE '00'.
       77  WRK-EOF-VIVO         PIC X(01) VALUE 'N'.
           88 FIM-VIVO              VALUE 'S'.
       77  WRK-EOF-IMAGEM       PIC X(01) VALUE 'N'.
           88 FIM-IMAGEM            VALUE 'S'.
       77  WRK-IMAGEM-ACHADA    PIC X(01) VALUE 'N'.
           88 IMAGEM-DE-REGISTRO    VALUE 'S'.
       77  WRK-RETORNO          PIC 9(02) VALUE ZEROS.

      * mestres extraidos: nome do arquivo (o mesmo do backup
      * e do diario), layout das imagens e posicao da chave
      * no registro, na ordem de chave do indexado
       01  WRK-TABELA-MESTRES.
           05  FILLER.
               10  FILLER PIC X(12) VALUE 'CUSTMAST'.
               10  FILLER PIC X(12) VALUE 'custrec'.
               10  FILLER PIC 9(03) VALUE 001.
               10  FILLER PIC 9(02) VALUE 06.
           05  FILLER.
               10  FILLER PIC X(12) VALUE 'PRODUTO'.
               10  FILLER PIC X(12) VALUE 'prodrec'.
               10  FILLER PIC 9(03) VALUE 001.
               10  FILLER PIC 9(02) VALUE 20.
           05  FILLER.
               10  FILLER PIC X(12) VALUE 'TRANSPTAB'.
               10  FILLER PIC X(12) VALUE 'transptab'.
               10  FILLER PIC 9(03) VALUE 001.
               10  FILLER PIC 9(02) VALUE 05.
           05  FILLER.
               10  FILLER PIC X(12) VALUE 'CONTRATO'.
               10  FILLER PIC X(12) VALUE 'contrrec'.
               10  FILLER PIC 9(03) VALUE 001.
               10  FILLER PIC 9(02) VALUE 06.
      *    ORD-NUMERO fica depois dos dados do pedido
           05  FILLER.
               10  FILLER PIC X(12) VALUE 'ORDMAST'.
               10  FILLER PIC X(12) VALUE 'ordrec'.
               10  FILLER PIC 9(03) VALUE 082.
               10  FILLER PIC 9(02) VALUE 08.
           05  FILLER.
               10  FILLER PIC X(12) VALUE 'FATURAS'.
               10  FILLER PIC X(12) VALUE 'faturec'.
               10  FILLER PIC 9(03) VALUE 001.
               10  FILLER PIC 9(02) VALUE 08.
           05  FILLER.
               10  FILLER PIC X(12) VALUE 'ALUMAST'.
               10  FILLER PIC X(12) VALUE 'alurec'.
               10  FILLER PIC 9(03) VALUE 001.
               10  FILLER PIC 9(02) VALUE 06.
           05  FILLER.
               10  FILLER PIC X(12) VALUE 'TURMA'.
               10  FILLER PIC X(12) VALUE 'turmarec'.
               10  FILLER PIC 9(03) VALUE 001.
               10  FILLER PIC 9(02) VALUE 07.
           05  FILLER.
               10  FILLER PIC X(12) VALUE 'STUTRANS'.
               10  FILLER PIC X(12) VALUE 'transrec'.
               10  FILLER PIC 9(03) VALUE 001.
               10  FILLER PIC 9(02) VALUE 06.
       01  WRK-TB-MESTRES REDEFINES WRK-TABELA-MESTRES.
           05  WRK-MST-ENTRADA OCCURS 9 TIMES.
               10  WRK-MST-NOME     PIC X(12).
               10  WRK-MST-LAYOUT   PIC X(12).
               10  WRK-MST-POS      PIC 9(03).
               10  WRK-MST-TAM      PIC 9(02).
       77  WRK-IDX-MESTRE       PIC 9(02) VALUE ZEROS.

       77  WRK-NOME-IMAGEM      PIC X(16) VALUE SPACES.
       77  WRK-POS-CHAVE        PIC 9(03) VALUE ZEROS.
       77  WRK-TAM-CHAVE        PIC 9(02) VALUE ZEROS.
       77  WRK-TAM-REGISTRO     PIC 9(03) VALUE ZEROS.
       77  WRK-DATA-IMAGEM      PIC X(14) VALUE SPACES.
       77  WRK-SITUACAO         PIC X(01) VALUE SPACES.

      * registro do mestre vivo e do backup no tamanho da
      * linha de backup; chave com HIGH-VALUES no fim de cada
      * ponta para a outra ponta esvaziar sozinha
       01  WRK-LINHA-VIVO       PIC X(300).
       01  WRK-LINHA-IMAGEM.
           05  WRK-IMG-MARCA   PIC X(01).
           05  FILLER          PIC X(299).
       01  WRK-CHAVE-VIVO       PIC X(20).
       01  WRK-CHAVE-IMAGEM     PIC X(20).

       77  WRK-QTD-IMAGEM       PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-VIVO         PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-INCLUIDOS    PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-ALTERADOS    PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-EXCLUIDOS    PIC 9(07) VALUE ZEROS.
       77  WRK-TOT-IMAGEM       PIC 9(07) VALUE ZEROS.
       77  WRK-TOT-VIVO         PIC 9(07) VALUE ZEROS.
       77  WRK-TOT-INCLUIDOS    PIC 9(07) VALUE ZEROS.
       77  WRK-TOT-ALTERADOS    PIC 9(07) VALUE ZEROS.
       77  WRK-TOT-EXCLUIDOS    PIC 9(07) VALUE ZEROS.
       77  WRK-TOT-DELTAS       PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-AVISOS       PIC 9(02) VALUE ZEROS.

       01  WRK-DATA-PROCESSO    PIC 9(08) VALUE ZEROS.

      * contrato com o controle de execucao compartilhado
      * (runctl): inicio, fim e contagem do passo na cadeia
      * noturna, base da estatistica de passos do steprel
       01  WRK-RUNCTL.
           05  WRK-RC-OPERACAO PIC X(01).
           05  WRK-RC-PROGRAMA PIC X(12) VALUE 'CDCEXT'.
           05  WRK-RC-QTD      PIC 9(06).
           05  WRK-RC-RUN-ID   PIC 9(06).
           05  WRK-RC-PERMITIDO PIC X(01).

      * contrato com o controle central de data (datasrv): o
      * extrato sai com a data de negocio da rodada
       01  WRK-DATACTL.
           05  WRK-DC-OPERACAO PIC X(01).
           05  WRK-DC-DATA     PIC 9(08).
           05  WRK-DC-CONTROLADA PIC X(01).
           05  WRK-DC-OK       PIC X(01).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INICIALIZA
           PERFORM 2000-EXTRAI-MESTRE
               VARYING WRK-IDX-MESTRE FROM 1 BY 1
               UNTIL WRK-IDX-MESTRE > 9
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
           OPEN OUTPUT CDC-DELTA
           OPEN OUTPUT CDC-CONTROLE.

      * um mestre por vez: casa o vivo com o backup da noite
      * anterior pela chave, as duas pontas em ordem
       2000-EXTRAI-MESTRE.
           MOVE ZEROS TO WRK-QTD-IMAGEM WRK-QTD-VIVO
               WRK-QTD-INCLUIDOS WRK-QTD-ALTERADOS
               WRK-QTD-EXCLUIDOS
           MOVE SPACES TO WRK-DATA-IMAGEM
           MOVE 'N' TO WRK-SITUACAO
           MOVE WRK-MST-POS (WRK-IDX-MESTRE) TO WRK-POS-CHAVE
           MOVE WRK-MST-TAM (WRK-IDX-MESTRE) TO WRK-TAM-CHAVE
           PERFORM 2100-ABRE-VIVO
           IF WRK-VIVO-STATUS NOT = '00'
               ADD 1 TO WRK-QTD-AVISOS
               MOVE 'M' TO WRK-SITUACAO
               DISPLAY WRK-MST-NOME (WRK-IDX-MESTRE)
                   ' AUSENTE - MESTRE FORA DO EXTRATO'
           ELSE
               MOVE SPACES TO WRK-NOME-IMAGEM
               STRING WRK-MST-NOME (WRK-IDX-MESTRE)
                       DELIMITED BY SPACE
                   '.BKP' DELIMITED BY SIZE
                   INTO WRK-NOME-IMAGEM
               END-STRING
               OPEN INPUT IMAGEM-ANTERIOR
               IF WRK-IMAGEM-STATUS NOT = '00'
      * sem backup anterior nao ha com o que comparar: o
      * mestre vai inteiro para o warehouse como inclusao
                   ADD 1 TO WRK-QTD-AVISOS
                   MOVE 'C' TO WRK-SITUACAO
                   MOVE 'S' TO WRK-EOF-IMAGEM
                   MOVE HIGH-VALUES TO WRK-CHAVE-IMAGEM
                   DISPLAY WRK-NOME-IMAGEM
                       ' AUSENTE - CARGA COMPLETA DE '
                       WRK-MST-NOME (WRK-IDX-MESTRE)
               ELSE
                   MOVE 'N' TO WRK-EOF-IMAGEM
                   PERFORM 2300-LE-IMAGEM
               END-IF
               MOVE 'N' TO WRK-EOF-VIVO
               PERFORM 2200-LE-VIVO
               PERFORM 2400-COMPARA
                   UNTIL FIM-VIVO AND FIM-IMAGEM
               IF WRK-SITUACAO NOT = 'C'
                   CLOSE IMAGEM-ANTERIOR
               END-IF
               PERFORM 2700-FECHA-VIVO
           END-IF
           PERFORM 2800-GRAVA-CONTROLE.

       2100-ABRE-VIVO.
           EVALUATE WRK-IDX-MESTRE
               WHEN 1
                   OPEN INPUT CUSTOMER-MASTER
                   MOVE LENGTH OF CUSTOMER-RECORD TO WRK-TAM-REGISTRO
               WHEN 2
                   OPEN INPUT PRODUCT-MASTER
                   MOVE LENGTH OF PRODUCT-MASTER-RECORD
                       TO WRK-TAM-REGISTRO
               WHEN 3
                   OPEN INPUT TRANSP-TABLE
                   MOVE LENGTH OF TRANSP-TAB-RECORD
                       TO WRK-TAM-REGISTRO
               WHEN 4
                   OPEN INPUT CONTRATO-FILE
                   MOVE LENGTH OF CONTRATO-RECORD TO WRK-TAM-REGISTRO
               WHEN 5
                   OPEN INPUT ORDERS-FILE
                   MOVE LENGTH OF ORDER-RECORD TO WRK-TAM-REGISTRO
               WHEN 6
                   OPEN INPUT FATURAS-FILE
                   MOVE LENGTH OF FATURA-RECORD TO WRK-TAM-REGISTRO
               WHEN 7
                   OPEN INPUT ALUNO-MASTER
                   MOVE LENGTH OF ALUNO-RECORD TO WRK-TAM-REGISTRO
               WHEN 8
                   OPEN INPUT TURMA-MASTER
                   MOVE LENGTH OF TURMA-RECORD TO WRK-TAM-REGISTRO
               WHEN 9
                   OPEN INPUT STUDENT-TRANSCRIPT
                   MOVE LENGTH OF TRANSCRIPT-RECORD
                       TO WRK-TAM-REGISTRO
           END-EVALUATE.

      * o registro vivo vai para uma linha do tamanho da do
      * backup, como o bkpmast descarrega, para a comparacao
      * ser byte a byte
       2200-LE-VIVO.
           MOVE SPACES TO WRK-LINHA-VIVO
           EVALUATE WRK-IDX-MESTRE
               WHEN 1
                   READ CUSTOMER-MASTER NEXT RECORD
                       AT END SET FIM-VIVO TO TRUE
                       NOT AT END
                           MOVE CUSTOMER-RECORD TO WRK-LINHA-VIVO
                   END-READ
               WHEN 2
                   READ PRODUCT-MASTER NEXT RECORD
                       AT END SET FIM-VIVO TO TRUE
                       NOT AT END
                           MOVE PRODUCT-MASTER-RECORD
                               TO WRK-LINHA-VIVO
                   END-READ
               WHEN 3
                   READ TRANSP-TABLE NEXT RECORD
                       AT END SET FIM-VIVO TO TRUE
                       NOT AT END
                           MOVE TRANSP-TAB-RECORD TO WRK-LINHA-VIVO
                   END-READ
               WHEN 4
                   READ CONTRATO-FILE NEXT RECORD
                       AT END SET FIM-VIVO TO TRUE
                       NOT AT END
                           MOVE CONTRATO-RECORD TO WRK-LINHA-VIVO
                   END-READ
               WHEN 5
                   READ ORDERS-FILE NEXT RECORD
                       AT END SET FIM-VIVO TO TRUE
                       NOT AT END
                           MOVE ORDER-RECORD TO WRK-LINHA-VIVO
                   END-READ
               WHEN 6
                   READ FATURAS-FILE NEXT RECORD
                       AT END SET FIM-VIVO TO TRUE
                       NOT AT END
                           MOVE FATURA-RECORD TO WRK-LINHA-VIVO
                   END-READ
               WHEN 7
                   READ ALUNO-MASTER NEXT RECORD
                       AT END SET FIM-VIVO TO TRUE
                       NOT AT END
                           MOVE ALUNO-RECORD TO WRK-LINHA-VIVO
                   END-READ
               WHEN 8
                   READ TURMA-MASTER NEXT RECORD
                       AT END SET FIM-VIVO TO TRUE
                       NOT AT END
                           MOVE TURMA-RECORD TO WRK-LINHA-VIVO
                   END-READ
               WHEN 9
                   READ STUDENT-TRANSCRIPT NEXT RECORD
                       AT END SET FIM-VIVO TO TRUE
                       NOT AT END
                           MOVE TRANSCRIPT-RECORD TO WRK-LINHA-VIVO
                   END-READ
           END-EVALUATE
           IF FIM-VIVO
               MOVE HIGH-VALUES TO WRK-CHAVE-VIVO
           ELSE
               ADD 1 TO WRK-QTD-VIVO
               MOVE SPACES TO WRK-CHAVE-VIVO
               MOVE WRK-LINHA-VIVO (WRK-POS-CHAVE:WRK-TAM-CHAVE)
                   TO WRK-CHAVE-VIVO
           END-IF.

       2300-LE-IMAGEM.
           MOVE 'N' TO WRK-IMAGEM-ACHADA
           PERFORM 2310-LE-LINHA-IMAGEM
               UNTIL FIM-IMAGEM OR IMAGEM-DE-REGISTRO
           IF FIM-IMAGEM
               MOVE HIGH-VALUES TO WRK-CHAVE-IMAGEM
           ELSE
               MOVE SPACES TO WRK-CHAVE-IMAGEM
               MOVE WRK-LINHA-IMAGEM (WRK-POS-CHAVE:WRK-TAM-CHAVE)
                   TO WRK-CHAVE-IMAGEM
           END-IF.

      * header e trailer do backup nao sao registros do
      * mestre; o header da a data e hora da imagem
       2310-LE-LINHA-IMAGEM.
           READ IMAGEM-ANTERIOR
               AT END SET FIM-IMAGEM TO TRUE
           END-READ
           IF NOT FIM-IMAGEM
               MOVE IMAGEM-LINE TO WRK-LINHA-IMAGEM
               EVALUATE WRK-IMG-MARCA
                   WHEN 'H'
                       MOVE WRK-LINHA-IMAGEM (2:14)
                           TO WRK-DATA-IMAGEM
                   WHEN 'T'
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WRK-QTD-IMAGEM
                       MOVE 'S' TO WRK-IMAGEM-ACHADA
               END-EVALUATE
           END-IF.

       2400-COMPARA.
           EVALUATE TRUE
               WHEN WRK-CHAVE-VIVO < WRK-CHAVE-IMAGEM
                   MOVE 'I' TO CDC-OPERACAO
                   PERFORM 2500-GRAVA-DELTA
                   ADD 1 TO WRK-QTD-INCLUIDOS
                   PERFORM 2200-LE-VIVO
               WHEN WRK-CHAVE-VIVO > WRK-CHAVE-IMAGEM
                   MOVE 'E' TO CDC-OPERACAO
                   PERFORM 2500-GRAVA-DELTA
                   ADD 1 TO WRK-QTD-EXCLUIDOS
                   PERFORM 2300-LE-IMAGEM
               WHEN OTHER
                   IF WRK-LINHA-VIVO NOT = WRK-LINHA-IMAGEM
                       MOVE 'A' TO CDC-OPERACAO
                       PERFORM 2500-GRAVA-DELTA
                       ADD 1 TO WRK-QTD-ALTERADOS
                   END-IF
                   PERFORM 2200-LE-VIVO
                   PERFORM 2300-LE-IMAGEM
           END-EVALUATE.

      * a operacao ja vem posta; a imagem que nao existe do
      * lado da operacao fica em espacos
       2500-GRAVA-DELTA.
           MOVE WRK-DATA-PROCESSO TO CDC-DATA
           MOVE WRK-MST-NOME (WRK-IDX-MESTRE) TO CDC-MESTRE
           MOVE WRK-MST-LAYOUT (WRK-IDX-MESTRE) TO CDC-LAYOUT
           MOVE WRK-POS-CHAVE TO CDC-POS-CHAVE
           MOVE WRK-TAM-CHAVE TO CDC-TAM-CHAVE
           MOVE WRK-TAM-REGISTRO TO CDC-TAM-REGISTRO
           EVALUATE TRUE
               WHEN CDC-INCLUSAO
                   MOVE WRK-CHAVE-VIVO TO CDC-CHAVE
                   MOVE SPACES TO CDC-IMAGEM-ANTES
                   MOVE WRK-LINHA-VIVO TO CDC-IMAGEM-DEPOIS
               WHEN CDC-EXCLUSAO
                   MOVE WRK-CHAVE-IMAGEM TO CDC-CHAVE
                   MOVE WRK-LINHA-IMAGEM TO CDC-IMAGEM-ANTES
                   MOVE SPACES TO CDC-IMAGEM-DEPOIS
               WHEN OTHER
                   MOVE WRK-CHAVE-VIVO TO CDC-CHAVE
                   MOVE WRK-LINHA-IMAGEM TO CDC-IMAGEM-ANTES
                   MOVE WRK-LINHA-VIVO TO CDC-IMAGEM-DEPOIS
           END-EVALUATE
           WRITE CDC-DELTA-RECORD
           ADD 1 TO WRK-TOT-DELTAS.

       2700-FECHA-VIVO.
           EVALUATE WRK-IDX-MESTRE
               WHEN 1 CLOSE CUSTOMER-MASTER
               WHEN 2 CLOSE PRODUCT-MASTER
               WHEN 3 CLOSE TRANSP-TABLE
               WHEN 4 CLOSE CONTRATO-FILE
               WHEN 5 CLOSE ORDERS-FILE
               WHEN 6 CLOSE FATURAS-FILE
               WHEN 7 CLOSE ALUNO-MASTER
               WHEN 8 CLOSE TURMA-MASTER
               WHEN 9 CLOSE STUDENT-TRANSCRIPT
           END-EVALUATE.

       2800-GRAVA-CONTROLE.
           MOVE SPACES TO CDC-CONTROLE-RECORD
           MOVE WRK-DATA-PROCESSO TO CCT-DATA
           MOVE WRK-MST-NOME (WRK-IDX-MESTRE) TO CCT-MESTRE
           MOVE WRK-DATA-IMAGEM TO CCT-DATA-IMAGEM
           MOVE WRK-QTD-IMAGEM TO CCT-QTD-IMAGEM
           MOVE WRK-QTD-VIVO TO CCT-QTD-VIVO
           MOVE WRK-QTD-INCLUIDOS TO CCT-INCLUIDOS
           MOVE WRK-QTD-ALTERADOS TO CCT-ALTERADOS
           MOVE WRK-QTD-EXCLUIDOS TO CCT-EXCLUIDOS
           MOVE WRK-SITUACAO TO CCT-SITUACAO
           WRITE CDC-CONTROLE-RECORD
           ADD WRK-QTD-IMAGEM TO WRK-TOT-IMAGEM
           ADD WRK-QTD-VIVO TO WRK-TOT-VIVO
           ADD WRK-QTD-INCLUIDOS TO WRK-TOT-INCLUIDOS
           ADD WRK-QTD-ALTERADOS TO WRK-TOT-ALTERADOS
           ADD WRK-QTD-EXCLUIDOS TO WRK-TOT-EXCLUIDOS
           DISPLAY WRK-MST-NOME (WRK-IDX-MESTRE)
               ' INCLUIDOS: ' WRK-QTD-INCLUIDOS
               ' ALTERADOS: ' WRK-QTD-ALTERADOS
               ' EXCLUIDOS: ' WRK-QTD-EXCLUIDOS.

      * linha TOTAL fecha o controle; mestre ausente ou sem
      * backup anterior e aviso (RC 4) e a noite segue
       3000-FINALIZA.
           MOVE SPACES TO CDC-CONTROLE-RECORD
           MOVE WRK-DATA-PROCESSO TO CCT-DATA
           MOVE 'TOTAL' TO CCT-MESTRE
           MOVE WRK-TOT-IMAGEM TO CCT-QTD-IMAGEM
           MOVE WRK-TOT-VIVO TO CCT-QTD-VIVO
           MOVE WRK-TOT-INCLUIDOS TO CCT-INCLUIDOS
           MOVE WRK-TOT-ALTERADOS TO CCT-ALTERADOS
           MOVE WRK-TOT-EXCLUIDOS TO CCT-EXCLUIDOS
           IF WRK-QTD-AVISOS > ZEROS
               MOVE 4 TO WRK-RETORNO
           END-IF
           WRITE CDC-CONTROLE-RECORD
           CLOSE CDC-DELTA
           CLOSE CDC-CONTROLE
           DISPLAY 'MUDANCAS EXTRAIDAS PARA O WAREHOUSE: '
               WRK-TOT-DELTAS
           MOVE 'F' TO WRK-RC-OPERACAO
           MOVE WRK-TOT-DELTAS TO WRK-RC-QTD
           CALL 'runctl' USING WRK-RUNCTL.
