      *    CUSTOMER-MASTER e alimentado aos poucos pelo
      *    learning2 - aqui e uma carga unica em lote, rodada
      *    antes do primeiro uso desses arquivos no ambiente.
      *    Inicio, fim e contagem do passo vao para o
      *    RUNCTL.DAT (runctl), base da estatistica de passos
      *    da cadeia noturna (steprel).
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CATTAX-SEED ASSIGN TO 'CATTAX.SEED'
               ORGANIZATION IS LINE SEQUENTIAL.

      * teto diario das transportadoras; seed opcional - sem
      * ele o cadastro em vigor fica como esta
           SELECT CAPAC-SEED ASSIGN TO 'CAPAC.SEED'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAPSEED-STATUS.

      * tipos de veiculo do plano de carga; seed opcional -
      * sem ele o cadastro em vigor fica como esta
           SELECT VEICULO-SEED ASSIGN TO 'VEICULO.SEED'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VEISEED-STATUS.

      * faixas de CEP por UF e zona de entrega; seed opcional -
      * sem ele o cadastro em vigor fica como esta
           SELECT CEPZONA-SEED ASSIGN TO 'CEPZONA.SEED'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CEPSEED-STATUS.

      * calendario de alta temporada; seed opcional - sem ele
      * o calendario em vigor fica como esta
           SELECT SAZONAL-SEED ASSIGN TO 'SAZONAL.SEED'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SAZSEED-STATUS.

      * tarifas de armazenagem por deposito e faixa de peso;
      * seed opcional - sem ele a tabela em vigor fica
           SELECT ARMAZTAR-SEED ASSIGN TO 'ARMAZTAR.SEED'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARMSEED-STATUS.

      * relatorio de delta da recarga: cada UF cuja taxa ou
      * ICMS muda em relacao a tabela em vigor sai aqui, com
      * valor antigo, novo e variacao percentual
               RECORD KEY IS CTX-CATEGORIA
               FILE STATUS IS WRK-CATTAX-STATUS.

           SELECT CAPAC-FILE ASSIGN TO 'CAPACIDADE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAP-CHAVE
               FILE STATUS IS WRK-CAPAC-STATUS.

           SELECT VEICULO-FILE ASSIGN TO 'VEICULO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VEI-CODIGO
               FILE STATUS IS WRK-VEICULO-STATUS.

           SELECT CEPZONA-FILE ASSIGN TO 'CEPZONA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CPZ-CEP-FINAL
               FILE STATUS IS WRK-CEPZONA-STATUS.

           SELECT SAZONAL-FILE ASSIGN TO 'SAZONAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SAZ-CHAVE
               FILE STATUS IS WRK-SAZONAL-STATUS.

           SELECT ARMAZTAR-FILE ASSIGN TO 'ARMAZTAR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ARM-CHAVE
               FILE STATUS IS WRK-ARMAZTAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * layout lido direto dos bytes do seed (sem passar por um
           05  TRS-ATIVA       PIC X(01).
      *    certificacao de carga perigosa (S/N; branco = N)
           05  TRS-CERT-PERIGO PIC X(01).
      *    multa por dia de atraso, % do custo (branco = zero)
           05  TRS-MULTA-ATRASO PIC 9(02)V99.
           05  FILLER          PIC X(52).

      * layout lido direto dos bytes do seed, mesma tecnica do
      * FRETETAB-SEED acima
           05  CTS-DATA-INICIO PIC 9(08).
           05  CTS-DATA-FIM    PIC 9(08).
           05  CTS-STATUS      PIC X(01).
      *    dias livres de armazenagem; seed sem o campo entra
      *    com zeros (vale o padrao do RATESCFG)
           05  CTS-DIAS-LIVRES PIC 9(03).
      *    garantia de prazo (percentual por dia de atraso e
      *    teto); seed sem os campos entra sem garantia
           05  CTS-GAR-PERC-DIA PIC 9(02)V99.
           05  CTS-GAR-TETO    PIC 9(03).

      * layout lido direto dos bytes do seed, mesma tecnica do
      * FRETETAB-SEED acima
           05  CXS-FIXO        PIC 9(04)V99.
           05  FILLER          PIC X(59).

      * layout lido direto dos bytes do seed, mesma tecnica do
      * FRETETAB-SEED acima
       FD  CAPAC-SEED
           RECORD CONTAINS 80 CHARACTERS.
       01  CAPAC-SEED-LINE.
           05  CPS-UF          PIC X(02).
           05  CPS-TRANSP      PIC X(03).
           05  CPS-MAX-EMBARQUES PIC 9(05).
           05  CPS-MAX-PESO    PIC 9(07)V99.
           05  FILLER          PIC X(61).

      * layout lido direto dos bytes do seed, mesma tecnica do
      * FRETETAB-SEED acima
       FD  VEICULO-SEED
           RECORD CONTAINS 80 CHARACTERS.
       01  VEICULO-SEED-LINE.
           05  VES-CODIGO      PIC X(03).
           05  VES-DESCRICAO   PIC X(20).
           05  VES-CARGA-MAX   PIC 9(05)V99.
           05  VES-VOLUME-MAX  PIC 9(03)V99.
           05  VES-ATIVO       PIC X(01).
           05  FILLER          PIC X(44).

      * layout lido direto dos bytes do seed, mesma tecnica do
      * FRETETAB-SEED acima
       FD  CEPZONA-SEED
           RECORD CONTAINS 80 CHARACTERS.
       01  CEPZONA-SEED-LINE.
           05  CZS-CEP-INICIAL PIC 9(08).
           05  CZS-CEP-FINAL   PIC 9(08).
           05  CZS-UF          PIC X(02).
           05  CZS-ZONA        PIC X(01).
           05  FILLER          PIC X(61).

      * layout lido direto dos bytes do seed, mesma tecnica do
      * FRETETAB-SEED acima
       FD  SAZONAL-SEED
           RECORD CONTAINS 80 CHARACTERS.
       01  SAZONAL-SEED-LINE.
           05  SZS-DATA-INICIAL PIC 9(08).
           05  SZS-UF          PIC X(02).
           05  SZS-DATA-FINAL  PIC 9(08).
           05  SZS-DESCRICAO   PIC X(20).
           05  SZS-TIPO        PIC X(01).
           05  SZS-PERC        PIC 9(02)V99.
           05  SZS-VALOR       PIC 9(04)V99.
           05  FILLER          PIC X(31).

      * layout lido direto dos bytes do seed, mesma tecnica do
      * FRETETAB-SEED acima
       FD  ARMAZTAR-SEED
           RECORD CONTAINS 80 CHARACTERS.
       01  ARMAZTAR-SEED-LINE.
           05  ATS-DEPOSITO    PIC X(03).
           05  ATS-PESO-ATE    PIC 9(05)V99.
           05  ATS-VALOR-DIA   PIC 9(04)V99.
           05  FILLER          PIC X(64).

       FD  FRETE-TABLE.
           COPY 'fretetab.cbl'.

       FD  CATTAX-TABLE.
           COPY 'cattaxrec.cbl'.

       FD  CAPAC-FILE.
           COPY 'caprec.cbl'.

       FD  VEICULO-FILE.
           COPY 'veicrec.cbl'.

       FD  CEPZONA-FILE.
           COPY 'cepzrec.cbl'.

       FD  SAZONAL-FILE.
           COPY 'sazrec.cbl'.

       FD  ARMAZTAR-FILE.
           COPY 'armtarrec.cbl'.

       FD  DELTA-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  DELTA-LINE PIC X(80).
       77  WRK-CONTRATO-STATUS   PIC X(02) VALUE '00'.
       77  WRK-ROTATAB-STATUS    PIC X(02) VALUE '00'.
       77  WRK-CATTAX-STATUS     PIC X(02) VALUE '00'.
       77  WRK-CAPSEED-STATUS    PIC X(02) VALUE '00'.
       77  WRK-CAPAC-STATUS      PIC X(02) VALUE '00'.
       77  WRK-VEISEED-STATUS    PIC X(02) VALUE '00'.
       77  WRK-VEICULO-STATUS    PIC X(02) VALUE '00'.
       77  WRK-CEPSEED-STATUS    PIC X(02) VALUE '00'.
       77  WRK-CEPZONA-STATUS    PIC X(02) VALUE '00'.
       77  WRK-SAZSEED-STATUS    PIC X(02) VALUE '00'.
       77  WRK-SAZONAL-STATUS    PIC X(02) VALUE '00'.
       77  WRK-ARMSEED-STATUS    PIC X(02) VALUE '00'.
       77  WRK-ARMAZTAR-STATUS   PIC X(02) VALUE '00'.
       77  WRK-RATESCFG-STATUS   PIC X(02) VALUE '00'.
       77  WRK-CARGACFG-STATUS   PIC X(02) VALUE '00'.

           05  WRK-DP-CATEG    PIC X(10).
           05  WRK-DP-STATUS   PIC X(01).
           05  WRK-DP-PESO     PIC 9(05)V99.
           05  WRK-DP-ORIGEM   PIC X(01).
           05  FILLER          PIC X(10).

       01  WRK-DEL-HOLIDAY.
           05  WRK-DH-ACAO     PIC X(01).
       77  WRK-EOF               PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO         VALUE 'S'.

      * contrato com o controle de execucao compartilhado
      * (runctl): inicio, fim e contagem do passo na cadeia
      * noturna, base da estatistica de passos do steprel
       01  WRK-RUNCTL.
           05  WRK-RC-OPERACAO PIC X(01).
           05  WRK-RC-PROGRAMA PIC X(12) VALUE 'CARGAREF'.
           05  WRK-RC-QTD      PIC 9(06).
           05  WRK-RC-RUN-ID   PIC 9(06).
           05  WRK-RC-PERMITIDO PIC X(01).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           MOVE 'I' TO WRK-RC-OPERACAO
           MOVE ZEROS TO WRK-RC-QTD
           CALL 'runctl' USING WRK-RUNCTL
           IF WRK-RC-PERMITIDO = 'N'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0100-LE-MODO-CARGA
           IF CARGA-DELTA
               PERFORM 7000-CARGA-TRANSACAO
               MOVE 'F' TO WRK-RC-OPERACAO
               MOVE WRK-QTD-APLICADOS TO WRK-RC-QTD
               CALL 'runctl' USING WRK-RUNCTL
               STOP RUN
           END-IF
           PERFORM 0200-VALIDA-SEEDS
           PERFORM 5000-CARGA-CONTRATO
           PERFORM 6000-CARGA-ROTA
           PERFORM 6500-CARGA-CATTAX
           PERFORM 6700-CARGA-CAPAC
           PERFORM 6900-CARGA-VEICULO
           PERFORM 6970-CARGA-CEPZONA
           PERFORM 6985-CARGA-SAZONAL
           PERFORM 6995-CARGA-ARMAZTAR
           MOVE 'F' TO WRK-RC-OPERACAO
           MOVE WRK-QTD-LINHAS-SEED TO WRK-RC-QTD
           CALL 'runctl' USING WRK-RUNCTL
           STOP RUN.

       0100-LE-MODO-CARGA.
           MOVE PRODUTO-SEED-LINE (61:1) TO PRD-STATUS
           MOVE PRODUTO-SEED-LINE (62:7) TO WRK-PESO-SEED-X
           MOVE WRK-PESO-SEED TO PRD-PESO-PADRAO
           MOVE PRODUTO-SEED-LINE (69:1) TO PRD-ORIGEM
           IF PRD-ORIGEM NOT = 'I'
               MOVE 'N' TO PRD-ORIGEM
           END-IF
           WRITE PRODUCT-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'ERRO CARGA PRODUTO: ' PRD-CODIGO
           END-WRITE.

      * TRS-UF(02) TRS-CODIGO(03) TRS-TAXA(05) 4 X TRS-FATOR(03)
      * TRS-ATIVA(01) TRS-CERT-PERIGO(01) TRS-MULTA-ATRASO(04),
      * mesmo layout de copybooks/transptab.cbl
       4000-CARGA-TRANSP.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT TRANSP-SEED
                   ELSE
                       MOVE 'N' TO TRP-CERT-PERIGO
                   END-IF
                   IF TRS-MULTA-ATRASO IS NUMERIC
                       MOVE TRS-MULTA-ATRASO TO TRP-MULTA-ATRASO
                   ELSE
                       MOVE ZEROS TO TRP-MULTA-ATRASO
                   END-IF
                   WRITE TRANSP-TAB-RECORD
                       INVALID KEY
                           DISPLAY 'ERRO CARGA TRANSP: ' TRP-CHAVE
                   ELSE
                       MOVE 'A' TO CON-STATUS
                   END-IF
                   IF CTS-DIAS-LIVRES IS NUMERIC
                       MOVE CTS-DIAS-LIVRES TO CON-DIAS-LIVRES
                   ELSE
                       MOVE ZEROS TO CON-DIAS-LIVRES
                   END-IF
                   IF CTS-GAR-PERC-DIA IS NUMERIC
                           AND CTS-GAR-TETO IS NUMERIC
                       MOVE CTS-GAR-PERC-DIA TO CON-GAR-PERC-DIA
                       MOVE CTS-GAR-TETO TO CON-GAR-TETO
                   ELSE
                       MOVE ZEROS TO CON-GAR-PERC-DIA
                       MOVE ZEROS TO CON-GAR-TETO
                   END-IF
      *            faixas de bonificacao anual so pelo contman
                   MOVE ZEROS TO CON-BONIFICACAO
                   WRITE CONTRATO-RECORD
                       INVALID KEY
                           DISPLAY 'ERRO CARGA CONTRATO: ' CON-CLIENTE

       7450-EXECUTA-PRODUTO.
           MOVE WRK-DP-CODIGO TO PRD-CODIGO
           IF WRK-DP-ORIGEM NOT = 'I'
               MOVE 'N' TO WRK-DP-ORIGEM
           END-IF
           EVALUATE WRK-DP-ACAO
               WHEN 'A'
                   MOVE WRK-DP-DESCR TO PRD-DESCRICAO
                   MOVE WRK-DP-CATEG TO PRD-CATEGORIA
                   MOVE WRK-DP-STATUS TO PRD-STATUS
                   MOVE WRK-DP-PESO TO PRD-PESO-PADRAO
                   MOVE WRK-DP-ORIGEM TO PRD-ORIGEM
                   WRITE PRODUCT-MASTER-RECORD
                       INVALID KEY
                           ADD 1 TO WRK-QTD-REJEITADOS
                                   AND PRD-CATEGORIA = WRK-DP-CATEG
                                   AND PRD-STATUS = WRK-DP-STATUS
                                   AND PRD-PESO-PADRAO = WRK-DP-PESO
                                   AND PRD-ORIGEM = WRK-DP-ORIGEM
                               ADD 1 TO WRK-QTD-INALTERADOS
                           ELSE
                               MOVE WRK-DP-DESCR TO PRD-DESCRICAO
                               MOVE WRK-DP-CATEG TO PRD-CATEGORIA
                               MOVE WRK-DP-STATUS TO PRD-STATUS
                               MOVE WRK-DP-PESO TO PRD-PESO-PADRAO
                               MOVE WRK-DP-ORIGEM TO PRD-ORIGEM
                               REWRITE PRODUCT-MASTER-RECORD
                               ADD 1 TO WRK-QTD-APLICADOS
                           END-IF
                   END-WRITE
           END-READ.

      * CPS-UF(02) CPS-TRANSP(03) CPS-MAX-EMBARQUES(05)
      * CPS-MAX-PESO(09), mesmo layout de copybooks/caprec.cbl;
      * limite nao numerico entra como zeros (sem limite)
       6700-CARGA-CAPAC.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT CAPAC-SEED
           IF WRK-CAPSEED-STATUS NOT = '00'
               DISPLAY 'CAPAC.SEED INEXISTENTE - TETO DAS '
                   'TRANSPORTADORAS MANTIDO'
           ELSE
               OPEN OUTPUT CAPAC-FILE
               PERFORM 6800-LE-CAPAC UNTIL FIM-DE-ARQUIVO
               CLOSE CAPAC-SEED
               CLOSE CAPAC-FILE
           END-IF.

       6800-LE-CAPAC.
           READ CAPAC-SEED
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   MOVE CPS-UF TO CAP-UF
                   MOVE CPS-TRANSP TO CAP-TRANSP
                   IF CPS-MAX-EMBARQUES IS NUMERIC
                       MOVE CPS-MAX-EMBARQUES TO CAP-MAX-EMBARQUES
                   ELSE
                       MOVE ZEROS TO CAP-MAX-EMBARQUES
                   END-IF
                   IF CPS-MAX-PESO IS NUMERIC
                       MOVE CPS-MAX-PESO TO CAP-MAX-PESO
                   ELSE
                       MOVE ZEROS TO CAP-MAX-PESO
                   END-IF
                   WRITE CAPAC-RECORD
                       INVALID KEY
                           DISPLAY 'ERRO CARGA CAPACIDADE: ' CAP-CHAVE
                   END-WRITE
           END-READ.

      * VES-CODIGO(03) VES-DESCRICAO(20) VES-CARGA-MAX(07)
      * VES-VOLUME-MAX(05) VES-ATIVO(01), mesmo layout de
      * copybooks/veicrec.cbl; veiculo sem carga util numerica
      * nao serve ao plano e fica de fora
       6900-CARGA-VEICULO.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT VEICULO-SEED
           IF WRK-VEISEED-STATUS NOT = '00'
               DISPLAY 'VEICULO.SEED INEXISTENTE - TIPOS DE '
                   'VEICULO MANTIDOS'
           ELSE
               OPEN OUTPUT VEICULO-FILE
               PERFORM 6950-LE-VEICULO UNTIL FIM-DE-ARQUIVO
               CLOSE VEICULO-SEED
               CLOSE VEICULO-FILE
           END-IF.

       6950-LE-VEICULO.
           READ VEICULO-SEED
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   IF VES-CARGA-MAX IS NUMERIC
                           AND VES-CARGA-MAX > ZEROS
                       MOVE VES-CODIGO TO VEI-CODIGO
                       MOVE VES-DESCRICAO TO VEI-DESCRICAO
                       MOVE VES-CARGA-MAX TO VEI-CARGA-MAX
                       IF VES-VOLUME-MAX IS NUMERIC
                           MOVE VES-VOLUME-MAX TO VEI-VOLUME-MAX
                       ELSE
                           MOVE ZEROS TO VEI-VOLUME-MAX
                       END-IF
                       IF VES-ATIVO = 'I'
                           MOVE 'I' TO VEI-ATIVO
                       ELSE
                           MOVE 'A' TO VEI-ATIVO
                       END-IF
                       WRITE VEICULO-RECORD
                           INVALID KEY
                               DISPLAY 'ERRO CARGA VEICULO: '
                                   VEI-CODIGO
                       END-WRITE
                   ELSE
                       DISPLAY 'VEICULO SEM CARGA UTIL IGNORADO: '
                           VES-CODIGO
                   END-IF
           END-READ.

      * CZS-CEP-INICIAL(08) CZS-CEP-FINAL(08) CZS-UF(02)
      * CZS-ZONA(01), mesmo layout de copybooks/cepzrec.cbl
      * com a faixa na ordem natural; o seed vem ordenado pelo
      * CEP final, que e a chave do mestre. Faixa invertida ou
      * zona fora de C/I/R fica de fora
       6970-CARGA-CEPZONA.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT CEPZONA-SEED
           IF WRK-CEPSEED-STATUS NOT = '00'
               DISPLAY 'CEPZONA.SEED INEXISTENTE - FAIXAS DE CEP '
                   'MANTIDAS'
           ELSE
               OPEN OUTPUT CEPZONA-FILE
               PERFORM 6980-LE-CEPZONA UNTIL FIM-DE-ARQUIVO
               CLOSE CEPZONA-SEED
               CLOSE CEPZONA-FILE
           END-IF.

       6980-LE-CEPZONA.
           READ CEPZONA-SEED
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   IF CZS-CEP-INICIAL IS NUMERIC
                           AND CZS-CEP-FINAL IS NUMERIC
                           AND CZS-CEP-INICIAL <= CZS-CEP-FINAL
                           AND (CZS-ZONA = 'C' OR 'I' OR 'R')
                       MOVE CZS-CEP-FINAL TO CPZ-CEP-FINAL
                       MOVE CZS-CEP-INICIAL TO CPZ-CEP-INICIAL
                       MOVE CZS-UF TO CPZ-UF
                       MOVE CZS-ZONA TO CPZ-ZONA
                       WRITE CEPZONA-RECORD
                           INVALID KEY
                               DISPLAY 'ERRO CARGA FAIXA DE CEP: '
                                   CPZ-CEP-FINAL
                       END-WRITE
                   ELSE
                       DISPLAY 'FAIXA DE CEP INVALIDA IGNORADA: '
                           CEPZONA-SEED-LINE
                   END-IF
           END-READ.

       6985-CARGA-SAZONAL.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT SAZONAL-SEED
           IF WRK-SAZSEED-STATUS NOT = '00'
               DISPLAY 'SAZONAL.SEED INEXISTENTE - CALENDARIO DE '
                   'ALTA TEMPORADA MANTIDO'
           ELSE
               OPEN OUTPUT SAZONAL-FILE
               PERFORM 6990-LE-SAZONAL UNTIL FIM-DE-ARQUIVO
               CLOSE SAZONAL-SEED
               CLOSE SAZONAL-FILE
           END-IF.

      * periodo sem datas validas, com fim antes do inicio ou
      * sem adicional nao entra no calendario
       6990-LE-SAZONAL.
           READ SAZONAL-SEED
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   IF SZS-DATA-INICIAL IS NUMERIC
                           AND SZS-DATA-FINAL IS NUMERIC
                           AND SZS-DATA-INICIAL <= SZS-DATA-FINAL
                           AND SZS-PERC IS NUMERIC
                           AND SZS-VALOR IS NUMERIC
                           AND ((SZS-TIPO = 'P' AND SZS-PERC > ZEROS)
                             OR (SZS-TIPO = 'F' AND SZS-VALOR > ZEROS))
                       MOVE SZS-DATA-INICIAL TO SAZ-DATA-INICIAL
                       MOVE SZS-UF TO SAZ-UF
                       MOVE SZS-DATA-FINAL TO SAZ-DATA-FINAL
                       MOVE SZS-DESCRICAO TO SAZ-DESCRICAO
                       MOVE SZS-TIPO TO SAZ-TIPO
                       MOVE SZS-PERC TO SAZ-PERC
                       MOVE SZS-VALOR TO SAZ-VALOR
                       WRITE SAZONAL-RECORD
                           INVALID KEY
                               DISPLAY 'ERRO CARGA PERIODO SAZONAL: '
                                   SAZ-CHAVE
                       END-WRITE
                   ELSE
                       DISPLAY 'PERIODO SAZONAL INVALIDO IGNORADO: '
                           SAZONAL-SEED-LINE
                   END-IF
           END-READ.

       6995-CARGA-ARMAZTAR.
           MOVE 'N' TO WRK-EOF
           OPEN INPUT ARMAZTAR-SEED
           IF WRK-ARMSEED-STATUS NOT = '00'
               DISPLAY 'ARMAZTAR.SEED INEXISTENTE - TARIFAS DE '
                   'ARMAZENAGEM MANTIDAS'
           ELSE
               OPEN OUTPUT ARMAZTAR-FILE
               PERFORM 6996-LE-ARMAZTAR UNTIL FIM-DE-ARQUIVO
               CLOSE ARMAZTAR-SEED
               CLOSE ARMAZTAR-FILE
           END-IF.

      * faixa sem deposito, sem teto de peso ou sem tarifa
      * diaria nao entra na tabela
       6996-LE-ARMAZTAR.
           READ ARMAZTAR-SEED
               AT END
                   SET FIM-DE-ARQUIVO TO TRUE
               NOT AT END
                   IF ATS-DEPOSITO NOT = SPACES
                           AND ATS-PESO-ATE IS NUMERIC
                           AND ATS-VALOR-DIA IS NUMERIC
                           AND ATS-PESO-ATE > ZEROS
                           AND ATS-VALOR-DIA > ZEROS
                       MOVE ATS-DEPOSITO TO ARM-DEPOSITO
                       MOVE ATS-PESO-ATE TO ARM-PESO-ATE
                       MOVE ATS-VALOR-DIA TO ARM-VALOR-DIA
                       WRITE ARMAZTAR-RECORD
                           INVALID KEY
                               DISPLAY 'ERRO CARGA TARIFA ARMAZENAGEM: '
                                   ARM-CHAVE
                       END-WRITE
                   ELSE
                       DISPLAY 'TARIFA DE ARMAZENAGEM INVALIDA '
                           'IGNORADA: ' ARMAZTAR-SEED-LINE
                   END-IF
           END-READ.

      * passada de validacao antes de qualquer WRITE: cada
      * seed e lido uma vez, linha ruim cai no SEEDREJ.DAT com
      * o motivo, e um seed com taxa de erro acima do limite
