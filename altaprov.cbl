       IDENTIFICATION DIVISION.
       PROGRAM-ID. altaprov.
      ********************************************************
      *    Aprovacao das alteracoes de cadastro sensivel
      *    Segunda assinatura da dupla custodia: o limite de
      *    credito (clicred), o desconto de contrato (contman)
      *    e as taxas da tabela de frete (refman) configurados
      *    no SENSIVEL.CFG nao sao gravados por quem altera -
      *    ficam na fila ALTPEND.DAT (altsrv) com os valores
      *    antes e depois. Aqui um supervisor ou administrador
      *    DIFERENTE de quem pediu percorre os pendentes e
      *    aprova ou recusa cada um; so a aprovacao grava o
      *    valor novo no cadastro, com o registro travado pelo
      *    lockmgr. Se o cadastro mudou desde o pedido o
      *    aprovador confirma antes de substituir. Aprovacao e
      *    recusa ficam na trilha de auditoria (ERROR.LOG).
      *    Qualquer perfil pode listar os pendentes. O cadastro
      *    regravado entra no diario de recuperacao (jrnsrv).
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * fila gravada pelo altsrv
           SELECT ALTPEND-FILE ASSIGN TO 'ALTPEND.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALP-NUMERO
               FILE STATUS IS WRK-ALTPEND-STATUS.

      * cadastros de onde vem os campos controlados
           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUS-ID
               FILE STATUS IS WRK-CUSTMAST-STATUS.

           SELECT CONTRATO-FILE ASSIGN TO 'CONTRATO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-CLIENTE
               FILE STATUS IS WRK-CONTRATO-STATUS.

           SELECT FRETE-TABLE ASSIGN TO 'FRETETAB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRT-UF
               FILE STATUS IS WRK-FRETETAB-STATUS.

      * perfil do operador logado
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
       FD  ALTPEND-FILE.
           COPY 'altpendrec.cbl'.

       FD  CUSTOMER-MASTER.
           COPY 'custrec.cbl'.

       FD  CONTRATO-FILE.
           COPY 'contrrec.cbl'.

       FD  FRETE-TABLE.
           COPY 'fretetab.cbl'.

       FD  OPERATOR-MASTER.
           COPY 'operrec.cbl'.

       FD  ERROR-LOG.
           COPY 'errorlog.cbl'.

       WORKING-STORAGE SECTION.
       77  WRK-ALTPEND-STATUS   PIC X(02) VALUE '00'.
       77  WRK-CUSTMAST-STATUS  PIC X(02) VALUE '00'.
       77  WRK-CONTRATO-STATUS  PIC X(02) VALUE '00'.
       77  WRK-FRETETAB-STATUS  PIC X(02) VALUE '00'.
       77  WRK-OPERMAST-STATUS  PIC X(02) VALUE '00'.
       77  WRK-EOF              PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO        VALUE 'S'.

      * cadastros abertos; o que faltar no ambiente so deixa
      * de ter as alteracoes dele aplicadas
       77  WRK-CUSTMAST-ABERTO  PIC X(01) VALUE 'N'.
           88 CLIENTES-ABERTOS      VALUE 'S'.
       77  WRK-CONTRATO-ABERTO  PIC X(01) VALUE 'N'.
           88 CONTRATOS-ABERTOS     VALUE 'S'.
       77  WRK-FRETETAB-ABERTO  PIC X(01) VALUE 'N'.
           88 TABELA-ABERTA         VALUE 'S'.

       77  WRK-OPCAO            PIC 9(01) VALUE ZEROS.
           88 OPCAO-DECIDIR         VALUE 1.
           88 OPCAO-LISTAR          VALUE 2.
           88 OPCAO-SAIR            VALUE 3.

       01  DATA-SYS.
           02  ANO-SYS PIC 9(04) VALUE ZEROS.
           02  MES-SYS PIC 9(02) VALUE ZEROS.
           02  DIA-SYS PIC 9(02) VALUE ZEROS.
       01  DATA-SYS-NUM REDEFINES DATA-SYS PIC 9(08).

      * contrato com o controle central de data (datasrv): a
      * data de decisao conta pela data de negocio
       01  WRK-DATACTL.
           05  WRK-DC-OPERACAO PIC X(01).
           05  WRK-DC-DATA     PIC 9(08).
           05  WRK-DC-CONTROLADA PIC X(01).
           05  WRK-DC-OK       PIC X(01).

       01  WRK-DATA-HORA-SYS.
           05  WRK-DHS-DATA     PIC 9(08).
           05  WRK-DHS-HORA     PIC 9(06).

      * operador logado: so supervisor ou administrador decide,
      * e nunca o proprio pedido
       77  WRK-OPERADOR         PIC X(10) VALUE SPACES.
       77  WRK-OPERADOR-OK      PIC X(01) VALUE 'N'.
           88 OPERADOR-VALIDO       VALUE 'S'.
       77  WRK-PERFIL           PIC X(01) VALUE 'O'.
           88 PERFIL-APROVADOR      VALUE 'A' 'S'.

      * contrato com a trava de registro compartilhada
      * (lockmgr): o registro fica travado enquanto o valor
      * novo e gravado
       01  WRK-LOCKMGR.
           05  WRK-LCK-OPERACAO PIC X(01).
           05  WRK-LCK-ARQUIVO  PIC X(12).
           05  WRK-LCK-REGISTRO PIC X(20).
           05  WRK-LCK-OPERADOR PIC X(10).
           05  WRK-LCK-OBTIDA   PIC X(01).
           05  WRK-LCK-DONO     PIC X(10).
           05  WRK-LCK-DESDE    PIC X(14).
       77  WRK-TRAVADO          PIC X(01) VALUE 'N'.
           88 TRAVA-OBTIDA          VALUE 'S'.

      * valor do campo hoje no cadastro, no layout do ALTVALOR
       77  WRK-VALOR-ATUAL      PIC X(60) VALUE SPACES.
       77  WRK-ACHOU            PIC X(01) VALUE 'N'.
           88 REGISTRO-ACHADO       VALUE 'S'.
       77  WRK-GRAVOU           PIC X(01) VALUE 'N'.
           88 CADASTRO-GRAVADO      VALUE 'S'.

       77  WRK-CONFIRMA         PIC X(01) VALUE 'N'.
       77  WRK-ACAO             PIC X(01) VALUE SPACES.
       77  WRK-COD-MOTIVO       PIC X(12) VALUE SPACES.
       77  WRK-ROTULO           PIC X(08) VALUE SPACES.
       77  WRK-IDX-FAIXA        PIC 9(01) VALUE ZEROS.
       77  WRK-QTD-PENDENTES    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-APROVADAS    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-RECUSADAS    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-PROPRIAS     PIC 9(05) VALUE ZEROS.

       77  WRK-ED-VALOR         PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-ED-TAXA          PIC 9,9999.
       77  WRK-ED-PERC          PIC Z9,99.

           COPY 'altvalor.cbl'.

      * contrato com o diario de recuperacao (jrnsrv): imagem
      * do registro antes e depois de cada gravacao no mestre
       01  WRK-JRNSRV.
           05  WRK-JRN-PROGRAMA PIC X(10).
           05  WRK-JRN-OPERADOR PIC X(10).
           05  WRK-JRN-ARQUIVO  PIC X(12).
           05  WRK-JRN-CHAVE    PIC X(20).
           05  WRK-JRN-OPERACAO PIC X(01).
           05  WRK-JRN-ANTES    PIC X(300).
           05  WRK-JRN-DEPOIS   PIC X(300).

       LINKAGE SECTION.
      * operador logado no menu, repassado pelo CALL
       01  LNK-OPERADOR         PIC X(10).

       PROCEDURE DIVISION USING LNK-OPERADOR.
       0000-MAIN-PROCESS.
           MOVE LNK-OPERADOR TO WRK-OPERADOR
           PERFORM 1100-PEDE-OPERADOR
           MOVE 'L' TO WRK-DC-OPERACAO
           CALL 'datasrv' USING WRK-DATACTL
           MOVE WRK-DC-DATA TO DATA-SYS
           PERFORM 1200-LE-PERFIL
           OPEN I-O ALTPEND-FILE
           IF WRK-ALTPEND-STATUS NOT = '00'
               DISPLAY 'NENHUMA ALTERACAO SENSIVEL REGISTRADA'
               GOBACK
           END-IF
           OPEN I-O CUSTOMER-MASTER
           IF WRK-CUSTMAST-STATUS = '00'
               MOVE 'S' TO WRK-CUSTMAST-ABERTO
           END-IF
           OPEN I-O CONTRATO-FILE
           IF WRK-CONTRATO-STATUS = '00'
               MOVE 'S' TO WRK-CONTRATO-ABERTO
           END-IF
           OPEN I-O FRETE-TABLE
           IF WRK-FRETETAB-STATUS = '00'
               MOVE 'S' TO WRK-FRETETAB-ABERTO
           END-IF
           OPEN EXTEND ERROR-LOG
           PERFORM 1000-MENU UNTIL OPCAO-SAIR
           CLOSE ALTPEND-FILE
           IF CLIENTES-ABERTOS
               CLOSE CUSTOMER-MASTER
           END-IF
           IF CONTRATOS-ABERTOS
               CLOSE CONTRATO-FILE
           END-IF
           IF TABELA-ABERTA
               CLOSE FRETE-TABLE
           END-IF
           CLOSE ERROR-LOG
           GOBACK.

       1000-MENU.
           DISPLAY '========================================='
           DISPLAY 'ALTERACOES DE CADASTRO SENSIVEL'
           DISPLAY '1 - APROVAR OU RECUSAR PENDENTES'
           DISPLAY '2 - LISTAR PENDENTES'
           DISPLAY '3 - SAIR'
           DISPLAY 'ESCOLHA UMA OPCAO: '
           ACCEPT WRK-OPCAO FROM CONSOLE
           EVALUATE TRUE
               WHEN OPCAO-DECIDIR      PERFORM 3000-DECIDE-PENDENTES
               WHEN OPCAO-LISTAR       PERFORM 5000-LISTA-PENDENTES
               WHEN OPCAO-SAIR         CONTINUE
               WHEN OTHER              DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      * salvaguarda para uma chamada fora do menu: sem
      * operador repassado, pergunta uma vez no console
       1100-PEDE-OPERADOR.
           MOVE 'N' TO WRK-OPERADOR-OK
           PERFORM UNTIL OPERADOR-VALIDO
               IF WRK-OPERADOR = SPACES
                   DISPLAY 'SEU ID DE OPERADOR: '
                   ACCEPT WRK-OPERADOR FROM CONSOLE
               END-IF
               IF WRK-OPERADOR = SPACES
                   DISPLAY 'ID EM BRANCO, TENTE NOVAMENTE'
               ELSE
                   MOVE 'S' TO WRK-OPERADOR-OK
               END-IF
           END-PERFORM.

      * perfil do operador logado; fora do cadastro (ou
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
      *    decisao: percorre os pendentes na ordem do pedido;
      *    o pedido do proprio operador fica para outro
      *****************************************************
       3000-DECIDE-PENDENTES.
           IF NOT PERFIL-APROVADOR
               DISPLAY 'PERFIL SEM ALCADA PARA APROVAR ALTERACAO'
           ELSE
               MOVE ZEROS TO WRK-QTD-PENDENTES WRK-QTD-APROVADAS
                   WRK-QTD-RECUSADAS WRK-QTD-PROPRIAS
               MOVE 'N' TO WRK-EOF
               MOVE ZEROS TO ALP-NUMERO
               START ALTPEND-FILE KEY >= ALP-NUMERO
                   INVALID KEY SET FIM-DE-ARQUIVO TO TRUE
               END-START
               PERFORM 3100-LE-PENDENTE UNTIL FIM-DE-ARQUIVO
               DISPLAY 'PENDENTES: ' WRK-QTD-PENDENTES
                   ' APROVADAS: ' WRK-QTD-APROVADAS
                   ' RECUSADAS: ' WRK-QTD-RECUSADAS
               IF WRK-QTD-PROPRIAS > ZEROS
                   DISPLAY 'PEDIDAS POR VOCE, PARA OUTRO '
                       'SUPERVISOR DECIDIR: ' WRK-QTD-PROPRIAS
               END-IF
           END-IF.

       3100-LE-PENDENTE.
           READ ALTPEND-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO AND ALP-PENDENTE
               ADD 1 TO WRK-QTD-PENDENTES
               IF ALP-SOLICITANTE = WRK-OPERADOR
                   ADD 1 TO WRK-QTD-PROPRIAS
               ELSE
                   PERFORM 3200-APRESENTA-PENDENTE
               END-IF
           END-IF.

       3200-APRESENTA-PENDENTE.
           DISPLAY '========================================='
           PERFORM 5200-MOSTRA-ALTERACAO
           DISPLAY 'APROVAR (A), RECUSAR (R) OU MANTER (M)? '
           ACCEPT WRK-ACAO FROM CONSOLE
           EVALUATE WRK-ACAO
               WHEN 'A' WHEN 'a'
                   PERFORM 3600-ADQUIRE-TRAVA
                   IF NOT TRAVA-OBTIDA
                       DISPLAY 'ALTERACAO MANTIDA - TENTE DE NOVO '
                           'DEPOIS'
                   ELSE
                       PERFORM 3300-APROVA-ALTERACAO
                       PERFORM 3700-LIBERA-TRAVA
                   END-IF
               WHEN 'R' WHEN 'r'
                   PERFORM 3500-RECUSA-ALTERACAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * o campo do cadastro e relido: se mudou desde o pedido,
      * o aprovador confirma antes de substituir
       3300-APROVA-ALTERACAO.
           PERFORM 3310-LE-CADASTRO
           IF NOT REGISTRO-ACHADO
               DISPLAY 'ALTERACAO MANTIDA'
           ELSE
               MOVE 'S' TO WRK-CONFIRMA
               IF WRK-VALOR-ATUAL NOT = ALP-VALOR-ANTES
                   MOVE WRK-VALOR-ATUAL TO ALV-VALOR
                   MOVE 'HOJE:' TO WRK-ROTULO
                   DISPLAY 'ATENCAO: CADASTRO ALTERADO DESDE O '
                       'PEDIDO'
                   PERFORM 5300-MOSTRA-VALOR
                   DISPLAY 'CONFIRMA A SUBSTITUICAO? (S/N): '
                   ACCEPT WRK-CONFIRMA FROM CONSOLE
               END-IF
               IF WRK-CONFIRMA = 'S' OR 's'
                   PERFORM 3400-EFETIVA-ALTERACAO
               ELSE
                   DISPLAY 'ALTERACAO MANTIDA'
               END-IF
           END-IF.

       3310-LE-CADASTRO.
           MOVE 'N' TO WRK-ACHOU
           MOVE SPACES TO ALV-VALOR
           EVALUATE ALP-CAMPO
               WHEN 'CUS-LIMITE'
                   PERFORM 3320-LE-CLIENTE
               WHEN 'CON-DESCONTO'
                   PERFORM 3330-LE-CONTRATO
               WHEN 'FRT-TAXA'
               WHEN 'FRT-ICMS'
                   PERFORM 3340-LE-TABELA
               WHEN OTHER
                   DISPLAY 'CAMPO NAO CONTROLADO: ' ALP-CAMPO
           END-EVALUATE
           MOVE ALV-VALOR TO WRK-VALOR-ATUAL.

       3320-LE-CLIENTE.
           IF NOT CLIENTES-ABERTOS
               DISPLAY 'CADASTRO DE CLIENTES INDISPONIVEL'
           ELSE
               MOVE ALP-CHAVE (1:6) TO CUS-ID
               READ CUSTOMER-MASTER
                   KEY IS CUS-ID
                   INVALID KEY
                       DISPLAY 'CLIENTE NAO CADASTRADO: ' CUS-ID
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-ACHOU
                       MOVE CUSTOMER-RECORD TO WRK-JRN-ANTES
                       MOVE CUS-LIMITE-CREDITO TO ALV-LIMITE
               END-READ
           END-IF.

       3330-LE-CONTRATO.
           IF NOT CONTRATOS-ABERTOS
               DISPLAY 'CADASTRO DE CONTRATOS INDISPONIVEL'
           ELSE
               MOVE ALP-CHAVE (1:6) TO CON-CLIENTE
               READ CONTRATO-FILE
                   KEY IS CON-CLIENTE
                   INVALID KEY
                       DISPLAY 'CONTRATO NAO CADASTRADO: '
                           CON-CLIENTE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-ACHOU
                       MOVE CONTRATO-RECORD TO WRK-JRN-ANTES
                       MOVE CON-TIPO TO ALV-CON-TIPO
                       MOVE CON-PERC-FIXO TO ALV-CON-PERC-FIXO
                       MOVE CON-FAIXAS-VOLUME TO ALV-CON-FAIXAS
               END-READ
           END-IF.

       3340-LE-TABELA.
           IF NOT TABELA-ABERTA
               DISPLAY 'TABELA DE FRETE INDISPONIVEL'
           ELSE
               MOVE ALP-CHAVE (1:2) TO FRT-UF
               READ FRETE-TABLE
                   KEY IS FRT-UF
                   INVALID KEY
                       DISPLAY 'UF NAO CADASTRADA: ' FRT-UF
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-ACHOU
                       MOVE FRETE-TAB-RECORD TO WRK-JRN-ANTES
                       IF ALP-CAMPO = 'FRT-TAXA'
                           MOVE FRT-TAXA TO ALV-TAXA
                       ELSE
                           MOVE FRT-ICMS TO ALV-TAXA
                       END-IF
               END-READ
           END-IF.

      * grava o valor depois do pedido no registro lido em
      * 3310 e so entao fecha o pedido como aprovado
       3400-EFETIVA-ALTERACAO.
           MOVE 'N' TO WRK-GRAVOU
           MOVE ALP-VALOR-DEPOIS TO ALV-VALOR
           EVALUATE ALP-CAMPO
               WHEN 'CUS-LIMITE'
                   MOVE ALV-LIMITE TO CUS-LIMITE-CREDITO
                   REWRITE CUSTOMER-RECORD
                   IF WRK-CUSTMAST-STATUS = '00'
                       MOVE 'S' TO WRK-GRAVOU
                       MOVE CUSTOMER-RECORD TO WRK-JRN-DEPOIS
                   END-IF
               WHEN 'CON-DESCONTO'
                   MOVE ALV-CON-TIPO TO CON-TIPO
                   MOVE ALV-CON-PERC-FIXO TO CON-PERC-FIXO
                   MOVE ALV-CON-FAIXAS TO CON-FAIXAS-VOLUME
                   REWRITE CONTRATO-RECORD
                   IF WRK-CONTRATO-STATUS = '00'
                       MOVE 'S' TO WRK-GRAVOU
                       MOVE CONTRATO-RECORD TO WRK-JRN-DEPOIS
                   END-IF
               WHEN 'FRT-TAXA'
                   MOVE ALV-TAXA TO FRT-TAXA
                   REWRITE FRETE-TAB-RECORD
                   IF WRK-FRETETAB-STATUS = '00'
                       MOVE 'S' TO WRK-GRAVOU
                       MOVE FRETE-TAB-RECORD TO WRK-JRN-DEPOIS
                   END-IF
               WHEN 'FRT-ICMS'
                   MOVE ALV-TAXA TO FRT-ICMS
                   REWRITE FRETE-TAB-RECORD
                   IF WRK-FRETETAB-STATUS = '00'
                       MOVE 'S' TO WRK-GRAVOU
                       MOVE FRETE-TAB-RECORD TO WRK-JRN-DEPOIS
                   END-IF
           END-EVALUATE
           IF NOT CADASTRO-GRAVADO
               DISPLAY 'ERRO REGRAVANDO ' ALP-ARQUIVO ' '
                   ALP-CHAVE ' - ALTERACAO MANTIDA'
           ELSE
               PERFORM 3450-GRAVA-JORNAL
               MOVE 'A' TO ALP-SITUACAO
               MOVE WRK-OPERADOR TO ALP-APROVADOR
               MOVE DATA-SYS-NUM TO ALP-DATA-DECISAO
               REWRITE ALTPEND-RECORD
               MOVE 'ALT-APROVADA' TO WRK-COD-MOTIVO
               PERFORM 7000-GRAVA-AUDITORIA
               ADD 1 TO WRK-QTD-APROVADAS
               DISPLAY 'ALTERACAO ' ALP-NUMERO ' APLICADA EM '
                   ALP-ARQUIVO
           END-IF.

      * imagem antes (lida em 3310) e depois do cadastro no
      * diario de recuperacao, com a chave da trava
       3450-GRAVA-JORNAL.
           MOVE 'ALTAPROV' TO WRK-JRN-PROGRAMA
           MOVE WRK-OPERADOR TO WRK-JRN-OPERADOR
           MOVE ALP-ARQUIVO TO WRK-JRN-ARQUIVO
           MOVE ALP-CHAVE TO WRK-JRN-CHAVE
           MOVE 'A' TO WRK-JRN-OPERACAO
           CALL 'jrnsrv' USING WRK-JRNSRV.

       3500-RECUSA-ALTERACAO.
           MOVE 'R' TO ALP-SITUACAO
           MOVE WRK-OPERADOR TO ALP-APROVADOR
           MOVE DATA-SYS-NUM TO ALP-DATA-DECISAO
           REWRITE ALTPEND-RECORD
           MOVE 'ALT-RECUSADA' TO WRK-COD-MOTIVO
           PERFORM 7000-GRAVA-AUDITORIA
           ADD 1 TO WRK-QTD-RECUSADAS
           DISPLAY 'ALTERACAO ' ALP-NUMERO ' RECUSADA'.

      * trava o registro com a mesma chave que a manutencao
      * usa; o outro operador ve quem o segura
       3600-ADQUIRE-TRAVA.
           MOVE 'N' TO WRK-TRAVADO
           MOVE 'A' TO WRK-LCK-OPERACAO
           MOVE ALP-ARQUIVO TO WRK-LCK-ARQUIVO
           MOVE ALP-CHAVE TO WRK-LCK-REGISTRO
           MOVE WRK-OPERADOR TO WRK-LCK-OPERADOR
           CALL 'lockmgr' USING WRK-LOCKMGR
           IF WRK-LCK-OBTIDA = 'N'
               DISPLAY 'REGISTRO EM EDICAO POR ' WRK-LCK-DONO
                   ' DESDE ' WRK-LCK-DESDE
           ELSE
               MOVE 'S' TO WRK-TRAVADO
           END-IF.

       3700-LIBERA-TRAVA.
           MOVE 'R' TO WRK-LCK-OPERACAO
           CALL 'lockmgr' USING WRK-LOCKMGR.

      *****************************************************
      *    consulta: todos os pendentes, de qualquer operador
      *****************************************************
       5000-LISTA-PENDENTES.
           MOVE ZEROS TO WRK-QTD-PENDENTES
           MOVE 'N' TO WRK-EOF
           MOVE ZEROS TO ALP-NUMERO
           START ALTPEND-FILE KEY >= ALP-NUMERO
               INVALID KEY SET FIM-DE-ARQUIVO TO TRUE
           END-START
           PERFORM 5100-LE-PARA-LISTA UNTIL FIM-DE-ARQUIVO
           DISPLAY 'ALTERACOES PENDENTES: ' WRK-QTD-PENDENTES.

       5100-LE-PARA-LISTA.
           READ ALTPEND-FILE NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ
           IF NOT FIM-DE-ARQUIVO AND ALP-PENDENTE
               ADD 1 TO WRK-QTD-PENDENTES
               DISPLAY '-----------------------------------------'
               PERFORM 5200-MOSTRA-ALTERACAO
           END-IF.

       5200-MOSTRA-ALTERACAO.
           DISPLAY 'ALTERACAO: ' ALP-NUMERO ' ' ALP-ARQUIVO
               ' CHAVE: ' ALP-CHAVE
           DISPLAY 'CAMPO: ' ALP-CAMPO ' PEDIDA POR '
               ALP-SOLICITANTE ' EM ' ALP-DATA-HORA (1:8)
               ' ' ALP-DATA-HORA (9:4)
           MOVE ALP-VALOR-ANTES TO ALV-VALOR
           MOVE 'ANTES:' TO WRK-ROTULO
           PERFORM 5300-MOSTRA-VALOR
           MOVE ALP-VALOR-DEPOIS TO ALV-VALOR
           MOVE 'DEPOIS:' TO WRK-ROTULO
           PERFORM 5300-MOSTRA-VALOR.

      * o valor em ALV-VALOR, pela visao do campo
       5300-MOSTRA-VALOR.
           EVALUATE ALP-CAMPO
               WHEN 'CUS-LIMITE'
                   MOVE ALV-LIMITE TO WRK-ED-VALOR
                   DISPLAY WRK-ROTULO ' LIMITE ' WRK-ED-VALOR
               WHEN 'CON-DESCONTO'
                   MOVE ALV-CON-PERC-FIXO TO WRK-ED-PERC
                   DISPLAY WRK-ROTULO ' TIPO ' ALV-CON-TIPO
                       ' PERC FIXO ' WRK-ED-PERC
                   IF ALV-CON-TIPO = 'V'
                       PERFORM VARYING WRK-IDX-FAIXA FROM 1 BY 1
                               UNTIL WRK-IDX-FAIXA > 3
                           MOVE ALV-CON-VOLUME-ATE (WRK-IDX-FAIXA)
                               TO WRK-ED-VALOR
                           MOVE ALV-CON-PERC-FAIXA (WRK-IDX-FAIXA)
                               TO WRK-ED-PERC
                           DISPLAY '        FAIXA ' WRK-IDX-FAIXA
                               ' ATE ' WRK-ED-VALOR ' '
                               WRK-ED-PERC '%'
                       END-PERFORM
                   END-IF
               WHEN OTHER
                   MOVE ALV-TAXA TO WRK-ED-TAXA
                   DISPLAY WRK-ROTULO ' ' ALP-CAMPO ' ' WRK-ED-TAXA
           END-EVALUATE.

      * registra a decisao na trilha comum a todos os
      * programas
       7000-GRAVA-AUDITORIA.
           ACCEPT WRK-DHS-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-DHS-HORA FROM TIME
           MOVE 'ALTAPROV' TO ERR-PROGRAMA
           MOVE WRK-DHS-DATA TO ERR-DATA-HORA (1:8)
           MOVE WRK-DHS-HORA TO ERR-DATA-HORA (9:6)
           MOVE WRK-COD-MOTIVO TO ERR-MOTIVO
           MOVE SPACES TO ERR-ENTRADA
           STRING 'NUM=' DELIMITED BY SIZE
               ALP-NUMERO DELIMITED BY SIZE
               ' OPR=' DELIMITED BY SIZE
               WRK-OPERADOR DELIMITED BY SIZE
               INTO ERR-ENTRADA
      * trilha de auditoria de rotina, nao excecao -
      * informativa, fora da fila de revisao do supervisor
           MOVE 'I' TO ERR-SEVERIDADE
           MOVE SPACES TO ERR-TRATADA ERR-TRATADA-POR
           WRITE ERROR-LOG-RECORD.
