      *    individuais da FRETE-TABLE, do PRODUCT-MASTER e do
      *    HOLIDAY-FILE direto no arquivo indexado (WRITE/
      *    REWRITE/DELETE), sem recarregar o seed inteiro pelo
      *    cargaref. Mantem tambem o cadastro de vendedores
      *    (VENDEDOR.DAT) e o vendedor de cada cliente no
      *    CUSTOMER-MASTER, base da comissao mensal. Cada
      *    alteracao e ecoada na trilha comum ERROR.LOG com o
      *    operador e a chave tocada, para auditoria de quem
      *    mexeu em qual taxa. Taxa e ICMS de uma UF ja
      *    cadastrada sao campos de dupla custodia: com
      *    FRT-TAXA / FRT-ICMS no SENSIVEL.CFG a troca vai
      *    para a fila de aprovacao (altsrv) e so vale depois
      *    que outro supervisor aprova no altaprov.
      *    Toda gravacao num cadastro entra tambem no diario de
      *    recuperacao JORNAL.DAT (jrnsrv) com as imagens
      *    antes e depois do registro.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WRK-DEPOT-STATUS.

           SELECT VENDEDOR-FILE ASSIGN TO 'VENDEDOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEN-CODIGO
               FILE STATUS IS WRK-VENDEDOR-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUS-ID
               FILE STATUS IS WRK-CUSTMAST-STATUS.

      * trilha de excecoes compartilhada, aqui usada tambem como
      * trilha de auditoria das alteracoes de cadastro
           SELECT ERROR-LOG ASSIGN TO 'ERROR.LOG'
       FD  DEPOT-MASTER.
           COPY 'deprec.cbl'.

       FD  VENDEDOR-FILE.
           COPY 'vendrec.cbl'.

       FD  CUSTOMER-MASTER.
           COPY 'custrec.cbl'.

       FD  ERROR-LOG.
           COPY 'errorlog.cbl'.

       77  WRK-PRODMASTER-STATUS PIC X(02) VALUE '00'.
       77  WRK-HOLIDAY-STATUS    PIC X(02) VALUE '00'.
       77  WRK-DEPOT-STATUS      PIC X(02) VALUE '00'.
       77  WRK-VENDEDOR-STATUS   PIC X(02) VALUE '00'.
       77  WRK-CUSTMAST-STATUS   PIC X(02) VALUE '00'.

       77  WRK-OPERADOR          PIC X(10) VALUE SPACES.
       77  WRK-OPERADOR-OK       PIC X(01) VALUE 'N'.
           88 CADASTRO-PRODUTO       VALUE 2.
           88 CADASTRO-FERIADO       VALUE 3.
           88 CADASTRO-DEPOSITO      VALUE 4.
           88 CADASTRO-VENDEDOR      VALUE 5.
           88 CADASTRO-CLIENTE       VALUE 6.
           88 CADASTRO-SAIR          VALUE 7.

       77  WRK-ACAO              PIC 9(01) VALUE ZEROS.
           88 ACAO-INCLUIR           VALUE 1.
       77  WRK-CODIGO   PIC X(20) VALUE SPACES.
       77  WRK-DESCR30  PIC X(30) VALUE SPACES.
       77  WRK-CATEG    PIC X(10) VALUE SPACES.
       77  WRK-IMPORTADO PIC X(01) VALUE SPACES.
       77  WRK-DATA     PIC 9(08) VALUE ZEROS.
       77  WRK-UF-FERIADO PIC X(02) VALUE SPACES.
       77  WRK-DEP-CODIGO PIC X(03) VALUE SPACES.
       77  WRK-DEP-UF   PIC X(02) VALUE SPACES.
       77  WRK-CORTE    PIC 9(04) VALUE ZEROS.
       77  WRK-VEN-CODIGO PIC X(04) VALUE SPACES.
       77  WRK-MATRICULA PIC X(10) VALUE SPACES.
       77  WRK-PERC-COMISSAO PIC 9(02)V99 VALUE ZEROS.
       77  WRK-PERC-CTR-FIXO PIC 9(02)V99 VALUE ZEROS.
       77  WRK-PERC-CTR-VOLUME PIC 9(02)V99 VALUE ZEROS.
       77  WRK-CUS-ID   PIC 9(06) VALUE ZEROS.
       77  WRK-VENDEDOR-OK PIC X(01) VALUE 'N'.
           88 VENDEDOR-VALIDO        VALUE 'S'.

      * contrato com a dupla custodia dos campos sensiveis
       01  WRK-ALTSRV.
           05  WRK-ALT-ARQUIVO  PIC X(12).
           05  WRK-ALT-CHAVE    PIC X(20).
           05  WRK-ALT-CAMPO    PIC X(12).
           05  WRK-ALT-ANTES    PIC X(60).
           05  WRK-ALT-DEPOIS   PIC X(60).
           05  WRK-ALT-OPERADOR PIC X(10).
           05  WRK-ALT-RETIDA   PIC X(01).
           05  WRK-ALT-NUMERO   PIC 9(08).

           COPY 'altvalor.cbl'.

      * contrato com o diario de recuperacao (jrnsrv); o
      * mestre e a chave sao os mesmos da trava
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
           IF WRK-DEPOT-STATUS = '35'
               OPEN OUTPUT DEPOT-MASTER
           END-IF
           OPEN I-O VENDEDOR-FILE
      * primeiro vendedor do ambiente: o cadastro ainda nao
      * existe e precisa ser criado vazio
           IF WRK-VENDEDOR-STATUS = '35'
               OPEN OUTPUT VENDEDOR-FILE
               CLOSE VENDEDOR-FILE
               OPEN I-O VENDEDOR-FILE
           END-IF
           OPEN I-O CUSTOMER-MASTER
           OPEN EXTEND ERROR-LOG
           PERFORM 1100-PEDE-OPERADOR.

           DISPLAY '2 - PRODUTOS'
           DISPLAY '3 - FERIADOS'
           DISPLAY '4 - DEPOSITOS DE ORIGEM'
           DISPLAY '5 - VENDEDORES'
           DISPLAY '6 - VENDEDOR DO CLIENTE'
           DISPLAY '7 - SAIR'
           DISPLAY 'ESCOLHA O CADASTRO: '
           ACCEPT WRK-CADASTRO FROM CONSOLE
           EVALUATE TRUE
               WHEN CADASTRO-PRODUTO  PERFORM 4000-MANTEM-PRODUTO
               WHEN CADASTRO-FERIADO  PERFORM 5000-MANTEM-FERIADO
               WHEN CADASTRO-DEPOSITO PERFORM 6000-MANTEM-DEPOSITO
               WHEN CADASTRO-VENDEDOR PERFORM 7000-MANTEM-VENDEDOR
               WHEN CADASTRO-CLIENTE  PERFORM 7500-MANTEM-CLIENTE
               WHEN CADASTRO-SAIR     CONTINUE
               WHEN OTHER             DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
               INVALID KEY
                   DISPLAY 'UF JA CADASTRADA: ' WRK-UF
               NOT INVALID KEY
                   MOVE SPACES TO WRK-JRN-ANTES
                   MOVE FRETE-TAB-RECORD TO WRK-JRN-DEPOIS
                   MOVE 'I' TO WRK-JRN-OPERACAO
                   PERFORM 8100-GRAVA-JORNAL
                   MOVE 'FRT-INCLUIDO' TO WRK-COD-MOTIVO
                   MOVE WRK-UF TO WRK-CHAVE-AUDITORIA
                   PERFORM 8000-GRAVA-AUDITORIA
               INVALID KEY
                   DISPLAY 'UF NAO CADASTRADA: ' WRK-UF
               NOT INVALID KEY
                   MOVE FRETE-TAB-RECORD TO WRK-JRN-ANTES
                   PERFORM 3050-PEDE-CAMPOS-FRETE
                   PERFORM 3250-SUBMETE-TAXAS
                   MOVE WRK-DESCR TO FRT-DESCRICAO
                   MOVE WRK-PRAZO TO FRT-PRAZO-DIAS
                   REWRITE FRETE-TAB-RECORD
                   MOVE FRETE-TAB-RECORD TO WRK-JRN-DEPOIS
                   MOVE 'A' TO WRK-JRN-OPERACAO
                   PERFORM 8100-GRAVA-JORNAL
                   MOVE 'FRT-ALTERADO' TO WRK-COD-MOTIVO
                   MOVE WRK-UF TO WRK-CHAVE-AUDITORIA
                   PERFORM 8000-GRAVA-AUDITORIA
           END-READ.

      * taxa retida (ou fila indisponivel) fica como estava;
      * descricao e prazo valem na hora
       3250-SUBMETE-TAXAS.
           MOVE 'FRT-TAXA' TO WRK-ALT-CAMPO
           MOVE SPACES TO ALV-VALOR
           MOVE FRT-TAXA TO ALV-TAXA
           MOVE ALV-VALOR TO WRK-ALT-ANTES
           MOVE SPACES TO ALV-VALOR
           MOVE WRK-TAXA TO ALV-TAXA
           MOVE ALV-VALOR TO WRK-ALT-DEPOIS
           PERFORM 3260-SUBMETE-TAXA
           IF WRK-ALT-RETIDA = 'N'
               MOVE WRK-TAXA TO FRT-TAXA
           END-IF
           MOVE 'FRT-ICMS' TO WRK-ALT-CAMPO
           MOVE SPACES TO ALV-VALOR
           MOVE FRT-ICMS TO ALV-TAXA
           MOVE ALV-VALOR TO WRK-ALT-ANTES
           MOVE SPACES TO ALV-VALOR
           MOVE WRK-ICMS TO ALV-TAXA
           MOVE ALV-VALOR TO WRK-ALT-DEPOIS
           PERFORM 3260-SUBMETE-TAXA
           IF WRK-ALT-RETIDA = 'N'
               MOVE WRK-ICMS TO FRT-ICMS
           END-IF.

       3260-SUBMETE-TAXA.
           MOVE 'FRETETAB' TO WRK-ALT-ARQUIVO
           MOVE WRK-UF TO WRK-ALT-CHAVE
           MOVE WRK-OPERADOR TO WRK-ALT-OPERADOR
           CALL 'altsrv' USING WRK-ALTSRV
           EVALUATE WRK-ALT-RETIDA
               WHEN 'S'
                   MOVE 'ALT-PENDENTE' TO WRK-COD-MOTIVO
                   MOVE SPACES TO WRK-CHAVE-AUDITORIA
                   STRING WRK-UF DELIMITED BY SIZE
                       '/' DELIMITED BY SIZE
                       WRK-ALT-CAMPO DELIMITED BY SPACE
                       INTO WRK-CHAVE-AUDITORIA
                   PERFORM 8000-GRAVA-AUDITORIA
                   DISPLAY WRK-ALT-CAMPO ' NOVA NA ALTERACAO '
                       WRK-ALT-NUMERO ' - AGUARDA APROVACAO'
               WHEN 'E'
                   DISPLAY 'FILA DE APROVACAO INDISPONIVEL - '
                       WRK-ALT-CAMPO ' MANTIDA'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * lido antes de excluir para o diario guardar a imagem
      * do registro que sai
       3300-REMOVE-FRETE.
           READ FRETE-TABLE
               KEY IS FRT-UF
               INVALID KEY
                   DISPLAY 'UF NAO CADASTRADA: ' WRK-UF
               NOT INVALID KEY
                   MOVE FRETE-TAB-RECORD TO WRK-JRN-ANTES
                   DELETE FRETE-TABLE RECORD
                   MOVE SPACES TO WRK-JRN-DEPOIS
                   MOVE 'E' TO WRK-JRN-OPERACAO
                   PERFORM 8100-GRAVA-JORNAL
                   MOVE 'FRT-REMOVIDO' TO WRK-COD-MOTIVO
                   MOVE WRK-UF TO WRK-CHAVE-AUDITORIA
                   PERFORM 8000-GRAVA-AUDITORIA
           END-READ.

       3400-EXIBE-FRETE.
           READ FRETE-TABLE
           DISPLAY 'DESCRICAO: '
           ACCEPT WRK-DESCR30 FROM CONSOLE
           DISPLAY 'CATEGORIA: '
           ACCEPT WRK-CATEG FROM CONSOLE
      * mercadoria importada paga ICMS interestadual de 4%
           DISPLAY 'PRODUTO IMPORTADO? (S/N): '
           ACCEPT WRK-IMPORTADO FROM CONSOLE.

       4060-MARCA-ORIGEM.
           IF WRK-IMPORTADO = 'S'
               MOVE 'I' TO PRD-ORIGEM
           ELSE
               MOVE 'N' TO PRD-ORIGEM
           END-IF.

       4100-INCLUI-PRODUTO.
           PERFORM 4050-PEDE-CAMPOS-PRODUTO
           MOVE WRK-CODIGO TO PRD-CODIGO
           MOVE WRK-DESCR30 TO PRD-DESCRICAO
           MOVE WRK-CATEG TO PRD-CATEGORIA
           PERFORM 4060-MARCA-ORIGEM
           MOVE 'A' TO PRD-STATUS
           WRITE PRODUCT-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'PRODUTO JA CADASTRADO: ' WRK-CODIGO
               NOT INVALID KEY
                   MOVE SPACES TO WRK-JRN-ANTES
                   MOVE PRODUCT-MASTER-RECORD TO WRK-JRN-DEPOIS
                   MOVE 'I' TO WRK-JRN-OPERACAO
                   PERFORM 8100-GRAVA-JORNAL
                   MOVE 'PRD-INCLUIDO' TO WRK-COD-MOTIVO
                   MOVE WRK-CODIGO TO WRK-CHAVE-AUDITORIA
                   PERFORM 8000-GRAVA-AUDITORIA
               INVALID KEY
                   DISPLAY 'PRODUTO NAO CADASTRADO: ' WRK-CODIGO
               NOT INVALID KEY
                   MOVE PRODUCT-MASTER-RECORD TO WRK-JRN-ANTES
                   PERFORM 4050-PEDE-CAMPOS-PRODUTO
                   MOVE WRK-DESCR30 TO PRD-DESCRICAO
                   MOVE WRK-CATEG TO PRD-CATEGORIA
                   PERFORM 4060-MARCA-ORIGEM
                   REWRITE PRODUCT-MASTER-RECORD
                   MOVE PRODUCT-MASTER-RECORD TO WRK-JRN-DEPOIS
                   MOVE 'A' TO WRK-JRN-OPERACAO
                   PERFORM 8100-GRAVA-JORNAL
                   MOVE 'PRD-ALTERADO' TO WRK-COD-MOTIVO
                   MOVE WRK-CODIGO TO WRK-CHAVE-AUDITORIA
                   PERFORM 8000-GRAVA-AUDITORIA
               INVALID KEY
                   DISPLAY 'PRODUTO NAO CADASTRADO: ' WRK-CODIGO
               NOT INVALID KEY
                   MOVE PRODUCT-MASTER-RECORD TO WRK-JRN-ANTES
                   MOVE 'D' TO PRD-STATUS
                   REWRITE PRODUCT-MASTER-RECORD
                   MOVE PRODUCT-MASTER-RECORD TO WRK-JRN-DEPOIS
                   MOVE 'A' TO WRK-JRN-OPERACAO
                   PERFORM 8100-GRAVA-JORNAL
                   MOVE 'PRD-DESATIVA' TO WRK-COD-MOTIVO
                   MOVE WRK-CODIGO TO WRK-CHAVE-AUDITORIA
                   PERFORM 8000-GRAVA-AUDITORIA
                   DISPLAY 'DESCRICAO: ' PRD-DESCRICAO
                   DISPLAY 'CATEGORIA: ' PRD-CATEGORIA
                       ' STATUS: ' PRD-STATUS
                   IF PRD-IMPORTADO
                       DISPLAY 'ORIGEM: IMPORTADO'
                   ELSE
                       DISPLAY 'ORIGEM: NACIONAL'
                   END-IF
           END-READ.

      ******************* HOLIDAY-FILE *******************
               INVALID KEY
                   DISPLAY 'FERIADO JA CADASTRADO: ' WRK-DATA
               NOT INVALID KEY
                   MOVE SPACES TO WRK-JRN-ANTES
                   MOVE HOLIDAY-RECORD TO WRK-JRN-DEPOIS
                   MOVE 'I' TO WRK-JRN-OPERACAO
                   PERFORM 8100-GRAVA-JORNAL
                   MOVE 'HOL-INCLUIDO' TO WRK-COD-MOTIVO
                   MOVE WRK-DATA TO WRK-CHAVE-AUDITORIA
                   PERFORM 8000-GRAVA-AUDITORIA
               INVALID KEY
                   DISPLAY 'FERIADO NAO CADASTRADO: ' WRK-DATA
               NOT INVALID KEY
                   MOVE HOLIDAY-RECORD TO WRK-JRN-ANTES
                   DISPLAY 'DESCRICAO: '
                   ACCEPT WRK-DESCR30 FROM CONSOLE
                   MOVE WRK-DESCR30 TO HOL-DESCRICAO
                   REWRITE HOLIDAY-RECORD
                   MOVE HOLIDAY-RECORD TO WRK-JRN-DEPOIS
                   MOVE 'A' TO WRK-JRN-OPERACAO
                   PERFORM 8100-GRAVA-JORNAL
                   MOVE 'HOL-ALTERADO' TO WRK-COD-MOTIVO
                   MOVE WRK-DATA TO WRK-CHAVE-AUDITORIA
                   PERFORM 8000-GRAVA-AUDITORIA
           END-READ.

       5300-REMOVE-FERIADO.
           READ HOLIDAY-FILE
               INVALID KEY
                   DISPLAY 'FERIADO NAO CADASTRADO: ' WRK-DATA
               NOT INVALID KEY
                   MOVE HOLIDAY-RECORD TO WRK-JRN-ANTES
                   DELETE HOLIDAY-FILE RECORD
                   MOVE SPACES TO WRK-JRN-DEPOIS
                   MOVE 'E' TO WRK-JRN-OPERACAO
                   PERFORM 8100-GRAVA-JORNAL
                   MOVE 'HOL-REMOVIDO' TO WRK-COD-MOTIVO
                   MOVE WRK-DATA TO WRK-CHAVE-AUDITORIA
                   PERFORM 8000-GRAVA-AUDITORIA
           END-READ.

       5400-EXIBE-FERIADO.
           READ HOLIDAY-FILE
               INVALID KEY
                   DISPLAY 'DEPOSITO JA CADASTRADO: ' WRK-DEP-CODIGO
               NOT INVALID KEY
                   MOVE SPACES TO WRK-JRN-ANTES
                   MOVE DEPOT-RECORD TO WRK-JRN-DEPOIS
                   MOVE 'I' TO WRK-JRN-OPERACAO
                   PERFORM 8100-GRAVA-JORNAL
                   MOVE 'DEP-INCLUIDO' TO WRK-COD-MOTIVO
                   MOVE WRK-DEP-CODIGO TO WRK-CHAVE-AUDITORIA
                   PERFORM 8000-GRAVA-AUDITORIA
                   DISPLAY 'DEPOSITO NAO CADASTRADO: '
                       WRK-DEP-CODIGO
               NOT INVALID KEY
                   MOVE DEPOT-RECORD TO WRK-JRN-ANTES
                   PERFORM 6050-PEDE-CAMPOS-DEPOSITO
                   MOVE WRK-DEP-UF TO DEP-UF
                   MOVE WRK-DESCR TO DEP-DESCRICAO
                   MOVE WRK-CORTE TO DEP-CORTE
                   REWRITE DEPOT-RECORD
                   MOVE DEPOT-RECORD TO WRK-JRN-DEPOIS
                   MOVE 'A' TO WRK-JRN-OPERACAO
                   PERFORM 8100-GRAVA-JORNAL
                   MOVE 'DEP-ALTERADO' TO WRK-COD-MOTIVO
                   MOVE WRK-DEP-CODIGO TO WRK-CHAVE-AUDITORIA
                   PERFORM 8000-GRAVA-AUDITORIA
                   DISPLAY 'DEPOSITO NAO CADASTRADO: '
                       WRK-DEP-CODIGO
               NOT INVALID KEY
                   MOVE DEPOT-RECORD TO WRK-JRN-ANTES
                   MOVE 'I' TO DEP-ATIVO
                   REWRITE DEPOT-RECORD
                   MOVE DEPOT-RECORD TO WRK-JRN-DEPOIS
                   MOVE 'A' TO WRK-JRN-OPERACAO
                   PERFORM 8100-GRAVA-JORNAL
                   MOVE 'DEP-DESATIVA' TO WRK-COD-MOTIVO
                   MOVE WRK-DEP-CODIGO TO WRK-CHAVE-AUDITORIA
                   PERFORM 8000-GRAVA-AUDITORIA
                   DISPLAY 'DESCRICAO: ' DEP-DESCRICAO
           END-READ.

      ******************* VENDEDOR-FILE *******************
       7000-MANTEM-VENDEDOR.
           PERFORM 2100-PEDE-ACAO
           IF ACAO-VOLTAR
               CONTINUE
           ELSE
               DISPLAY 'CODIGO DO VENDEDOR: '
               ACCEPT WRK-VEN-CODIGO FROM CONSOLE
               MOVE WRK-VEN-CODIGO TO VEN-CODIGO
               MOVE 'VENDEDOR' TO WRK-LCK-ARQUIVO
               MOVE WRK-VEN-CODIGO TO WRK-LCK-REGISTRO
               PERFORM 2200-ADQUIRE-TRAVA
               IF NOT TRAVA-OBTIDA
                   CONTINUE
               ELSE
               EVALUATE TRUE
                   WHEN ACAO-INCLUIR PERFORM 7100-INCLUI-VENDEDOR
                   WHEN ACAO-ALTERAR PERFORM 7200-ALTERA-VENDEDOR
                   WHEN ACAO-REMOVER PERFORM 7300-DESATIVA-VENDEDOR
                   WHEN ACAO-EXIBIR  PERFORM 7400-EXIBE-VENDEDOR
                   WHEN OTHER        DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
               PERFORM 2300-LIBERA-TRAVA
               END-IF
           END-IF.

       7050-PEDE-CAMPOS-VENDEDOR.
           DISPLAY 'NOME: '
           ACCEPT WRK-DESCR30 FROM CONSOLE
           DISPLAY 'MATRICULA NA FOLHA: '
           ACCEPT WRK-MATRICULA FROM CONSOLE
           DISPLAY 'COMISSAO % (99V99, SO DIGITOS): '
           ACCEPT WRK-PERC-COMISSAO FROM CONSOLE
      * percentual proprio por tipo de contrato do cliente;
      * zeros = vale o percentual acima
           DISPLAY 'COMISSAO % CONTRATO FIXO (ZEROS = GERAL): '
           ACCEPT WRK-PERC-CTR-FIXO FROM CONSOLE
           DISPLAY 'COMISSAO % CONTRATO VOLUME (ZEROS = GERAL): '
           ACCEPT WRK-PERC-CTR-VOLUME FROM CONSOLE
           IF WRK-PERC-COMISSAO IS NOT NUMERIC
               MOVE ZEROS TO WRK-PERC-COMISSAO
           END-IF
           IF WRK-PERC-CTR-FIXO IS NOT NUMERIC
               MOVE ZEROS TO WRK-PERC-CTR-FIXO
           END-IF
           IF WRK-PERC-CTR-VOLUME IS NOT NUMERIC
               MOVE ZEROS TO WRK-PERC-CTR-VOLUME
           END-IF.

       7060-MOVE-CAMPOS-VENDEDOR.
           MOVE WRK-DESCR30 TO VEN-NOME
           MOVE WRK-MATRICULA TO VEN-MATRICULA
           MOVE WRK-PERC-COMISSAO TO VEN-PERC-COMISSAO
           MOVE WRK-PERC-CTR-FIXO TO VEN-PERC-CTR-FIXO
           MOVE WRK-PERC-CTR-VOLUME TO VEN-PERC-CTR-VOLUME.

       7100-INCLUI-VENDEDOR.
           PERFORM 7050-PEDE-CAMPOS-VENDEDOR
           MOVE WRK-VEN-CODIGO TO VEN-CODIGO
           PERFORM 7060-MOVE-CAMPOS-VENDEDOR
           MOVE 'A' TO VEN-ATIVO
           WRITE VENDEDOR-RECORD
               INVALID KEY
                   DISPLAY 'VENDEDOR JA CADASTRADO: ' WRK-VEN-CODIGO
               NOT INVALID KEY
                   MOVE SPACES TO WRK-JRN-ANTES
                   MOVE VENDEDOR-RECORD TO WRK-JRN-DEPOIS
                   MOVE 'I' TO WRK-JRN-OPERACAO
                   PERFORM 8100-GRAVA-JORNAL
                   MOVE 'VEN-INCLUIDO' TO WRK-COD-MOTIVO
                   MOVE WRK-VEN-CODIGO TO WRK-CHAVE-AUDITORIA
                   PERFORM 8000-GRAVA-AUDITORIA
           END-WRITE.

       7200-ALTERA-VENDEDOR.
           READ VENDEDOR-FILE
               KEY IS VEN-CODIGO
               INVALID KEY
                   DISPLAY 'VENDEDOR NAO CADASTRADO: '
                       WRK-VEN-CODIGO
               NOT INVALID KEY
                   MOVE VENDEDOR-RECORD TO WRK-JRN-ANTES
                   PERFORM 7050-PEDE-CAMPOS-VENDEDOR
                   PERFORM 7060-MOVE-CAMPOS-VENDEDOR
                   MOVE 'A' TO VEN-ATIVO
                   REWRITE VENDEDOR-RECORD
                   MOVE VENDEDOR-RECORD TO WRK-JRN-DEPOIS
                   MOVE 'A' TO WRK-JRN-OPERACAO
                   PERFORM 8100-GRAVA-JORNAL
                   MOVE 'VEN-ALTERADO' TO WRK-COD-MOTIVO
                   MOVE WRK-VEN-CODIGO TO WRK-CHAVE-AUDITORIA
                   PERFORM 8000-GRAVA-AUDITORIA
           END-READ.

      * vendedor nao e removido fisicamente: a comissao do que
      * os clientes dele ja pagaram ainda o procura no cadastro
       7300-DESATIVA-VENDEDOR.
           READ VENDEDOR-FILE
               KEY IS VEN-CODIGO
               INVALID KEY
                   DISPLAY 'VENDEDOR NAO CADASTRADO: '
                       WRK-VEN-CODIGO
               NOT INVALID KEY
                   MOVE VENDEDOR-RECORD TO WRK-JRN-ANTES
                   MOVE 'I' TO VEN-ATIVO
                   REWRITE VENDEDOR-RECORD
                   MOVE VENDEDOR-RECORD TO WRK-JRN-DEPOIS
                   MOVE 'A' TO WRK-JRN-OPERACAO
                   PERFORM 8100-GRAVA-JORNAL
                   MOVE 'VEN-DESATIVA' TO WRK-COD-MOTIVO
                   MOVE WRK-VEN-CODIGO TO WRK-CHAVE-AUDITORIA
                   PERFORM 8000-GRAVA-AUDITORIA
           END-READ.

       7400-EXIBE-VENDEDOR.
           READ VENDEDOR-FILE
               KEY IS VEN-CODIGO
               INVALID KEY
                   DISPLAY 'VENDEDOR NAO CADASTRADO: '
                       WRK-VEN-CODIGO
               NOT INVALID KEY
                   DISPLAY 'VENDEDOR: ' VEN-CODIGO ' - ' VEN-NOME
                   DISPLAY 'MATRICULA: ' VEN-MATRICULA
                       ' ATIVO: ' VEN-ATIVO
                   DISPLAY 'COMISSAO %: ' VEN-PERC-COMISSAO
                       ' CONTRATO FIXO: ' VEN-PERC-CTR-FIXO
                       ' CONTRATO VOLUME: ' VEN-PERC-CTR-VOLUME
           END-READ.

      ******************* CUSTOMER-MASTER *******************
      * o cliente e incluido pela captura de nome; aqui so se
      * liga (ou desliga, com o codigo em branco) o vendedor
       7500-MANTEM-CLIENTE.
           PERFORM 2100-PEDE-ACAO
           IF ACAO-VOLTAR
               CONTINUE
           ELSE
               DISPLAY 'CODIGO DO CLIENTE: '
               ACCEPT WRK-CUS-ID FROM CONSOLE
               MOVE WRK-CUS-ID TO CUS-ID
               MOVE 'CUSTMAST' TO WRK-LCK-ARQUIVO
               MOVE WRK-CUS-ID TO WRK-LCK-REGISTRO
               PERFORM 2200-ADQUIRE-TRAVA
               IF NOT TRAVA-OBTIDA
                   CONTINUE
               ELSE
               EVALUATE TRUE
                   WHEN ACAO-ALTERAR PERFORM 7600-VINCULA-VENDEDOR
                   WHEN ACAO-EXIBIR  PERFORM 7700-EXIBE-CLIENTE
                   WHEN ACAO-INCLUIR
                       DISPLAY 'CLIENTE E INCLUIDO NA CAPTURA DE NOME'
                   WHEN ACAO-REMOVER
                       DISPLAY 'CLIENTE NAO E REMOVIDO POR AQUI'
                   WHEN OTHER        DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
               PERFORM 2300-LIBERA-TRAVA
               END-IF
           END-IF.

      * so vendedor cadastrado e ativo recebe cliente
       7600-VINCULA-VENDEDOR.
           READ CUSTOMER-MASTER
               KEY IS CUS-ID
               INVALID KEY
                   DISPLAY 'CLIENTE NAO CADASTRADO: ' WRK-CUS-ID
               NOT INVALID KEY
                   DISPLAY 'CLIENTE: ' CUS-NOME
                       ' VENDEDOR ATUAL: ' CUS-VENDEDOR
                   DISPLAY 'CODIGO DO VENDEDOR (BRANCO = NENHUM): '
                   ACCEPT WRK-VEN-CODIGO FROM CONSOLE
                   MOVE CUSTOMER-RECORD TO WRK-JRN-ANTES
                   PERFORM 7650-VALIDA-VENDEDOR
                   IF VENDEDOR-VALIDO
                       MOVE WRK-VEN-CODIGO TO CUS-VENDEDOR
                       REWRITE CUSTOMER-RECORD
                       MOVE CUSTOMER-RECORD TO WRK-JRN-DEPOIS
                       MOVE 'A' TO WRK-JRN-OPERACAO
                       PERFORM 8100-GRAVA-JORNAL
                       MOVE 'CUS-VENDEDOR' TO WRK-COD-MOTIVO
                       MOVE SPACES TO WRK-CHAVE-AUDITORIA
                       STRING WRK-CUS-ID DELIMITED BY SIZE
                           '/' DELIMITED BY SIZE
                           WRK-VEN-CODIGO DELIMITED BY SIZE
                           INTO WRK-CHAVE-AUDITORIA
                       PERFORM 8000-GRAVA-AUDITORIA
                   END-IF
           END-READ.

       7650-VALIDA-VENDEDOR.
           MOVE 'S' TO WRK-VENDEDOR-OK
           IF WRK-VEN-CODIGO NOT = SPACES
               MOVE WRK-VEN-CODIGO TO VEN-CODIGO
               READ VENDEDOR-FILE
                   KEY IS VEN-CODIGO
                   INVALID KEY
                       MOVE 'N' TO WRK-VENDEDOR-OK
                       DISPLAY 'VENDEDOR NAO CADASTRADO: '
                           WRK-VEN-CODIGO
                   NOT INVALID KEY
                       IF NOT VEN-ATIVADO
                           MOVE 'N' TO WRK-VENDEDOR-OK
                           DISPLAY 'VENDEDOR DESATIVADO: '
                               WRK-VEN-CODIGO
                       END-IF
               END-READ
           END-IF.

       7700-EXIBE-CLIENTE.
           READ CUSTOMER-MASTER
               KEY IS CUS-ID
               INVALID KEY
                   DISPLAY 'CLIENTE NAO CADASTRADO: ' WRK-CUS-ID
               NOT INVALID KEY
                   DISPLAY 'CLIENTE: ' CUS-ID ' - ' CUS-NOME
                   DISPLAY 'VENDEDOR: ' CUS-VENDEDOR
           END-READ.

      * ecoa a alteracao na trilha comum, com operador e chave,
      * mesmo formato dos demais programas
       8000-GRAVA-AUDITORIA.
           WRITE ERROR-LOG-RECORD
           DISPLAY 'ALTERACAO REGISTRADA: ' WRK-COD-MOTIVO.

      * imagem antes/depois da gravacao no diario de
      * recuperacao, com o mestre e a chave da trava
       8100-GRAVA-JORNAL.
           MOVE 'REFMAN' TO WRK-JRN-PROGRAMA
           MOVE WRK-OPERADOR TO WRK-JRN-OPERADOR
           MOVE WRK-LCK-ARQUIVO TO WRK-JRN-ARQUIVO
           MOVE WRK-LCK-REGISTRO TO WRK-JRN-CHAVE
           CALL 'jrnsrv' USING WRK-JRNSRV.

       9000-FINALIZA.
           CLOSE FRETE-TABLE
           CLOSE PRODUCT-MASTER
           CLOSE HOLIDAY-FILE
           CLOSE DEPOT-MASTER
           CLOSE VENDEDOR-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE ERROR-LOG.
