       IDENTIFICATION DIVISION.
       PROGRAM-ID. colman.
      ********************************************************
      *    Agenda de coleta dos depositos
      *    O cliente liga para marcar a janela de coleta do
      *    pedido e o balcao reserva aqui, no COLETA.DAT, em vez
      *    do caderno de papel. Cada deposito tem a sua grade
      *    de janelas (horario e quantas coletas cabem por dia)
      *    e a reserva e feita pelo numero do pedido do
      *    ORDMAST.DAT, no deposito da UF de origem dele. A
      *    reserva respeita o corte do deposito (coleta para
      *    hoje so antes da hora de corte), o fim de semana e o
      *    calendario de feriados (nacional e da UF do
      *    deposito), e a lotacao da janela. O depdisp imprime
      *    a lista de expedicao na ordem das janelas. Cada
      *    gravacao vai tambem para o diario de recuperacao
      *    JORNAL.DAT (jrnsrv) com as imagens antes e depois.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLETA-FILE ASSIGN TO 'COLETA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COL-CHAVE
               FILE STATUS IS WRK-COLETA-STATUS.

           SELECT ORDERS-FILE ASSIGN TO 'ORDMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-NUMERO
               FILE STATUS IS WRK-ORDERS-STATUS.

           SELECT DEPOT-MASTER ASSIGN TO 'DEPOSITO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WRK-DEPOT-STATUS.

      * calendario de feriados, o mesmo da data prometida do
      * lote
           SELECT HOLIDAY-FILE ASSIGN TO 'HOLIDAY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOL-CHAVE
               FILE STATUS IS WRK-HOLIDAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COLETA-FILE.
           COPY 'colrec.cbl'.

       FD  ORDERS-FILE.
           COPY 'ordrec.cbl'.

       FD  DEPOT-MASTER.
           COPY 'deprec.cbl'.

       FD  HOLIDAY-FILE.
           COPY 'holidayrec.cbl'.

       WORKING-STORAGE SECTION.
       77  WRK-COLETA-STATUS     PIC X(02) VALUE '00'.
       77  WRK-ORDERS-STATUS     PIC X(02) VALUE '00'.
       77  WRK-DEPOT-STATUS      PIC X(02) VALUE '00'.
       77  WRK-HOLIDAY-STATUS    PIC X(02) VALUE '00'.
       77  WRK-HOLIDAY-DISP      PIC X(01) VALUE 'N'.
           88 HOLIDAY-DISPONIVEL     VALUE 'S'.
       77  WRK-ORDERS-DISP       PIC X(01) VALUE 'N'.
           88 ORDERS-DISPONIVEL      VALUE 'S'.
       77  WRK-DEPOT-DISP        PIC X(01) VALUE 'N'.
           88 DEPOT-DISPONIVEL       VALUE 'S'.
       77  WRK-COLETA-DISP       PIC X(01) VALUE 'N'.
           88 COLETA-DISPONIVEL      VALUE 'S'.
       77  WRK-EOF               PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO         VALUE 'S'.

       77  WRK-OPCAO             PIC 9(01) VALUE ZEROS.
           88 OPCAO-GRADE            VALUE 1.
           88 OPCAO-AGENDAR          VALUE 2.
           88 OPCAO-CANCELAR         VALUE 3.
           88 OPCAO-LISTAR           VALUE 4.
           88 OPCAO-SAIR             VALUE 5.

       77  WRK-OPERADOR          PIC X(10) VALUE SPACES.
       77  WRK-OPERADOR-OK       PIC X(01) VALUE 'N'.
           88 OPERADOR-VALIDO        VALUE 'S'.

      * campos de captura da reserva e da grade
       77  WRK-NUMERO            PIC 9(08) VALUE ZEROS.
       77  WRK-DEPOSITO          PIC X(03) VALUE SPACES.
       77  WRK-SLOT              PIC 9(02) VALUE ZEROS.
       77  WRK-HORA-INICIO       PIC 9(04) VALUE ZEROS.
       77  WRK-HORA-FIM          PIC 9(04) VALUE ZEROS.
       77  WRK-CAPACIDADE        PIC 9(03) VALUE ZEROS.
       77  WRK-CONFIRMA          PIC X(01) VALUE 'N'.
       77  WRK-HORA-OK           PIC X(01) VALUE 'N'.
           88 HORA-VALIDA            VALUE 'S'.
       01  WRK-HORA-TESTE.
           05  WRK-HT-HORA       PIC 9(02).
           05  WRK-HT-MINUTO     PIC 9(02).

       77  WRK-PEDIDO-OK         PIC X(01) VALUE 'N'.
           88 PEDIDO-LOCALIZADO      VALUE 'S'.
       77  WRK-DEPOT-OK          PIC X(01) VALUE 'N'.
           88 DEPOSITO-VALIDO        VALUE 'S'.
       77  WRK-RESERVA-OK        PIC X(01) VALUE 'N'.
           88 RESERVA-EXISTENTE      VALUE 'S'.
       77  WRK-DATA-OK           PIC X(01) VALUE 'N'.
           88 DATA-COLETA-OK         VALUE 'S'.
       77  WRK-FAIXA-OK          PIC X(01) VALUE 'N'.
           88 FAIXA-CADASTRADA       VALUE 'S'.

      * UF e corte do deposito escolhido
       77  WRK-DEP-UF            PIC X(02) VALUE SPACES.
       77  WRK-DEP-CORTE         PIC 9(04) VALUE ZEROS.

      * reserva ja existente do pedido, achada na varredura
       01  WRK-RESERVA-ACHADA.
           05  WRK-RA-DEPOSITO   PIC X(03).
           05  WRK-RA-DATA       PIC 9(08).
           05  WRK-RA-SLOT       PIC 9(02).
           05  WRK-RA-PEDIDO     PIC 9(08).

      * ocupacao da janela na data pedida
       77  WRK-QTD-RESERVAS      PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-LISTADOS      PIC 9(05) VALUE ZEROS.

      * grade do deposito em exibicao (ate 99 janelas)
       01  WRK-TABELA-FAIXAS.
           05  WRK-FAIXA OCCURS 99 TIMES.
               10  WRK-FX-SLOT       PIC 9(02).
               10  WRK-FX-INICIO     PIC 9(04).
               10  WRK-FX-FIM        PIC 9(04).
               10  WRK-FX-CAPACIDADE PIC 9(03).
       77  WRK-QTD-FAIXAS        PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-FAIXA         PIC 9(03) VALUE ZEROS.

      * data da coleta pedida pelo cliente
       01  WRK-DATA-COLETA.
           05  WRK-COL-ANO       PIC 9(04).
           05  WRK-COL-MES       PIC 9(02).
           05  WRK-COL-DIA       PIC 9(02).
       01  WRK-DATA-COLETA-NUM REDEFINES WRK-DATA-COLETA
                                 PIC 9(08).
       77  WRK-DATA-VALIDA-FLAG  PIC X(01) VALUE 'S'.
       77  WRK-DIAS-NO-MES       PIC 9(02) VALUE ZEROS.
       77  WRK-DIA-UTIL          PIC X(01) VALUE 'N'.
           88 DIA-UTIL               VALUE 'S'.

      * relogio do balcao: data de hoje e hora corrente, para
      * o corte e para o carimbo da reserva
       01  WRK-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       01  WRK-HORA-SYS.
           05  WRK-HS-HHMM       PIC 9(04).
           05  WRK-HS-RESTO      PIC 9(04).
       01  WRK-CARIMBO.
           05  WRK-CAR-DATA      PIC 9(08).
           05  WRK-CAR-HORA      PIC 9(04).

      * variaveis auxiliares da congruencia de Zeller, mesma
      * formula do learning9/learning10
       77  WRK-ANO-CALC     PIC 9(04) VALUE ZEROS.
       77  WRK-MES-CALC     PIC 9(02) VALUE ZEROS.
       77  WRK-SECULO       PIC 9(02) VALUE ZEROS.
       77  WRK-ANO-SECULO   PIC 9(02) VALUE ZEROS.
       77  WRK-ZELLER       PIC S9(04) VALUE ZEROS.
       77  WRK-IDX-SEMANA   PIC 9(01) VALUE ZEROS.

      * linha de exibicao de uma janela da grade
       01  WRK-LINHA-FAIXA.
           05  FILLER            PIC X(07) VALUE 'JANELA '.
           05  LFX-SLOT          PIC 9(02).
           05  FILLER            PIC X(02) VALUE ': '.
           05  LFX-INICIO        PIC 99B99.
           05  FILLER            PIC X(03) VALUE ' A '.
           05  LFX-FIM           PIC 99B99.
           05  FILLER            PIC X(08) VALUE ' - CAP: '.
           05  LFX-CAPACIDADE    PIC ZZ9.
           05  FILLER            PIC X(09) VALUE ' RESERV: '.
           05  LFX-RESERVAS      PIC ZZ9.

      * contrato com o diario de recuperacao (jrnsrv)
       01  WRK-JRNSRV.
           05  WRK-JRN-PROGRAMA PIC X(10).
           05  WRK-JRN-OPERADOR PIC X(10).
           05  WRK-JRN-ARQUIVO  PIC X(12).
           05  WRK-JRN-CHAVE    PIC X(20).
           05  WRK-JRN-OPERACAO PIC X(01).
           05  WRK-JRN-ANTES    PIC X(300).
           05  WRK-JRN-DEPOIS   PIC X(300).

       LINKAGE SECTION.
      * operador logado no menu (validado no OPERMAST.DAT),
      * repassado pelo CALL ... USING
       01  LNK-OPERADOR       PIC X(10).

       PROCEDURE DIVISION USING LNK-OPERADOR.
       0000-MAIN-PROCESS.
           MOVE LNK-OPERADOR TO WRK-OPERADOR
           PERFORM 0100-PEDE-OPERADOR
           PERFORM 1000-INICIALIZA
           PERFORM 2000-MENU UNTIL OPCAO-SAIR
           PERFORM 3000-FINALIZA
           GOBACK.

      * salvaguarda para uma chamada fora do menu: sem
      * operador repassado, pergunta uma vez no console
       0100-PEDE-OPERADOR.
           MOVE 'N' TO WRK-OPERADOR-OK
           PERFORM UNTIL OPERADOR-VALIDO
               IF WRK-OPERADOR = SPACES
                   DISPLAY 'ID DO OPERADOR: '
                   ACCEPT WRK-OPERADOR FROM CONSOLE
               END-IF
               IF WRK-OPERADOR = SPACES
                   DISPLAY 'ID EM BRANCO, TENTE NOVAMENTE'
               ELSE
                   MOVE 'S' TO WRK-OPERADOR-OK
               END-IF
           END-PERFORM.

       1000-INICIALIZA.
           MOVE ZEROS TO WRK-OPCAO
           OPEN INPUT ORDERS-FILE
           IF WRK-ORDERS-STATUS = '00'
               MOVE 'S' TO WRK-ORDERS-DISP
           END-IF
           OPEN INPUT DEPOT-MASTER
           IF WRK-DEPOT-STATUS = '00'
               MOVE 'S' TO WRK-DEPOT-DISP
           ELSE
               DISPLAY 'CADASTRO DE DEPOSITOS INEXISTENTE'
               MOVE 5 TO WRK-OPCAO
           END-IF
      * sem o calendario de feriados a reserva ainda e feita,
      * barrando apenas os fins de semana
           OPEN INPUT HOLIDAY-FILE
           IF WRK-HOLIDAY-STATUS = '00'
               MOVE 'S' TO WRK-HOLIDAY-DISP
           ELSE
               MOVE 'N' TO WRK-HOLIDAY-DISP
           END-IF
           OPEN I-O COLETA-FILE
      * primeira grade do ambiente: a agenda ainda nao existe
      * e precisa ser criada vazia
           IF WRK-COLETA-STATUS = '35'
               OPEN OUTPUT COLETA-FILE
               CLOSE COLETA-FILE
               OPEN I-O COLETA-FILE
           END-IF
           IF WRK-COLETA-STATUS = '00'
               MOVE 'S' TO WRK-COLETA-DISP
           ELSE
               DISPLAY 'ERRO ABRINDO COLETA.DAT: '
                   WRK-COLETA-STATUS
               MOVE 5 TO WRK-OPCAO
           END-IF.

       2000-MENU.
           DISPLAY '========================================='
           DISPLAY 'AGENDA DE COLETA'
           DISPLAY '1 - GRADE DE JANELAS DO DEPOSITO'
           DISPLAY '2 - AGENDAR COLETA DE PEDIDO'
           DISPLAY '3 - CANCELAR AGENDAMENTO'
           DISPLAY '4 - LISTAR AGENDA DO DIA'
           DISPLAY '5 - SAIR'
           DISPLAY 'ESCOLHA UMA OPCAO: '
           ACCEPT WRK-OPCAO FROM CONSOLE
           EVALUATE TRUE
               WHEN OPCAO-GRADE    PERFORM 2100-GRADE-DEPOSITO
               WHEN OPCAO-AGENDAR  PERFORM 2200-AGENDA-COLETA
               WHEN OPCAO-CANCELAR PERFORM 2300-CANCELA-COLETA
               WHEN OPCAO-LISTAR   PERFORM 2400-LISTA-AGENDA
               WHEN OPCAO-SAIR     CONTINUE
               WHEN OTHER          DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      * inclui, altera ou retira (capacidade zero) uma janela
      * da grade do deposito; a grade vale para todo dia util
       2100-GRADE-DEPOSITO.
           PERFORM 2800-PEDE-DEPOSITO
           IF DEPOSITO-VALIDO
               PERFORM 2870-EXIBE-GRADE
               DISPLAY 'NUMERO DA JANELA (01-99, ZEROS PARA '
                   'VOLTAR): '
               ACCEPT WRK-SLOT FROM CONSOLE
               IF WRK-SLOT NOT = ZEROS
                   DISPLAY 'CAPACIDADE DE COLETAS POR DIA '
                       '(ZEROS RETIRA A JANELA): '
                   ACCEPT WRK-CAPACIDADE FROM CONSOLE
                   IF WRK-CAPACIDADE = ZEROS
                       PERFORM 2130-RETIRA-FAIXA
                   ELSE
                       PERFORM 2110-CAPTURA-HORARIO
                       IF HORA-VALIDA
                           PERFORM 2120-GRAVA-FAIXA
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * janela de HHMM a HHMM, inicio antes do fim
       2110-CAPTURA-HORARIO.
           MOVE 'N' TO WRK-HORA-OK
           DISPLAY 'INICIO DA JANELA (HHMM): '
           ACCEPT WRK-HORA-INICIO FROM CONSOLE
           DISPLAY 'FIM DA JANELA (HHMM): '
           ACCEPT WRK-HORA-FIM FROM CONSOLE
           MOVE WRK-HORA-INICIO TO WRK-HORA-TESTE
           IF WRK-HT-HORA < 24 AND WRK-HT-MINUTO < 60
               MOVE WRK-HORA-FIM TO WRK-HORA-TESTE
               IF WRK-HT-HORA < 24 AND WRK-HT-MINUTO < 60
                       AND WRK-HORA-FIM > WRK-HORA-INICIO
                   MOVE 'S' TO WRK-HORA-OK
               END-IF
           END-IF
           IF NOT HORA-VALIDA
               DISPLAY 'HORARIO INVALIDO - JANELA NAO GRAVADA'
           END-IF.

       2120-GRAVA-FAIXA.
           MOVE WRK-DEPOSITO TO COL-DEPOSITO
           MOVE ZEROS TO COL-DATA
           MOVE WRK-SLOT TO COL-SLOT
           MOVE ZEROS TO COL-PEDIDO
           READ COLETA-FILE
               KEY IS COL-CHAVE
               INVALID KEY
                   PERFORM 2125-MONTA-FAIXA
                   WRITE COLETA-RECORD
                       INVALID KEY
                           DISPLAY 'ERRO GRAVANDO JANELA '
                               WRK-SLOT
                       NOT INVALID KEY
                           MOVE SPACES TO WRK-JRN-ANTES
                           MOVE COLETA-RECORD TO WRK-JRN-DEPOIS
                           MOVE 'I' TO WRK-JRN-OPERACAO
                           PERFORM 2895-GRAVA-JORNAL
                           DISPLAY 'JANELA ' WRK-SLOT ' INCLUIDA'
                   END-WRITE
               NOT INVALID KEY
                   MOVE COLETA-RECORD TO WRK-JRN-ANTES
                   PERFORM 2125-MONTA-FAIXA
                   REWRITE COLETA-RECORD
                       INVALID KEY
                           DISPLAY 'ERRO REGRAVANDO JANELA '
                               WRK-SLOT
                       NOT INVALID KEY
                           MOVE COLETA-RECORD TO WRK-JRN-DEPOIS
                           MOVE 'A' TO WRK-JRN-OPERACAO
                           PERFORM 2895-GRAVA-JORNAL
                           DISPLAY 'JANELA ' WRK-SLOT ' ALTERADA'
                   END-REWRITE
           END-READ.

       2125-MONTA-FAIXA.
           MOVE WRK-DEPOSITO TO COL-DEPOSITO
           MOVE ZEROS TO COL-DATA
           MOVE WRK-SLOT TO COL-SLOT
           MOVE ZEROS TO COL-PEDIDO
           MOVE WRK-HORA-INICIO TO COL-HORA-INICIO
           MOVE WRK-HORA-FIM TO COL-HORA-FIM
           MOVE WRK-CAPACIDADE TO COL-CAPACIDADE
           MOVE WRK-OPERADOR TO COL-OPERADOR
           PERFORM 2890-CARIMBA-RELOGIO
           MOVE WRK-CARIMBO TO COL-RESERVA.

      * retirar a janela da grade nao mexe nas reservas ja
      * feitas nela - elas continuam na lista de expedicao
       2130-RETIRA-FAIXA.
           MOVE WRK-DEPOSITO TO COL-DEPOSITO
           MOVE ZEROS TO COL-DATA
           MOVE WRK-SLOT TO COL-SLOT
           MOVE ZEROS TO COL-PEDIDO
      * lida antes de excluir, para o diario levar a imagem
           READ COLETA-FILE
               KEY IS COL-CHAVE
               INVALID KEY
                   DISPLAY 'JANELA NAO CADASTRADA: ' WRK-SLOT
               NOT INVALID KEY
                   MOVE COLETA-RECORD TO WRK-JRN-ANTES
                   DELETE COLETA-FILE
                       INVALID KEY
                           DISPLAY 'JANELA NAO CADASTRADA: ' WRK-SLOT
                       NOT INVALID KEY
                           MOVE SPACES TO WRK-JRN-DEPOIS
                           MOVE 'E' TO WRK-JRN-OPERACAO
                           PERFORM 2895-GRAVA-JORNAL
                           DISPLAY 'JANELA ' WRK-SLOT ' RETIRADA'
                   END-DELETE
           END-READ.

      * reserva da coleta: pedido do mestre, deposito da UF
      * de origem dele, um so agendamento por pedido, dia
      * util, corte do deposito e lotacao da janela
       2200-AGENDA-COLETA.
           PERFORM 2700-LOCALIZA-PEDIDO
           IF PEDIDO-LOCALIZADO
               PERFORM 2850-PROCURA-RESERVA
               IF RESERVA-EXISTENTE
                   DISPLAY 'PEDIDO JA AGENDADO NO DEPOSITO '
                       WRK-RA-DEPOSITO ' EM ' WRK-RA-DATA
                       ' JANELA ' WRK-RA-SLOT
                   DISPLAY 'CANCELE O AGENDAMENTO ANTES DE '
                       'REMARCAR'
               ELSE
                   PERFORM 2800-PEDE-DEPOSITO
                   IF DEPOSITO-VALIDO
                       PERFORM 2210-CONFERE-ORIGEM
                   END-IF
                   IF DEPOSITO-VALIDO
                       PERFORM 2220-PEDE-DATA
                   END-IF
                   IF DEPOSITO-VALIDO AND DATA-COLETA-OK
                       PERFORM 2870-EXIBE-GRADE
                       PERFORM 2230-PEDE-JANELA
                   END-IF
               END-IF
           END-IF.

      * a coleta sai do deposito da UF de origem do pedido;
      * pedido sem UF de origem aceita qualquer deposito ativo
       2210-CONFERE-ORIGEM.
           IF ORD-UF-ORIGEM NOT = SPACES
                   AND ORD-UF-ORIGEM NOT = WRK-DEP-UF
               DISPLAY 'PEDIDO COM ORIGEM ' ORD-UF-ORIGEM
                   ' - DEPOSITO ' WRK-DEPOSITO ' E DA UF '
                   WRK-DEP-UF
               MOVE 'N' TO WRK-DEPOT-OK
           END-IF.

      * data da coleta: valida, de hoje em diante, nao antes
      * da data de envio pedida, em dia util
       2220-PEDE-DATA.
           MOVE 'N' TO WRK-DATA-OK
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY 'DATA DA COLETA (AAAAMMDD): '
           ACCEPT WRK-DATA-COLETA-NUM FROM CONSOLE
           PERFORM VALIDA-DATA-COLETA
           EVALUATE TRUE
               WHEN WRK-DATA-VALIDA-FLAG = 'N'
                   DISPLAY 'DATA INVALIDA: ' WRK-DATA-COLETA-NUM
               WHEN WRK-DATA-COLETA-NUM < WRK-DATA-HOJE
                   DISPLAY 'DATA JA PASSOU: ' WRK-DATA-COLETA-NUM
               WHEN ORD-DATA-ENVIO IS NUMERIC
                       AND WRK-DATA-COLETA-NUM < ORD-DATA-ENVIO
                   DISPLAY 'PEDIDO COM ENVIO PARA ' ORD-DATA-ENVIO
                       ' - COLETA NAO PODE SER ANTES'
               WHEN OTHER
                   PERFORM 2880-VERIFICA-DIA-UTIL
                   IF DIA-UTIL
                       MOVE 'S' TO WRK-DATA-OK
                   ELSE
                       DISPLAY 'DEPOSITO NAO COLETA EM '
                           WRK-DATA-COLETA-NUM
                           ' - FIM DE SEMANA OU FERIADO'
                   END-IF
           END-EVALUATE.

      * janela da grade, corte do deposito para coleta no
      * proprio dia e lotacao da janela na data
       2230-PEDE-JANELA.
           DISPLAY 'NUMERO DA JANELA (ZEROS PARA VOLTAR): '
           ACCEPT WRK-SLOT FROM CONSOLE
           IF WRK-SLOT NOT = ZEROS
               PERFORM 2860-LE-FAIXA
               IF NOT FAIXA-CADASTRADA
                   DISPLAY 'JANELA NAO CADASTRADA NO DEPOSITO: '
                       WRK-SLOT
               ELSE
                   ACCEPT WRK-HORA-SYS FROM TIME
                   IF WRK-DATA-COLETA-NUM = WRK-DATA-HOJE
                           AND (WRK-HS-HHMM >= WRK-DEP-CORTE
                            OR WRK-HS-HHMM >= WRK-HORA-INICIO)
                       DISPLAY 'CORTE DO DEPOSITO (' WRK-DEP-CORTE
                           ') OU INICIO DA JANELA JA PASSOU - '
                           'AGENDE PARA OUTRO DIA'
                   ELSE
                       PERFORM 2865-CONTA-RESERVAS
                       IF WRK-QTD-RESERVAS >= WRK-CAPACIDADE
                           DISPLAY 'JANELA LOTADA NO DIA: '
                               WRK-QTD-RESERVAS ' DE '
                               WRK-CAPACIDADE
                       ELSE
                           PERFORM 2240-GRAVA-RESERVA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2240-GRAVA-RESERVA.
           MOVE WRK-DEPOSITO TO COL-DEPOSITO
           MOVE WRK-DATA-COLETA-NUM TO COL-DATA
           MOVE WRK-SLOT TO COL-SLOT
           MOVE WRK-NUMERO TO COL-PEDIDO
           MOVE WRK-HORA-INICIO TO COL-HORA-INICIO
           MOVE WRK-HORA-FIM TO COL-HORA-FIM
           MOVE ZEROS TO COL-CAPACIDADE
           MOVE WRK-OPERADOR TO COL-OPERADOR
           PERFORM 2890-CARIMBA-RELOGIO
           MOVE WRK-CARIMBO TO COL-RESERVA
           WRITE COLETA-RECORD
               INVALID KEY
                   DISPLAY 'ERRO GRAVANDO AGENDAMENTO DO PEDIDO '
                       WRK-NUMERO
               NOT INVALID KEY
                   MOVE SPACES TO WRK-JRN-ANTES
                   MOVE COLETA-RECORD TO WRK-JRN-DEPOIS
                   MOVE 'I' TO WRK-JRN-OPERACAO
                   PERFORM 2895-GRAVA-JORNAL
                   DISPLAY 'COLETA DO PEDIDO ' WRK-NUMERO
                       ' AGENDADA: DEPOSITO ' WRK-DEPOSITO
                       ' EM ' WRK-DATA-COLETA-NUM
                       ' JANELA ' WRK-SLOT
           END-WRITE.

       2300-CANCELA-COLETA.
           DISPLAY 'NUMERO DO PEDIDO (ZEROS PARA VOLTAR): '
           ACCEPT WRK-NUMERO FROM CONSOLE
           IF WRK-NUMERO NOT = ZEROS
               PERFORM 2850-PROCURA-RESERVA
               IF NOT RESERVA-EXISTENTE
                   DISPLAY 'PEDIDO SEM AGENDAMENTO: ' WRK-NUMERO
               ELSE
                   DISPLAY 'AGENDADO NO DEPOSITO ' WRK-RA-DEPOSITO
                       ' EM ' WRK-RA-DATA ' JANELA ' WRK-RA-SLOT
                   DISPLAY 'CONFIRMA O CANCELAMENTO (S/N)? '
                   ACCEPT WRK-CONFIRMA FROM CONSOLE
                   IF WRK-CONFIRMA = 'S' OR 's'
                       MOVE WRK-RESERVA-ACHADA TO COL-CHAVE
      * lida antes de excluir, para o diario levar a imagem
                       READ COLETA-FILE
                           KEY IS COL-CHAVE
                           INVALID KEY
                               DISPLAY 'ERRO CANCELANDO AGENDAMENTO'
                           NOT INVALID KEY
                               MOVE COLETA-RECORD TO WRK-JRN-ANTES
                               PERFORM 2310-EXCLUI-RESERVA
                       END-READ
                   END-IF
               END-IF
           END-IF.

       2310-EXCLUI-RESERVA.
           DELETE COLETA-FILE
               INVALID KEY
                   DISPLAY 'ERRO CANCELANDO AGENDAMENTO'
               NOT INVALID KEY
                   MOVE SPACES TO WRK-JRN-DEPOIS
                   MOVE 'E' TO WRK-JRN-OPERACAO
                   PERFORM 2895-GRAVA-JORNAL
                   DISPLAY 'AGENDAMENTO CANCELADO'
           END-DELETE.

      * agenda de um deposito num dia, janela a janela
       2400-LISTA-AGENDA.
           PERFORM 2800-PEDE-DEPOSITO
           IF DEPOSITO-VALIDO
               DISPLAY 'DATA (AAAAMMDD): '
               ACCEPT WRK-DATA-COLETA-NUM FROM CONSOLE
               MOVE ZEROS TO WRK-QTD-LISTADOS
               PERFORM 2870-EXIBE-GRADE
               MOVE 'N' TO WRK-EOF
               MOVE WRK-DEPOSITO TO COL-DEPOSITO
               MOVE WRK-DATA-COLETA-NUM TO COL-DATA
               MOVE ZEROS TO COL-SLOT
               MOVE ZEROS TO COL-PEDIDO
               START COLETA-FILE KEY >= COL-CHAVE
                   INVALID KEY MOVE 'S' TO WRK-EOF
               END-START
               PERFORM 2410-LISTA-RESERVA UNTIL FIM-DE-ARQUIVO
               DISPLAY 'COLETAS AGENDADAS: ' WRK-QTD-LISTADOS
           END-IF.

       2410-LISTA-RESERVA.
           READ COLETA-FILE NEXT RECORD
               AT END MOVE 'S' TO WRK-EOF
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF COL-DEPOSITO NOT = WRK-DEPOSITO
                       OR COL-DATA NOT = WRK-DATA-COLETA-NUM
                   MOVE 'S' TO WRK-EOF
               ELSE
                   DISPLAY 'JANELA ' COL-SLOT ' ' COL-HORA-INICIO
                       '-' COL-HORA-FIM ' PEDIDO ' COL-PEDIDO
                       ' POR ' COL-OPERADOR
                   ADD 1 TO WRK-QTD-LISTADOS
               END-IF
           END-IF.

      * le o pedido pelo numero no mestre
       2700-LOCALIZA-PEDIDO.
           MOVE 'N' TO WRK-PEDIDO-OK
           DISPLAY 'NUMERO DO PEDIDO (ZEROS PARA VOLTAR): '
           ACCEPT WRK-NUMERO FROM CONSOLE
           IF WRK-NUMERO NOT = ZEROS
               IF NOT ORDERS-DISPONIVEL
                   DISPLAY 'ORDMAST.DAT INDISPONIVEL'
               ELSE
                   MOVE WRK-NUMERO TO ORD-NUMERO
                   READ ORDERS-FILE
                       KEY IS ORD-NUMERO
                       INVALID KEY
                           DISPLAY 'PEDIDO NAO ENCONTRADO: '
                               WRK-NUMERO
                       NOT INVALID KEY
                           MOVE 'S' TO WRK-PEDIDO-OK
                   END-READ
               END-IF
           END-IF.

      * deposito cadastrado e ativo; guarda UF e corte
       2800-PEDE-DEPOSITO.
           MOVE 'N' TO WRK-DEPOT-OK
           DISPLAY 'CODIGO DO DEPOSITO: '
           ACCEPT WRK-DEPOSITO FROM CONSOLE
           MOVE WRK-DEPOSITO TO DEP-CODIGO
           READ DEPOT-MASTER
               KEY IS DEP-CODIGO
               INVALID KEY
                   DISPLAY 'DEPOSITO NAO CADASTRADO: ' WRK-DEPOSITO
               NOT INVALID KEY
                   IF DEP-ESTA-ATIVO
                       MOVE 'S' TO WRK-DEPOT-OK
                       MOVE DEP-UF TO WRK-DEP-UF
                       MOVE DEP-CORTE TO WRK-DEP-CORTE
                   ELSE
                       DISPLAY 'DEPOSITO DESATIVADO: '
                           WRK-DEPOSITO
                   END-IF
           END-READ.

      * um pedido tem no maximo um agendamento: varre a
      * agenda inteira atras do numero
       2850-PROCURA-RESERVA.
           MOVE 'N' TO WRK-RESERVA-OK
           MOVE 'N' TO WRK-EOF
           MOVE LOW-VALUES TO COL-CHAVE
           START COLETA-FILE KEY >= COL-CHAVE
               INVALID KEY MOVE 'S' TO WRK-EOF
           END-START
           PERFORM 2855-LE-RESERVA
               UNTIL FIM-DE-ARQUIVO OR RESERVA-EXISTENTE.

       2855-LE-RESERVA.
           READ COLETA-FILE NEXT RECORD
               AT END MOVE 'S' TO WRK-EOF
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF COL-DATA NOT = ZEROS
                       AND COL-PEDIDO = WRK-NUMERO
                   MOVE 'S' TO WRK-RESERVA-OK
                   MOVE COL-CHAVE TO WRK-RESERVA-ACHADA
               END-IF
           END-IF.

      * janela da grade do deposito: horario e capacidade
       2860-LE-FAIXA.
           MOVE 'N' TO WRK-FAIXA-OK
           MOVE WRK-DEPOSITO TO COL-DEPOSITO
           MOVE ZEROS TO COL-DATA
           MOVE WRK-SLOT TO COL-SLOT
           MOVE ZEROS TO COL-PEDIDO
           READ COLETA-FILE
               KEY IS COL-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-FAIXA-OK
                   MOVE COL-HORA-INICIO TO WRK-HORA-INICIO
                   MOVE COL-HORA-FIM TO WRK-HORA-FIM
                   MOVE COL-CAPACIDADE TO WRK-CAPACIDADE
           END-READ.

      * reservas ja feitas na janela WRK-SLOT na data
      * WRK-DATA-COLETA-NUM
       2865-CONTA-RESERVAS.
           MOVE ZEROS TO WRK-QTD-RESERVAS
           MOVE 'N' TO WRK-EOF
           MOVE WRK-DEPOSITO TO COL-DEPOSITO
           MOVE WRK-DATA-COLETA-NUM TO COL-DATA
           MOVE WRK-SLOT TO COL-SLOT
           MOVE ZEROS TO COL-PEDIDO
           START COLETA-FILE KEY >= COL-CHAVE
               INVALID KEY MOVE 'S' TO WRK-EOF
           END-START
           PERFORM 2866-CONTA-RESERVA UNTIL FIM-DE-ARQUIVO.

       2866-CONTA-RESERVA.
           READ COLETA-FILE NEXT RECORD
               AT END MOVE 'S' TO WRK-EOF
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF COL-DEPOSITO NOT = WRK-DEPOSITO
                       OR COL-DATA NOT = WRK-DATA-COLETA-NUM
                       OR COL-SLOT NOT = WRK-SLOT
                   MOVE 'S' TO WRK-EOF
               ELSE
                   ADD 1 TO WRK-QTD-RESERVAS
               END-IF
           END-IF.

      * mostra a grade do deposito; agendando ou listando, a
      * ocupacao de cada janela no dia. A grade vai antes para
      * a tabela porque a contagem reposiciona a agenda
       2870-EXIBE-GRADE.
           DISPLAY 'GRADE DO DEPOSITO ' WRK-DEPOSITO
               ' (CORTE ' WRK-DEP-CORTE ')'
           MOVE ZEROS TO WRK-QTD-FAIXAS
           MOVE 'N' TO WRK-EOF
           MOVE WRK-DEPOSITO TO COL-DEPOSITO
           MOVE ZEROS TO COL-DATA
           MOVE ZEROS TO COL-SLOT
           MOVE ZEROS TO COL-PEDIDO
           START COLETA-FILE KEY >= COL-CHAVE
               INVALID KEY MOVE 'S' TO WRK-EOF
           END-START
           PERFORM 2875-CARREGA-FAIXA UNTIL FIM-DE-ARQUIVO
           IF WRK-QTD-FAIXAS = ZEROS
               DISPLAY 'DEPOSITO SEM JANELAS CADASTRADAS'
           END-IF
           PERFORM VARYING WRK-IDX-FAIXA FROM 1 BY 1
                   UNTIL WRK-IDX-FAIXA > WRK-QTD-FAIXAS
               MOVE WRK-FX-SLOT (WRK-IDX-FAIXA) TO WRK-SLOT
               MOVE ZEROS TO WRK-QTD-RESERVAS
               IF OPCAO-AGENDAR OR OPCAO-LISTAR
                   PERFORM 2865-CONTA-RESERVAS
               END-IF
               MOVE WRK-SLOT TO LFX-SLOT
               MOVE WRK-FX-INICIO (WRK-IDX-FAIXA) TO LFX-INICIO
               MOVE WRK-FX-FIM (WRK-IDX-FAIXA) TO LFX-FIM
               MOVE WRK-FX-CAPACIDADE (WRK-IDX-FAIXA)
                   TO LFX-CAPACIDADE
               MOVE WRK-QTD-RESERVAS TO LFX-RESERVAS
               DISPLAY WRK-LINHA-FAIXA
           END-PERFORM
           MOVE ZEROS TO WRK-SLOT.

       2875-CARREGA-FAIXA.
           READ COLETA-FILE NEXT RECORD
               AT END MOVE 'S' TO WRK-EOF
           END-READ
           IF NOT FIM-DE-ARQUIVO
               IF COL-DEPOSITO NOT = WRK-DEPOSITO
                       OR COL-DATA NOT = ZEROS
                   MOVE 'S' TO WRK-EOF
               ELSE
                   ADD 1 TO WRK-QTD-FAIXAS
                   MOVE COL-SLOT TO WRK-FX-SLOT (WRK-QTD-FAIXAS)
                   MOVE COL-HORA-INICIO
                       TO WRK-FX-INICIO (WRK-QTD-FAIXAS)
                   MOVE COL-HORA-FIM TO WRK-FX-FIM (WRK-QTD-FAIXAS)
                   MOVE COL-CAPACIDADE
                       TO WRK-FX-CAPACIDADE (WRK-QTD-FAIXAS)
               END-IF
           END-IF.

      * dia util = nem sabado (indice 1 de Zeller) nem domingo
      * (indice 2) nem feriado nacional ou da UF do deposito
       2880-VERIFICA-DIA-UTIL.
           MOVE 'S' TO WRK-DIA-UTIL
           PERFORM 2885-CALCULA-DIA-SEMANA
           IF WRK-IDX-SEMANA = 1 OR WRK-IDX-SEMANA = 2
               MOVE 'N' TO WRK-DIA-UTIL
           END-IF
           IF DIA-UTIL AND HOLIDAY-DISPONIVEL
               MOVE WRK-DATA-COLETA-NUM TO HOL-DATA
               MOVE SPACES TO HOL-UF
               READ HOLIDAY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WRK-DIA-UTIL
               END-READ
           END-IF
           IF DIA-UTIL AND HOLIDAY-DISPONIVEL
               MOVE WRK-DATA-COLETA-NUM TO HOL-DATA
               MOVE WRK-DEP-UF TO HOL-UF
               READ HOLIDAY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WRK-DIA-UTIL
               END-READ
           END-IF.

      * congruencia de Zeller adaptada para calendario gregoriano,
      * mesma formula do learning9 (indice 1 = sabado)
       2885-CALCULA-DIA-SEMANA.
           MOVE WRK-COL-ANO TO WRK-ANO-CALC
           MOVE WRK-COL-MES TO WRK-MES-CALC
           IF WRK-MES-CALC < 3
               ADD 12 TO WRK-MES-CALC
               SUBTRACT 1 FROM WRK-ANO-CALC
           END-IF

           DIVIDE WRK-ANO-CALC BY 100 GIVING WRK-SECULO
               REMAINDER WRK-ANO-SECULO

           COMPUTE WRK-ZELLER =
               (WRK-COL-DIA + ((13 * (WRK-MES-CALC + 1)) / 5) +
               WRK-ANO-SECULO + (WRK-ANO-SECULO / 4) +
               (WRK-SECULO / 4) + (5 * WRK-SECULO))

           DIVIDE WRK-ZELLER BY 7 GIVING WRK-ZELLER
               REMAINDER WRK-IDX-SEMANA
           ADD 1 TO WRK-IDX-SEMANA.

       2890-CARIMBA-RELOGIO.
           ACCEPT WRK-CAR-DATA FROM DATE YYYYMMDD
           ACCEPT WRK-HORA-SYS FROM TIME
           MOVE WRK-HS-HHMM TO WRK-CAR-HORA.

       2895-GRAVA-JORNAL.
           MOVE 'COLMAN' TO WRK-JRN-PROGRAMA
           MOVE WRK-OPERADOR TO WRK-JRN-OPERADOR
           MOVE 'COLETA' TO WRK-JRN-ARQUIVO
           MOVE COL-CHAVE TO WRK-JRN-CHAVE
           CALL 'jrnsrv' USING WRK-JRNSRV.

       3000-FINALIZA.
           IF COLETA-DISPONIVEL
               CLOSE COLETA-FILE
           END-IF
           IF ORDERS-DISPONIVEL
               CLOSE ORDERS-FILE
           END-IF
           IF DEPOT-DISPONIVEL
               CLOSE DEPOT-MASTER
           END-IF
           IF HOLIDAY-DISPONIVEL
               CLOSE HOLIDAY-FILE
           END-IF.

           COPY 'dateval.cbl'
               REPLACING VALIDA-DATA-CALENDARIO
                             BY VALIDA-DATA-COLETA
                         WRK-ANO BY WRK-COL-ANO
                         WRK-MES BY WRK-COL-MES
                         WRK-DIA BY WRK-COL-DIA.
