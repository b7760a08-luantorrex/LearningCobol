       IDENTIFICATION DIVISION.
       PROGRAM-ID. conman.
      ********************************************************
      *    Livro do conselho de classe no console
      *    Registra, altera, exclui e exibe a deliberacao do
      *    conselho de classe sobre a promocao do aluno no ano
      *    letivo (CONSELHO.DAT): promover ou reter, data da
      *    reuniao, justificativa da ata, membros presentes e
      *    votacao. So aluno com historico ativo no
      *    STUTRANS.DAT e ano ainda nao encerrado no
      *    TRANSARQ.DAT; a votacao tem de fechar com os
      *    presentes e a decisao precisa da maioria. Mostra o
      *    resultado da regra de media e frequencia que a
      *    deliberacao vai substituir no anofecha. Deliberacao
      *    ja aplicada pelo encerramento nao muda mais - no
      *    mesmo estilo de manutencao do turman.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSELHO-FILE ASSIGN TO 'CONSELHO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-CHAVE
               FILE STATUS IS WRK-CONSELHO-STATUS.

           SELECT STUDENT-TRANSCRIPT ASSIGN TO 'STUTRANS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRA-ID
               FILE STATUS IS WRK-TRANSCRIPT-STATUS.

           SELECT TRANSCRIPT-ARCHIVE ASSIGN TO 'TRANSARQ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATR-CHAVE
               FILE STATUS IS WRK-TRANSARQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONSELHO-FILE.
           COPY 'consrec.cbl'.

       FD  STUDENT-TRANSCRIPT.
           COPY 'transrec.cbl'.

       FD  TRANSCRIPT-ARCHIVE.
           COPY 'transarc.cbl'.

       WORKING-STORAGE SECTION.
       77  WRK-CONSELHO-STATUS  PIC X(02) VALUE '00'.
       77  WRK-TRANSCRIPT-STATUS PIC X(02) VALUE '00'.
       77  WRK-TRANSARQ-STATUS  PIC X(02) VALUE '00'.

       77  WRK-OPCAO            PIC 9(01) VALUE ZEROS.
           88 OPCAO-INCLUIR         VALUE 1.
           88 OPCAO-ALTERAR         VALUE 2.
           88 OPCAO-EXCLUIR         VALUE 3.
           88 OPCAO-EXIBIR          VALUE 4.
           88 OPCAO-SAIR            VALUE 5.

       01  DATA-SYS.
           02  ANO-SYS PIC 9(04) VALUE ZEROS.
           02  MES-SYS PIC 9(02) VALUE ZEROS.
           02  DIA-SYS PIC 9(02) VALUE ZEROS.
       01  DATA-SYS-NUM REDEFINES DATA-SYS PIC 9(08).

       77  WRK-ANO              PIC 9(04) VALUE ZEROS.
       77  WRK-ALUNO            PIC 9(06) VALUE ZEROS.
       77  WRK-CHAVE-OK         PIC X(01) VALUE 'N'.
           88 CHAVE-VALIDA          VALUE 'S'.
       77  WRK-CAMPOS-OK        PIC X(01) VALUE 'N'.
           88 CAMPOS-VALIDOS        VALUE 'S'.
       77  WRK-IDX-MEMBRO       PIC 9(02) VALUE ZEROS.
       77  WRK-TOTAL-VOTOS      PIC 9(03) VALUE ZEROS.

      * mesma regra do anofecha: media minima 6 e frequencia
      * minima de 75%, sem corte para quem nao tem apontamento
       77  WRK-FREQ-MINIMA      PIC 9(03)V99 VALUE 75,00.
       77  WRK-DECISAO-REGRA    PIC X(10) VALUE SPACES.
       77  WRK-GPA-EDIT         PIC Z9,9.
       77  WRK-FREQ-EDIT        PIC ZZ9,99.

      * campos da deliberacao digitados no console
       77  WRK-DECISAO          PIC X(01) VALUE SPACES.
           88 DECISAO-VALIDA        VALUE 'P' 'R'.
       77  WRK-QTD-MEMBROS      PIC 9(02) VALUE ZEROS.
       77  WRK-VOTOS-FAVOR      PIC 9(02) VALUE ZEROS.
       77  WRK-VOTOS-CONTRA     PIC 9(02) VALUE ZEROS.
       77  WRK-ABSTENCOES       PIC 9(02) VALUE ZEROS.
       77  WRK-REGISTRADO-POR   PIC X(10) VALUE SPACES.
       01  WRK-JUSTIFICATIVA.
           05  WRK-JUST-LINHA   PIC X(60) OCCURS 2 TIMES.
       01  WRK-MEMBROS.
           05  WRK-MEMBRO       PIC X(20) OCCURS 8 TIMES.

      * data da reuniao quebrada para a validacao de
      * calendario
       01  WRK-DATA-PARTES.
           05  WRK-REU-ANO      PIC 9(04).
           05  WRK-REU-MES      PIC 9(02).
           05  WRK-REU-DIA      PIC 9(02).
       01  WRK-DATA-REUNIAO REDEFINES WRK-DATA-PARTES
                                PIC 9(08).
       77  WRK-DATA-VALIDA-FLAG PIC X(01) VALUE 'S'.
       77  WRK-DIAS-NO-MES      PIC 9(02) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           ACCEPT DATA-SYS FROM DATE YYYYMMDD
           OPEN I-O CONSELHO-FILE
      * primeira deliberacao do ambiente: o livro ainda nao
      * existe e precisa ser criado vazio
           IF WRK-CONSELHO-STATUS = '35'
               OPEN OUTPUT CONSELHO-FILE
               CLOSE CONSELHO-FILE
               OPEN I-O CONSELHO-FILE
           END-IF
           OPEN INPUT STUDENT-TRANSCRIPT
           OPEN INPUT TRANSCRIPT-ARCHIVE
           PERFORM 1000-MENU UNTIL OPCAO-SAIR
           CLOSE CONSELHO-FILE
           IF WRK-TRANSCRIPT-STATUS = '00'
               CLOSE STUDENT-TRANSCRIPT
           END-IF
           IF WRK-TRANSARQ-STATUS = '00'
               CLOSE TRANSCRIPT-ARCHIVE
           END-IF
           GOBACK.

       1000-MENU.
           DISPLAY '========================================='
           DISPLAY 'CONSELHO DE CLASSE - DELIBERACOES'
           DISPLAY '1 - REGISTRAR DELIBERACAO'
           DISPLAY '2 - ALTERAR DELIBERACAO'
           DISPLAY '3 - EXCLUIR DELIBERACAO'
           DISPLAY '4 - EXIBIR DELIBERACAO'
           DISPLAY '5 - SAIR'
           DISPLAY 'ESCOLHA UMA OPCAO: '
           ACCEPT WRK-OPCAO FROM CONSOLE
           EVALUATE TRUE
               WHEN OPCAO-INCLUIR PERFORM 2000-INCLUI
               WHEN OPCAO-ALTERAR PERFORM 3000-ALTERA
               WHEN OPCAO-EXCLUIR PERFORM 4000-EXCLUI
               WHEN OPCAO-EXIBIR  PERFORM 5000-EXIBE
               WHEN OPCAO-SAIR    CONTINUE
               WHEN OTHER         DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       1500-PEDE-CHAVE.
           DISPLAY 'ANO LETIVO (AAAA): '
           ACCEPT WRK-ANO FROM CONSOLE
           DISPLAY 'MATRICULA DO ALUNO: '
           ACCEPT WRK-ALUNO FROM CONSOLE
           MOVE WRK-ANO TO CON-ANO
           MOVE WRK-ALUNO TO CON-ALUNO.

      * o conselho delibera sobre o ano em curso: o aluno tem
      * historico ativo e o ano dele ainda nao foi arquivado
       1550-VALIDA-ALUNO.
           MOVE 'N' TO WRK-CHAVE-OK
           IF WRK-TRANSCRIPT-STATUS NOT = '00'
               DISPLAY 'HISTORICO INEXISTENTE - DELIBERACAO '
                   'RECUSADA'
           ELSE
               MOVE WRK-ALUNO TO TRA-ID
               READ STUDENT-TRANSCRIPT
                   KEY IS TRA-ID
                   INVALID KEY
                       DISPLAY 'ALUNO SEM HISTORICO ATIVO: '
                           WRK-ALUNO
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-CHAVE-OK
                       PERFORM 1560-MOSTRA-REGRA
               END-READ
           END-IF
           IF CHAVE-VALIDA AND WRK-TRANSARQ-STATUS = '00'
               MOVE WRK-ANO TO ATR-ANO
               MOVE WRK-ALUNO TO ATR-ID
               READ TRANSCRIPT-ARCHIVE
                   KEY IS ATR-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY 'ANO JA ENCERRADO PARA O ALUNO - '
                           'DELIBERACAO RECUSADA'
                       MOVE 'N' TO WRK-CHAVE-OK
               END-READ
           END-IF.

       1560-MOSTRA-REGRA.
           IF TRA-GPA >= 6
                   AND (TRA-AULAS-DADAS = ZEROS
                       OR TRA-FREQ-PERC >= WRK-FREQ-MINIMA)
               MOVE 'PROMOVIDO' TO WRK-DECISAO-REGRA
           ELSE
               MOVE 'RETIDO' TO WRK-DECISAO-REGRA
           END-IF
           MOVE TRA-GPA TO WRK-GPA-EDIT
           MOVE TRA-FREQ-PERC TO WRK-FREQ-EDIT
           DISPLAY 'ALUNO: ' TRA-NOME
           DISPLAY 'GPA: ' WRK-GPA-EDIT ' FREQUENCIA: '
               WRK-FREQ-EDIT ' PCT - PELA REGRA: '
               WRK-DECISAO-REGRA.

      * a deliberacao so e gravada com todos os campos
      * validos; qualquer recusa volta ao menu sem gravar
       1600-PEDE-CAMPOS.
           MOVE 'S' TO WRK-CAMPOS-OK
           DISPLAY 'DECISAO DO CONSELHO (P = PROMOVER, '
               'R = RETER): '
           ACCEPT WRK-DECISAO FROM CONSOLE
           IF NOT DECISAO-VALIDA
               DISPLAY 'DECISAO INVALIDA: ' WRK-DECISAO
               MOVE 'N' TO WRK-CAMPOS-OK
           END-IF
           IF CAMPOS-VALIDOS
               PERFORM 1610-PEDE-DATA
           END-IF
           IF CAMPOS-VALIDOS
               DISPLAY 'JUSTIFICATIVA (LINHA 1 DE 2): '
               ACCEPT WRK-JUST-LINHA (1) FROM CONSOLE
               DISPLAY 'JUSTIFICATIVA (LINHA 2 DE 2): '
               ACCEPT WRK-JUST-LINHA (2) FROM CONSOLE
               IF WRK-JUST-LINHA (1) = SPACES
                   DISPLAY 'JUSTIFICATIVA OBRIGATORIA NA ATA'
                   MOVE 'N' TO WRK-CAMPOS-OK
               END-IF
           END-IF
           IF CAMPOS-VALIDOS
               PERFORM 1620-PEDE-MEMBROS
           END-IF
           IF CAMPOS-VALIDOS
               PERFORM 1630-PEDE-VOTACAO
           END-IF
           IF CAMPOS-VALIDOS
               DISPLAY 'REGISTRADO POR (ID DO OPERADOR): '
               ACCEPT WRK-REGISTRADO-POR FROM CONSOLE
               IF WRK-REGISTRADO-POR = SPACES
                   DISPLAY 'OPERADOR EM BRANCO'
                   MOVE 'N' TO WRK-CAMPOS-OK
               END-IF
           END-IF.

       1610-PEDE-DATA.
           DISPLAY 'DATA DA REUNIAO (AAAAMMDD): '
           ACCEPT WRK-DATA-REUNIAO FROM CONSOLE
           IF WRK-DATA-REUNIAO IS NOT NUMERIC
               MOVE ZEROS TO WRK-DATA-REUNIAO
           END-IF
           PERFORM VALIDA-DATA-REUNIAO
           IF WRK-DATA-VALIDA-FLAG NOT = 'S'
               DISPLAY 'DATA INVALIDA: ' WRK-DATA-REUNIAO
               MOVE 'N' TO WRK-CAMPOS-OK
           ELSE
               IF WRK-DATA-REUNIAO > DATA-SYS-NUM
                   DISPLAY 'REUNIAO COM DATA FUTURA: '
                       WRK-DATA-REUNIAO
                   MOVE 'N' TO WRK-CAMPOS-OK
               END-IF
           END-IF.

       1620-PEDE-MEMBROS.
           MOVE SPACES TO WRK-MEMBROS
           DISPLAY 'MEMBROS PRESENTES (1 A 8): '
           ACCEPT WRK-QTD-MEMBROS FROM CONSOLE
           IF WRK-QTD-MEMBROS IS NOT NUMERIC
               MOVE ZEROS TO WRK-QTD-MEMBROS
           END-IF
           IF WRK-QTD-MEMBROS < 1 OR WRK-QTD-MEMBROS > 8
               DISPLAY 'QUANTIDADE DE MEMBROS INVALIDA: '
                   WRK-QTD-MEMBROS
               MOVE 'N' TO WRK-CAMPOS-OK
           ELSE
               PERFORM VARYING WRK-IDX-MEMBRO FROM 1 BY 1
                       UNTIL WRK-IDX-MEMBRO > WRK-QTD-MEMBROS
                   DISPLAY 'NOME DO MEMBRO ' WRK-IDX-MEMBRO ': '
                   ACCEPT WRK-MEMBRO (WRK-IDX-MEMBRO) FROM CONSOLE
                   IF WRK-MEMBRO (WRK-IDX-MEMBRO) = SPACES
                       DISPLAY 'NOME DO MEMBRO EM BRANCO'
                       MOVE 'N' TO WRK-CAMPOS-OK
                   END-IF
               END-PERFORM
           END-IF.

      * cada presente vota uma vez; a decisao precisa de mais
      * votos a favor que contra
       1630-PEDE-VOTACAO.
           DISPLAY 'VOTOS A FAVOR: '
           ACCEPT WRK-VOTOS-FAVOR FROM CONSOLE
           DISPLAY 'VOTOS CONTRA: '
           ACCEPT WRK-VOTOS-CONTRA FROM CONSOLE
           DISPLAY 'ABSTENCOES: '
           ACCEPT WRK-ABSTENCOES FROM CONSOLE
           IF WRK-VOTOS-FAVOR IS NOT NUMERIC
               MOVE ZEROS TO WRK-VOTOS-FAVOR
           END-IF
           IF WRK-VOTOS-CONTRA IS NOT NUMERIC
               MOVE ZEROS TO WRK-VOTOS-CONTRA
           END-IF
           IF WRK-ABSTENCOES IS NOT NUMERIC
               MOVE ZEROS TO WRK-ABSTENCOES
           END-IF
           COMPUTE WRK-TOTAL-VOTOS = WRK-VOTOS-FAVOR
               + WRK-VOTOS-CONTRA + WRK-ABSTENCOES
           IF WRK-TOTAL-VOTOS NOT = WRK-QTD-MEMBROS
               DISPLAY 'VOTACAO NAO FECHA COM OS PRESENTES: '
                   WRK-TOTAL-VOTOS ' VOTOS, '
                   WRK-QTD-MEMBROS ' MEMBROS'
               MOVE 'N' TO WRK-CAMPOS-OK
           ELSE
               IF WRK-VOTOS-FAVOR NOT > WRK-VOTOS-CONTRA
                   DISPLAY 'DECISAO SEM MAIORIA - CONSELHO NAO '
                       'DELIBEROU'
                   MOVE 'N' TO WRK-CAMPOS-OK
               END-IF
           END-IF.

       1700-MOVE-CAMPOS.
           MOVE WRK-DECISAO TO CON-DECISAO
           MOVE WRK-DATA-REUNIAO TO CON-DATA-REUNIAO
           MOVE WRK-JUSTIFICATIVA TO CON-JUSTIFICATIVA
           MOVE WRK-QTD-MEMBROS TO CON-QTD-MEMBROS
           PERFORM VARYING WRK-IDX-MEMBRO FROM 1 BY 1
                   UNTIL WRK-IDX-MEMBRO > 8
               MOVE WRK-MEMBRO (WRK-IDX-MEMBRO)
                   TO CON-MEMBRO (WRK-IDX-MEMBRO)
           END-PERFORM
           MOVE WRK-VOTOS-FAVOR TO CON-VOTOS-FAVOR
           MOVE WRK-VOTOS-CONTRA TO CON-VOTOS-CONTRA
           MOVE WRK-ABSTENCOES TO CON-ABSTENCOES
           MOVE WRK-REGISTRADO-POR TO CON-REGISTRADO-POR
           MOVE DATA-SYS-NUM TO CON-DATA-REGISTRO
           MOVE 'N' TO CON-APLICADA.

       2000-INCLUI.
           PERFORM 1500-PEDE-CHAVE
           PERFORM 1550-VALIDA-ALUNO
           IF CHAVE-VALIDA
               MOVE WRK-ANO TO CON-ANO
               MOVE WRK-ALUNO TO CON-ALUNO
               READ CONSELHO-FILE
                   KEY IS CON-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY 'DELIBERACAO JA REGISTRADA - USE A '
                           'OPCAO 2'
                       MOVE 'N' TO WRK-CHAVE-OK
               END-READ
           END-IF
           IF CHAVE-VALIDA
               PERFORM 1600-PEDE-CAMPOS
               IF CAMPOS-VALIDOS
                   MOVE WRK-ANO TO CON-ANO
                   MOVE WRK-ALUNO TO CON-ALUNO
                   PERFORM 1700-MOVE-CAMPOS
                   WRITE CONSELHO-RECORD
                       INVALID KEY
                           DISPLAY 'ERRO GRAVANDO DELIBERACAO: '
                               CON-CHAVE
                       NOT INVALID KEY
                           DISPLAY 'DELIBERACAO REGISTRADA: '
                               WRK-ALUNO ' / ' WRK-ANO
                   END-WRITE
               ELSE
                   DISPLAY 'DELIBERACAO NAO GRAVADA'
               END-IF
           END-IF.

       3000-ALTERA.
           PERFORM 1500-PEDE-CHAVE
           READ CONSELHO-FILE
               KEY IS CON-CHAVE
               INVALID KEY
                   DISPLAY 'DELIBERACAO NAO REGISTRADA: '
                       WRK-ALUNO ' / ' WRK-ANO
               NOT INVALID KEY
                   IF CON-JA-APLICADA
                       DISPLAY 'DELIBERACAO JA APLICADA NO '
                           'ENCERRAMENTO - ALTERACAO RECUSADA'
                   ELSE
                       PERFORM 3100-REGRAVA
                   END-IF
           END-READ.

       3100-REGRAVA.
           PERFORM 1550-VALIDA-ALUNO
           IF CHAVE-VALIDA
               PERFORM 1600-PEDE-CAMPOS
           ELSE
               MOVE 'N' TO WRK-CAMPOS-OK
           END-IF
           IF CAMPOS-VALIDOS
               MOVE WRK-ANO TO CON-ANO
               MOVE WRK-ALUNO TO CON-ALUNO
               PERFORM 1700-MOVE-CAMPOS
               REWRITE CONSELHO-RECORD
                   INVALID KEY
                       DISPLAY 'ERRO REGRAVANDO DELIBERACAO: '
                           CON-CHAVE
                   NOT INVALID KEY
                       DISPLAY 'DELIBERACAO ALTERADA: '
                           WRK-ALUNO ' / ' WRK-ANO
               END-REWRITE
           ELSE
               DISPLAY 'DELIBERACAO NAO ALTERADA'
           END-IF.

       4000-EXCLUI.
           PERFORM 1500-PEDE-CHAVE
           READ CONSELHO-FILE
               KEY IS CON-CHAVE
               INVALID KEY
                   DISPLAY 'DELIBERACAO NAO REGISTRADA: '
                       WRK-ALUNO ' / ' WRK-ANO
               NOT INVALID KEY
                   IF CON-JA-APLICADA
                       DISPLAY 'DELIBERACAO JA APLICADA NO '
                           'ENCERRAMENTO - EXCLUSAO RECUSADA'
                   ELSE
                       DELETE CONSELHO-FILE RECORD
                           INVALID KEY
                               DISPLAY 'ERRO EXCLUINDO DELIBERACAO'
                           NOT INVALID KEY
                               DISPLAY 'DELIBERACAO EXCLUIDA: '
                                   WRK-ALUNO ' / ' WRK-ANO
                       END-DELETE
                   END-IF
           END-READ.

       5000-EXIBE.
           PERFORM 1500-PEDE-CHAVE
           READ CONSELHO-FILE
               KEY IS CON-CHAVE
               INVALID KEY
                   DISPLAY 'DELIBERACAO NAO REGISTRADA: '
                       WRK-ALUNO ' / ' WRK-ANO
               NOT INVALID KEY
                   PERFORM 5100-MOSTRA-DELIBERACAO
           END-READ.

       5100-MOSTRA-DELIBERACAO.
           IF CON-PROMOVE
               DISPLAY 'DECISAO: PROMOVER   REUNIAO: '
                   CON-DATA-REUNIAO
           ELSE
               DISPLAY 'DECISAO: RETER      REUNIAO: '
                   CON-DATA-REUNIAO
           END-IF
           DISPLAY 'JUSTIFICATIVA: ' CON-JUST-LINHA (1)
           DISPLAY '               ' CON-JUST-LINHA (2)
           DISPLAY 'MEMBROS PRESENTES: ' CON-QTD-MEMBROS
           PERFORM VARYING WRK-IDX-MEMBRO FROM 1 BY 1
                   UNTIL WRK-IDX-MEMBRO > CON-QTD-MEMBROS
                      OR WRK-IDX-MEMBRO > 8
               DISPLAY '  ' CON-MEMBRO (WRK-IDX-MEMBRO)
           END-PERFORM
           DISPLAY 'VOTOS A FAVOR: ' CON-VOTOS-FAVOR
               ' CONTRA: ' CON-VOTOS-CONTRA
               ' ABSTENCOES: ' CON-ABSTENCOES
           DISPLAY 'REGISTRADO POR: ' CON-REGISTRADO-POR
               ' EM ' CON-DATA-REGISTRO
           IF CON-JA-APLICADA
               DISPLAY 'APLICADA NO ENCERRAMENTO DO ANO'
           ELSE
               DISPLAY 'AGUARDANDO O ENCERRAMENTO DO ANO'
           END-IF.

           COPY 'dateval.cbl'
               REPLACING VALIDA-DATA-CALENDARIO
                             BY VALIDA-DATA-REUNIAO
                         WRK-ANO BY WRK-REU-ANO
                         WRK-MES BY WRK-REU-MES
                         WRK-DIA BY WRK-REU-DIA.
