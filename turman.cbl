      *    Cadastro de turmas no console
      *    Inclui, altera, exclui e exibe turmas do
      *    TURMA.DAT (ano letivo + codigo, com sala,
      *    capacidade, professor regente e serie), no mesmo
      *    estilo de manutencao do opadmin. A apuracao de
      *    notas e o importador de parceiras validam os codigos
      *    de turma do roster contra este cadastro, e a
      *    rematricula oferece vaga pela serie e capacidade.
      *    Toda gravacao vai tambem para o diario de
      *    recuperacao JORNAL.DAT (jrnsrv), como no aluman.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WRK-SALA             PIC X(05) VALUE SPACES.
       77  WRK-CAPACIDADE       PIC 9(03) VALUE ZEROS.
       77  WRK-REGENTE          PIC X(10) VALUE SPACES.
       77  WRK-SERIE            PIC 9(02) VALUE ZEROS.

      * contrato com o diario de recuperacao (jrnsrv)
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
           DISPLAY 'CAPACIDADE (ALUNOS): '
           ACCEPT WRK-CAPACIDADE FROM CONSOLE
           DISPLAY 'PROFESSOR REGENTE (ID): '
           ACCEPT WRK-REGENTE FROM CONSOLE
           DISPLAY 'SERIE (ANO ESCOLAR, 1 A 12): '
           ACCEPT WRK-SERIE FROM CONSOLE
           IF WRK-SERIE IS NOT NUMERIC
               MOVE ZEROS TO WRK-SERIE
           END-IF.

       2000-INCLUI.
           PERFORM 1500-PEDE-CHAVE
           MOVE WRK-SALA TO TUR-SALA
           MOVE WRK-CAPACIDADE TO TUR-CAPACIDADE
           MOVE WRK-REGENTE TO TUR-REGENTE
           MOVE WRK-SERIE TO TUR-SERIE
           WRITE TURMA-RECORD
               INVALID KEY
                   DISPLAY 'TURMA JA CADASTRADA: ' WRK-CODIGO
               NOT INVALID KEY
                   MOVE SPACES TO WRK-JRN-ANTES
                   MOVE TURMA-RECORD TO WRK-JRN-DEPOIS
                   MOVE 'I' TO WRK-JRN-OPERACAO
                   PERFORM 7000-GRAVA-JORNAL
                   DISPLAY 'TURMA INCLUIDA: ' WRK-CODIGO
           END-WRITE.

               INVALID KEY
                   DISPLAY 'TURMA NAO CADASTRADA: ' WRK-CODIGO
               NOT INVALID KEY
                   MOVE TURMA-RECORD TO WRK-JRN-ANTES
                   PERFORM 1600-PEDE-CAMPOS
                   MOVE WRK-SALA TO TUR-SALA
                   MOVE WRK-CAPACIDADE TO TUR-CAPACIDADE
                   MOVE WRK-REGENTE TO TUR-REGENTE
                   MOVE WRK-SERIE TO TUR-SERIE
                   REWRITE TURMA-RECORD
                   MOVE TURMA-RECORD TO WRK-JRN-DEPOIS
                   MOVE 'A' TO WRK-JRN-OPERACAO
                   PERFORM 7000-GRAVA-JORNAL
                   DISPLAY 'TURMA ALTERADA: ' WRK-CODIGO
           END-READ.

      * a turma e lida antes para a imagem do diario
       4000-EXCLUI.
           PERFORM 1500-PEDE-CHAVE
           READ TURMA-MASTER
               KEY IS TUR-CHAVE
               INVALID KEY
                   DISPLAY 'TURMA NAO CADASTRADA: ' WRK-CODIGO
               NOT INVALID KEY
                   MOVE TURMA-RECORD TO WRK-JRN-ANTES
                   DELETE TURMA-MASTER RECORD
                       INVALID KEY
                           DISPLAY 'TURMA NAO CADASTRADA: '
                               WRK-CODIGO
                       NOT INVALID KEY
                           MOVE SPACES TO WRK-JRN-DEPOIS
                           MOVE 'E' TO WRK-JRN-OPERACAO
                           PERFORM 7000-GRAVA-JORNAL
                           DISPLAY 'TURMA EXCLUIDA: ' WRK-CODIGO
                   END-DELETE
           END-READ.

       5000-EXIBE.
           PERFORM 1500-PEDE-CHAVE
                       ' SALA: ' TUR-SALA
                   DISPLAY 'CAPACIDADE: ' TUR-CAPACIDADE
                       ' REGENTE: ' TUR-REGENTE
                   DISPLAY 'SERIE: ' TUR-SERIE
           END-READ.

      * imagem antes/depois da turma no diario de recuperacao;
      * o cadastro escolar nao tem login de operador
       7000-GRAVA-JORNAL.
           MOVE 'TURMAN' TO WRK-JRN-PROGRAMA
           MOVE SPACES TO WRK-JRN-OPERADOR
           MOVE 'TURMA' TO WRK-JRN-ARQUIVO
           MOVE TUR-CHAVE TO WRK-JRN-CHAVE
           CALL 'jrnsrv' USING WRK-JRNSRV.
