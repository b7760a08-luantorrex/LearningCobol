      *    Mantem no console, no estilo do opadmin, o
      *    PROFESSOR-MASTER (id de login, nome, ativo) e a
      *    grade de atribuicoes ATRIB.DAT (ano + materia +
      *    turma -> professor, com as aulas semanais exigidas
      *    da materia). A apuracao de notas e a correcao de
      *    nota validam os lancamentos contra a grade daqui, e
      *    a validacao da grade horaria confere as aulas.
      *    Cada gravacao nos dois cadastros vai tambem para o
      *    diario de recuperacao JORNAL.DAT (jrnsrv) com as
      *    imagens antes e depois.
      * *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WRK-ANO              PIC 9(04) VALUE ZEROS.
       77  WRK-MATERIA          PIC X(03) VALUE SPACES.
       77  WRK-TURMA            PIC X(03) VALUE SPACES.
       77  WRK-AULAS-SEMANA     PIC 9(02) VALUE ZEROS.

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
               INVALID KEY
                   DISPLAY 'PROFESSOR JA CADASTRADO: ' WRK-ID
               NOT INVALID KEY
                   MOVE SPACES TO WRK-JRN-ANTES
                   MOVE PROFESSOR-RECORD TO WRK-JRN-DEPOIS
                   MOVE 'I' TO WRK-JRN-OPERACAO
                   PERFORM 8100-JORNAL-PROFESSOR
                   DISPLAY 'PROFESSOR REGISTRADO: ' WRK-ID
           END-WRITE.

               INVALID KEY
                   DISPLAY 'PROFESSOR NAO CADASTRADO: ' WRK-ID
               NOT INVALID KEY
                   MOVE PROFESSOR-RECORD TO WRK-JRN-ANTES
                   IF PRF-ESTA-ATIVO
                       MOVE 'I' TO PRF-ATIVO
                       DISPLAY 'PROFESSOR DESATIVADO: ' WRK-ID
                       DISPLAY 'PROFESSOR REATIVADO: ' WRK-ID
                   END-IF
                   REWRITE PROFESSOR-RECORD
                   MOVE PROFESSOR-RECORD TO WRK-JRN-DEPOIS
                   MOVE 'A' TO WRK-JRN-OPERACAO
                   PERFORM 8100-JORNAL-PROFESSOR
           END-READ.

       4000-EXIBE-PROF.
                       DISPLAY 'PROFESSOR DESATIVADO'
                   ELSE
                       PERFORM 1600-PEDE-CHAVE-ATRIB
                       DISPLAY 'AULAS POR SEMANA (0 A 30): '
                       ACCEPT WRK-AULAS-SEMANA FROM CONSOLE
                       IF WRK-AULAS-SEMANA IS NOT NUMERIC
                               OR WRK-AULAS-SEMANA > 30
                           MOVE ZEROS TO WRK-AULAS-SEMANA
                       END-IF
                       MOVE WRK-ID TO ATB-PROFESSOR
                       MOVE WRK-AULAS-SEMANA TO ATB-AULAS-SEMANA
                       WRITE ATRIBUICAO-RECORD
                           INVALID KEY
                               DISPLAY 'MATERIA/TURMA JA TEM '
                                   'PROFESSOR ATRIBUIDO'
                           NOT INVALID KEY
                               MOVE SPACES TO WRK-JRN-ANTES
                               MOVE ATRIBUICAO-RECORD
                                   TO WRK-JRN-DEPOIS
                               MOVE 'I' TO WRK-JRN-OPERACAO
                               PERFORM 8200-JORNAL-ATRIB
                               DISPLAY 'ATRIBUICAO INCLUIDA'
                       END-WRITE
                   END-IF
           END-READ.

      * lida antes de excluir, para o diario levar a imagem
       6000-EXCLUI-ATRIB.
           PERFORM 1600-PEDE-CHAVE-ATRIB
           READ ATRIBUICAO-FILE
               KEY IS ATB-CHAVE
               INVALID KEY
                   DISPLAY 'ATRIBUICAO NAO CADASTRADA'
               NOT INVALID KEY
                   MOVE ATRIBUICAO-RECORD TO WRK-JRN-ANTES
                   DELETE ATRIBUICAO-FILE RECORD
                       INVALID KEY
                           DISPLAY 'ATRIBUICAO NAO CADASTRADA'
                       NOT INVALID KEY
                           MOVE SPACES TO WRK-JRN-DEPOIS
                           MOVE 'E' TO WRK-JRN-OPERACAO
                           PERFORM 8200-JORNAL-ATRIB
                           DISPLAY 'ATRIBUICAO EXCLUIDA'
                   END-DELETE
           END-READ.

       7000-EXIBE-ATRIB.
           PERFORM 1600-PEDE-CHAVE-ATRIB
               NOT INVALID KEY
                   DISPLAY WRK-MATERIA ' / ' WRK-TURMA ' / '
                       WRK-ANO ' - PROFESSOR: ' ATB-PROFESSOR
                   DISPLAY 'AULAS POR SEMANA: ' ATB-AULAS-SEMANA
           END-READ.

       8100-JORNAL-PROFESSOR.
           MOVE 'PROFMAN' TO WRK-JRN-PROGRAMA
           MOVE SPACES TO WRK-JRN-OPERADOR
           MOVE 'PROFMAST' TO WRK-JRN-ARQUIVO
           MOVE PRF-ID TO WRK-JRN-CHAVE
           CALL 'jrnsrv' USING WRK-JRNSRV.

       8200-JORNAL-ATRIB.
           MOVE 'PROFMAN' TO WRK-JRN-PROGRAMA
           MOVE SPACES TO WRK-JRN-OPERADOR
           MOVE 'ATRIB' TO WRK-JRN-ARQUIVO
           MOVE ATB-CHAVE TO WRK-JRN-CHAVE
           CALL 'jrnsrv' USING WRK-JRNSRV.
