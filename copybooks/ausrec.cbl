      *****************************************************
      *    AUSREC - um registro de AUSENCIA-FILE, o livro de
      *    ausencias de professor: para cada professor, data
      *    e periodo de aula afetado, o motivo da ausencia, a
      *    turma e materia da grade horaria e se a aula foi
      *    coberta por substituto (PROFMAST.DAT) ou perdida.
      *    Base do pagamento das substituicoes e das aulas
      *    perdidas por turma (ausrel).
      *****************************************************
       01  AUSENCIA-RECORD.
           05  AUS-CHAVE.
               10  AUS-PROFESSOR   PIC X(10).
      *        data da ausencia, AAAAMMDD
               10  AUS-DATA        PIC 9(08).
      *        periodo de aula do dia, 1 a 10 (grade horaria)
               10  AUS-PERIODO     PIC 9(02).
           05  AUS-MOTIVO          PIC X(01).
               88  AUS-MOTIVO-DOENCA   VALUE 'D'.
               88  AUS-MOTIVO-LICENCA  VALUE 'L'.
               88  AUS-MOTIVO-CURSO    VALUE 'C'.
               88  AUS-MOTIVO-PARTIC   VALUE 'P'.
               88  AUS-MOTIVO-OUTRO    VALUE 'O'.
               88  AUS-MOTIVO-VALIDO   VALUE 'D' 'L' 'C' 'P' 'O'.
           05  AUS-TURMA           PIC X(03).
           05  AUS-MATERIA         PIC X(03).
           05  AUS-SITUACAO        PIC X(01).
               88  AUS-COBERTA         VALUE 'C'.
               88  AUS-PERDIDA         VALUE 'P'.
      *    professor substituto; espacos na aula perdida
           05  AUS-SUBSTITUTO      PIC X(10).
