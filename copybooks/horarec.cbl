      *****************************************************
      *    HORAREC - um registro de HORARIO-FILE, a grade
      *    horaria semanal: em cada turma, dia da semana e
      *    periodo de aula, qual materia e dada. O professor
      *    vem da atribuicao (ATRIB.DAT) da materia na turma
      *    e a sala vem do cadastro de turmas (TURMA.DAT).
      *****************************************************
       01  HORARIO-RECORD.
           05  HOR-CHAVE.
               10  HOR-ANO         PIC 9(04).
               10  HOR-TURMA       PIC X(03).
      *        1 = segunda-feira ... 6 = sabado
               10  HOR-DIA         PIC 9(01).
                   88  HOR-DIA-VALIDO  VALUE 1 THRU 6.
      *        periodo de aula do dia, 1 a 10
               10  HOR-PERIODO     PIC 9(02).
                   88  HOR-PERIODO-VALIDO VALUE 1 THRU 10.
           05  HOR-MATERIA         PIC X(03).
