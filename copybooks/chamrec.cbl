      *****************************************************
      *    CHAMREC - um registro de CHAMADA-FILE, a chamada
      *    diaria lancada pelo professor: em cada turma, data
      *    e periodo de aula, presenca ou falta de cada aluno
      *    do roster da turma. A totalizacao (chamrol) soma o
      *    bimestre daqui para o FREQ.DAT e apura as faltas
      *    consecutivas.
      *****************************************************
       01  CHAMADA-RECORD.
           05  CHA-CHAVE.
               10  CHA-ANO         PIC 9(04).
               10  CHA-TURMA       PIC X(03).
      *        data da aula, AAAAMMDD
               10  CHA-DATA        PIC 9(08).
      *        periodo de aula do dia, 1 a 10 (grade horaria)
               10  CHA-PERIODO     PIC 9(02).
               10  CHA-ALUNO       PIC 9(06).
           05  CHA-PRESENCA        PIC X(01).
               88  CHA-PRESENTE        VALUE 'P'.
               88  CHA-FALTOU          VALUE 'F'.
               88  CHA-PRESENCA-VALIDA VALUE 'P' 'F'.
      *    bimestre do calendario letivo em que a data cai,
      *    gravado no lancamento
           05  CHA-BIMESTRE        PIC 9(01).
      *    materia da grade horaria e professor atribuido
      *    que deu a aula
           05  CHA-MATERIA         PIC X(03).
           05  CHA-PROFESSOR       PIC X(10).
