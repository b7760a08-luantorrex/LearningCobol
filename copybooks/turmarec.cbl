           05  TUR-SALA            PIC X(05).
           05  TUR-CAPACIDADE      PIC 9(03).
           05  TUR-REGENTE         PIC X(10).
      *    serie (ano escolar) da turma: a rematricula oferece
      *    ao promovido vaga numa turma da serie seguinte e ao
      *    retido na mesma serie. Turma antiga sem o campo nao
      *    entra na oferta
           05  TUR-SERIE           PIC 9(02).
