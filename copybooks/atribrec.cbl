               10  ATB-MATERIA     PIC X(03).
               10  ATB-TURMA       PIC X(03).
           05  ATB-PROFESSOR       PIC X(10).
      *    aulas semanais exigidas da materia na turma; a
      *    validacao da grade horaria (horval) rejeita materia
      *    com menos periodos na grade. Atribuicao antiga sem
      *    o campo nao tem exigencia
           05  ATB-AULAS-SEMANA    PIC 9(02).
