               88  ALU-ATIVO           VALUE 'A'.
               88  ALU-TRANSFERIDO     VALUE 'T'.
               88  ALU-ENCERRADO       VALUE 'E'.
      *    data em que a matricula foi encerrada (aluman) ou o
      *    aluno transferido (transfer); zeros na matricula
      *    ativa e na encerrada antes de existir o campo
           05  ALU-DATA-SAIDA      PIC 9(08).
      *    dados pessoais ja sobrescritos pela anonimizacao
      *    (anonimiz): o registro so guarda o academico
           05  ALU-ANONIMIZADO     PIC X(01).
               88  ALU-DADOS-ANONIMOS  VALUE 'S'.
