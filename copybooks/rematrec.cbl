      *****************************************************
      *    REMATREC - um registro de REMATRICULA-FILE, a
      *    campanha de rematricula: para cada aluno ativo
      *    promovido ou retido no encerramento (TRANSARQ.DAT),
      *    a vaga oferecida numa turma do ano letivo seguinte
      *    e a situacao da oferta. Chaveado pelo ano letivo da
      *    vaga + matricula. Oferta bloqueada por mensalidade
      *    em atraso da familia so confirma depois de quitada
      *    ou liberada por supervisor (OPERMAST.DAT).
      *****************************************************
       01  REMATRICULA-RECORD.
           05  REM-CHAVE.
      *        ano letivo da vaga (ano encerrado + 1)
               10  REM-ANO         PIC 9(04).
               10  REM-ALUNO       PIC 9(06).
           05  REM-NOME            PIC X(30).
           05  REM-DECISAO         PIC X(01).
               88  REM-PROMOVIDO       VALUE 'P'.
               88  REM-RETIDO          VALUE 'R'.
      *    serie (ano escolar) da vaga oferecida
           05  REM-SERIE           PIC 9(02).
      *    turma da vaga; espacos na oferta sem vaga
           05  REM-TURMA           PIC X(03).
      *    O ofertada, B bloqueada por atraso financeiro,
      *    C confirmada, D desistente, S sem vaga na serie.
      *    O, B e C ocupam lugar na turma
           05  REM-SITUACAO        PIC X(01).
               88  REM-OFERTADA        VALUE 'O'.
               88  REM-BLOQUEADA       VALUE 'B'.
               88  REM-CONFIRMADA      VALUE 'C'.
               88  REM-DESISTENTE      VALUE 'D'.
               88  REM-SEM-VAGA        VALUE 'S'.
               88  REM-OCUPA-VAGA      VALUE 'O' 'B' 'C'.
           05  REM-DATA-OFERTA     PIC 9(08).
           05  REM-DATA-SITUACAO   PIC 9(08).
      *    supervisor que liberou o bloqueio financeiro e a
      *    data; espacos/zeros quando nao houve liberacao
           05  REM-LIBERADO-POR    PIC X(10).
           05  REM-DATA-LIBERACAO  PIC 9(08).
