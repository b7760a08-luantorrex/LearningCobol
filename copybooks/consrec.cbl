      *****************************************************
      *    CONSREC - um registro de CONSELHO-FILE, o livro de
      *    deliberacoes do conselho de classe, chaveado por
      *    ano letivo + matricula: a decisao do conselho sobre
      *    a promocao do aluno, a justificativa, os membros
      *    presentes e a votacao. O encerramento do ano
      *    (anofecha) segue a deliberacao no lugar da regra de
      *    media e frequencia e marca a decisao arquivada como
      *    do conselho; boletim e certificado imprimem a nota.
      *****************************************************
       01  CONSELHO-RECORD.
           05  CON-CHAVE.
               10  CON-ANO         PIC 9(04).
               10  CON-ALUNO       PIC 9(06).
           05  CON-DECISAO         PIC X(01).
               88  CON-PROMOVE         VALUE 'P'.
               88  CON-RETEM           VALUE 'R'.
               88  CON-DECISAO-VALIDA  VALUE 'P' 'R'.
           05  CON-DATA-REUNIAO    PIC 9(08).
      *    justificativa da ata, impressa em duas linhas
           05  CON-JUSTIFICATIVA   PIC X(120).
           05  CON-JUST-LINHAS REDEFINES CON-JUSTIFICATIVA.
               10  CON-JUST-LINHA  PIC X(60) OCCURS 2 TIMES.
           05  CON-QTD-MEMBROS     PIC 9(02).
           05  CON-MEMBRO          PIC X(20) OCCURS 8 TIMES.
           05  CON-VOTOS-FAVOR     PIC 9(02).
           05  CON-VOTOS-CONTRA    PIC 9(02).
           05  CON-ABSTENCOES      PIC 9(02).
           05  CON-REGISTRADO-POR  PIC X(10).
           05  CON-DATA-REGISTRO   PIC 9(08).
      *    S depois que o encerramento do ano aplicou a
      *    deliberacao; a partir dai ela nao muda mais
           05  CON-APLICADA        PIC X(01).
               88  CON-JA-APLICADA     VALUE 'S'.
