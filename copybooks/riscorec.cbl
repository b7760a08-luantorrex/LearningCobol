      *****************************************************
      *    RISCOREC - um registro de RISCO-HIST, o historico
      *    mensal da pontuacao de risco de cada aluno
      *    (riscoalu), chaveado por matricula + competencia.
      *    Guarda a pontuacao, o limite vigente e os sinais
      *    que a compuseram, para a coordenacao acompanhar
      *    mes a mes se a intervencao esta surtindo efeito.
      *****************************************************
       01  RISCO-HIST-RECORD.
           05  RIH-CHAVE.
               10  RIH-ALUNO       PIC 9(06).
      *        ano+mes da apuracao (AAAAMM)
               10  RIH-COMPETENCIA PIC 9(06).
           05  RIH-TURMA           PIC X(03).
           05  RIH-PONTOS          PIC 9(03).
           05  RIH-LIMITE          PIC 9(03).
           05  RIH-QUEDA           PIC X(01).
               88  RIH-TEVE-QUEDA      VALUE 'S'.
           05  RIH-MEDIA-BAIXA     PIC X(01).
               88  RIH-TEVE-MEDIA-BAIXA VALUE 'S'.
           05  RIH-QTD-AVISOS      PIC 9(02).
           05  RIH-QTD-RECURSOS    PIC 9(02).
           05  RIH-QTD-SEGUNDA     PIC 9(02).
           05  RIH-QTD-MENSALIDADES PIC 9(02).
           05  RIH-DATA-APURACAO   PIC 9(08).
