      *****************************************************
      *    CDC-DELTA-RECORD - uma linha do CDCDELTA.DAT, o
      *    extrato diario de mudancas dos mestres para o data
      *    warehouse (cdcext). Cada registro incluido,
      *    alterado ou excluido desde o backup da noite
      *    anterior (bkpmast) sai aqui com o nome do mestre,
      *    o layout (copybook) das imagens, a posicao da chave
      *    e as imagens antes e depois, de modo que a carga
      *    do warehouse nao depende de outro arquivo para
      *    interpretar a linha.
      *****************************************************
       01  CDC-DELTA-RECORD.
      *    data de negocio da rodada que extraiu a mudanca
           05  CDC-DATA            PIC 9(08).
           05  CDC-MESTRE          PIC X(12).
           05  CDC-LAYOUT          PIC X(12).
           05  CDC-OPERACAO        PIC X(01).
               88  CDC-INCLUSAO        VALUE 'I'.
               88  CDC-ALTERACAO       VALUE 'A'.
               88  CDC-EXCLUSAO        VALUE 'E'.
      *    chave no inicio da imagem: posicao e tamanho
           05  CDC-POS-CHAVE       PIC 9(03).
           05  CDC-TAM-CHAVE       PIC 9(02).
           05  CDC-CHAVE           PIC X(20).
           05  CDC-TAM-REGISTRO    PIC 9(03).
      *    espacos na imagem antes da inclusao e na imagem
      *    depois da exclusao, como no diario (jornalrec)
           05  CDC-IMAGEM-ANTES    PIC X(300).
           05  CDC-IMAGEM-DEPOIS   PIC X(300).
