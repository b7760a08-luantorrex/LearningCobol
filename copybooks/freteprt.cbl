      *****************************************************
      *    PARTICAO-LINHA - uma linha de saida de uma
      *    particao do frete em lote (FRETEPRT.Pnn). Cada
      *    linha do relatorio ou do CSV vai chaveada pela
      *    mesma chave do SORT do lote, para a juncao
      *    (fretemrg) intercalar as particoes na ordem que o
      *    lote inteiro teria impresso; a posicao do pedido no
      *    arquivo ordenado da particao e a linha dentro do
      *    grupo mantem a ordem original dentro da chave.
      *****************************************************
       01  PARTICAO-LINHA.
           05  PRT-CHAVE.
               10  PRT-STADO       PIC X(02).
               10  PRT-CLIENTE     PIC X(06).
               10  PRT-UF-ORIGEM   PIC X(02).
               10  PRT-DATA-ENVIO  PIC X(08).
               10  PRT-FILIAL      PIC X(02).
               10  PRT-PARTICAO    PIC 9(02).
               10  PRT-POSICAO     PIC 9(06).
               10  PRT-SEQ-LINHA   PIC 9(04).
      *    A cabecalho do relatorio, B cabecalho do CSV (so na
      *    partida da particao, chave zerada), R linha do
      *    relatorio, C linha do CSV, T valores do pedido
      *    cotado para os totais da juncao
           05  PRT-TIPO            PIC X(01).
               88  PRT-CAB-RELATORIO   VALUE 'A'.
               88  PRT-CAB-CSV         VALUE 'B'.
               88  PRT-LINHA-RELATORIO VALUE 'R'.
               88  PRT-LINHA-CSV       VALUE 'C'.
               88  PRT-TOTAIS-PEDIDO   VALUE 'T'.
           05  PRT-LINHA           PIC X(340).
           05  PRT-TOTAIS REDEFINES PRT-LINHA.
               10  PRT-TOT-STADO   PIC X(02).
               10  PRT-TOT-CLIENTE PIC 9(06).
               10  PRT-TOT-FILIAL  PIC X(02).
               10  PRT-TOT-FRETE   PIC 9(04)V99.
               10  PRT-TOT-ICMS    PIC 9(04)V99.
               10  FILLER          PIC X(318).
