      *****************************************************
      *    REGCTBREC - uma regra de contabilizacao em
      *    REGRACTB.DAT: o tipo de evento que gera lancamento
      *    (venda de frete, baixa por perda, variacao cambial,
      *    ...) e as contas de debito e credito dele. A regra
      *    com filial vale so para os documentos da filial; a
      *    regra com filial em espacos vale para as demais.
      *    Consultada pelos programas que lancam na interface
      *    FRETEGL.DAT atraves do ctbregra; mantida pelo
      *    REGRACTB.SEED (cargactb).
      *****************************************************
       01  REGRA-CONTABIL-RECORD.
           05  RGC-CHAVE.
               10  RGC-EVENTO      PIC X(12).
               10  RGC-FILIAL      PIC X(02).
           05  RGC-CONTA-DEBITO    PIC 9(05).
           05  RGC-CONTA-CREDITO   PIC 9(05).
           05  RGC-DESCRICAO       PIC X(30).
