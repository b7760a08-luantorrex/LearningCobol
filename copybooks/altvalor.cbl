      *****************************************************
      *    ALTVALOR - a imagem de 60 posicoes que leva o
      *    valor de um campo sensivel na fila de aprovacao
      *    (ALTPEND.DAT), com uma visao por campo controlado:
      *    CUS-LIMITE o limite de credito do cliente,
      *    CON-DESCONTO o desconto do contrato (tipo,
      *    percentual fixo e faixas de volume), FRT-TAXA e
      *    FRT-ICMS as taxas da tabela de frete da UF.
      *****************************************************
       01  ALV-VALOR               PIC X(60).
       01  ALV-LIMITE-VIEW REDEFINES ALV-VALOR.
           05  ALV-LIMITE          PIC 9(08)V99.
           05  FILLER              PIC X(50).
       01  ALV-DESCONTO-VIEW REDEFINES ALV-VALOR.
           05  ALV-CON-TIPO        PIC X(01).
           05  ALV-CON-PERC-FIXO   PIC 9(02)V99.
           05  ALV-CON-FAIXAS.
               10  ALV-CON-FAIXA OCCURS 3 TIMES.
                   15  ALV-CON-VOLUME-ATE PIC 9(08)V99.
                   15  ALV-CON-PERC-FAIXA PIC 9(02)V99.
           05  FILLER              PIC X(13).
       01  ALV-TAXA-VIEW REDEFINES ALV-VALOR.
           05  ALV-TAXA            PIC 9(01)V9(04).
           05  FILLER              PIC X(55).
