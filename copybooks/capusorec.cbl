      *****************************************************
      *    CAPUSOREC - um registro do CAPUSO.DAT, o consumo
      *    do teto diario (CAPACIDADE.DAT) por data de
      *    negocio, UF de destino e transportadora: embarques
      *    e peso ja entregues a ela no dia. Mantido so pelo
      *    servico capsrv; lido pelo relatorio caprel.
      *****************************************************
       01  CAPUSO-RECORD.
           05  CPU-CHAVE.
               10  CPU-DATA        PIC 9(08).
               10  CPU-UF          PIC X(02).
               10  CPU-TRANSP      PIC X(03).
           05  CPU-EMBARQUES       PIC 9(05).
           05  CPU-PESO            PIC 9(07)V99.
