      *****************************************************
      *    ARMTARREC - um registro de ARMAZTAR-FILE, a tabela
      *    de tarifas de armazenagem (estadia) dos depositos.
      *    Chaveada pelo deposito + teto da faixa de peso (kg):
      *    a faixa de um embarque e a primeira do deposito com
      *    ARM-PESO-ATE >= peso do pedido. O valor e cobrado
      *    por dia retido alem dos dias livres do cliente.
      *    Carregado pelo cargaref.
      *****************************************************
       01  ARMAZTAR-RECORD.
           05  ARM-CHAVE.
               10  ARM-DEPOSITO        PIC X(03).
               10  ARM-PESO-ATE        PIC 9(05)V99.
           05  ARM-VALOR-DIA           PIC 9(04)V99.
