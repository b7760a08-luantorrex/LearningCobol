      *****************************************************
      *    CEPZREC - um registro de CEPZONA-FILE, o cadastro
      *    de faixas de CEP. Cada faixa pertence a uma UF e a
      *    uma zona de entrega (capital, interior ou area
      *    remota); o adicional de cada zona e um percentual
      *    sobre o frete lido do RATESCFG. Chaveado pelo
      *    ultimo CEP da faixa: a faixa de um CEP e a primeira
      *    com CPZ-CEP-FINAL >= CEP, desde que o CEP nao fique
      *    abaixo do CPZ-CEP-INICIAL. Carregado pelo cargaref.
      *****************************************************
       01  CEPZONA-RECORD.
           05  CPZ-CEP-FINAL       PIC 9(08).
           05  CPZ-CEP-INICIAL     PIC 9(08).
           05  CPZ-UF              PIC X(02).
           05  CPZ-ZONA            PIC X(01).
               88  CPZ-CAPITAL         VALUE 'C'.
               88  CPZ-INTERIOR        VALUE 'I'.
               88  CPZ-REMOTA          VALUE 'R'.
