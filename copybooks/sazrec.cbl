      *****************************************************
      *    SAZREC - um registro de SAZONAL-FILE, o calendario
      *    de alta temporada: as transportadoras cobram a mais
      *    em novembro/dezembro e no Carnaval, e cada periodo
      *    cadastrado vira um adicional sazonal sobre o frete
      *    do pedido cuja data de envio cai nele. Chaveado pelo
      *    inicio do periodo + UF (espacos = todas as UFs); o
      *    periodo de uma UF vale no lugar do nacional que se
      *    sobrepoe a ele. O adicional e um percentual sobre o
      *    frete (P) ou um valor fixo por pedido (F).
      *    Carregado pelo cargaref.
      *****************************************************
       01  SAZONAL-RECORD.
           05  SAZ-CHAVE.
               10  SAZ-DATA-INICIAL    PIC 9(08).
               10  SAZ-UF              PIC X(02).
           05  SAZ-DATA-FINAL          PIC 9(08).
           05  SAZ-DESCRICAO           PIC X(20).
           05  SAZ-TIPO                PIC X(01).
               88  SAZ-PERCENTUAL          VALUE 'P'.
               88  SAZ-VALOR-FIXO          VALUE 'F'.
           05  SAZ-PERC                PIC 9(02)V99.
           05  SAZ-VALOR               PIC 9(04)V99.
