      *****************************************************
      *    RAZAOREC - movimento acumulado de uma conta num
      *    mes em RAZAO.DAT, o razao geral, chaveado por
      *    competencia (AAAAMM, do mes da data do lancamento)
      *    mais conta. O razpost soma aqui cada lote da
      *    interface FRETEGL.DAT; o balancete le o razao.
      *****************************************************
       01  RAZAO-RECORD.
           05  RAZ-CHAVE.
               10  RAZ-COMPETENCIA PIC 9(06).
               10  RAZ-CONTA       PIC 9(05).
           05  RAZ-DEBITOS         PIC 9(11)V99.
           05  RAZ-CREDITOS        PIC 9(11)V99.
           05  RAZ-QTD-LANC        PIC 9(07).
