      *****************************************************
      *    RATEIOREC - rateio da receita de frete entre as
      *    filiais em RATEIOFIL.DAT, chaveado pela filial que
      *    vendeu (espacos = rateio geral das demais): a
      *    parte da filial vendedora, da filial operadora da
      *    origem e da filial operadora do destino, em
      *    percentual, somando 100. Mantido pelo
      *    RATEIOFIL.SEED (cargactb); lido pelo interfil.
      *****************************************************
       01  RATEIO-FILIAL-RECORD.
           05  RTF-FILIAL-VENDA    PIC X(02).
           05  RTF-PERC-VENDA      PIC 9(03)V99.
           05  RTF-PERC-ORIGEM     PIC 9(03)V99.
           05  RTF-PERC-DESTINO    PIC 9(03)V99.
