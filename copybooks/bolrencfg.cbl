      *****************************************************
      *    BOLRENCFG - BOLSA-RENOV-CONFIG, os criterios de
      *    renovacao anual das bolsas (bolrenov), uma linha
      *    por motivo de bolsa, lidos no inicio da execucao
      *    para que a secretaria ajuste a regua sem
      *    recompilar. Minimo zero desliga o criterio; motivo
      *    sem linha fica com o criterio padrao do programa.
      *****************************************************
       01  BOLSA-RENOV-CONFIG-RECORD.
      *    HON quadro de honra, IRM irmao, SOC bolsa social
           05  BRC-MOTIVO          PIC X(03).
      *    media anual minima (TRA-GPA) do ano encerrado
           05  BRC-MEDIA-MIN       PIC 9(02)V9.
      *    frequencia anual minima (TRA-FREQ-PERC)
           05  BRC-FREQ-MIN        PIC 9(03)V99.
      *    S: mensalidade vencida em aberto conta como falha
           05  BRC-EXIGE-ADIMPLENCIA PIC X(01).
      *    corte percentual sobre o desconto atual quando a
      *    proposta e de reducao
           05  BRC-PERC-REDUCAO    PIC 9(03)V99.
