      *****************************************************
      *    LIMCFG - LIMITE-CONFIG, as regras da revisao
      *    trimestral de limite de credito (limrev) lidas no
      *    inicio da execucao, para que o financeiro possa
      *    ajusta-las sem precisar recompilar.
      *****************************************************
       01  LIMITE-CONFIG-RECORD.
      *    atraso medio em dias ate o qual o cliente e bom
      *    pagador (candidato a aumento) e a partir do qual e
      *    mau pagador (candidato a reducao)
           05  LCF-ATRASO-BOM      PIC 9(03).
           05  LCF-ATRASO-RUIM     PIC 9(03).
      *    nivel de carta de cobranca a partir do qual o
      *    limite e reduzido
           05  LCF-NIVEL-REDUCAO   PIC 9(01).
      *    aumento: pico de exposicao do trimestre mais esta
      *    margem percentual, mais o crescimento do volume
      *    faturado sobre o trimestre anterior ate o teto
           05  LCF-MARGEM-PICO     PIC 9(03)V99.
           05  LCF-TETO-TENDENCIA  PIC 9(03)V99.
      *    reducao percentual sobre o limite atual
           05  LCF-PERC-REDUCAO    PIC 9(03)V99.
      *    variacao percentual minima para gerar proposta
           05  LCF-VARIACAO-MIN    PIC 9(03)V99.
      *    pagamentos minimos no historico para propor aumento
           05  LCF-MIN-PAGAMENTOS  PIC 9(03).
