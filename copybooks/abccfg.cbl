      *****************************************************
      *    ABCCFG - ABC-CONFIG, as regras da classificacao
      *    ABC e do alerta de perda de clientes (cliabc)
      *    lidas no inicio da execucao, para que o comercial
      *    possa ajusta-las sem precisar recompilar.
      *****************************************************
       01  ABC-CONFIG-RECORD.
      *    participacao acumulada na receita de 12 meses ate
      *    a qual o cliente e classe A, e ate a qual e classe
      *    B; o resto e classe C
           05  ACF-PERC-CLASSE-A   PIC 9(03)V99.
           05  ACF-PERC-CLASSE-B   PIC 9(03)V99.
      *    queda percentual da media mensal dos ultimos 3
      *    meses sobre a media dos 9 meses anteriores que
      *    poe o cliente na lista de ligacoes
           05  ACF-PERC-QUEDA      PIC 9(03)V99.
      *    dias sem cotacao ate o fim da competencia que poem
      *    o cliente na lista de ligacoes
           05  ACF-DIAS-PARADO     PIC 9(03).
