      *****************************************************
      *    RISCOCFG - RISCO-CONFIG, os pesos de cada sinal de
      *    alerta e o limite da pontuacao de risco do aluno
      *    (riscoalu) lidos no inicio da execucao, para que a
      *    coordenacao ajuste a regua sem recompilar. Peso
      *    zero desliga o sinal.
      *****************************************************
       01  RISCO-CONFIG-RECORD.
      *    queda da media consolidada entre os dois ultimos
      *    bimestres lancados
           05  RCF-PESO-QUEDA      PIC 9(03).
      *    media do ultimo bimestre lancado abaixo de 6
           05  RCF-PESO-MEDIA-BAIXA PIC 9(03).
      *    por nivel de aviso de frequencia (freqavisa) no ano
           05  RCF-PESO-AVISO-FREQ PIC 9(03).
      *    por recurso contra nota ainda sem decisao
           05  RCF-PESO-RECURSO    PIC 9(03).
      *    por prova perdida ainda sem segunda chamada
           05  RCF-PESO-SEGUNDA    PIC 9(03).
      *    por mensalidade vencida em aberto
           05  RCF-PESO-MENSALIDADE PIC 9(03).
      *    pontuacao a partir da qual o aluno entra na lista
           05  RCF-LIMITE          PIC 9(03).
      *    queda minima de media (em pontos, 9V9) que conta
      *    como sinal
           05  RCF-QUEDA-MINIMA    PIC 9(01)V9.
