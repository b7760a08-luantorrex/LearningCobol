      *****************************************************
      *    GLOSAREC - um registro do GLOSA.DAT, as glosas
      *    cobradas das transportadoras no fechamento a
      *    pagar (transpfech): sinistro pago por avaria
      *    atribuida a ela e multa por entrega atrasada.
      *    Chaveado pelo tipo e pela referencia (numero do
      *    sinistro ou da cotacao), para cada fato gerar uma
      *    glosa so. A glosa apurada num fechamento e
      *    descontada no seguinte - o mes entre os dois e o
      *    prazo da transportadora para contestar; contestada
      *    fica fora do desconto ate ser resolvida no
      *    glosaman.
      *****************************************************
       01  GLOSA-RECORD.
           05  GLS-CHAVE.
               10  GLS-TIPO        PIC X(01).
                   88  GLS-SINISTRO    VALUE 'S'.
                   88  GLS-ATRASO      VALUE 'A'.
               10  GLS-REFERENCIA  PIC 9(08).
           05  GLS-TRANSP          PIC X(03).
           05  GLS-SEQ-COTACAO     PIC 9(08).
      *    mes do fechamento que apurou a glosa e do que a
      *    descontou (zeros = ainda nao descontada)
           05  GLS-COMPETENCIA     PIC 9(06).
           05  GLS-COMPET-DESCONTO PIC 9(06).
      *    dias de atraso da entrega (zeros na de sinistro)
           05  GLS-DIAS-ATRASO     PIC 9(03).
           05  GLS-VALOR           PIC 9(08)V99.
      *    P = a descontar, D = descontada, C = contestada
      *    pela transportadora, X = cancelada na resolucao
           05  GLS-SITUACAO        PIC X(01).
               88  GLS-PENDENTE        VALUE 'P'.
               88  GLS-DESCONTADA      VALUE 'D'.
               88  GLS-CONTESTADA      VALUE 'C'.
               88  GLS-CANCELADA       VALUE 'X'.
      *    data e operador da ultima mudanca de situacao feita
      *    no glosaman
           05  GLS-DATA-SITUACAO   PIC 9(08).
           05  GLS-OPERADOR        PIC X(10).
