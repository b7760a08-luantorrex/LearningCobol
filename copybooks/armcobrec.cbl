      *****************************************************
      *    ARMCOBREC - um registro de ARMAZCOB-FILE, as
      *    cobrancas de armazenagem (estadia) apuradas pelo
      *    armazcob: uma por embarque retido no deposito em
      *    cada competencia, chaveada pela competencia
      *    (AAAAMM) + numero da cotacao. O fretefat fatura as
      *    ainda sem fatura junto com o frete do cliente e
      *    marca cada uma com o numero da fatura.
      *****************************************************
       01  ARMAZCOB-RECORD.
           05  ACB-CHAVE.
               10  ACB-COMPETENCIA     PIC 9(06).
               10  ACB-SEQ-COTACAO     PIC 9(08).
           05  ACB-CLIENTE             PIC 9(06).
           05  ACB-FILIAL              PIC X(02).
           05  ACB-DEPOSITO            PIC X(03).
           05  ACB-PESO                PIC 9(05)V99.
      *    data da coleta e da saida do deposito (despacho,
      *    entrega ou devolucao); saida zerada = o embarque
      *    seguia retido no fim da competencia
           05  ACB-DATA-COLETA         PIC 9(08).
           05  ACB-DATA-SAIDA          PIC 9(08).
      *    dias livres aplicados, dias cobrados na competencia,
      *    tarifa diaria da faixa e valor cobrado
           05  ACB-DIAS-LIVRES         PIC 9(03).
           05  ACB-DIAS                PIC 9(03).
           05  ACB-VALOR-DIA           PIC 9(04)V99.
           05  ACB-VALOR               PIC 9(06)V99.
      *    fatura em que a estadia foi cobrada; zeros = ainda
      *    nao faturada
           05  ACB-FATURA              PIC 9(08).
