      *****************************************************
      *    LIMREVREC - um registro de LIMREV.DAT, a proposta
      *    de novo limite de credito de um cliente gerada pela
      *    revisao trimestral (limrev), chaveada pelo
      *    trimestre revisado e pelo cliente. Guarda os
      *    indicadores que levaram a proposta; o supervisor
      *    aprova ou recusa no limaprov e a aprovacao grava o
      *    novo limite no CUSTMAST.DAT.
      *****************************************************
       01  LIMREV-RECORD.
           05  LRV-CHAVE.
      *        ano e trimestre revisados (AAAAT)
               10  LRV-TRIMESTRE   PIC 9(05).
               10  LRV-CLIENTE     PIC 9(06).
           05  LRV-DATA-REVISAO    PIC 9(08).
           05  LRV-LIMITE-ATUAL    PIC 9(08)V99.
           05  LRV-LIMITE-PROPOSTO PIC 9(08)V99.
      *    AUM aumento de bom pagador, RED reducao por atraso
      *    ou por cobranca
           05  LRV-REGRA           PIC X(03).
               88  LRV-AUMENTO         VALUE 'AUM'.
               88  LRV-REDUCAO         VALUE 'RED'.
      *    recebimentos dos ultimos doze meses: prazo medio da
      *    emissao ao pagamento e atraso medio sobre o
      *    vencimento, em dias
           05  LRV-QTD-PAGAMENTOS  PIC 9(05).
           05  LRV-PRAZO-MEDIO     PIC 9(03).
           05  LRV-ATRASO-MEDIO    PIC 9(03).
      *    maior saldo devedor nos fechamentos de mes do
      *    trimestre, pelo mesmo criterio do extrato (extcli)
           05  LRV-EXPOSICAO-PICO  PIC 9(09)V99.
      *    historico de cobranca (COBHIST.DAT)
           05  LRV-NIVEL-COBRANCA  PIC 9(01).
           05  LRV-QTD-CARTAS      PIC 9(03).
      *    frete faturado no trimestre e no anterior, e a
      *    variacao percentual entre eles
           05  LRV-FAT-TRIMESTRE   PIC 9(09)V99.
           05  LRV-FAT-ANTERIOR    PIC 9(09)V99.
           05  LRV-TENDENCIA       PIC S9(05)V99.
           05  LRV-SITUACAO        PIC X(01).
               88  LRV-PENDENTE        VALUE 'P'.
               88  LRV-APROVADA        VALUE 'A'.
               88  LRV-RECUSADA        VALUE 'R'.
      *        pendente de trimestre anterior, substituida
      *        pela revisao seguinte
               88  LRV-EXPIRADA        VALUE 'E'.
           05  LRV-APROVADOR       PIC X(10).
           05  LRV-DATA-DECISAO    PIC 9(08).
      *    limite do cadastro substituido na aprovacao
           05  LRV-LIMITE-ANTERIOR PIC 9(08)V99.
