      *****************************************************
      *    GARCREDREC - um registro de GARCRED-FILE, os
      *    creditos de garantia de prazo apurados pelo garcred
      *    para as entregas atrasadas de clientes com
      *    contrato: um por cotacao, chaveado pela competencia
      *    da entrega (AAAAMM) + numero da cotacao. A nota de
      *    credito sai pelo fretecred contra a fatura que
      *    cobrou a cotacao, com o motivo GAR.
      *****************************************************
       01  GARCRED-RECORD.
           05  GAR-CHAVE.
               10  GAR-COMPETENCIA     PIC 9(06).
               10  GAR-SEQ-COTACAO     PIC 9(08).
           05  GAR-CLIENTE             PIC 9(06).
           05  GAR-FILIAL              PIC X(02).
      *    fatura que cobrou a cotacao; zeros = a cotacao
      *    ainda nao foi faturada
           05  GAR-FATURA              PIC 9(08).
           05  GAR-PROMETIDA           PIC 9(08).
           05  GAR-ENTREGA             PIC 9(08).
           05  GAR-DIAS-ATRASO         PIC 9(03).
           05  GAR-FRETE               PIC 9(04)V99.
      *    percentual do frete creditado (dias x percentual ao
      *    dia do contrato, limitado ao teto) e o credito
           05  GAR-PERC                PIC 9(03)V99.
           05  GAR-VALOR               PIC 9(06)V99.
      *    P = pendente de emissao, E = nota emitida, S = sem
      *    fatura para creditar; nota de credito emitida
           05  GAR-SITUACAO            PIC X(01).
               88  GAR-PENDENTE            VALUE 'P'.
               88  GAR-EMITIDO             VALUE 'E'.
               88  GAR-SEM-FATURA          VALUE 'S'.
           05  GAR-NOTA                PIC 9(08).
