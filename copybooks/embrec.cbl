      *    evento. Registrada no balcao pelo embreg conforme
      *    as transportadoras informam; o relatorio diario de
      *    excecao (embexc) aponta embarque vencido sem
      *    evento de entrega. A tentativa de entrega frustrada
      *    leva o motivo e os valores da reentrega: a taxa
      *    cobrada do cliente (so quando a culpa e dele),
      *    faturada pelo fretefat, e o custo da segunda viagem
      *    cobrado pela transportadora, pago no transpfech.
      *****************************************************
       01  EMBARQUE-RECORD.
           05  EMB-CHAVE.
               88  EMB-EM-TRANSITO     VALUE 'T'.
               88  EMB-ENTREGUE        VALUE 'E'.
               88  EMB-DEVOLVIDO       VALUE 'D'.
               88  EMB-TENTATIVA-FALHA VALUE 'F'.
           05  EMB-DATA            PIC 9(08).
           05  EMB-OBSERVACAO      PIC X(20).
      *    motivo da tentativa frustrada: A destinatario
      *    ausente, F local fechado, E endereco incorreto (os
      *    tres por conta do cliente), T falha da
      *    transportadora, O outros (clima, bloqueio de via)
           05  EMB-MOTIVO          PIC X(01).
               88  EMB-MOTIVO-VALIDO   VALUE 'A' 'F' 'E' 'T' 'O'.
               88  EMB-CULPA-CLIENTE   VALUE 'A' 'F' 'E'.
               88  EMB-CULPA-TRANSP    VALUE 'T'.
      *    cliente, filial e transportadora da cotacao, gravados
      *    no evento para faturamento e fechamento nao terem de
      *    reler o FRETE-LOG
           05  EMB-CLIENTE         PIC 9(06).
           05  EMB-FILIAL          PIC X(02).
           05  EMB-TRANSP          PIC X(03).
           05  EMB-TAXA-REENTREGA  PIC 9(04)V99.
           05  EMB-CUSTO-REENTREGA PIC 9(04)V99.
      *    fatura em que a taxa de reentrega foi cobrada;
      *    zeros = ainda nao faturada
           05  EMB-FATURA          PIC 9(08).
      *    data de negocio em que o evento foi digitado - a
      *    transportadora informa com atraso, e e por ela que
      *    o extrato noturno do portal (embrast) seleciona;
      *    zeros nos eventos anteriores ao campo
           05  EMB-DATA-REGISTRO   PIC 9(08).
