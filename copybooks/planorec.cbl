      *****************************************************
      *    PLANOREC - uma conta do plano de contas em
      *    PLANOCTA.DAT, chaveado pelo codigo da conta. A
      *    contabilidade mantem o plano pelo PLANOCTA.SEED
      *    (cargactb); o razpost so aceita lancamento em
      *    conta cadastrada e ativa.
      *****************************************************
       01  PLANO-CONTA-RECORD.
           05  PLC-CONTA           PIC 9(05).
      *    A ativo, P passivo, L patrimonio liquido, R receita,
      *    D despesa
           05  PLC-TIPO            PIC X(01).
               88  PLC-ATIVO           VALUE 'A'.
               88  PLC-PASSIVO         VALUE 'P'.
               88  PLC-PATRIMONIO      VALUE 'L'.
               88  PLC-RECEITA         VALUE 'R'.
               88  PLC-DESPESA         VALUE 'D'.
           05  PLC-DESCRICAO       PIC X(30).
      *    N = conta encerrada, nao recebe lancamento novo
           05  PLC-SITUACAO        PIC X(01).
               88  PLC-CONTA-ATIVA     VALUE 'S' ' '.
