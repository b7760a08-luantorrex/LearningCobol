      *****************************************************
      *    VENDREC - um registro do VENDEDOR.DAT, o cadastro
      *    de vendedores mantido no refman, chaveado pelo
      *    codigo do vendedor. O cliente aponta o vendedor que
      *    o atende em CUS-VENDEDOR; a comissao mensal
      *    (comissao) paga sobre o recebido dos clientes dele.
      *****************************************************
       01  VENDEDOR-RECORD.
           05  VEN-CODIGO          PIC X(04).
           05  VEN-NOME            PIC X(30).
      *    matricula do vendedor na folha de pagamento, levada
      *    ao arquivo de interface da comissao
           05  VEN-MATRICULA       PIC X(10).
      *    percentual de comissao sobre o recebido; os dois
      *    seguintes valem para cliente com contrato ativo de
      *    desconto fixo (F) ou por volume (V) - zerados =
      *    vale o percentual geral
           05  VEN-PERC-COMISSAO   PIC 9(02)V99.
           05  VEN-PERC-CTR-FIXO   PIC 9(02)V99.
           05  VEN-PERC-CTR-VOLUME PIC 9(02)V99.
      *    vendedor desativado nao recebe cliente novo; o que
      *    ja recebeu dos clientes dele segue comissionado
           05  VEN-ATIVO           PIC X(01).
               88  VEN-ATIVADO         VALUE 'A'.
               88  VEN-DESATIVADO      VALUE 'I'.
