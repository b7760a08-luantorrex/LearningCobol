      *****************************************************
      *    ALTPENDREC - um registro de ALTPEND.DAT, a fila de
      *    alteracoes de cadastro sensivel sob dupla custodia,
      *    chaveada pelo numero da serie M do seqsrv. O
      *    operador que altera um campo configurado no
      *    SENSIVEL.CFG (limite de credito no clicred,
      *    desconto de contrato no contman, taxa de frete no
      *    refman) nao grava o cadastro: o altsrv registra
      *    aqui os valores antes e depois, e so a aprovacao
      *    de outro supervisor ou administrador no altaprov
      *    aplica a alteracao.
      *****************************************************
       01  ALTPEND-RECORD.
           05  ALP-NUMERO          PIC 9(08).
      *    cadastro, chave do registro e campo alterados
           05  ALP-ARQUIVO         PIC X(12).
           05  ALP-CHAVE           PIC X(20).
           05  ALP-CAMPO           PIC X(12).
      *    imagens do campo antes e depois, no layout do
      *    ALTVALOR
           05  ALP-VALOR-ANTES     PIC X(60).
           05  ALP-VALOR-DEPOIS    PIC X(60).
           05  ALP-SOLICITANTE     PIC X(10).
           05  ALP-DATA-HORA       PIC X(14).
           05  ALP-SITUACAO        PIC X(01).
               88  ALP-PENDENTE        VALUE 'P'.
               88  ALP-APROVADA        VALUE 'A'.
               88  ALP-RECUSADA        VALUE 'R'.
           05  ALP-APROVADOR       PIC X(10).
           05  ALP-DATA-DECISAO    PIC 9(08).
