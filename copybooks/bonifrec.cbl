      *****************************************************
      *    BONIFREC - um registro do BONIFIC.DAT, as
      *    bonificacoes anuais por volume apuradas pelo bonvol
      *    para os clientes com faixas de bonificacao no
      *    contrato. Chaveado pelo cliente, pelo inicio do ano
      *    de contrato e por uma sequencia: reapurar o mesmo
      *    ano (frete lancado depois, faixa alterada) gera so a
      *    diferenca contra o que ja foi creditado, numa nova
      *    sequencia. A nota de credito sai pelo fretecred com
      *    o motivo BON contra a ultima fatura do ano.
      *****************************************************
       01  BONIFIC-RECORD.
           05  BON-CHAVE.
               10  BON-CLIENTE     PIC 9(06).
               10  BON-ANO-INICIO  PIC 9(08).
               10  BON-SEQ         PIC 9(02).
      *    aniversario que fechou o ano (o ano vai do inicio ate
      *    a vespera dele) e data da apuracao
           05  BON-ANIVERSARIO     PIC 9(08).
           05  BON-DATA-APURACAO   PIC 9(08).
      *    frete do ano, faixa alcancada e percentual dela
           05  BON-VOLUME          PIC 9(09)V99.
           05  BON-FAIXA           PIC 9(01).
           05  BON-PERC            PIC 9(02)V99.
      *    bonificacao do ano inteiro, o que as apuracoes
      *    anteriores ja creditaram e o credito desta
           05  BON-DEVIDA          PIC 9(08)V99.
           05  BON-JA-CREDITADA    PIC 9(08)V99.
           05  BON-VALOR           PIC 9(08)V99.
      *    fatura contra a qual o credito sai; zeros = cliente
      *    sem fatura no ano
           05  BON-FATURA          PIC 9(08).
      *    P = pendente de emissao, E = nota emitida, S = sem
      *    fatura para creditar; nota de credito emitida
           05  BON-SITUACAO        PIC X(01).
               88  BON-PENDENTE        VALUE 'P'.
               88  BON-EMITIDO         VALUE 'E'.
               88  BON-SEM-FATURA      VALUE 'S'.
           05  BON-NOTA            PIC 9(08).
