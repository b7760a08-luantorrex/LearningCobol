      *    (LOG-SEQ-ID). Carregado pelo podcarga a partir do
      *    arquivo de confirmacao; o scorecard mensal de
      *    pontualidade (podrel) compara a data real com a
      *    prometida na cotacao. A excecao informada pela
      *    transportadora dispara o acompanhamento no proprio
      *    podcarga: avaria abre sinistro, recusa pede a
      *    cotacao de devolucao e a entrega parcial segue
      *    aberta no relatorio de vencidos (embexc).
      *****************************************************
       01  POD-RECORD.
           05  POD-SEQ-COTACAO     PIC 9(08).
           05  POD-DATA-ENTREGA    PIC 9(08).
           05  POD-RECEBEDOR       PIC X(20).
      *    excecao da entrega: espacos = entrega sem
      *    ressalva (tambem nos comprovantes antigos)
           05  POD-EXCECAO         PIC X(01).
               88  POD-SEM-EXCECAO     VALUE ' '.
               88  POD-RECUSADA        VALUE 'R'.
               88  POD-PARCIAL         VALUE 'P'.
               88  POD-AVARIADA        VALUE 'A'.
      *    volumes entregues segundo o recebedor; zeros
      *    quando a transportadora nao informou
           05  POD-QTD-ENTREGUE    PIC 9(05).
