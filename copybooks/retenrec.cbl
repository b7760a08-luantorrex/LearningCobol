      *****************************************************
      *    RETENREC - um registro do RETENDER.DAT, o
      *    historico de reoferta de embarques que a
      *    transportadora do manifesto recusou (linha com
      *    status RL no MANIFACK.DAT) ou deixou sem
      *    confirmacao. Uma linha por reoferta, acrescentada
      *    pelo manifack; lido pelo podrel, que conta as
      *    recusas contra a transportadora original.
      *****************************************************
       01  RETENDER-RECORD.
      *    quando a reoferta foi feita (AAAAMMDDHHMMSS) e a
      *    data do manifesto recusado
           05  RET-DATA-HORA       PIC X(14).
           05  RET-DATA-MANIF      PIC 9(08).
      *    cotacao reofertada (LOG-SEQ-ID) e UF de destino
           05  RET-SEQ-COTACAO     PIC 9(08).
           05  RET-UF              PIC X(02).
      *    transportadora que recusou e a que recebeu o
      *    embarque; espacos na nova quando nenhuma outra
      *    elegivel da UF aceitou (o embarque segue com a
      *    original e vai para a trilha de erros)
           05  RET-TRANSP-ANT      PIC X(03).
           05  RET-TRANSP-NOVA     PIC X(03).
      *    custo da perna antes e depois da reoferta e o
      *    adicional de combustivel da nova perna
           05  RET-CUSTO-ANT       PIC 9(04)V99.
           05  RET-CUSTO-NOVO      PIC 9(04)V99.
           05  RET-COMBUSTIVEL     PIC 9(04)V99.
      *    R = linha recusada, P = manifesto sem confirmacao
           05  RET-MOTIVO          PIC X(01).
               88  RET-LINHA-RECUSADA  VALUE 'R'.
               88  RET-SEM-CONFIRMACAO VALUE 'P'.
