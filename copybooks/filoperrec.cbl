      *****************************************************
      *    FILOPERREC - area de atuacao das filiais em
      *    FILOPER.DAT, chaveada pela UF: a filial cujo
      *    deposito faz a coleta (UF de origem) ou a entrega
      *    (UF de destino) dos embarques daquela UF. UF fora
      *    do cadastro fica com a filial que vendeu. Mantido
      *    pelo FILOPER.SEED (cargactb); lido pelo interfil.
      *****************************************************
       01  FILIAL-OPER-RECORD.
           05  FOP-UF              PIC X(02).
           05  FOP-FILIAL          PIC X(02).
           05  FOP-DESCRICAO       PIC X(20).
