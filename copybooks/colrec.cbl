      *****************************************************
      *    COLREC - um registro do COLETA.DAT, a agenda de
      *    coleta dos depositos, chaveada por deposito, data,
      *    janela (slot) e pedido. Dois tipos de registro na
      *    mesma chave:
      *    - grade do deposito: COL-DATA e COL-PEDIDO zerados,
      *      uma linha por janela com horario e quantas
      *      coletas ela comporta por dia;
      *    - agendamento: data da coleta e numero do pedido
      *      (ORD-NUMERO), com o horario da janela copiado da
      *      grade no momento da reserva.
      *    Mantido pelo colman; lido pelo depdisp.
      *****************************************************
       01  COLETA-RECORD.
           05  COL-CHAVE.
               10  COL-DEPOSITO    PIC X(03).
               10  COL-DATA        PIC 9(08).
               10  COL-SLOT        PIC 9(02).
               10  COL-PEDIDO      PIC 9(08).
      *    janela de coleta (HHMM)
           05  COL-HORA-INICIO     PIC 9(04).
           05  COL-HORA-FIM        PIC 9(04).
      *    coletas por dia na janela (so na grade)
           05  COL-CAPACIDADE      PIC 9(03).
      *    quem agendou e quando (AAAAMMDDHHMM)
           05  COL-OPERADOR        PIC X(10).
           05  COL-RESERVA         PIC 9(12).
