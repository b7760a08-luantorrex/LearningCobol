      *****************************************************
      *    CDC-CONTROLE-RECORD - uma linha do CDCCTL.DAT por
      *    mestre extraido na rodada (cdcext), mais a linha
      *    TOTAL. A carga do warehouse confere as contagens
      *    contra as linhas recebidas no CDCDELTA.DAT antes de
      *    aplicar o extrato: imagem anterior + incluidos -
      *    excluidos tem que dar a quantidade do mestre vivo.
      *****************************************************
       01  CDC-CONTROLE-RECORD.
           05  CCT-DATA            PIC 9(08).
           05  CCT-MESTRE          PIC X(12).
      *    data e hora do header do backup comparado
           05  CCT-DATA-IMAGEM     PIC X(14).
           05  CCT-QTD-IMAGEM      PIC 9(07).
           05  CCT-QTD-VIVO        PIC 9(07).
           05  CCT-INCLUIDOS       PIC 9(07).
           05  CCT-ALTERADOS       PIC 9(07).
           05  CCT-EXCLUIDOS       PIC 9(07).
      *    N = normal, C = carga completa (mestre sem backup
      *    anterior, tudo sai como inclusao), M = mestre
      *    ausente na rodada; em branco na linha TOTAL
           05  CCT-SITUACAO        PIC X(01).
               88  CCT-NORMAL          VALUE 'N'.
               88  CCT-CARGA-COMPLETA  VALUE 'C'.
               88  CCT-MESTRE-AUSENTE  VALUE 'M'.
           05  FILLER              PIC X(10).
