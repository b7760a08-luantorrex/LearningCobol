      *****************************************************
      *    CAPREC - um registro do CAPACIDADE.DAT, o teto
      *    diario de cada transportadora por UF de destino:
      *    quantos embarques e quantos quilos (LOG-PESO) ela
      *    aceita por dia. Mesma chave UF+codigo da
      *    TRANSP-TABLE; transportadora sem registro aqui nao
      *    tem teto. Zeros num dos limites = sem limite
      *    naquela medida.
      *****************************************************
       01  CAPAC-RECORD.
           05  CAP-CHAVE.
               10  CAP-UF          PIC X(02).
               10  CAP-TRANSP      PIC X(03).
           05  CAP-MAX-EMBARQUES   PIC 9(05).
           05  CAP-MAX-PESO        PIC 9(07)V99.
