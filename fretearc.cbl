                         LOG-FRETE-CALC BY ARC-FRETE-CALC
                         LOG-APROVADOR BY ARC-APROVADOR
                         LOG-FILIAL BY ARC-FILIAL
                         LOG-PEDIDO BY ARC-PEDIDO
                         LOG-ZONA BY ARC-ZONA
                         LOG-ADIC-ZONA BY ARC-ADIC-ZONA
                         LOG-SAZONAL BY ARC-SAZONAL
                         LOG-REEMBOLSO BY ARC-REEMBOLSO
                         LOG-TAXA-REEMB BY ARC-TAXA-REEMB.

       WORKING-STORAGE SECTION.
       77  WRK-FRETELOG-STATUS  PIC X(02) VALUE '00'.
           MOVE LOG-APROVADOR TO ARC-APROVADOR
           MOVE LOG-FILIAL TO ARC-FILIAL
           MOVE LOG-PEDIDO TO ARC-PEDIDO
           MOVE LOG-ZONA TO ARC-ZONA
           MOVE LOG-ADIC-ZONA TO ARC-ADIC-ZONA
           MOVE LOG-SAZONAL TO ARC-SAZONAL
           MOVE LOG-REEMBOLSO TO ARC-REEMBOLSO
           MOVE LOG-TAXA-REEMB TO ARC-TAXA-REEMB
           WRITE ARCHIVE-LOG-RECORD
               INVALID KEY
                   DISPLAY 'ERRO GRAVANDO FRETE-ARCHIVE: ' ARC-CHAVE
