                         LOG-FRETE-CALC BY ARC-FRETE-CALC
                         LOG-APROVADOR BY ARC-APROVADOR
                         LOG-FILIAL BY ARC-FILIAL
                         LOG-PEDIDO BY ARC-PEDIDO
                         LOG-ZONA BY ARC-ZONA
                         LOG-ADIC-ZONA BY ARC-ADIC-ZONA
                         LOG-SAZONAL BY ARC-SAZONAL
                         LOG-REEMBOLSO BY ARC-REEMBOLSO
                         LOG-TAXA-REEMB BY ARC-TAXA-REEMB.

       FD  FRETE-LOG.
           COPY 'fretelog.cbl'.
           MOVE ARC-APROVADOR TO LOG-APROVADOR
           MOVE ARC-FILIAL TO LOG-FILIAL
           MOVE ARC-PEDIDO TO LOG-PEDIDO
           MOVE ARC-ZONA TO LOG-ZONA
           MOVE ARC-ADIC-ZONA TO LOG-ADIC-ZONA
           MOVE ARC-SAZONAL TO LOG-SAZONAL
           MOVE ARC-REEMBOLSO TO LOG-REEMBOLSO
           MOVE ARC-TAXA-REEMB TO LOG-TAXA-REEMB
           WRITE FRETE-LOG-RECORD
               INVALID KEY
                   DISPLAY 'COTACAO JA EXISTE NO LOG: ' LOG-CHAVE
