                         LOG-FRETE-CALC BY OLD-LOG-FRETE-CALC
                         LOG-APROVADOR BY OLD-LOG-APROVADOR
                         LOG-FILIAL BY OLD-LOG-FILIAL
                         LOG-PEDIDO BY OLD-LOG-PEDIDO
                         LOG-ZONA BY OLD-LOG-ZONA
                         LOG-ADIC-ZONA BY OLD-LOG-ADIC-ZONA.

       FD  EXTRATO-NOVO.
           COPY 'fretelog.cbl'.
