               IF LOG-DATA-HORA (1:6) = WRK-ANO-MES-FECHADO
                   COMPUTE WRK-RECEITA =
                       LOG-FRETE + LOG-ADICIONAL + LOG-COMBUSTIVEL
                       + LOG-ADIC-ZONA + LOG-SAZONAL + LOG-TAXA-REEMB
                   MOVE LOG-CUSTO-TRANSP TO WRK-CUSTO
                   PERFORM 2100-ACUMULA-CLIENTE
                   MOVE SPACES TO WRK-LANE
