           MOVE WRK-NUM1 TO CLG-NUM1
           MOVE WRK-NUM2 TO CLG-NUM2
           MOVE WRK-RESU TO CLG-RESULTADO
           MOVE ZEROS TO CLG-PRINCIPAL CLG-TAXA CLG-PRAZO
           WRITE CALC-LOG-RECORD
           CLOSE CALC-LOG

