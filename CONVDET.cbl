           DISPLAY "CONVDET GRABADOS: " WS-REG-GRABADOS.

       0400-CONVERTIR-REGISTRO.
           INITIALIZE REG-DETALLE
           ADD 1 TO WS-REG-LEIDOS
           MOVE ANT-CODIGO          TO DET-CODIGO
           MOVE ANT-PERIODO         TO DET-PERIODO
