       01 REG-PRESUPUESTO.
          05 PPT-CLAVE.
             10 PPT-DEPTO         PIC 9(3).
             10 PPT-PERIODO       PIC 9(6).
          05 PPT-DOTACION         PIC 9(5).
          05 PPT-BRUTO            PIC 9(9)V99.
          05 PPT-COSTO            PIC 9(9)V99.
