       01 REG-PRORRATEO.
          05 PRR-CODIGO           PIC 9(5).
          05 PRR-CANT             PIC 9.
          05 PRR-ENTRADA          OCCURS 5 TIMES.
             10 PRR-DEPTO         PIC 9(3).
             10 PRR-PORCENTAJE    PIC 9(3)V99.
