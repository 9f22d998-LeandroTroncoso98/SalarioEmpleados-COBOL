       01 REG-PERIODO.
          05 CTL-CLAVE.
             10 CTL-PERIODO       PIC 9(6).
             10 CTL-QUINCENA      PIC 9.
          05 CTL-ESTADO           PIC X(01).
             88 CTL-ABIERTO       VALUE 'A'.
             88 CTL-PAGADO        VALUE 'P'.
