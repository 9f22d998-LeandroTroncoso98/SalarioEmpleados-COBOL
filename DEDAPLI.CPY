       01 REG-DED-APLICADA.
          05 APL-CLAVE.
             10 APL-PERIODO       PIC 9(6).
             10 APL-QUINCENA      PIC 9.
             10 APL-BENEFICIARIO  PIC 9(5).
             10 APL-CODIGO        PIC 9(5).
             10 APL-NRO           PIC 9(3).
          05 APL-TIPO             PIC X(01).
          05 APL-IMPORTE          PIC 9(8)V99.
          05 APL-FECHA            PIC 9(8).
