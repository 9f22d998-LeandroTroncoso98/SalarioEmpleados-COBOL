          05 NOV-CLAVE.
             10 NOV-CODIGO        PIC 9(5).
             10 NOV-PERIODO       PIC 9(6).
             10 NOV-QUINCENA      PIC 9.
          05 NOV-HEXTRAS          PIC 99.
          05 NOV-BONIFICACION     PIC 9(7)V99.
          05 NOV-DESCUENTO-SS     PIC 9(7)V99.
          05 NOV-DESCUENTO-OTROS  PIC 9(7)V99.
          05 NOV-HORAS-TRABAJADAS PIC 9(3)V99.
