       01 REG-RETRO-LIQ.
          05 RTL-CLAVE.
             10 RTL-CODIGO        PIC 9(5).
             10 RTL-PERIODO-ORIGEN PIC 9(6).
             10 RTL-PERIODO-CALCULO PIC 9(6).
          05 RTL-BASICO-PAGADO    PIC 9(8)V99.
          05 RTL-BASICO-NUEVO     PIC 9(8)V99.
          05 RTL-DIF-BASICO       PIC 9(8)V99.
          05 RTL-DIF-HEXTRA       PIC 9(8)V99.
          05 RTL-DIF-APORTE       PIC 9(8)V99.
          05 RTL-ESTADO           PIC X(01).
             88 RTL-PENDIENTE     VALUE 'P'.
             88 RTL-PAGADO        VALUE 'L'.
          05 RTL-PERIODO-PAGO     PIC 9(6).
