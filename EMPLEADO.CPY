          88 EMP-ACTIVO-SI        VALUE 'S'.
          88 EMP-ACTIVO-NO        VALUE 'N'.
          88 EMP-LIQUIDADO        VALUE 'L'.
          05 EMP-CATEGORIA        PIC 9(3).
          05 EMP-FORMA-PAGO       PIC X(01).
          88 EMP-PAGO-TRANSFERENCIA VALUE 'T' ' '.
          88 EMP-PAGO-CHEQUE      VALUE 'C'.
          88 EMP-PAGO-EFECTIVO    VALUE 'E'.
          05 EMP-TIPO-PAGO        PIC X(01).
          88 EMP-MENSUAL          VALUE 'M' ' '.
          88 EMP-JORNALIZADO      VALUE 'J'.
          05 EMP-VALOR-HORA       PIC 9(5)V99.
