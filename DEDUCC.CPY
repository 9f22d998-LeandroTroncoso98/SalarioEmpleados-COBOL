             88 DED-PRESTAMO      VALUE 'P'.
             88 DED-EMBARGO       VALUE 'E'.
             88 DED-OTRO          VALUE 'O'.
             88 DED-SINDICAL      VALUE 'S'.
          05 DED-IMPORTE-ORIGINAL PIC 9(7)V99.
          05 DED-CUOTA            PIC 9(7)V99.
          05 DED-SALDO            PIC 9(7)V99.
          05 DED-ESTADO           PIC X(01).
             88 DED-ACTIVA        VALUE 'A'.
             88 DED-CANCELADA     VALUE 'C'.
          05 DED-BENEFICIARIO     PIC 9(5).
