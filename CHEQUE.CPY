       01 REG-CHEQUE.
          05 CHQ-NUMERO           PIC 9(8).
          05 CHQ-CODIGO           PIC 9(5).
          05 CHQ-PERIODO          PIC 9(6).
          05 CHQ-FORMA            PIC X(01).
             88 CHQ-ES-CHEQUE     VALUE 'C'.
             88 CHQ-ES-EFECTIVO   VALUE 'E'.
          05 CHQ-IMPORTE          PIC 9(8)V99.
          05 CHQ-FECHA-EMISION    PIC 9(8).
          05 CHQ-ESTADO           PIC X(01).
             88 CHQ-PENDIENTE     VALUE 'P'.
             88 CHQ-COBRADO       VALUE 'C'.
             88 CHQ-ANULADO       VALUE 'A'.
          05 CHQ-FECHA-ESTADO     PIC 9(8).
