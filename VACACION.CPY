       01 REG-VACACION.
          05 VAC-CLAVE.
             10 VAC-CODIGO        PIC 9(5).
             10 VAC-ANIO          PIC 9(4).
          05 VAC-ANTIGUEDAD       PIC 99.
          05 VAC-DIAS-DERECHO     PIC 99.
          05 VAC-DIAS-ARRASTRE    PIC 99.
          05 VAC-DIAS-TOMADOS     PIC 9(3).
          05 VAC-DIAS-PENDIENTES  PIC 9(3).
          05 VAC-DIAS-PAGADOS     PIC 9(3).
          05 VAC-PERIODO-PAGO     PIC 9(6).
          05 VAC-DIAS-ULT-PAGO    PIC 9(3).
          05 VAC-FECHA-ALTA       PIC 9(8).
          05 VAC-ESTADO           PIC X(01).
             88 VAC-ABIERTO       VALUE 'A'.
             88 VAC-CERRADO       VALUE 'C'.
             88 VAC-LIQUIDADO     VALUE 'L'.
