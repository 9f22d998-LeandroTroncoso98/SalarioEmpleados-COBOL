             88 PARM-MODO-REAL    VALUE 'R'.
          05 PARM-PISO-NETO-PCT   PIC 9(3)V99.
          05 PARM-PCT-VARIACION   PIC 9(3)V99.
          05 PARM-PCT-TOLERANCIA  PIC 9(3)V99.
          05 PARM-TIPO-LIQUIDACION PIC X(01).
             88 PARM-LIQ-MENSUAL  VALUE 'M' ' '.
             88 PARM-LIQ-QUINCENAL VALUE 'Q'.
          05 PARM-QUINCENA        PIC 9.
          05 PARM-RECARGO-HEXTRA  PIC 9(3)V99.
          05 PARM-RECARGO-HEXTRA-DOBLE PIC 9(3)V99.
          05 PARM-HORAS-JORNADA   PIC 99.
          05 PARM-HORAS-MES       PIC 9(3).
