          05 ARC-IMPUESTO         PIC 9(8)V99.
          05 ARC-APORTE-PATR      PIC 9(8)V99.
          05 ARC-NETO             PIC 9(8)V99.
          05 ARC-RETROACTIVO      PIC 9(8)V99.
          05 ARC-DIAS-VACACIONES  PIC 99.
          05 ARC-VACACIONES       PIC 9(8)V99.
          05 ARC-ANIOS-ANTIGUEDAD PIC 99.
          05 ARC-ANTIGUEDAD       PIC 9(8)V99.
          05 ARC-CANT-HIJOS       PIC 99.
          05 ARC-DED-CONYUGE      PIC 9(7)V99.
          05 ARC-DED-HIJOS        PIC 9(7)V99.
          05 ARC-DED-OTROS        PIC 9(7)V99.
          05 ARC-ASIG-FAMILIAR    PIC 9(8)V99.
          05 ARC-DEPTO            PIC 9(3).
          05 ARC-QUINCENA         PIC 9.
          05 ARC-HORAS-TRABAJADAS PIC 9(3)V99.
