          05 DET-IMPUESTO         PIC 9(8)V99.
          05 DET-APORTE-PATR      PIC 9(8)V99.
          05 DET-NETO             PIC 9(8)V99.
          05 DET-RETROACTIVO      PIC 9(8)V99.
          05 DET-DIAS-VACACIONES  PIC 99.
          05 DET-VACACIONES       PIC 9(8)V99.
          05 DET-ANIOS-ANTIGUEDAD PIC 99.
          05 DET-ANTIGUEDAD       PIC 9(8)V99.
          05 DET-CANT-HIJOS       PIC 99.
          05 DET-DED-CONYUGE      PIC 9(7)V99.
          05 DET-DED-HIJOS        PIC 9(7)V99.
          05 DET-DED-OTROS        PIC 9(7)V99.
          05 DET-ASIG-FAMILIAR    PIC 9(8)V99.
          05 DET-DEPTO            PIC 9(3).
          05 DET-QUINCENA         PIC 9.
          05 DET-HORAS-TRABAJADAS PIC 9(3)V99.
