          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(3) VALUE SPACES.
          05 FILLER               PIC X(19)
                                  VALUE 'SUELDO BASICO'.
          05 FILLER               PIC X(14) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(12) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-RETROACTIVO-LIN.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(3) VALUE SPACES.
          05 FILLER               PIC X(22)
                                  VALUE 'RETROACTIVO PER. ANT. '.
          05 FILLER               PIC X(11) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-EMP-RETROACTIVO   PIC $$$$$$9,99.
          05 FILLER               PIC X(4) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(12) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(12) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-VACACIONES-LIN.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(3) VALUE SPACES.
          05 FILLER               PIC X(20)
                                  VALUE 'VACACIONES, CANT.:  '.
          05 WS-EMP-DIAS-VAC      PIC 99.
          05 FILLER               PIC X(6) VALUE ' DIAS '.
          05 FILLER               PIC X(5) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-EMP-VACACIONES    PIC $$$$$$9,99.
          05 FILLER               PIC X(4) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(12) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(12) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-ANTIGUEDAD-LIN.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(3) VALUE SPACES.
          05 FILLER               PIC X(20)
                                  VALUE 'ANTIGUEDAD, CANT.:  '.
          05 WS-EMP-ANIOS-ANTIG   PIC 99.
          05 FILLER               PIC X(6) VALUE ' ANIOS'.
          05 FILLER               PIC X(5) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-EMP-ANTIGUEDAD    PIC $$$$$$9,99.
          05 FILLER               PIC X(4) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(12) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(12) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-ASIGFAM-LIN.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(3) VALUE SPACES.
          05 FILLER               PIC X(20)
                                  VALUE 'ASIG. FAMILIAR CANT:'.
          05 WS-EMP-CANT-HIJOS    PIC 99.
          05 FILLER               PIC X(6) VALUE ' HIJOS'.
          05 FILLER               PIC X(5) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-EMP-ASIGFAM       PIC $$$$$$9,99.
          05 FILLER               PIC X(4) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(12) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(12) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-SEGURO-SOCIAL.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(3) VALUE SPACES.
           MOVE ARC-DESCUENTO-OTROS TO DET-DESCUENTO-OTROS
           MOVE ARC-IMPUESTO        TO DET-IMPUESTO
           MOVE ARC-APORTE-PATR     TO DET-APORTE-PATR
           MOVE ARC-NETO            TO DET-NETO
           MOVE ARC-RETROACTIVO     TO DET-RETROACTIVO
           MOVE ARC-DIAS-VACACIONES TO DET-DIAS-VACACIONES
           MOVE ARC-VACACIONES      TO DET-VACACIONES
           MOVE ARC-ANIOS-ANTIGUEDAD TO DET-ANIOS-ANTIGUEDAD
           MOVE ARC-ANTIGUEDAD      TO DET-ANTIGUEDAD
           MOVE ARC-CANT-HIJOS      TO DET-CANT-HIJOS
           MOVE ARC-DED-CONYUGE     TO DET-DED-CONYUGE
           MOVE ARC-DED-HIJOS       TO DET-DED-HIJOS
           MOVE ARC-DED-OTROS       TO DET-DED-OTROS
           MOVE ARC-ASIG-FAMILIAR   TO DET-ASIG-FAMILIAR
           MOVE ARC-DEPTO           TO DET-DEPTO
           MOVE ARC-QUINCENA        TO DET-QUINCENA
           MOVE ARC-HORAS-TRABAJADAS TO DET-HORAS-TRABAJADAS.

       0420-AVANZAR-PERIODO.
           DIVIDE WS-PERIODO-ACTUAL BY 100 GIVING WS-ANIO-ACTUAL
           MOVE DET-HORAS-DOBLES    TO WS-EMP-HEXTRAS-DOB
           MOVE DET-HEXTRA-DOBLE    TO WS-HORAS-DOB-MONTO
           MOVE DET-BONIFICACION    TO WS-EMP-BONIFICACION
           MOVE DET-RETROACTIVO     TO WS-EMP-RETROACTIVO
           MOVE DET-DIAS-VACACIONES TO WS-EMP-DIAS-VAC
           MOVE DET-VACACIONES      TO WS-EMP-VACACIONES
           MOVE DET-ANIOS-ANTIGUEDAD TO WS-EMP-ANIOS-ANTIG
           MOVE DET-ANTIGUEDAD      TO WS-EMP-ANTIGUEDAD
           MOVE DET-CANT-HIJOS      TO WS-EMP-CANT-HIJOS
           MOVE DET-ASIG-FAMILIAR   TO WS-EMP-ASIGFAM
           MOVE DET-DESCUENTO-SS    TO WS-EMP-DESCUENTO-SS
           MOVE DET-DESCUENTO-OTROS TO WS-EMP-DESC-OTROS
           MOVE DET-IMPUESTO        TO WS-EMP-RETENCION
           WRITE REG-REPRREC        FROM WS-HORAS-EXT
           WRITE REG-REPRREC        FROM WS-HORAS-DOBLES
           WRITE REG-REPRREC        FROM WS-BONIFICACION-LIN
           IF DET-RETROACTIVO > ZERO THEN
            WRITE REG-REPRREC       FROM WS-RETROACTIVO-LIN
           END-IF
           IF DET-VACACIONES > ZERO THEN
            WRITE REG-REPRREC       FROM WS-VACACIONES-LIN
           END-IF
           IF DET-ANTIGUEDAD > ZERO THEN
            WRITE REG-REPRREC       FROM WS-ANTIGUEDAD-LIN
           END-IF
           IF DET-ASIG-FAMILIAR > ZERO THEN
            WRITE REG-REPRREC       FROM WS-ASIGFAM-LIN
           END-IF
           WRITE REG-REPRREC        FROM WS-SEGURO-SOCIAL
           WRITE REG-REPRREC        FROM WS-DESCUENTOS-VARIOS
           WRITE REG-REPRREC        FROM WS-RETENCION-IMPUESTO
