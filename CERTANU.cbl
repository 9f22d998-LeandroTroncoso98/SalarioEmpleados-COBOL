       77 WS-ANU-IMPUESTO         PIC 9(9)V99.
       77 WS-ANU-APORTE           PIC 9(9)V99.
       77 WS-ANU-NETO             PIC 9(9)V99.
       77 WS-ANU-DED-CONYUGE      PIC 9(9)V99.
       77 WS-ANU-DED-HIJOS        PIC 9(9)V99.
       77 WS-ANU-DED-OTROS        PIC 9(9)V99.
       77 WS-ANU-ASIGFAM          PIC 9(9)V99.
       77 WS-MES-BASICO           PIC 9(8)V99.
       77 WS-MES-HEXTRA           PIC 9(8)V99.

          05 FILLER               PIC X(7) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-ANU-DED-PERSONALES.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(12) VALUE ' CONYUGE: '.
          05 ANU-DED-CONYUGE      PIC $$$$$$$$9,99.
          05 FILLER               PIC X(8) VALUE ' HIJOS: '.
          05 ANU-DED-HIJOS        PIC $$$$$$$$9,99.
          05 FILLER               PIC X(15) VALUE ' OTRAS CARGAS: '.
          05 ANU-DED-OTROS        PIC $$$$$$$$9,99.
          05 FILLER               PIC X(7) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-ANU-DED-TOTAL.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(24)
                                 VALUE ' TOTAL DED. PERSONALES: '.
          05 ANU-DED-TOTAL        PIC $$$$$$$$9,99.
          05 FILLER               PIC X(16) VALUE ' ASIG.FAMILIAR: '.
          05 ANU-ASIGFAM          PIC $$$$$$$$9,99.
          05 FILLER               PIC X(14) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-TOTAL-FINAL.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
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
           MOVE ARC-HORAS-TRABAJADAS TO DET-HORAS-TRABAJADAS
           PERFORM 0395-TRATAR-REGISTRO
           READ DETARCH NEXT RECORD.

           MOVE DET-CODIGO          TO WS-CODIGO-CORTE
           INITIALIZE WS-ANU-BASICO WS-ANU-HEXTRA WS-ANU-SS
                      WS-ANU-OTROS WS-ANU-IMPUESTO WS-ANU-APORTE
                      WS-ANU-NETO WS-ANU-DED-CONYUGE
                      WS-ANU-DED-HIJOS WS-ANU-DED-OTROS
                      WS-ANU-ASIGFAM
           MOVE DET-CODIGO          TO EMP-CODIGO
           READ EMPLEADOS
             INVALID KEY
       0420-LISTAR-MES.
           MOVE DET-PERIODO         TO CER-PERIODO
           COMPUTE WS-MES-BASICO =
            DET-BASICO + DET-BONIFICACION + DET-RETROACTIVO +
            DET-VACACIONES + DET-ANTIGUEDAD
           MOVE WS-MES-BASICO       TO CER-BASICO
           COMPUTE WS-MES-HEXTRA =
            DET-HEXTRA-NORMAL + DET-HEXTRA-DOBLE
           ADD DET-DESCUENTO-OTROS  TO WS-ANU-OTROS
           ADD DET-IMPUESTO         TO WS-ANU-IMPUESTO
           ADD DET-APORTE-PATR      TO WS-ANU-APORTE
           ADD DET-NETO             TO WS-ANU-NETO
           ADD DET-DED-CONYUGE      TO WS-ANU-DED-CONYUGE
           ADD DET-DED-HIJOS        TO WS-ANU-DED-HIJOS
           ADD DET-DED-OTROS        TO WS-ANU-DED-OTROS
           ADD DET-ASIG-FAMILIAR    TO WS-ANU-ASIGFAM.

       0450-CERRAR-EMPLEADO.
           SET CORTE-CERRADO        TO TRUE
           MOVE WS-ANU-OTROS        TO ANU-OTROS
           MOVE WS-ANU-APORTE       TO ANU-APORTE
           WRITE REG-CERTREP        FROM WS-ANU-RETENCIONES
           MOVE WS-ANU-DED-CONYUGE  TO ANU-DED-CONYUGE
           MOVE WS-ANU-DED-HIJOS    TO ANU-DED-HIJOS
           MOVE WS-ANU-DED-OTROS    TO ANU-DED-OTROS
           WRITE REG-CERTREP        FROM WS-ANU-DED-PERSONALES
           COMPUTE ANU-DED-TOTAL =
            WS-ANU-DED-CONYUGE + WS-ANU-DED-HIJOS + WS-ANU-DED-OTROS
           MOVE WS-ANU-ASIGFAM      TO ANU-ASIGFAM
           WRITE REG-CERTREP        FROM WS-ANU-DED-TOTAL
           WRITE REG-CERTREP        FROM WS-GUIONES.

       0600-CERRAR-FICHEROS.
