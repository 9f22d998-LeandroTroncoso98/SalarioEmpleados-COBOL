           SELECT PERIODOS ASSIGN PERCTL
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CTL-CLAVE
           FILE STATUS IS FS-PERIODO.

           SELECT REPCIER ASSIGN REPCIER
       77 WS-ANIO-CORTE           PIC 9(4).
       77 WS-MES-CORTE            PIC 99.
       77 WS-PERIODO-CIERRE       PIC 9(6).
       77 WS-QUINCENA-CIERRE      PIC 9.

       01 WS-GUIONES.
          05 FILLER               PIC X VALUE SPACE.
           ELSE
            ADD DET-BASICO          TO WS-SUM-BASICO
            ADD DET-BONIFICACION    TO WS-SUM-BASICO
            ADD DET-RETROACTIVO     TO WS-SUM-BASICO
            ADD DET-VACACIONES      TO WS-SUM-BASICO
            ADD DET-ANTIGUEDAD      TO WS-SUM-BASICO
            ADD DET-HEXTRA-NORMAL   TO WS-SUM-HEXTRA
            ADD DET-HEXTRA-DOBLE    TO WS-SUM-HEXTRA
            ADD DET-NETO            TO WS-SUM-NETO
       0510-CERRAR-UN-PERIODO.
           COMPUTE WS-PERIODO-CIERRE =
            WS-ANIO-PEDIDO * 100 + WS-MES
           PERFORM 0511-CERRAR-UNA-QUINCENA
             VARYING WS-QUINCENA-CIERRE FROM 0 BY 1
             UNTIL WS-QUINCENA-CIERRE > 2.

       0511-CERRAR-UNA-QUINCENA.
           MOVE WS-PERIODO-CIERRE   TO CTL-PERIODO
           MOVE WS-QUINCENA-CIERRE  TO CTL-QUINCENA
           READ PERIODOS
             INVALID KEY
              CONTINUE
            MOVE DET-IMPUESTO        TO ARC-IMPUESTO
            MOVE DET-APORTE-PATR     TO ARC-APORTE-PATR
            MOVE DET-NETO            TO ARC-NETO
            MOVE DET-RETROACTIVO     TO ARC-RETROACTIVO
            MOVE DET-DIAS-VACACIONES TO ARC-DIAS-VACACIONES
            MOVE DET-VACACIONES      TO ARC-VACACIONES
            MOVE DET-ANIOS-ANTIGUEDAD TO ARC-ANIOS-ANTIGUEDAD
            MOVE DET-ANTIGUEDAD      TO ARC-ANTIGUEDAD
            MOVE DET-CANT-HIJOS      TO ARC-CANT-HIJOS
            MOVE DET-DED-CONYUGE     TO ARC-DED-CONYUGE
            MOVE DET-DED-HIJOS       TO ARC-DED-HIJOS
            MOVE DET-DED-OTROS       TO ARC-DED-OTROS
            MOVE DET-ASIG-FAMILIAR   TO ARC-ASIG-FAMILIAR
            MOVE DET-DEPTO           TO ARC-DEPTO
            MOVE DET-QUINCENA        TO ARC-QUINCENA
            MOVE DET-HORAS-TRABAJADAS TO ARC-HORAS-TRABAJADAS
            WRITE REG-DETARCH
              INVALID KEY
               REWRITE REG-DETARCH
