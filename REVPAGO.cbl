           RECORD KEY IS NOV-CLAVE
           FILE STATUS IS FS-NOVEDAD.

           SELECT RETROLIQ ASSIGN RETROLIQ
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RTL-CLAVE
           FILE STATUS IS FS-RETROLIQ.

           SELECT VACACIONES ASSIGN VACACIO
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS VAC-CLAVE
           FILE STATUS IS FS-VACACION.

           SELECT REVDEP ASSIGN REVDEP
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
                    DATA RECORD IS REG-NOVEDAD.
       COPY "NOVEDAD.CPY".

       FD RETROLIQ RECORDING MODE IS F
                   DATA RECORD IS REG-RETRO-LIQ.
       COPY "RETROLIQ.CPY".

       FD VACACIONES RECORDING MODE IS F
                     DATA RECORD IS REG-VACACION.
       COPY "VACACION.CPY".

       FD REVDEP RECORDING MODE IS F
                 DATA RECORD IS REG-REVDEP.
       01 REG-REVDEP.

       77 WS-NOV-OTROS-REV        PIC 9(8)V99.

       77 FS-RETROLIQ             PIC 99.
          88 FS-RETROLIQ-OK       VALUE 00.
          88 FS-RETROLIQ-END      VALUE 10.
          88 FS-RETROLIQ-NOFILE   VALUE 35.

       77 WS-RTL-FICH-SW          PIC X VALUE 'S'.
          88 RTL-CON-FICHERO      VALUE 'S'.
          88 RTL-SIN-FICHERO      VALUE 'N'.

       77 FS-VACACION             PIC 99.
          88 FS-VACACION-OK       VALUE 00.
          88 FS-VACACION-END      VALUE 10.
          88 FS-VACACION-NOFILE   VALUE 35.

       77 WS-VAC-FICH-SW          PIC X VALUE 'S'.
          88 VAC-CON-FICHERO      VALUE 'S'.
          88 VAC-SIN-FICHERO      VALUE 'N'.

       77 WS-ULT-COD-REVERTIDO    PIC 9(5) VALUE 0.

       77 FS-REVDEP               PIC 99.
          88 FS-REVDEP-OK         VALUE 00.

             PERFORM 0700-CLOSE-PROGRAM
            END-IF
           END-IF
           OPEN I-O RETROLIQ
           IF FS-RETROLIQ-NOFILE THEN
            SET RTL-SIN-FICHERO    TO TRUE
           ELSE
            IF NOT FS-RETROLIQ-OK THEN
             DISPLAY "FS-RETROLIQ: " FS-RETROLIQ
             PERFORM 0700-CLOSE-PROGRAM
            END-IF
           END-IF
           OPEN I-O VACACIONES
           IF FS-VACACION-NOFILE THEN
            SET VAC-SIN-FICHERO    TO TRUE
           ELSE
            IF NOT FS-VACACION-OK THEN
             DISPLAY "FS-VACACION: " FS-VACACION
             PERFORM 0700-CLOSE-PROGRAM
            END-IF
           END-IF
           OPEN OUTPUT REVDEP
           IF NOT FS-REVDEP-OK THEN
            DISPLAY "FS-REVDEP: " FS-REVDEP

       0401-PROCESAR-DEPOSITO.
           ADD 1 TO WS-DEP-LEIDOS
           IF DEP-CODIGO = WS-ULT-COD-REVERTIDO THEN
            PERFORM 0460-REVERTIR-RETROACTIVO
           ELSE
            PERFORM 0402-REVERTIR-SUELDO
           END-IF.

       0402-REVERTIR-SUELDO.
           PERFORM 0405-VALIDAR-REVERSION
           IF WS-REV-VALIDA THEN
            IF DEP-NETO NOT = DET-NETO THEN
             MOVE DEP-CODIGO        TO WS-ULT-COD-REVERTIDO
            END-IF
            IF DET-RETROACTIVO > ZERO AND RTL-CON-FICHERO THEN
             PERFORM 0465-REABRIR-RETROLIQ
            END-IF
            IF DET-DIAS-VACACIONES > ZERO AND VAC-CON-FICHERO THEN
             PERFORM 0467-REABRIR-VACACIONES
            END-IF
            PERFORM 0410-CALCULAR-IMPORTES
            PERFORM 0420-ESCRIBIR-ANTES
            PERFORM 0430-RESTAR-HISTORICO
               MOVE "SIN DETALLE" TO RCH-MOTIVO
            END-READ
           END-IF
           IF WS-REV-VALIDA AND DET-QUINCENA = 2 THEN
            SET WS-REV-INVALIDA TO TRUE
            MOVE "QUINCENA ACUMULADA" TO RCH-MOTIVO
           END-IF
           IF WS-REV-VALIDA AND DET-NETO NOT = DEP-NETO AND
              (DET-RETROACTIVO = ZERO OR
               DET-NETO - DET-RETROACTIVO NOT = DEP-NETO) THEN
            SET WS-REV-INVALIDA TO TRUE
            MOVE "NETO NO COINCIDE" TO RCH-MOTIVO
           END-IF
            IF NOV-CON-FICHERO THEN
             MOVE DEP-CODIGO        TO NOV-CODIGO
             MOVE WS-PERIODO-REV    TO NOV-PERIODO
             MOVE DET-QUINCENA      TO NOV-QUINCENA
             READ NOVEDADES
               INVALID KEY
                CONTINUE

       0410-CALCULAR-IMPORTES.
           COMPUTE WS-BASICO-REV =
            DET-BASICO + DET-BONIFICACION + DET-RETROACTIVO +
            DET-VACACIONES + DET-ANTIGUEDAD
           COMPUTE WS-HEXTRA-CAL =
            DET-HEXTRA-NORMAL + DET-HEXTRA-DOBLE
           MOVE DET-IMPUESTO        TO WS-IMPUESTO-REV.
           MOVE DEP-NETO            TO RVD-NETO
           WRITE REG-REVDEP.

       0460-REVERTIR-RETROACTIVO.
           MOVE DEP-CODIGO          TO REV-CODIGO
           MOVE DEP-NOMBRE          TO REV-NOMBRE
           MOVE DEP-NETO            TO REV-NETO
           WRITE REG-REVREP         FROM WS-REV-EMPLEADO
           PERFORM 0450-GRABAR-REVDEP
           ADD 1 TO WS-REV-APLICADAS
           ADD DEP-NETO             TO WS-TOT-NETO-REV
           MOVE ZERO                TO WS-ULT-COD-REVERTIDO.

       0465-REABRIR-RETROLIQ.
           MOVE DEP-CODIGO          TO RTL-CODIGO
           MOVE ZERO                TO RTL-PERIODO-ORIGEN
           MOVE ZERO                TO RTL-PERIODO-CALCULO
           START RETROLIQ KEY IS GREATER THAN RTL-CLAVE
             INVALID KEY
              SET FS-RETROLIQ-END   TO TRUE
           END-START
           IF NOT FS-RETROLIQ-END THEN
            READ RETROLIQ NEXT RECORD
           END-IF
           PERFORM 0466-REABRIR-UN-RETRO UNTIL FS-RETROLIQ-END
           MOVE ZERO                TO FS-RETROLIQ.

       0466-REABRIR-UN-RETRO.
           IF RTL-CODIGO NOT = DEP-CODIGO THEN
            SET FS-RETROLIQ-END     TO TRUE
           ELSE
            IF RTL-PAGADO AND RTL-PERIODO-PAGO = WS-PERIODO-REV THEN
             SET RTL-PENDIENTE      TO TRUE
             MOVE ZERO              TO RTL-PERIODO-PAGO
             REWRITE REG-RETRO-LIQ
            END-IF
            READ RETROLIQ NEXT RECORD
           END-IF.

       0467-REABRIR-VACACIONES.
           MOVE DEP-CODIGO          TO VAC-CODIGO
           MOVE ZERO                TO VAC-ANIO
           START VACACIONES KEY IS GREATER THAN VAC-CLAVE
             INVALID KEY
              SET FS-VACACION-END   TO TRUE
           END-START
           IF NOT FS-VACACION-END THEN
            READ VACACIONES NEXT RECORD
           END-IF
           PERFORM 0468-REABRIR-UNA-VACACION UNTIL FS-VACACION-END
           MOVE ZERO                TO FS-VACACION.

       0468-REABRIR-UNA-VACACION.
           IF VAC-CODIGO NOT = DEP-CODIGO THEN
            SET FS-VACACION-END     TO TRUE
           ELSE
            IF NOT VAC-LIQUIDADO AND
               VAC-PERIODO-PAGO = WS-PERIODO-REV THEN
             ADD VAC-DIAS-ULT-PAGO  TO VAC-DIAS-PENDIENTES
             SUBTRACT VAC-DIAS-ULT-PAGO FROM VAC-DIAS-PAGADOS
             MOVE ZERO              TO VAC-DIAS-ULT-PAGO
             MOVE ZERO              TO VAC-PERIODO-PAGO
             REWRITE REG-VACACION
            END-IF
            READ VACACIONES NEXT RECORD
           END-IF.

       0500-IMPRIMIR-TOTALES.
           WRITE REG-REVREP         FROM WS-GUIONES
           MOVE WS-DEP-LEIDOS       TO TOT-LEIDOS
           IF NOV-CON-FICHERO THEN
            CLOSE NOVEDADES
           END-IF
           IF RTL-CON-FICHERO THEN
            CLOSE RETROLIQ
           END-IF
           IF VAC-CON-FICHERO THEN
            CLOSE VACACIONES
           END-IF
           CLOSE REVDEP
           CLOSE REVREP.

