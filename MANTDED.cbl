           RECORD KEY IS EMP-CODIGO
           FILE STATUS IS FS-EMPLEADO.

           SELECT BENEFICIARIOS ASSIGN BENEFIC
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS BEN-CODIGO
           FILE STATUS IS FS-BENEFICIARIO.

           SELECT REPMDED ASSIGN REPMDED
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
             88 TRAN-DED-PRESTAMO VALUE 'P'.
             88 TRAN-DED-EMBARGO  VALUE 'E'.
             88 TRAN-DED-OTRO     VALUE 'O'.
             88 TRAN-DED-SINDICAL VALUE 'S'.
          05 TRAN-IMPORTE         PIC 9(7)V99.
          05 TRAN-CUOTA           PIC 9(7)V99.
          05 TRAN-PRIORIDAD       PIC 99.
          05 TRAN-BENEFICIARIO    PIC 9(5).

       FD DEDUCCIONES RECORDING MODE IS F
                      DATA RECORD IS REG-DEDUCCION.
                    DATA RECORD IS REG-EMPLEADO.
       COPY "EMPLEADO.CPY".

       FD BENEFICIARIOS RECORDING MODE IS F
                        DATA RECORD IS REG-BENEFICIARIO.
       COPY "BENEFIC.CPY".

       FD REPMDED RECORDING MODE IS F
                  DATA RECORD IS REG-REPMDED.
       01 REG-REPMDED             PIC X(80).
       77 FS-EMPLEADO             PIC 99.
          88 FS-EMPLEADO-OK       VALUE 00.

       77 FS-BENEFICIARIO         PIC 99.
          88 FS-BENEFICIARIO-OK   VALUE 00.
          88 FS-BENEFICIARIO-NOFILE VALUE 35.

       77 WS-BEN-FICH-SW          PIC X VALUE 'S'.
          88 BEN-CON-FICHERO      VALUE 'S'.
          88 BEN-SIN-FICHERO      VALUE 'N'.

       77 FS-REPMDED              PIC 99.
          88 FS-REPMDED-OK        VALUE 00.

          05 MANT-NRO             PIC 9(3).
          05 FILLER               PIC X(7) VALUE ' CUOTA:'.
          05 MANT-CUOTA           PIC $$$$$$$9,99.
          05 FILLER               PIC X(5) VALUE ' BEN:'.
          05 MANT-BENEFICIARIO    PIC 9(5).
          05 FILLER               PIC X VALUE SPACE.
          05 MANT-RESULTADO       PIC X(17).
          05 FILLER               PIC X VALUE '|'.

       01 WS-MANT-TOT-LEIDAS.
            DISPLAY "FS-EMPLEADO: " FS-EMPLEADO
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           OPEN INPUT BENEFICIARIOS
           IF FS-BENEFICIARIO-NOFILE THEN
            SET BEN-SIN-FICHERO     TO TRUE
           ELSE
            IF NOT FS-BENEFICIARIO-OK THEN
             DISPLAY "FS-BENEFICIARIO: " FS-BENEFICIARIO
             PERFORM 0700-CLOSE-PROGRAM
            END-IF
           END-IF
           OPEN OUTPUT REPMDED
           IF NOT FS-REPMDED-OK THEN
            DISPLAY "FS-REPMDED: " FS-REPMDED
           END-IF
           IF WS-TRAN-VALIDA AND TRAN-ALTA AND
              NOT TRAN-DED-PRESTAMO AND NOT TRAN-DED-EMBARGO AND
              NOT TRAN-DED-OTRO AND NOT TRAN-DED-SINDICAL THEN
            SET WS-TRAN-INVALIDA TO TRUE
            MOVE "CLASE INVALIDA" TO MANT-RESULTADO
           END-IF
           IF WS-TRAN-VALIDA AND TRAN-ALTA AND
              NOT TRAN-DED-SINDICAL AND
              (TRAN-IMPORTE NOT > ZERO OR TRAN-CUOTA NOT > ZERO) THEN
            SET WS-TRAN-INVALIDA TO TRUE
            MOVE "IMPORTE INVALIDO" TO MANT-RESULTADO
           END-IF
           IF WS-TRAN-VALIDA AND TRAN-ALTA AND
              (TRAN-DED-EMBARGO OR TRAN-DED-SINDICAL) AND
              TRAN-BENEFICIARIO = ZERO THEN
            SET WS-TRAN-INVALIDA TO TRUE
            MOVE "BENEF. REQUERIDO" TO MANT-RESULTADO
           END-IF
           IF WS-TRAN-VALIDA AND (TRAN-ALTA OR TRAN-CAMBIO) AND
              TRAN-BENEFICIARIO > ZERO THEN
            PERFORM 0406-VALIDAR-BENEFICIARIO
           END-IF
           IF WS-TRAN-VALIDA AND TRAN-ALTA THEN
            MOVE TRAN-CODIGO         TO EMP-CODIGO
            READ EMPLEADOS
               SET WS-TRAN-INVALIDA TO TRUE
               MOVE "DED. INEXISTENTE" TO MANT-RESULTADO
            END-READ
           END-IF
           IF WS-TRAN-VALIDA AND TRAN-CAMBIO AND DED-SINDICAL AND
              TRAN-BENEFICIARIO > ZERO AND NOT BEN-SINDICATO THEN
            SET WS-TRAN-INVALIDA TO TRUE
            MOVE "BENEF. NO SINDIC." TO MANT-RESULTADO
           END-IF.

       0406-VALIDAR-BENEFICIARIO.
           IF BEN-SIN-FICHERO THEN
            SET WS-TRAN-INVALIDA TO TRUE
            MOVE "BENEF.INEXISTENTE" TO MANT-RESULTADO
           ELSE
            MOVE TRAN-BENEFICIARIO   TO BEN-CODIGO
            READ BENEFICIARIOS
              INVALID KEY
               SET WS-TRAN-INVALIDA TO TRUE
               MOVE "BENEF.INEXISTENTE" TO MANT-RESULTADO
              NOT INVALID KEY
               IF BEN-ACTIVO-NO THEN
                SET WS-TRAN-INVALIDA TO TRUE
                MOVE "BENEF. INACTIVO" TO MANT-RESULTADO
               END-IF
            END-READ
           END-IF
           IF WS-TRAN-VALIDA AND TRAN-ALTA AND
              TRAN-DED-SINDICAL AND NOT BEN-SINDICATO THEN
            SET WS-TRAN-INVALIDA TO TRUE
            MOVE "BENEF. NO SINDIC." TO MANT-RESULTADO
           END-IF.

       0410-ALTA-DEDUCCION.
           MOVE TRAN-CUOTA            TO DED-CUOTA
           MOVE TRAN-IMPORTE          TO DED-SALDO
           MOVE TRAN-PRIORIDAD        TO DED-PRIORIDAD
           MOVE TRAN-BENEFICIARIO     TO DED-BENEFICIARIO
           IF TRAN-DED-SINDICAL THEN
            MOVE ZERO                 TO DED-IMPORTE-ORIGINAL
            MOVE ZERO                 TO DED-CUOTA
            MOVE ZERO                 TO DED-SALDO
           END-IF
           SET DED-ACTIVA             TO TRUE
           WRITE REG-DEDUCCION
           ADD 1 TO WS-TRAN-APLICADAS
           IF TRAN-PRIORIDAD > ZERO THEN
            MOVE TRAN-PRIORIDAD       TO DED-PRIORIDAD
           END-IF
           IF TRAN-BENEFICIARIO > ZERO THEN
            MOVE TRAN-BENEFICIARIO    TO DED-BENEFICIARIO
           END-IF
           IF DED-SALDO > ZERO OR DED-SINDICAL THEN
            SET DED-ACTIVA            TO TRUE
           END-IF
           REWRITE REG-DEDUCCION
           MOVE TRAN-CODIGO           TO MANT-CODIGO
           MOVE TRAN-NRO              TO MANT-NRO
           MOVE TRAN-CUOTA            TO MANT-CUOTA
           MOVE TRAN-BENEFICIARIO     TO MANT-BENEFICIARIO
           WRITE REG-REPMDED          FROM WS-MANT-DETALLE.

       0495-GRABAR-AUDITORIA.
           CLOSE TRANDED
           CLOSE DEDUCCIONES
           CLOSE EMPLEADOS
           IF BEN-CON-FICHERO THEN
            CLOSE BENEFICIARIOS
           END-IF
           CLOSE REPMDED
           CLOSE AUDITORIA.

