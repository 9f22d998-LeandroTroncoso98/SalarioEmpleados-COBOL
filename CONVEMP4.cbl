       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVEMP4.
       AUTHOR. TRONCOSO LEANDRO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT EMPANT ASSIGN EMPANT
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ANT-CODIGO
           FILE STATUS IS FS-EMPANT.

           SELECT EMPLEADOS ASSIGN EMP
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EMP-CODIGO
           FILE STATUS IS FS-EMPLEADO.

       DATA DIVISION.
       FILE SECTION.
       FD EMPANT RECORDING MODE IS F
                 DATA RECORD IS REG-EMPANT.
       01 REG-EMPANT.
          05 ANT-CODIGO           PIC 9(5).
          05 ANT-NOMBRE           PIC X(30).
          05 ANT-BASICO           PIC 9(7)V99.
          05 ANT-DEPTO            PIC 9(3).
          05 ANT-FECHA-INGRESO    PIC 9(8).
          05 ANT-FECHA-EGRESO     PIC 9(8).
          05 ANT-ACTIVO           PIC X(01).
          05 ANT-CATEGORIA        PIC 9(3).
          05 ANT-FORMA-PAGO       PIC X(01).

       FD EMPLEADOS RECORDING MODE IS F
                    DATA RECORD IS REG-EMPLEADO.
       COPY "EMPLEADO.CPY".

       WORKING-STORAGE SECTION.

       77 FS-EMPANT               PIC 99.
          88 FS-EMPANT-OK         VALUE 00.
          88 FS-EMPANT-END        VALUE 10.

       77 FS-EMPLEADO             PIC 99.
          88 FS-EMPLEADO-OK       VALUE 00.

       77 WS-REG-LEIDOS           PIC 9(5) VALUE 0.
       77 WS-REG-GRABADOS         PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       0100-INICIAR-PROGRAMA.
           PERFORM 0200-ABRIR-FICHEROS
           PERFORM 0300-PROCESO-CONVERSION
           PERFORM 0600-CERRAR-FICHEROS
           PERFORM 0700-CLOSE-PROGRAM.

       0200-ABRIR-FICHEROS.
           OPEN INPUT EMPANT
           IF NOT FS-EMPANT-OK THEN
            DISPLAY "FS-EMPANT: " FS-EMPANT
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           OPEN OUTPUT EMPLEADOS
           IF NOT FS-EMPLEADO-OK THEN
            DISPLAY "FS-EMPLEADO: " FS-EMPLEADO
            PERFORM 0700-CLOSE-PROGRAM
           END-IF.

       0300-PROCESO-CONVERSION.
           READ EMPANT NEXT RECORD
           PERFORM 0400-CONVERTIR-REGISTRO UNTIL FS-EMPANT-END
           DISPLAY "CONVEMP4 LEIDOS..: " WS-REG-LEIDOS
           DISPLAY "CONVEMP4 GRABADOS: " WS-REG-GRABADOS.

       0400-CONVERTIR-REGISTRO.
           ADD 1 TO WS-REG-LEIDOS
           INITIALIZE REG-EMPLEADO
           MOVE ANT-CODIGO          TO EMP-CODIGO
           MOVE ANT-NOMBRE          TO EMP-NOMBRE
           MOVE ANT-BASICO          TO EMP-BASICO
           MOVE ANT-DEPTO           TO EMP-DEPTO
           MOVE ANT-FECHA-INGRESO   TO EMP-FECHA-INGRESO
           MOVE ANT-FECHA-EGRESO    TO EMP-FECHA-EGRESO
           MOVE ANT-ACTIVO          TO EMP-ACTIVO
           MOVE ANT-CATEGORIA       TO EMP-CATEGORIA
           MOVE ANT-FORMA-PAGO      TO EMP-FORMA-PAGO
           SET EMP-MENSUAL          TO TRUE
           MOVE ZERO                TO EMP-VALOR-HORA
           WRITE REG-EMPLEADO
           IF FS-EMPLEADO-OK THEN
            ADD 1 TO WS-REG-GRABADOS
           ELSE
            DISPLAY "FS-EMPLEADO: " FS-EMPLEADO
                    " CODIGO: " ANT-CODIGO
           END-IF
           READ EMPANT NEXT RECORD.

       0600-CERRAR-FICHEROS.
           CLOSE EMPANT
           CLOSE EMPLEADOS.

       0700-CLOSE-PROGRAM.
           STOP RUN.
