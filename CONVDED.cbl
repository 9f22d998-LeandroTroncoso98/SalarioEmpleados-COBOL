       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVDED.
       AUTHOR. TRONCOSO LEANDRO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DEDANT ASSIGN DEDANT
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ANT-CLAVE
           FILE STATUS IS FS-DEDANT.

           SELECT DEDUCCIONES ASSIGN DEDUCC
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS DED-CLAVE
           FILE STATUS IS FS-DEDUCCION.

       DATA DIVISION.
       FILE SECTION.
       FD DEDANT RECORDING MODE IS F
                 DATA RECORD IS REG-DEDANT.
       01 REG-DEDANT.
          05 ANT-CLAVE.
             10 ANT-CODIGO        PIC 9(5).
             10 ANT-NRO           PIC 9(3).
          05 ANT-TIPO             PIC X(01).
          05 ANT-IMPORTE-ORIGINAL PIC 9(7)V99.
          05 ANT-CUOTA            PIC 9(7)V99.
          05 ANT-SALDO            PIC 9(7)V99.
          05 ANT-PRIORIDAD        PIC 99.
          05 ANT-ESTADO           PIC X(01).

       FD DEDUCCIONES RECORDING MODE IS F
                      DATA RECORD IS REG-DEDUCCION.
       COPY "DEDUCC.CPY".

       WORKING-STORAGE SECTION.

       77 FS-DEDANT               PIC 99.
          88 FS-DEDANT-OK         VALUE 00.
          88 FS-DEDANT-END        VALUE 10.

       77 FS-DEDUCCION            PIC 99.
          88 FS-DEDUCCION-OK      VALUE 00.

       77 WS-REG-LEIDOS           PIC 9(5) VALUE 0.
       77 WS-REG-GRABADOS         PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       0100-INICIAR-PROGRAMA.
           PERFORM 0200-ABRIR-FICHEROS
           PERFORM 0300-PROCESO-CONVERSION
           PERFORM 0600-CERRAR-FICHEROS
           PERFORM 0700-CLOSE-PROGRAM.

       0200-ABRIR-FICHEROS.
           OPEN INPUT DEDANT
           IF NOT FS-DEDANT-OK THEN
            DISPLAY "FS-DEDANT: " FS-DEDANT
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           OPEN OUTPUT DEDUCCIONES
           IF NOT FS-DEDUCCION-OK THEN
            DISPLAY "FS-DEDUCCION: " FS-DEDUCCION
            PERFORM 0700-CLOSE-PROGRAM
           END-IF.

       0300-PROCESO-CONVERSION.
           READ DEDANT NEXT RECORD
           PERFORM 0400-CONVERTIR-REGISTRO UNTIL FS-DEDANT-END
           DISPLAY "CONVDED LEIDOS..: " WS-REG-LEIDOS
           DISPLAY "CONVDED GRABADOS: " WS-REG-GRABADOS.

       0400-CONVERTIR-REGISTRO.
           ADD 1 TO WS-REG-LEIDOS
           INITIALIZE REG-DEDUCCION
           MOVE ANT-CODIGO          TO DED-CODIGO
           MOVE ANT-NRO             TO DED-NRO
           MOVE ANT-TIPO            TO DED-TIPO
           MOVE ANT-IMPORTE-ORIGINAL TO DED-IMPORTE-ORIGINAL
           MOVE ANT-CUOTA           TO DED-CUOTA
           MOVE ANT-SALDO           TO DED-SALDO
           MOVE ANT-PRIORIDAD       TO DED-PRIORIDAD
           MOVE ANT-ESTADO          TO DED-ESTADO
           MOVE ZERO                TO DED-BENEFICIARIO
           WRITE REG-DEDUCCION
           IF FS-DEDUCCION-OK THEN
            ADD 1 TO WS-REG-GRABADOS
           ELSE
            DISPLAY "FS-DEDUCCION: " FS-DEDUCCION
                    " CODIGO: " ANT-CODIGO
           END-IF
           READ DEDANT NEXT RECORD.

       0600-CERRAR-FICHEROS.
           CLOSE DEDANT
           CLOSE DEDUCCIONES.

       0700-CLOSE-PROGRAM.
           STOP RUN.
