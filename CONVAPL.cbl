       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVAPL.
       AUTHOR. TRONCOSO LEANDRO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT APLANT ASSIGN APLANT
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ANT-CLAVE
           FILE STATUS IS FS-APLANT.

           SELECT DEDAPLICADAS ASSIGN DEDAPLI
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS APL-CLAVE
           FILE STATUS IS FS-DED-APLICADA.

       DATA DIVISION.
       FILE SECTION.
       FD APLANT RECORDING MODE IS F
                 DATA RECORD IS REG-APLANT.
       01 REG-APLANT.
          05 ANT-CLAVE.
             10 ANT-PERIODO       PIC 9(6).
             10 ANT-BENEFICIARIO  PIC 9(5).
             10 ANT-CODIGO        PIC 9(5).
             10 ANT-NRO           PIC 9(3).
          05 ANT-TIPO             PIC X(01).
          05 ANT-IMPORTE          PIC 9(8)V99.
          05 ANT-FECHA            PIC 9(8).

       FD DEDAPLICADAS RECORDING MODE IS F
                       DATA RECORD IS REG-DED-APLICADA.
       COPY "DEDAPLI.CPY".

       WORKING-STORAGE SECTION.

       77 FS-APLANT               PIC 99.
          88 FS-APLANT-OK         VALUE 00.
          88 FS-APLANT-END        VALUE 10.

       77 FS-DED-APLICADA         PIC 99.
          88 FS-DED-APLICADA-OK   VALUE 00.

       77 WS-REG-LEIDOS           PIC 9(5) VALUE 0.
       77 WS-REG-GRABADOS         PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       0100-INICIAR-PROGRAMA.
           PERFORM 0200-ABRIR-FICHEROS
           PERFORM 0300-PROCESO-CONVERSION
           PERFORM 0600-CERRAR-FICHEROS
           PERFORM 0700-CLOSE-PROGRAM.

       0200-ABRIR-FICHEROS.
           OPEN INPUT APLANT
           IF NOT FS-APLANT-OK THEN
            DISPLAY "FS-APLANT: " FS-APLANT
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           OPEN OUTPUT DEDAPLICADAS
           IF NOT FS-DED-APLICADA-OK THEN
            DISPLAY "FS-DED-APLICADA: " FS-DED-APLICADA
            PERFORM 0700-CLOSE-PROGRAM
           END-IF.

       0300-PROCESO-CONVERSION.
           READ APLANT NEXT RECORD
           PERFORM 0400-CONVERTIR-REGISTRO UNTIL FS-APLANT-END
           DISPLAY "CONVAPL LEIDOS..: " WS-REG-LEIDOS
           DISPLAY "CONVAPL GRABADOS: " WS-REG-GRABADOS.

       0400-CONVERTIR-REGISTRO.
           ADD 1 TO WS-REG-LEIDOS
           INITIALIZE REG-DED-APLICADA
           MOVE ANT-PERIODO         TO APL-PERIODO
           MOVE ANT-BENEFICIARIO    TO APL-BENEFICIARIO
           MOVE ANT-CODIGO          TO APL-CODIGO
           MOVE ANT-NRO             TO APL-NRO
           MOVE ANT-TIPO            TO APL-TIPO
           MOVE ANT-IMPORTE         TO APL-IMPORTE
           MOVE ANT-FECHA           TO APL-FECHA
           MOVE ZERO                TO APL-QUINCENA
           WRITE REG-DED-APLICADA
           IF FS-DED-APLICADA-OK THEN
            ADD 1 TO WS-REG-GRABADOS
           ELSE
            DISPLAY "FS-DED-APLICADA: " FS-DED-APLICADA
                    " CODIGO: " ANT-CODIGO
           END-IF
           READ APLANT NEXT RECORD.

       0600-CERRAR-FICHEROS.
           CLOSE APLANT
           CLOSE DEDAPLICADAS.

       0700-CLOSE-PROGRAM.
           STOP RUN.
