       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVNOV.
       AUTHOR. TRONCOSO LEANDRO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT NOVANT ASSIGN NOVANT
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ANT-CLAVE
           FILE STATUS IS FS-NOVANT.

           SELECT NOVEDADES ASSIGN NOVEDAD
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NOV-CLAVE
           FILE STATUS IS FS-NOVEDAD.

       DATA DIVISION.
       FILE SECTION.
       FD NOVANT RECORDING MODE IS F
                 DATA RECORD IS REG-NOVANT.
       01 REG-NOVANT.
          05 ANT-CLAVE.
             10 ANT-CODIGO        PIC 9(5).
             10 ANT-PERIODO       PIC 9(6).
          05 ANT-HEXTRAS          PIC 99.
          05 ANT-BONIFICACION     PIC 9(7)V99.
          05 ANT-DESCUENTO-SS     PIC 9(7)V99.
          05 ANT-DESCUENTO-OTROS  PIC 9(7)V99.

       FD NOVEDADES RECORDING MODE IS F
                    DATA RECORD IS REG-NOVEDAD.
       COPY "NOVEDAD.CPY".

       WORKING-STORAGE SECTION.

       77 FS-NOVANT               PIC 99.
          88 FS-NOVANT-OK         VALUE 00.
          88 FS-NOVANT-END        VALUE 10.

       77 FS-NOVEDAD              PIC 99.
          88 FS-NOVEDAD-OK        VALUE 00.

       77 WS-REG-LEIDOS           PIC 9(5) VALUE 0.
       77 WS-REG-GRABADOS         PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       0100-INICIAR-PROGRAMA.
           PERFORM 0200-ABRIR-FICHEROS
           PERFORM 0300-PROCESO-CONVERSION
           PERFORM 0600-CERRAR-FICHEROS
           PERFORM 0700-CLOSE-PROGRAM.

       0200-ABRIR-FICHEROS.
           OPEN INPUT NOVANT
           IF NOT FS-NOVANT-OK THEN
            DISPLAY "FS-NOVANT: " FS-NOVANT
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           OPEN OUTPUT NOVEDADES
           IF NOT FS-NOVEDAD-OK THEN
            DISPLAY "FS-NOVEDAD: " FS-NOVEDAD
            PERFORM 0700-CLOSE-PROGRAM
           END-IF.

       0300-PROCESO-CONVERSION.
           READ NOVANT NEXT RECORD
           PERFORM 0400-CONVERTIR-REGISTRO UNTIL FS-NOVANT-END
           DISPLAY "CONVNOV LEIDOS..: " WS-REG-LEIDOS
           DISPLAY "CONVNOV GRABADOS: " WS-REG-GRABADOS.

       0400-CONVERTIR-REGISTRO.
           ADD 1 TO WS-REG-LEIDOS
           INITIALIZE REG-NOVEDAD
           MOVE ANT-CODIGO          TO NOV-CODIGO
           MOVE ANT-PERIODO         TO NOV-PERIODO
           MOVE ZERO                TO NOV-QUINCENA
           MOVE ANT-HEXTRAS         TO NOV-HEXTRAS
           MOVE ANT-BONIFICACION    TO NOV-BONIFICACION
           MOVE ANT-DESCUENTO-SS    TO NOV-DESCUENTO-SS
           MOVE ANT-DESCUENTO-OTROS TO NOV-DESCUENTO-OTROS
           MOVE ZERO                TO NOV-HORAS-TRABAJADAS
           WRITE REG-NOVEDAD
           IF FS-NOVEDAD-OK THEN
            ADD 1 TO WS-REG-GRABADOS
           ELSE
            DISPLAY "FS-NOVEDAD: " FS-NOVEDAD
                    " CODIGO: " ANT-CODIGO
           END-IF
           READ NOVANT NEXT RECORD.

       0600-CERRAR-FICHEROS.
           CLOSE NOVANT
           CLOSE NOVEDADES.

       0700-CLOSE-PROGRAM.
           STOP RUN.
