       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVDET2.
       AUTHOR. TRONCOSO LEANDRO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DETANT ASSIGN DETANT
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ANT-CLAVE
           FILE STATUS IS FS-DETANT.

           SELECT DETALLE ASSIGN DETALLE
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS DET-CLAVE
           FILE STATUS IS FS-DETALLE.

       DATA DIVISION.
       FILE SECTION.
       FD DETANT RECORDING MODE IS F
                 DATA RECORD IS REG-DETANT.
       01 REG-DETANT.
          05 ANT-CLAVE.
             10 ANT-CODIGO        PIC 9(5).
             10 ANT-PERIODO       PIC 9(6).
          05 ANT-BASICO           PIC 9(8)V99.
          05 ANT-HORAS-NORMALES   PIC 99.
          05 ANT-HORAS-DOBLES     PIC 99.
          05 ANT-HEXTRA-NORMAL    PIC 9(8)V99.
          05 ANT-HEXTRA-DOBLE     PIC 9(8)V99.
          05 ANT-BONIFICACION     PIC 9(8)V99.
          05 ANT-DESCUENTO-SS     PIC 9(8)V99.
          05 ANT-DESCUENTO-OTROS  PIC 9(8)V99.
          05 ANT-IMPUESTO         PIC 9(8)V99.
          05 ANT-APORTE-PATR      PIC 9(8)V99.
          05 ANT-NETO             PIC 9(8)V99.

       FD DETALLE RECORDING MODE IS F
                  DATA RECORD IS REG-DETALLE.
       COPY "DETALLE.CPY".

       WORKING-STORAGE SECTION.

       77 FS-DETANT               PIC 99.
          88 FS-DETANT-OK         VALUE 00.
          88 FS-DETANT-END        VALUE 10.

       77 FS-DETALLE              PIC 99.
          88 FS-DETALLE-OK        VALUE 00.

       77 WS-REG-LEIDOS           PIC 9(7) VALUE 0.
       77 WS-REG-GRABADOS         PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

       0100-INICIAR-PROGRAMA.
           PERFORM 0200-ABRIR-FICHEROS
           PERFORM 0300-PROCESO-CONVERSION
           PERFORM 0600-CERRAR-FICHEROS
           PERFORM 0700-CLOSE-PROGRAM.

       0200-ABRIR-FICHEROS.
           OPEN INPUT DETANT
           IF NOT FS-DETANT-OK THEN
            DISPLAY "FS-DETANT: " FS-DETANT
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           OPEN OUTPUT DETALLE
           IF NOT FS-DETALLE-OK THEN
            DISPLAY "FS-DETALLE: " FS-DETALLE
            PERFORM 0700-CLOSE-PROGRAM
           END-IF.

       0300-PROCESO-CONVERSION.
           READ DETANT NEXT RECORD
           PERFORM 0400-CONVERTIR-REGISTRO UNTIL FS-DETANT-END
           DISPLAY "CONVDET2 LEIDOS..: " WS-REG-LEIDOS
           DISPLAY "CONVDET2 GRABADOS: " WS-REG-GRABADOS.

       0400-CONVERTIR-REGISTRO.
           ADD 1 TO WS-REG-LEIDOS
           INITIALIZE REG-DETALLE
           MOVE ANT-CODIGO          TO DET-CODIGO
           MOVE ANT-PERIODO         TO DET-PERIODO
           MOVE ANT-BASICO          TO DET-BASICO
           MOVE ANT-HORAS-NORMALES  TO DET-HORAS-NORMALES
           MOVE ANT-HORAS-DOBLES    TO DET-HORAS-DOBLES
           MOVE ANT-HEXTRA-NORMAL   TO DET-HEXTRA-NORMAL
           MOVE ANT-HEXTRA-DOBLE    TO DET-HEXTRA-DOBLE
           MOVE ANT-BONIFICACION    TO DET-BONIFICACION
           MOVE ANT-DESCUENTO-SS    TO DET-DESCUENTO-SS
           MOVE ANT-DESCUENTO-OTROS TO DET-DESCUENTO-OTROS
           MOVE ANT-IMPUESTO        TO DET-IMPUESTO
           MOVE ANT-APORTE-PATR     TO DET-APORTE-PATR
           MOVE ANT-NETO            TO DET-NETO
           WRITE REG-DETALLE
           IF FS-DETALLE-OK THEN
            ADD 1 TO WS-REG-GRABADOS
           ELSE
            DISPLAY "FS-DETALLE: " FS-DETALLE
                    " CODIGO: " ANT-CODIGO
                    " PERIODO: " ANT-PERIODO
           END-IF
           READ DETANT NEXT RECORD.

       0600-CERRAR-FICHEROS.
           CLOSE DETANT
           CLOSE DETALLE.

       0700-CLOSE-PROGRAM.
           STOP RUN.
