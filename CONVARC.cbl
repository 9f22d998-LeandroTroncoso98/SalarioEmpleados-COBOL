       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVARC.
       AUTHOR. TRONCOSO LEANDRO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ARCANT ASSIGN ARCANT
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ANT-CLAVE
           FILE STATUS IS FS-ARCANT.

           SELECT DETARCH ASSIGN DETARCH
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ARC-CLAVE
           FILE STATUS IS FS-DETARCH.

       DATA DIVISION.
       FILE SECTION.
       FD ARCANT RECORDING MODE IS F
                 DATA RECORD IS REG-ARCANT.
       01 REG-ARCANT.
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

       FD DETARCH RECORDING MODE IS F
                  DATA RECORD IS REG-DETARCH.
       COPY "DETARCH.CPY".

       WORKING-STORAGE SECTION.

       77 FS-ARCANT               PIC 99.
          88 FS-ARCANT-OK         VALUE 00.
          88 FS-ARCANT-END        VALUE 10.

       77 FS-DETARCH              PIC 99.
          88 FS-DETARCH-OK        VALUE 00.

       77 WS-REG-LEIDOS           PIC 9(7) VALUE 0.
       77 WS-REG-GRABADOS         PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

       0100-INICIAR-PROGRAMA.
           PERFORM 0200-ABRIR-FICHEROS
           PERFORM 0300-PROCESO-CONVERSION
           PERFORM 0600-CERRAR-FICHEROS
           PERFORM 0700-CLOSE-PROGRAM.

       0200-ABRIR-FICHEROS.
           OPEN INPUT ARCANT
           IF NOT FS-ARCANT-OK THEN
            DISPLAY "FS-ARCANT: " FS-ARCANT
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           OPEN OUTPUT DETARCH
           IF NOT FS-DETARCH-OK THEN
            DISPLAY "FS-DETARCH: " FS-DETARCH
            PERFORM 0700-CLOSE-PROGRAM
           END-IF.

       0300-PROCESO-CONVERSION.
           READ ARCANT NEXT RECORD
           PERFORM 0400-CONVERTIR-REGISTRO UNTIL FS-ARCANT-END
           DISPLAY "CONVARC LEIDOS..: " WS-REG-LEIDOS
           DISPLAY "CONVARC GRABADOS: " WS-REG-GRABADOS.

       0400-CONVERTIR-REGISTRO.
           ADD 1 TO WS-REG-LEIDOS
           INITIALIZE REG-DETARCH
           MOVE ANT-CODIGO          TO ARC-CODIGO
           MOVE ANT-PERIODO         TO ARC-PERIODO
           MOVE ANT-BASICO          TO ARC-BASICO
           MOVE ANT-HORAS-NORMALES  TO ARC-HORAS-NORMALES
           MOVE ANT-HORAS-DOBLES    TO ARC-HORAS-DOBLES
           MOVE ANT-HEXTRA-NORMAL   TO ARC-HEXTRA-NORMAL
           MOVE ANT-HEXTRA-DOBLE    TO ARC-HEXTRA-DOBLE
           MOVE ANT-BONIFICACION    TO ARC-BONIFICACION
           MOVE ANT-DESCUENTO-SS    TO ARC-DESCUENTO-SS
           MOVE ANT-DESCUENTO-OTROS TO ARC-DESCUENTO-OTROS
           MOVE ANT-IMPUESTO        TO ARC-IMPUESTO
           MOVE ANT-APORTE-PATR     TO ARC-APORTE-PATR
           MOVE ANT-NETO            TO ARC-NETO
           WRITE REG-DETARCH
           IF FS-DETARCH-OK THEN
            ADD 1 TO WS-REG-GRABADOS
           ELSE
            DISPLAY "FS-DETARCH: " FS-DETARCH
                    " CODIGO: " ANT-CODIGO
                    " PERIODO: " ANT-PERIODO
           END-IF
           READ ARCANT NEXT RECORD.

       0600-CERRAR-FICHEROS.
           CLOSE ARCANT
           CLOSE DETARCH.

       0700-CLOSE-PROGRAM.
           STOP RUN.
