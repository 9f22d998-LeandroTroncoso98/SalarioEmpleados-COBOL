       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVPER.
       AUTHOR. TRONCOSO LEANDRO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PERANT ASSIGN PERANT
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ANT-PERIODO
           FILE STATUS IS FS-PERANT.

           SELECT PERIODOS ASSIGN PERCTL
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CTL-CLAVE
           FILE STATUS IS FS-PERIODO.

       DATA DIVISION.
       FILE SECTION.
       FD PERANT RECORDING MODE IS F
                 DATA RECORD IS REG-PERANT.
       01 REG-PERANT.
          05 ANT-PERIODO          PIC 9(6).
          05 ANT-ESTADO           PIC X(01).
          05 ANT-FECHA-ESTADO     PIC 9(8).
          05 ANT-MOTIVO           PIC X(30).

       FD PERIODOS RECORDING MODE IS F
                   DATA RECORD IS REG-PERIODO.
       COPY "PERIODO.CPY".

       WORKING-STORAGE SECTION.

       77 FS-PERANT               PIC 99.
          88 FS-PERANT-OK         VALUE 00.
          88 FS-PERANT-END        VALUE 10.

       77 FS-PERIODO              PIC 99.
          88 FS-PERIODO-OK        VALUE 00.

       77 WS-REG-LEIDOS           PIC 9(5) VALUE 0.
       77 WS-REG-GRABADOS         PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       0100-INICIAR-PROGRAMA.
           PERFORM 0200-ABRIR-FICHEROS
           PERFORM 0300-PROCESO-CONVERSION
           PERFORM 0600-CERRAR-FICHEROS
           PERFORM 0700-CLOSE-PROGRAM.

       0200-ABRIR-FICHEROS.
           OPEN INPUT PERANT
           IF NOT FS-PERANT-OK THEN
            DISPLAY "FS-PERANT: " FS-PERANT
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           OPEN OUTPUT PERIODOS
           IF NOT FS-PERIODO-OK THEN
            DISPLAY "FS-PERIODO: " FS-PERIODO
            PERFORM 0700-CLOSE-PROGRAM
           END-IF.

       0300-PROCESO-CONVERSION.
           READ PERANT NEXT RECORD
           PERFORM 0400-CONVERTIR-REGISTRO UNTIL FS-PERANT-END
           DISPLAY "CONVPER LEIDOS..: " WS-REG-LEIDOS
           DISPLAY "CONVPER GRABADOS: " WS-REG-GRABADOS.

       0400-CONVERTIR-REGISTRO.
           ADD 1 TO WS-REG-LEIDOS
           INITIALIZE REG-PERIODO
           MOVE ANT-PERIODO         TO CTL-PERIODO
           MOVE ZERO                TO CTL-QUINCENA
           MOVE ANT-ESTADO          TO CTL-ESTADO
           MOVE ANT-FECHA-ESTADO    TO CTL-FECHA-ESTADO
           MOVE ANT-MOTIVO          TO CTL-MOTIVO
           WRITE REG-PERIODO
           IF FS-PERIODO-OK THEN
            ADD 1 TO WS-REG-GRABADOS
           ELSE
            DISPLAY "FS-PERIODO: " FS-PERIODO
                    " CODIGO: " ANT-PERIODO
           END-IF
           READ PERANT NEXT RECORD.

       0600-CERRAR-FICHEROS.
           CLOSE PERANT
           CLOSE PERIODOS.

       0700-CLOSE-PROGRAM.
           STOP RUN.
