       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVAUD.
       AUTHOR. TRONCOSO LEANDRO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT AUDANT ASSIGN AUDANT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-AUDANT.

           SELECT AUDITORIA ASSIGN AUDEMP
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       FD AUDANT RECORDING MODE IS F
                 DATA RECORD IS REG-AUDANT.
       01 REG-AUDANT.
          05 ANT-FECHA            PIC 9(8).
          05 ANT-HORA             PIC 9(6).
          05 ANT-TIPO             PIC X(01).
          05 ANT-CODIGO           PIC 9(5).
          05 ANT-IMAGEN-ANTES     PIC X(68).
          05 ANT-IMAGEN-DESPUES   PIC X(68).

       FD AUDITORIA RECORDING MODE IS F
                    DATA RECORD IS REG-AUDITORIA.
       COPY "AUDEMP.CPY".

       WORKING-STORAGE SECTION.

       77 FS-AUDANT               PIC 99.
          88 FS-AUDANT-OK         VALUE 00.
          88 FS-AUDANT-END        VALUE 10.

       77 FS-AUDITORIA            PIC 99.
          88 FS-AUDITORIA-OK      VALUE 00.

       77 WS-REG-LEIDOS           PIC 9(5) VALUE 0.
       77 WS-REG-GRABADOS         PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       0100-INICIAR-PROGRAMA.
           PERFORM 0200-ABRIR-FICHEROS
           PERFORM 0300-PROCESO-CONVERSION
           PERFORM 0600-CERRAR-FICHEROS
           PERFORM 0700-CLOSE-PROGRAM.

       0200-ABRIR-FICHEROS.
           OPEN INPUT AUDANT
           IF NOT FS-AUDANT-OK THEN
            DISPLAY "FS-AUDANT: " FS-AUDANT
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           OPEN OUTPUT AUDITORIA
           IF NOT FS-AUDITORIA-OK THEN
            DISPLAY "FS-AUDITORIA: " FS-AUDITORIA
            PERFORM 0700-CLOSE-PROGRAM
           END-IF.

       0300-PROCESO-CONVERSION.
           READ AUDANT
           PERFORM 0400-CONVERTIR-REGISTRO UNTIL FS-AUDANT-END
           DISPLAY "CONVAUD LEIDOS..: " WS-REG-LEIDOS
           DISPLAY "CONVAUD GRABADOS: " WS-REG-GRABADOS.

       0400-CONVERTIR-REGISTRO.
           ADD 1 TO WS-REG-LEIDOS
           INITIALIZE REG-AUDITORIA
           MOVE ANT-FECHA           TO AUD-FECHA
           MOVE ANT-HORA            TO AUD-HORA
           MOVE ANT-TIPO            TO AUD-TIPO
           MOVE ANT-CODIGO          TO AUD-CODIGO
           MOVE ANT-IMAGEN-ANTES    TO AUD-IMAGEN-ANTES
           MOVE ANT-IMAGEN-DESPUES  TO AUD-IMAGEN-DESPUES
           WRITE REG-AUDITORIA
           IF FS-AUDITORIA-OK THEN
            ADD 1 TO WS-REG-GRABADOS
           ELSE
            DISPLAY "FS-AUDITORIA: " FS-AUDITORIA
                    " CODIGO: " ANT-CODIGO
           END-IF
           READ AUDANT.

       0600-CERRAR-FICHEROS.
           CLOSE AUDANT
           CLOSE AUDITORIA.

       0700-CLOSE-PROGRAM.
           STOP RUN.
