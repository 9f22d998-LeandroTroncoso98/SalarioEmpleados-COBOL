       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTCHQ.
       AUTHOR. TRONCOSO LEANDRO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TRANCHQ ASSIGN TRANCHQ
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-TRANCHQ.

           SELECT CHEQUES ASSIGN CHEQUES
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHQ-NUMERO
           FILE STATUS IS FS-CHEQUE.

           SELECT REPMCHQ ASSIGN REPMCHQ
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-REPMCHQ.

           SELECT AUDITORIA ASSIGN AUDCHQ
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       FD TRANCHQ RECORDING MODE IS F
                  DATA RECORD IS REG-TRANCHQ.
       01 REG-TRANCHQ.
          05 TRAN-TIPO            PIC X(01).
             88 TRAN-COBRO        VALUE 'C'.
             88 TRAN-ANULACION    VALUE 'A'.
          05 TRAN-NUMERO          PIC 9(8).
          05 TRAN-FECHA           PIC 9(8).
          05 TRAN-IMPORTE         PIC 9(8)V99.

       FD CHEQUES RECORDING MODE IS F
                  DATA RECORD IS REG-CHEQUE.
       COPY "CHEQUE.CPY".

       FD REPMCHQ RECORDING MODE IS F
                  DATA RECORD IS REG-REPMCHQ.
       01 REG-REPMCHQ             PIC X(80).

       FD AUDITORIA RECORDING MODE IS F
                    DATA RECORD IS REG-AUDITORIA.
       COPY "AUDEMP.CPY".

       WORKING-STORAGE SECTION.

       77 FS-TRANCHQ              PIC 99.
          88 FS-TRANCHQ-OK        VALUE 00.
          88 FS-TRANCHQ-END       VALUE 10.

       77 FS-CHEQUE               PIC 99.
          88 FS-CHEQUE-OK         VALUE 00.

       77 FS-REPMCHQ              PIC 99.
          88 FS-REPMCHQ-OK        VALUE 00.

       77 FS-AUDITORIA            PIC 99.
          88 FS-AUDITORIA-OK      VALUE 00.
          88 FS-AUDITORIA-NOFILE  VALUE 35.

       01 WS-FECHA-ACTUAL         PIC 9(8).

       01 WS-HORA-ACTUAL.
          05 WS-HORA-HHMMSS       PIC 9(6).
          05 FILLER               PIC 99.

       77 WS-FECHA-TRAN           PIC 9(8).

       77 WS-IMAGEN-ANTES         PIC X(68).

       77 WS-TRAN-SW              PIC X VALUE 'S'.
          88 WS-TRAN-VALIDA       VALUE 'S'.
          88 WS-TRAN-INVALIDA     VALUE 'N'.

       77 WS-TRAN-LEIDAS          PIC 9(5) VALUE 0.
       77 WS-TRAN-APLICADAS       PIC 9(5) VALUE 0.
       77 WS-TRAN-RECHAZADAS      PIC 9(5) VALUE 0.

       01 WS-MANT-GUIONES.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(78) VALUE ALL '-'.
          05 FILLER               PIC X VALUE SPACE.

       01 WS-MANT-TITULO.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(19) VALUE SPACES.
          05 FILLER               PIC X(40)
             VALUE 'LISTADO DE MANTENIMIENTO DE CHEQUES     '.
          05 FILLER               PIC X(19) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-MANT-DETALLE.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(2) VALUE SPACES.
          05 FILLER               PIC X(6) VALUE 'TIPO: '.
          05 MANT-TIPO            PIC X(01).
          05 FILLER               PIC X(6) VALUE ' CHQ: '.
          05 MANT-NUMERO          PIC 9(8).
          05 FILLER               PIC X(6) VALUE ' EMP: '.
          05 MANT-CODIGO          PIC 9(5).
          05 FILLER               PIC X(6) VALUE ' IMP: '.
          05 MANT-IMPORTE         PIC ZZZZZZZ9,99.
          05 FILLER               PIC X VALUE SPACE.
          05 MANT-FECHA           PIC 9(8).
          05 FILLER               PIC X VALUE SPACE.
          05 MANT-RESULTADO       PIC X(17).
          05 FILLER               PIC X VALUE '|'.

       01 WS-MANT-TOT-LEIDAS.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(22)
                                 VALUE 'TRANSACCIONES LEIDAS: '.
          05 WS-MANT-CANT-LEIDAS  PIC ZZZZ9.
          05 FILLER               PIC X(50) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-MANT-TOT-APLIC.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(25)
                                 VALUE 'TRANSACCIONES APLICADAS: '.
          05 WS-MANT-CANT-APLIC   PIC ZZZZ9.
          05 FILLER               PIC X(47) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-MANT-TOT-RECH.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(26)
                                 VALUE 'TRANSACCIONES RECHAZADAS: '.
          05 WS-MANT-CANT-RECH    PIC ZZZZ9.
          05 FILLER               PIC X(46) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       PROCEDURE DIVISION.

       0100-INICIAR-PROGRAMA.
           PERFORM 0110-INICIALIZAR-VAR
           PERFORM 0200-ABRIR-FICHEROS
           PERFORM 0300-PROCESO-MANTENIMIENTO
           PERFORM 0600-CERRAR-FICHEROS
           PERFORM 0700-CLOSE-PROGRAM.

       0110-INICIALIZAR-VAR.
           INITIALIZE WS-TRAN-LEIDAS
           INITIALIZE WS-TRAN-APLICADAS
           INITIALIZE WS-TRAN-RECHAZADAS
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ACTUAL FROM TIME.

       0200-ABRIR-FICHEROS.
           OPEN INPUT TRANCHQ
           IF NOT FS-TRANCHQ-OK THEN
            DISPLAY "FS-TRANCHQ: " FS-TRANCHQ
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           OPEN I-O CHEQUES
           IF NOT FS-CHEQUE-OK THEN
            DISPLAY "FS-CHEQUE: " FS-CHEQUE
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           OPEN OUTPUT REPMCHQ
           IF NOT FS-REPMCHQ-OK THEN
            DISPLAY "FS-REPMCHQ: " FS-REPMCHQ
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           OPEN EXTEND AUDITORIA
           IF FS-AUDITORIA-NOFILE THEN
            OPEN OUTPUT AUDITORIA
           END-IF
           IF NOT FS-AUDITORIA-OK THEN
            DISPLAY "FS-AUDITORIA: " FS-AUDITORIA
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           WRITE REG-REPMCHQ        FROM WS-MANT-GUIONES
           WRITE REG-REPMCHQ        FROM WS-MANT-TITULO
           WRITE REG-REPMCHQ        FROM WS-MANT-GUIONES.

       0300-PROCESO-MANTENIMIENTO.
           READ TRANCHQ
           PERFORM 0400-PROCESAR-TRANSACCION UNTIL FS-TRANCHQ-END
           WRITE REG-REPMCHQ        FROM WS-MANT-GUIONES
           MOVE WS-TRAN-LEIDAS      TO WS-MANT-CANT-LEIDAS
           MOVE WS-TRAN-APLICADAS   TO WS-MANT-CANT-APLIC
           MOVE WS-TRAN-RECHAZADAS  TO WS-MANT-CANT-RECH
           WRITE REG-REPMCHQ        FROM WS-MANT-TOT-LEIDAS
           WRITE REG-REPMCHQ        FROM WS-MANT-TOT-APLIC
           WRITE REG-REPMCHQ        FROM WS-MANT-TOT-RECH
           WRITE REG-REPMCHQ        FROM WS-MANT-GUIONES.

       0400-PROCESAR-TRANSACCION.
           ADD 1 TO WS-TRAN-LEIDAS
           PERFORM 0405-VALIDAR-TRANSACCION
           IF WS-TRAN-VALIDA THEN
            EVALUATE TRUE
             WHEN TRAN-COBRO
              PERFORM 0410-COBRAR-CHEQUE
             WHEN TRAN-ANULACION
              PERFORM 0420-ANULAR-CHEQUE
            END-EVALUATE
           ELSE
            PERFORM 0480-RECHAZAR-TRANSACCION
           END-IF
           READ TRANCHQ.

       0405-VALIDAR-TRANSACCION.
           SET WS-TRAN-VALIDA TO TRUE
           MOVE ZERO                 TO CHQ-CODIGO
           IF TRAN-FECHA = ZERO THEN
            MOVE WS-FECHA-ACTUAL     TO WS-FECHA-TRAN
           ELSE
            MOVE TRAN-FECHA          TO WS-FECHA-TRAN
           END-IF
           IF NOT TRAN-COBRO AND NOT TRAN-ANULACION THEN
            SET WS-TRAN-INVALIDA TO TRUE
            MOVE "TIPO INVALIDO" TO MANT-RESULTADO
           END-IF
           IF WS-TRAN-VALIDA THEN
            MOVE TRAN-NUMERO         TO CHQ-NUMERO
            READ CHEQUES
              INVALID KEY
               SET WS-TRAN-INVALIDA TO TRUE
               MOVE "CHQ. INEXISTENTE" TO MANT-RESULTADO
               MOVE ZERO             TO CHQ-CODIGO
            END-READ
           END-IF
           IF WS-TRAN-VALIDA AND CHQ-COBRADO THEN
            SET WS-TRAN-INVALIDA TO TRUE
            MOVE "CHQ. YA COBRADO" TO MANT-RESULTADO
           END-IF
           IF WS-TRAN-VALIDA AND CHQ-ANULADO THEN
            SET WS-TRAN-INVALIDA TO TRUE
            MOVE "CHQ. YA ANULADO" TO MANT-RESULTADO
           END-IF
           IF WS-TRAN-VALIDA AND TRAN-COBRO
              AND TRAN-IMPORTE NOT = ZERO
              AND TRAN-IMPORTE NOT = CHQ-IMPORTE THEN
            SET WS-TRAN-INVALIDA TO TRUE
            MOVE "IMPORTE DISTINTO" TO MANT-RESULTADO
           END-IF
           IF WS-TRAN-VALIDA
              AND WS-FECHA-TRAN < CHQ-FECHA-EMISION THEN
            SET WS-TRAN-INVALIDA TO TRUE
            MOVE "FECHA INVALIDA" TO MANT-RESULTADO
           END-IF
           IF WS-TRAN-VALIDA AND WS-FECHA-TRAN > WS-FECHA-ACTUAL THEN
            SET WS-TRAN-INVALIDA TO TRUE
            MOVE "FECHA FUTURA" TO MANT-RESULTADO
           END-IF.

       0410-COBRAR-CHEQUE.
           MOVE REG-CHEQUE            TO WS-IMAGEN-ANTES
           SET CHQ-COBRADO            TO TRUE
           MOVE WS-FECHA-TRAN         TO CHQ-FECHA-ESTADO
           REWRITE REG-CHEQUE
           ADD 1 TO WS-TRAN-APLICADAS
           MOVE "COBRO APLICADO" TO MANT-RESULTADO
           PERFORM 0490-ESCRIBIR-DETALLE
           PERFORM 0495-GRABAR-AUDITORIA.

       0420-ANULAR-CHEQUE.
           MOVE REG-CHEQUE            TO WS-IMAGEN-ANTES
           SET CHQ-ANULADO            TO TRUE
           MOVE WS-FECHA-TRAN         TO CHQ-FECHA-ESTADO
           REWRITE REG-CHEQUE
           ADD 1 TO WS-TRAN-APLICADAS
           MOVE "ANULACION APLIC." TO MANT-RESULTADO
           PERFORM 0490-ESCRIBIR-DETALLE
           PERFORM 0495-GRABAR-AUDITORIA.

       0480-RECHAZAR-TRANSACCION.
           ADD 1 TO WS-TRAN-RECHAZADAS
           PERFORM 0490-ESCRIBIR-DETALLE.

       0490-ESCRIBIR-DETALLE.
           MOVE TRAN-TIPO             TO MANT-TIPO
           MOVE TRAN-NUMERO           TO MANT-NUMERO
           MOVE CHQ-CODIGO            TO MANT-CODIGO
           MOVE TRAN-IMPORTE          TO MANT-IMPORTE
           MOVE WS-FECHA-TRAN         TO MANT-FECHA
           WRITE REG-REPMCHQ          FROM WS-MANT-DETALLE.

       0495-GRABAR-AUDITORIA.
           MOVE WS-FECHA-ACTUAL       TO AUD-FECHA
           MOVE WS-HORA-HHMMSS        TO AUD-HORA
           MOVE TRAN-TIPO             TO AUD-TIPO
           MOVE CHQ-CODIGO            TO AUD-CODIGO
           MOVE WS-IMAGEN-ANTES       TO AUD-IMAGEN-ANTES
           MOVE REG-CHEQUE            TO AUD-IMAGEN-DESPUES
           WRITE REG-AUDITORIA.

       0600-CERRAR-FICHEROS.
           CLOSE TRANCHQ
           CLOSE CHEQUES
           CLOSE REPMCHQ
           CLOSE AUDITORIA.

       0700-CLOSE-PROGRAM.
           STOP RUN.
