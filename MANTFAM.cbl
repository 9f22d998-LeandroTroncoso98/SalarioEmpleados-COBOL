       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTFAM.
       AUTHOR. TRONCOSO LEANDRO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TRANFAM ASSIGN TRANFAM
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-TRANFAM.

           SELECT FAMILIARES ASSIGN FAMILIA
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FAM-CLAVE
           FILE STATUS IS FS-FAMILIAR.

           SELECT EMPLEADOS ASSIGN EMP
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EMP-CODIGO
           FILE STATUS IS FS-EMPLEADO.

           SELECT REPMFAM ASSIGN REPMFAM
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-REPMFAM.

           SELECT AUDITORIA ASSIGN AUDFAM
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       FD TRANFAM RECORDING MODE IS F
                  DATA RECORD IS REG-TRANFAM.
       01 REG-TRANFAM.
          05 TRAN-TIPO            PIC X(01).
             88 TRAN-ALTA         VALUE 'A'.
             88 TRAN-CAMBIO       VALUE 'C'.
             88 TRAN-BAJA         VALUE 'B'.
          05 TRAN-CODIGO          PIC 9(5).
          05 TRAN-NRO             PIC 99.
          05 TRAN-NOMBRE          PIC X(30).
          05 TRAN-PARENTESCO      PIC X(01).
             88 TRAN-CONYUGE      VALUE 'C'.
             88 TRAN-HIJO         VALUE 'H'.
             88 TRAN-OTRA-CARGA   VALUE 'O'.
          05 TRAN-FECHA-NACIMIENTO PIC 9(8).
          05 TRAN-PERIODO-DESDE   PIC 9(6).
          05 TRAN-PERIODO-HASTA   PIC 9(6).

       FD FAMILIARES RECORDING MODE IS F
                     DATA RECORD IS REG-FAMILIAR.
       COPY "FAMILIA.CPY".

       FD EMPLEADOS RECORDING MODE IS F
                    DATA RECORD IS REG-EMPLEADO.
       COPY "EMPLEADO.CPY".

       FD REPMFAM RECORDING MODE IS F
                  DATA RECORD IS REG-REPMFAM.
       01 REG-REPMFAM             PIC X(80).

       FD AUDITORIA RECORDING MODE IS F
                    DATA RECORD IS REG-AUDITORIA.
       COPY "AUDEMP.CPY".

       WORKING-STORAGE SECTION.

       77 FS-TRANFAM              PIC 99.
          88 FS-TRANFAM-OK        VALUE 00.
          88 FS-TRANFAM-END       VALUE 10.

       77 FS-FAMILIAR             PIC 99.
          88 FS-FAMILIAR-OK       VALUE 00.
          88 FS-FAMILIAR-NOFILE   VALUE 35.

       77 FS-EMPLEADO             PIC 99.
          88 FS-EMPLEADO-OK       VALUE 00.

       77 FS-REPMFAM              PIC 99.
          88 FS-REPMFAM-OK        VALUE 00.

       77 FS-AUDITORIA            PIC 99.
          88 FS-AUDITORIA-OK      VALUE 00.
          88 FS-AUDITORIA-NOFILE  VALUE 35.

       01 WS-FECHA-ACTUAL         PIC 9(8).

       77 WS-PERIODO-ACTUAL       PIC 9(6).
       77 WS-ANIO-VAL             PIC 9(4).
       77 WS-MES-VAL              PIC 99.

       01 WS-HORA-ACTUAL.
          05 WS-HORA-HHMMSS       PIC 9(6).
          05 FILLER               PIC 99.

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
          05 FILLER               PIC X(20) VALUE SPACES.
          05 FILLER               PIC X(38)
             VALUE 'LISTADO DE MANTENIMIENTO DE FAMILIARES'.
          05 FILLER               PIC X(20) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-MANT-DETALLE.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(6) VALUE 'TIPO: '.
          05 MANT-TIPO            PIC X(01).
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(8) VALUE 'CODIGO: '.
          05 MANT-CODIGO          PIC 9(5).
          05 FILLER               PIC X(6) VALUE ' NRO: '.
          05 MANT-NRO             PIC 99.
          05 FILLER               PIC X(6) VALUE ' PAR: '.
          05 MANT-PARENTESCO      PIC X(01).
          05 FILLER               PIC X VALUE SPACE.
          05 MANT-NOMBRE          PIC X(20).
          05 FILLER               PIC X VALUE SPACE.
          05 MANT-RESULTADO       PIC X(17).
          05 FILLER               PIC X(2) VALUE SPACES.
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
           ACCEPT WS-HORA-ACTUAL FROM TIME
           DIVIDE WS-FECHA-ACTUAL BY 100 GIVING WS-PERIODO-ACTUAL.

       0200-ABRIR-FICHEROS.
           OPEN INPUT TRANFAM
           IF NOT FS-TRANFAM-OK THEN
            DISPLAY "FS-TRANFAM: " FS-TRANFAM
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           OPEN I-O FAMILIARES
           IF FS-FAMILIAR-NOFILE THEN
            OPEN OUTPUT FAMILIARES
            CLOSE FAMILIARES
            OPEN I-O FAMILIARES
           END-IF
           IF NOT FS-FAMILIAR-OK THEN
            DISPLAY "FS-FAMILIAR: " FS-FAMILIAR
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           OPEN INPUT EMPLEADOS
           IF NOT FS-EMPLEADO-OK THEN
            DISPLAY "FS-EMPLEADO: " FS-EMPLEADO
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           OPEN OUTPUT REPMFAM
           IF NOT FS-REPMFAM-OK THEN
            DISPLAY "FS-REPMFAM: " FS-REPMFAM
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
           WRITE REG-REPMFAM        FROM WS-MANT-GUIONES
           WRITE REG-REPMFAM        FROM WS-MANT-TITULO
           WRITE REG-REPMFAM        FROM WS-MANT-GUIONES.

       0300-PROCESO-MANTENIMIENTO.
           READ TRANFAM
           PERFORM 0400-PROCESAR-TRANSACCION UNTIL FS-TRANFAM-END
           WRITE REG-REPMFAM        FROM WS-MANT-GUIONES
           MOVE WS-TRAN-LEIDAS      TO WS-MANT-CANT-LEIDAS
           MOVE WS-TRAN-APLICADAS   TO WS-MANT-CANT-APLIC
           MOVE WS-TRAN-RECHAZADAS  TO WS-MANT-CANT-RECH
           WRITE REG-REPMFAM        FROM WS-MANT-TOT-LEIDAS
           WRITE REG-REPMFAM        FROM WS-MANT-TOT-APLIC
           WRITE REG-REPMFAM        FROM WS-MANT-TOT-RECH
           WRITE REG-REPMFAM        FROM WS-MANT-GUIONES.

       0400-PROCESAR-TRANSACCION.
           ADD 1 TO WS-TRAN-LEIDAS
           PERFORM 0405-VALIDAR-TRANSACCION
           IF WS-TRAN-VALIDA THEN
            EVALUATE TRUE
             WHEN TRAN-ALTA
              PERFORM 0410-ALTA-FAMILIAR
             WHEN TRAN-CAMBIO
              PERFORM 0420-CAMBIAR-FAMILIAR
             WHEN TRAN-BAJA
              PERFORM 0430-BAJA-FAMILIAR
            END-EVALUATE
           ELSE
            PERFORM 0480-RECHAZAR-TRANSACCION
           END-IF
           READ TRANFAM.

       0405-VALIDAR-TRANSACCION.
           SET WS-TRAN-VALIDA TO TRUE
           IF NOT TRAN-ALTA AND NOT TRAN-CAMBIO AND NOT TRAN-BAJA THEN
            SET WS-TRAN-INVALIDA TO TRUE
            MOVE "TIPO INVALIDO" TO MANT-RESULTADO
           END-IF
           IF WS-TRAN-VALIDA AND TRAN-ALTA AND
              NOT TRAN-CONYUGE AND NOT TRAN-HIJO AND
              NOT TRAN-OTRA-CARGA THEN
            SET WS-TRAN-INVALIDA TO TRUE
            MOVE "PARENTESCO INVAL." TO MANT-RESULTADO
           END-IF
           IF WS-TRAN-VALIDA AND TRAN-ALTA AND
              TRAN-NOMBRE = SPACES THEN
            SET WS-TRAN-INVALIDA TO TRUE
            MOVE "NOMBRE EN BLANCO" TO MANT-RESULTADO
           END-IF
           IF WS-TRAN-VALIDA AND TRAN-ALTA AND
              (TRAN-FECHA-NACIMIENTO = ZERO OR
               TRAN-FECHA-NACIMIENTO > WS-FECHA-ACTUAL) THEN
            SET WS-TRAN-INVALIDA TO TRUE
            MOVE "FECHA NAC. INVAL." TO MANT-RESULTADO
           END-IF
           IF WS-TRAN-VALIDA AND TRAN-PERIODO-DESDE NOT = ZERO THEN
            DIVIDE TRAN-PERIODO-DESDE BY 100
              GIVING WS-ANIO-VAL REMAINDER WS-MES-VAL
            IF WS-MES-VAL < 1 OR WS-MES-VAL > 12 THEN
             SET WS-TRAN-INVALIDA TO TRUE
             MOVE "PERIODO INVALIDO" TO MANT-RESULTADO
            END-IF
           END-IF
           IF WS-TRAN-VALIDA AND TRAN-PERIODO-HASTA NOT = ZERO THEN
            DIVIDE TRAN-PERIODO-HASTA BY 100
              GIVING WS-ANIO-VAL REMAINDER WS-MES-VAL
            IF WS-MES-VAL < 1 OR WS-MES-VAL > 12 THEN
             SET WS-TRAN-INVALIDA TO TRUE
             MOVE "PERIODO INVALIDO" TO MANT-RESULTADO
            END-IF
           END-IF
           IF WS-TRAN-VALIDA AND TRAN-ALTA THEN
            MOVE TRAN-CODIGO         TO EMP-CODIGO
            READ EMPLEADOS
              INVALID KEY
               SET WS-TRAN-INVALIDA TO TRUE
               MOVE "EMP. INEXISTENTE" TO MANT-RESULTADO
            END-READ
           END-IF
           IF WS-TRAN-VALIDA AND TRAN-ALTA THEN
            MOVE TRAN-CODIGO         TO FAM-CODIGO
            MOVE TRAN-NRO            TO FAM-NRO
            READ FAMILIARES
              INVALID KEY
               CONTINUE
              NOT INVALID KEY
               SET WS-TRAN-INVALIDA TO TRUE
               MOVE "NRO. DUPLICADO" TO MANT-RESULTADO
            END-READ
           END-IF
           IF WS-TRAN-VALIDA AND (TRAN-CAMBIO OR TRAN-BAJA) THEN
            MOVE TRAN-CODIGO         TO FAM-CODIGO
            MOVE TRAN-NRO            TO FAM-NRO
            READ FAMILIARES
              INVALID KEY
               SET WS-TRAN-INVALIDA TO TRUE
               MOVE "FAM. INEXISTENTE" TO MANT-RESULTADO
            END-READ
           END-IF
           IF WS-TRAN-VALIDA AND TRAN-ALTA AND
              TRAN-PERIODO-HASTA NOT = ZERO THEN
            IF (TRAN-PERIODO-DESDE NOT = ZERO AND
                TRAN-PERIODO-DESDE > TRAN-PERIODO-HASTA) OR
               (TRAN-PERIODO-DESDE = ZERO AND
                WS-PERIODO-ACTUAL > TRAN-PERIODO-HASTA) THEN
             SET WS-TRAN-INVALIDA TO TRUE
             MOVE "PERIODO INVALIDO" TO MANT-RESULTADO
            END-IF
           END-IF
           IF WS-TRAN-VALIDA AND TRAN-CAMBIO AND
              TRAN-PERIODO-HASTA NOT = ZERO THEN
            IF (TRAN-PERIODO-DESDE NOT = ZERO AND
                TRAN-PERIODO-DESDE > TRAN-PERIODO-HASTA) OR
               (TRAN-PERIODO-DESDE = ZERO AND
                FAM-PERIODO-DESDE > TRAN-PERIODO-HASTA) THEN
             SET WS-TRAN-INVALIDA TO TRUE
             MOVE "PERIODO INVALIDO" TO MANT-RESULTADO
            END-IF
           END-IF
           IF WS-TRAN-VALIDA AND TRAN-BAJA THEN
            IF (TRAN-PERIODO-HASTA NOT = ZERO AND
                FAM-PERIODO-DESDE > TRAN-PERIODO-HASTA) OR
               (TRAN-PERIODO-HASTA = ZERO AND
                FAM-PERIODO-DESDE > WS-PERIODO-ACTUAL) THEN
             SET WS-TRAN-INVALIDA TO TRUE
             MOVE "PERIODO INVALIDO" TO MANT-RESULTADO
            END-IF
           END-IF.

       0410-ALTA-FAMILIAR.
           MOVE SPACES                TO WS-IMAGEN-ANTES
           MOVE TRAN-CODIGO           TO FAM-CODIGO
           MOVE TRAN-NRO              TO FAM-NRO
           MOVE TRAN-NOMBRE           TO FAM-NOMBRE
           MOVE TRAN-PARENTESCO       TO FAM-PARENTESCO
           MOVE TRAN-FECHA-NACIMIENTO TO FAM-FECHA-NACIMIENTO
           IF TRAN-PERIODO-DESDE = ZERO THEN
            MOVE WS-PERIODO-ACTUAL    TO FAM-PERIODO-DESDE
           ELSE
            MOVE TRAN-PERIODO-DESDE   TO FAM-PERIODO-DESDE
           END-IF
           MOVE TRAN-PERIODO-HASTA    TO FAM-PERIODO-HASTA
           SET FAM-ACTIVO             TO TRUE
           WRITE REG-FAMILIAR
           ADD 1 TO WS-TRAN-APLICADAS
           MOVE "ALTA APLICADA" TO MANT-RESULTADO
           PERFORM 0490-ESCRIBIR-DETALLE
           PERFORM 0495-GRABAR-AUDITORIA.

       0420-CAMBIAR-FAMILIAR.
           MOVE REG-FAMILIAR          TO WS-IMAGEN-ANTES
           IF TRAN-NOMBRE NOT = SPACES THEN
            MOVE TRAN-NOMBRE          TO FAM-NOMBRE
           END-IF
           IF TRAN-CONYUGE OR TRAN-HIJO OR TRAN-OTRA-CARGA THEN
            MOVE TRAN-PARENTESCO      TO FAM-PARENTESCO
           END-IF
           IF TRAN-FECHA-NACIMIENTO NOT = ZERO AND
              TRAN-FECHA-NACIMIENTO NOT > WS-FECHA-ACTUAL THEN
            MOVE TRAN-FECHA-NACIMIENTO TO FAM-FECHA-NACIMIENTO
           END-IF
           IF TRAN-PERIODO-DESDE NOT = ZERO THEN
            MOVE TRAN-PERIODO-DESDE   TO FAM-PERIODO-DESDE
           END-IF
           IF TRAN-PERIODO-HASTA NOT = ZERO THEN
            MOVE TRAN-PERIODO-HASTA   TO FAM-PERIODO-HASTA
           END-IF
           IF FAM-PERIODO-HASTA = ZERO OR
              FAM-PERIODO-HASTA NOT < WS-PERIODO-ACTUAL THEN
            SET FAM-ACTIVO            TO TRUE
           END-IF
           REWRITE REG-FAMILIAR
           ADD 1 TO WS-TRAN-APLICADAS
           MOVE "CAMBIO APLICADO" TO MANT-RESULTADO
           PERFORM 0490-ESCRIBIR-DETALLE
           PERFORM 0495-GRABAR-AUDITORIA.

       0430-BAJA-FAMILIAR.
           MOVE REG-FAMILIAR          TO WS-IMAGEN-ANTES
           IF TRAN-PERIODO-HASTA = ZERO THEN
            MOVE WS-PERIODO-ACTUAL    TO FAM-PERIODO-HASTA
           ELSE
            MOVE TRAN-PERIODO-HASTA   TO FAM-PERIODO-HASTA
           END-IF
           SET FAM-BAJA               TO TRUE
           REWRITE REG-FAMILIAR
           ADD 1 TO WS-TRAN-APLICADAS
           MOVE "BAJA APLICADA" TO MANT-RESULTADO
           PERFORM 0490-ESCRIBIR-DETALLE
           PERFORM 0495-GRABAR-AUDITORIA.

       0480-RECHAZAR-TRANSACCION.
           ADD 1 TO WS-TRAN-RECHAZADAS
           PERFORM 0490-ESCRIBIR-DETALLE.

       0490-ESCRIBIR-DETALLE.
           MOVE TRAN-TIPO             TO MANT-TIPO
           MOVE TRAN-CODIGO           TO MANT-CODIGO
           MOVE TRAN-NRO              TO MANT-NRO
           MOVE TRAN-PARENTESCO       TO MANT-PARENTESCO
           MOVE TRAN-NOMBRE           TO MANT-NOMBRE
           WRITE REG-REPMFAM          FROM WS-MANT-DETALLE.

       0495-GRABAR-AUDITORIA.
           MOVE WS-FECHA-ACTUAL       TO AUD-FECHA
           MOVE WS-HORA-HHMMSS        TO AUD-HORA
           MOVE TRAN-TIPO             TO AUD-TIPO
           MOVE TRAN-CODIGO           TO AUD-CODIGO
           MOVE WS-IMAGEN-ANTES       TO AUD-IMAGEN-ANTES
           MOVE REG-FAMILIAR          TO AUD-IMAGEN-DESPUES
           WRITE REG-AUDITORIA.

       0600-CERRAR-FICHEROS.
           CLOSE TRANFAM
           CLOSE FAMILIARES
           CLOSE EMPLEADOS
           CLOSE REPMFAM
           CLOSE AUDITORIA.

       0700-CLOSE-PROGRAM.
           STOP RUN.
