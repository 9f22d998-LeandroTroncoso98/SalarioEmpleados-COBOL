       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTVAC.
       AUTHOR. TRONCOSO LEANDRO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TRANVAC ASSIGN TRANVAC
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-TRANVAC.

           SELECT VACACIONES ASSIGN VACACIO
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS VAC-CLAVE
           FILE STATUS IS FS-VACACION.

           SELECT EMPLEADOS ASSIGN EMP
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EMP-CODIGO
           FILE STATUS IS FS-EMPLEADO.

           SELECT REPMVAC ASSIGN REPMVAC
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-REPMVAC.

           SELECT AUDITORIA ASSIGN AUDVAC
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       FD TRANVAC RECORDING MODE IS F
                  DATA RECORD IS REG-TRANVAC.
       01 REG-TRANVAC.
          05 TRAN-TIPO            PIC X(01).
             88 TRAN-ALTA         VALUE 'A'.
             88 TRAN-TOMA         VALUE 'T'.
             88 TRAN-REINTEGRO    VALUE 'R'.
             88 TRAN-CAMBIO       VALUE 'C'.
          05 TRAN-CODIGO          PIC 9(5).
          05 TRAN-ANIO            PIC 9(4).
          05 TRAN-DIAS            PIC 9(3).
          05 TRAN-DIAS-DERECHO    PIC 99.
          05 TRAN-DIAS-ARRASTRE   PIC 99.

       FD VACACIONES RECORDING MODE IS F
                     DATA RECORD IS REG-VACACION.
       COPY "VACACION.CPY".

       FD EMPLEADOS RECORDING MODE IS F
                    DATA RECORD IS REG-EMPLEADO.
       COPY "EMPLEADO.CPY".

       FD REPMVAC RECORDING MODE IS F
                  DATA RECORD IS REG-REPMVAC.
       01 REG-REPMVAC             PIC X(80).

       FD AUDITORIA RECORDING MODE IS F
                    DATA RECORD IS REG-AUDITORIA.
       COPY "AUDEMP.CPY".

       WORKING-STORAGE SECTION.

       77 FS-TRANVAC              PIC 99.
          88 FS-TRANVAC-OK        VALUE 00.
          88 FS-TRANVAC-END       VALUE 10.

       77 FS-VACACION             PIC 99.
          88 FS-VACACION-OK       VALUE 00.
          88 FS-VACACION-NOFILE   VALUE 35.

       77 FS-EMPLEADO             PIC 99.
          88 FS-EMPLEADO-OK       VALUE 00.

       77 FS-REPMVAC              PIC 99.
          88 FS-REPMVAC-OK        VALUE 00.

       77 FS-AUDITORIA            PIC 99.
          88 FS-AUDITORIA-OK      VALUE 00.
          88 FS-AUDITORIA-NOFILE  VALUE 35.

       01 WS-FECHA-ACTUAL         PIC 9(8).

       01 WS-HORA-ACTUAL.
          05 WS-HORA-HHMMSS       PIC 9(6).
          05 FILLER               PIC 99.

       77 WS-IMAGEN-ANTES         PIC X(68).
       77 WS-VAC-NUEVO            PIC X(42).

       77 WS-TRAN-SW              PIC X VALUE 'S'.
          88 WS-TRAN-VALIDA       VALUE 'S'.
          88 WS-TRAN-INVALIDA     VALUE 'N'.

       77 WS-VAC-SW               PIC X VALUE 'N'.
          88 VAC-A-CREAR          VALUE 'S'.
          88 VAC-EXISTENTE        VALUE 'N'.

       77 WS-ANT-SW               PIC X VALUE 'N'.
          88 ANT-ABIERTO          VALUE 'S'.
          88 ANT-NO-ABIERTO       VALUE 'N'.

       77 WS-ANIO-INGRESO         PIC 9(4).
       77 WS-MMDD-INGRESO         PIC 9(4).
       77 WS-MES-INGRESO          PIC 99.
       77 WS-DIA-INGRESO          PIC 99.
       77 WS-DIAS-TRABAJADOS      PIC 9(3).
       77 WS-ANTIGUEDAD           PIC 99.
       77 WS-DIAS-DERECHO         PIC 99.
       77 WS-SALDO-ANTERIOR       PIC S9(3).
       77 WS-SALDO-DIAS           PIC S9(3).

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
          05 FILLER               PIC X(39)
             VALUE 'LISTADO DE MANTENIMIENTO DE VACACIONES'.
          05 FILLER               PIC X(20) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-MANT-DETALLE.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(6) VALUE 'TIPO: '.
          05 MANT-TIPO            PIC X(01).
          05 FILLER               PIC X(2) VALUE SPACES.
          05 FILLER               PIC X(8) VALUE 'CODIGO: '.
          05 MANT-CODIGO          PIC 9(5).
          05 FILLER               PIC X(7) VALUE ' ANIO: '.
          05 MANT-ANIO            PIC 9(4).
          05 FILLER               PIC X(7) VALUE ' DIAS: '.
          05 MANT-DIAS            PIC ZZ9.
          05 FILLER               PIC X(8) VALUE ' SALDO: '.
          05 MANT-SALDO           PIC ---9.
          05 FILLER               PIC X VALUE SPACE.
          05 MANT-RESULTADO       PIC X(17).
          05 FILLER               PIC X(4) VALUE SPACES.
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
           OPEN INPUT TRANVAC
           IF NOT FS-TRANVAC-OK THEN
            DISPLAY "FS-TRANVAC: " FS-TRANVAC
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           OPEN I-O VACACIONES
           IF FS-VACACION-NOFILE THEN
            OPEN OUTPUT VACACIONES
            CLOSE VACACIONES
            OPEN I-O VACACIONES
           END-IF
           IF NOT FS-VACACION-OK THEN
            DISPLAY "FS-VACACION: " FS-VACACION
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           OPEN INPUT EMPLEADOS
           IF NOT FS-EMPLEADO-OK THEN
            DISPLAY "FS-EMPLEADO: " FS-EMPLEADO
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           OPEN OUTPUT REPMVAC
           IF NOT FS-REPMVAC-OK THEN
            DISPLAY "FS-REPMVAC: " FS-REPMVAC
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
           WRITE REG-REPMVAC        FROM WS-MANT-GUIONES
           WRITE REG-REPMVAC        FROM WS-MANT-TITULO
           WRITE REG-REPMVAC        FROM WS-MANT-GUIONES.

       0300-PROCESO-MANTENIMIENTO.
           READ TRANVAC
           PERFORM 0400-PROCESAR-TRANSACCION UNTIL FS-TRANVAC-END
           WRITE REG-REPMVAC        FROM WS-MANT-GUIONES
           MOVE WS-TRAN-LEIDAS      TO WS-MANT-CANT-LEIDAS
           MOVE WS-TRAN-APLICADAS   TO WS-MANT-CANT-APLIC
           MOVE WS-TRAN-RECHAZADAS  TO WS-MANT-CANT-RECH
           WRITE REG-REPMVAC        FROM WS-MANT-TOT-LEIDAS
           WRITE REG-REPMVAC        FROM WS-MANT-TOT-APLIC
           WRITE REG-REPMVAC        FROM WS-MANT-TOT-RECH
           WRITE REG-REPMVAC        FROM WS-MANT-GUIONES.

       0400-PROCESAR-TRANSACCION.
           ADD 1 TO WS-TRAN-LEIDAS
           MOVE ZERO                TO WS-SALDO-DIAS
           PERFORM 0405-VALIDAR-TRANSACCION
           IF WS-TRAN-VALIDA THEN
            EVALUATE TRUE
             WHEN TRAN-ALTA
              PERFORM 0410-ALTA-VACACION
             WHEN TRAN-TOMA
              PERFORM 0420-TOMA-VACACION
             WHEN TRAN-REINTEGRO
              PERFORM 0430-REINTEGRO-VACACION
             WHEN TRAN-CAMBIO
              PERFORM 0440-CAMBIAR-VACACION
            END-EVALUATE
           ELSE
            PERFORM 0480-RECHAZAR-TRANSACCION
           END-IF
           READ TRANVAC.

       0405-VALIDAR-TRANSACCION.
           SET WS-TRAN-VALIDA TO TRUE
           SET VAC-EXISTENTE  TO TRUE
           IF NOT TRAN-ALTA AND NOT TRAN-TOMA AND
              NOT TRAN-REINTEGRO AND NOT TRAN-CAMBIO THEN
            SET WS-TRAN-INVALIDA TO TRUE
            MOVE "TIPO INVALIDO" TO MANT-RESULTADO
           END-IF
           IF WS-TRAN-VALIDA AND TRAN-ANIO = ZERO THEN
            SET WS-TRAN-INVALIDA TO TRUE
            MOVE "ANIO INVALIDO" TO MANT-RESULTADO
           END-IF
           IF WS-TRAN-VALIDA AND (TRAN-TOMA OR TRAN-REINTEGRO) AND
              TRAN-DIAS = ZERO THEN
            SET WS-TRAN-INVALIDA TO TRUE
            MOVE "DIAS INVALIDOS" TO MANT-RESULTADO
           END-IF
           IF WS-TRAN-VALIDA THEN
            MOVE TRAN-CODIGO         TO EMP-CODIGO
            READ EMPLEADOS
              INVALID KEY
               SET WS-TRAN-INVALIDA TO TRUE
               MOVE "EMP. INEXISTENTE" TO MANT-RESULTADO
            END-READ
           END-IF
           IF WS-TRAN-VALIDA AND (TRAN-ALTA OR TRAN-TOMA) AND
              EMP-LIQUIDADO THEN
            SET WS-TRAN-INVALIDA TO TRUE
            MOVE "LIQUIDACION HECHA" TO MANT-RESULTADO
           END-IF
           DIVIDE EMP-FECHA-INGRESO BY 10000 GIVING WS-ANIO-INGRESO
           IF WS-TRAN-VALIDA AND (TRAN-ALTA OR TRAN-TOMA) AND
              WS-ANIO-INGRESO > TRAN-ANIO THEN
            SET WS-TRAN-INVALIDA TO TRUE
            MOVE "INGRESO POSTERIOR" TO MANT-RESULTADO
           END-IF
           IF WS-TRAN-VALIDA THEN
            MOVE TRAN-CODIGO         TO VAC-CODIGO
            MOVE TRAN-ANIO           TO VAC-ANIO
            READ VACACIONES
              INVALID KEY
               IF TRAN-ALTA OR TRAN-TOMA THEN
                SET VAC-A-CREAR     TO TRUE
               ELSE
                SET WS-TRAN-INVALIDA TO TRUE
                MOVE "ANIO INEXISTENTE" TO MANT-RESULTADO
               END-IF
              NOT INVALID KEY
               IF TRAN-ALTA THEN
                SET WS-TRAN-INVALIDA TO TRUE
                MOVE "ANIO DUPLICADO" TO MANT-RESULTADO
               END-IF
            END-READ
           END-IF
           IF WS-TRAN-VALIDA AND VAC-A-CREAR THEN
            PERFORM 0415-GENERAR-ANIO
           END-IF
           IF WS-TRAN-VALIDA AND NOT VAC-ABIERTO THEN
            SET WS-TRAN-INVALIDA TO TRUE
            MOVE "ANIO CERRADO" TO MANT-RESULTADO
           END-IF
           IF WS-TRAN-VALIDA AND TRAN-TOMA THEN
            COMPUTE WS-SALDO-DIAS = VAC-DIAS-DERECHO +
             VAC-DIAS-ARRASTRE - VAC-DIAS-TOMADOS
            IF TRAN-DIAS > WS-SALDO-DIAS THEN
             SET WS-TRAN-INVALIDA TO TRUE
             MOVE "SALDO INSUFIC." TO MANT-RESULTADO
            END-IF
           END-IF
           IF WS-TRAN-VALIDA AND TRAN-REINTEGRO AND
              TRAN-DIAS > VAC-DIAS-PENDIENTES THEN
            SET WS-TRAN-INVALIDA TO TRUE
            MOVE "DIAS YA PAGADOS" TO MANT-RESULTADO
           END-IF
           IF WS-TRAN-INVALIDA THEN
            MOVE ZERO               TO WS-SALDO-DIAS
           END-IF.

       0410-ALTA-VACACION.
           PERFORM 0411-CREAR-ANIO
           WRITE REG-VACACION
           ADD 1 TO WS-TRAN-APLICADAS
           MOVE "ALTA APLICADA" TO MANT-RESULTADO
           PERFORM 0485-CALCULAR-SALDO
           PERFORM 0490-ESCRIBIR-DETALLE
           PERFORM 0495-GRABAR-AUDITORIA.

       0411-CREAR-ANIO.
           MOVE REG-VACACION          TO WS-VAC-NUEVO
           IF ANT-ABIERTO THEN
            PERFORM 0419-CERRAR-ANTERIOR
           END-IF
           MOVE WS-VAC-NUEVO          TO REG-VACACION
           MOVE SPACES                TO WS-IMAGEN-ANTES.

       0415-GENERAR-ANIO.
           SET ANT-NO-ABIERTO         TO TRUE
           MOVE ZERO                  TO WS-SALDO-ANTERIOR
           MOVE TRAN-CODIGO           TO VAC-CODIGO
           COMPUTE VAC-ANIO = TRAN-ANIO - 1
           READ VACACIONES
             INVALID KEY
              CONTINUE
             NOT INVALID KEY
              IF VAC-ABIERTO THEN
               SET ANT-ABIERTO        TO TRUE
               COMPUTE WS-SALDO-ANTERIOR = VAC-DIAS-DERECHO +
                VAC-DIAS-ARRASTRE - VAC-DIAS-TOMADOS
              END-IF
           END-READ
           IF WS-SALDO-ANTERIOR < ZERO THEN
            MOVE ZERO                 TO WS-SALDO-ANTERIOR
           END-IF
           IF WS-SALDO-ANTERIOR > 99 THEN
            MOVE 99                   TO WS-SALDO-ANTERIOR
           END-IF
           PERFORM 0417-CALCULAR-DERECHO
           INITIALIZE REG-VACACION
           MOVE TRAN-CODIGO           TO VAC-CODIGO
           MOVE TRAN-ANIO             TO VAC-ANIO
           MOVE WS-ANTIGUEDAD         TO VAC-ANTIGUEDAD
           MOVE WS-DIAS-DERECHO       TO VAC-DIAS-DERECHO
           MOVE WS-SALDO-ANTERIOR     TO VAC-DIAS-ARRASTRE
           MOVE WS-FECHA-ACTUAL       TO VAC-FECHA-ALTA
           SET VAC-ABIERTO            TO TRUE.

       0417-CALCULAR-DERECHO.
           MOVE ZERO                  TO WS-ANTIGUEDAD
           MOVE 999                   TO WS-DIAS-TRABAJADOS
           IF EMP-FECHA-INGRESO NOT = ZERO THEN
            DIVIDE EMP-FECHA-INGRESO BY 10000
              GIVING WS-ANIO-INGRESO
              REMAINDER WS-MMDD-INGRESO
            DIVIDE WS-MMDD-INGRESO BY 100
              GIVING WS-MES-INGRESO
              REMAINDER WS-DIA-INGRESO
            IF WS-DIA-INGRESO > 30 THEN
             MOVE 30                  TO WS-DIA-INGRESO
            END-IF
            IF TRAN-ANIO > WS-ANIO-INGRESO THEN
             COMPUTE WS-ANTIGUEDAD = TRAN-ANIO - WS-ANIO-INGRESO
            ELSE
             COMPUTE WS-DIAS-TRABAJADOS =
              (12 - WS-MES-INGRESO) * 30 + 31 - WS-DIA-INGRESO
            END-IF
           END-IF
           EVALUATE TRUE
            WHEN WS-DIAS-TRABAJADOS < 180
             DIVIDE WS-DIAS-TRABAJADOS BY 20 GIVING WS-DIAS-DERECHO
            WHEN WS-ANTIGUEDAD < 5
             MOVE 14                  TO WS-DIAS-DERECHO
            WHEN WS-ANTIGUEDAD < 10
             MOVE 21                  TO WS-DIAS-DERECHO
            WHEN WS-ANTIGUEDAD < 20
             MOVE 28                  TO WS-DIAS-DERECHO
            WHEN OTHER
             MOVE 35                  TO WS-DIAS-DERECHO
           END-EVALUATE.

       0419-CERRAR-ANTERIOR.
           MOVE TRAN-CODIGO           TO VAC-CODIGO
           COMPUTE VAC-ANIO = TRAN-ANIO - 1
           READ VACACIONES
             INVALID KEY
              DISPLAY "FS-VACACION: " FS-VACACION
                      " CODIGO: " TRAN-CODIGO
             NOT INVALID KEY
              MOVE REG-VACACION       TO WS-IMAGEN-ANTES
              SET VAC-CERRADO         TO TRUE
              REWRITE REG-VACACION
              PERFORM 0495-GRABAR-AUDITORIA
           END-READ.

       0420-TOMA-VACACION.
           IF VAC-A-CREAR THEN
            PERFORM 0411-CREAR-ANIO
           ELSE
            MOVE REG-VACACION         TO WS-IMAGEN-ANTES
           END-IF
           ADD TRAN-DIAS              TO VAC-DIAS-TOMADOS
           ADD TRAN-DIAS              TO VAC-DIAS-PENDIENTES
           IF VAC-A-CREAR THEN
            WRITE REG-VACACION
           ELSE
            REWRITE REG-VACACION
           END-IF
           ADD 1 TO WS-TRAN-APLICADAS
           MOVE "TOMA APLICADA" TO MANT-RESULTADO
           PERFORM 0485-CALCULAR-SALDO
           PERFORM 0490-ESCRIBIR-DETALLE
           PERFORM 0495-GRABAR-AUDITORIA.

       0430-REINTEGRO-VACACION.
           MOVE REG-VACACION          TO WS-IMAGEN-ANTES
           SUBTRACT TRAN-DIAS         FROM VAC-DIAS-TOMADOS
           SUBTRACT TRAN-DIAS         FROM VAC-DIAS-PENDIENTES
           REWRITE REG-VACACION
           ADD 1 TO WS-TRAN-APLICADAS
           MOVE "REINTEGRO APLIC." TO MANT-RESULTADO
           PERFORM 0485-CALCULAR-SALDO
           PERFORM 0490-ESCRIBIR-DETALLE
           PERFORM 0495-GRABAR-AUDITORIA.

       0440-CAMBIAR-VACACION.
           MOVE REG-VACACION          TO WS-IMAGEN-ANTES
           IF TRAN-DIAS-DERECHO > ZERO THEN
            MOVE TRAN-DIAS-DERECHO    TO VAC-DIAS-DERECHO
           END-IF
           IF TRAN-DIAS-ARRASTRE > ZERO THEN
            MOVE TRAN-DIAS-ARRASTRE   TO VAC-DIAS-ARRASTRE
           END-IF
           REWRITE REG-VACACION
           ADD 1 TO WS-TRAN-APLICADAS
           MOVE "CAMBIO APLICADO" TO MANT-RESULTADO
           PERFORM 0485-CALCULAR-SALDO
           PERFORM 0490-ESCRIBIR-DETALLE
           PERFORM 0495-GRABAR-AUDITORIA.

       0480-RECHAZAR-TRANSACCION.
           ADD 1 TO WS-TRAN-RECHAZADAS
           PERFORM 0490-ESCRIBIR-DETALLE.

       0485-CALCULAR-SALDO.
           COMPUTE WS-SALDO-DIAS = VAC-DIAS-DERECHO +
            VAC-DIAS-ARRASTRE - VAC-DIAS-TOMADOS.

       0490-ESCRIBIR-DETALLE.
           MOVE TRAN-TIPO             TO MANT-TIPO
           MOVE TRAN-CODIGO           TO MANT-CODIGO
           MOVE TRAN-ANIO             TO MANT-ANIO
           MOVE TRAN-DIAS             TO MANT-DIAS
           MOVE WS-SALDO-DIAS         TO MANT-SALDO
           WRITE REG-REPMVAC          FROM WS-MANT-DETALLE.

       0495-GRABAR-AUDITORIA.
           MOVE WS-FECHA-ACTUAL       TO AUD-FECHA
           MOVE WS-HORA-HHMMSS        TO AUD-HORA
           MOVE TRAN-TIPO             TO AUD-TIPO
           MOVE TRAN-CODIGO           TO AUD-CODIGO
           MOVE WS-IMAGEN-ANTES       TO AUD-IMAGEN-ANTES
           MOVE REG-VACACION          TO AUD-IMAGEN-DESPUES
           WRITE REG-AUDITORIA.

       0600-CERRAR-FICHEROS.
           CLOSE TRANVAC
           CLOSE VACACIONES
           CLOSE EMPLEADOS
           CLOSE REPMVAC
           CLOSE AUDITORIA.

       0700-CLOSE-PROGRAM.
           STOP RUN.
