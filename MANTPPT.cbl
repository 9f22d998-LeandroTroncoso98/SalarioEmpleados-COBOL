       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTPPT.
       AUTHOR. TRONCOSO LEANDRO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TRANPPT ASSIGN TRANPPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-TRANPPT.

           SELECT PRESUPUESTOS ASSIGN PRESUP
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PPT-CLAVE
           FILE STATUS IS FS-PRESUPUESTO.

           SELECT DEPARTAMENTOS ASSIGN DEPTOS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS DPTO-CODIGO
           FILE STATUS IS FS-DEPARTAMENTO.

           SELECT REPMPPT ASSIGN REPMPPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-REPMPPT.

           SELECT AUDITORIA ASSIGN AUDPPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       FD TRANPPT RECORDING MODE IS F
                  DATA RECORD IS REG-TRANPPT.
       01 REG-TRANPPT.
          05 TRAN-TIPO            PIC X(01).
             88 TRAN-ALTA         VALUE 'A'.
             88 TRAN-CAMBIO       VALUE 'C'.
             88 TRAN-BAJA         VALUE 'B'.
          05 TRAN-DEPTO           PIC 9(3).
          05 TRAN-PERIODO         PIC 9(6).
          05 TRAN-DOTACION        PIC 9(5).
          05 TRAN-BRUTO           PIC 9(9)V99.
          05 TRAN-COSTO           PIC 9(9)V99.

       FD PRESUPUESTOS RECORDING MODE IS F
                       DATA RECORD IS REG-PRESUPUESTO.
       COPY "PRESUP.CPY".

       FD DEPARTAMENTOS RECORDING MODE IS F
                        DATA RECORD IS REG-DEPARTAMENTO.
       COPY "DEPTO.CPY".

       FD REPMPPT RECORDING MODE IS F
                  DATA RECORD IS REG-REPMPPT.
       01 REG-REPMPPT             PIC X(80).

       FD AUDITORIA RECORDING MODE IS F
                    DATA RECORD IS REG-AUDITORIA.
       COPY "AUDEMP.CPY".

       WORKING-STORAGE SECTION.

       77 FS-TRANPPT              PIC 99.
          88 FS-TRANPPT-OK        VALUE 00.
          88 FS-TRANPPT-END       VALUE 10.

       77 FS-PRESUPUESTO          PIC 99.
          88 FS-PRESUPUESTO-OK    VALUE 00.
          88 FS-PRESUPUESTO-NOFILE VALUE 35.

       77 FS-DEPARTAMENTO         PIC 99.
          88 FS-DEPARTAMENTO-OK   VALUE 00.

       77 FS-REPMPPT              PIC 99.
          88 FS-REPMPPT-OK        VALUE 00.

       77 FS-AUDITORIA            PIC 99.
          88 FS-AUDITORIA-OK      VALUE 00.
          88 FS-AUDITORIA-NOFILE  VALUE 35.

       01 WS-FECHA-ACTUAL         PIC 9(8).

       01 WS-HORA-ACTUAL.
          05 WS-HORA-HHMMSS       PIC 9(6).
          05 FILLER               PIC 99.

       01 WS-PERIODO-TRAN.
          05 WS-ANIO-TRAN         PIC 9(4).
          05 WS-MES-TRAN          PIC 99.

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
             VALUE 'LISTADO DE MANTENIMIENTO DE PRESUPUESTOS'.
          05 FILLER               PIC X(19) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-MANT-DETALLE.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(6) VALUE 'TIPO: '.
          05 MANT-TIPO            PIC X(01).
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(5) VALUE 'DPT: '.
          05 MANT-DEPTO           PIC 9(3).
          05 FILLER               PIC X(6) VALUE ' PER: '.
          05 MANT-PERIODO         PIC 9(6).
          05 FILLER               PIC X(8) VALUE ' BRUTO: '.
          05 MANT-BRUTO           PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X VALUE SPACE.
          05 MANT-RESULTADO       PIC X(17).
          05 FILLER               PIC X(9) VALUE SPACES.
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
           OPEN INPUT TRANPPT
           IF NOT FS-TRANPPT-OK THEN
            DISPLAY "FS-TRANPPT: " FS-TRANPPT
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           OPEN I-O PRESUPUESTOS
           IF FS-PRESUPUESTO-NOFILE THEN
            OPEN OUTPUT PRESUPUESTOS
            CLOSE PRESUPUESTOS
            OPEN I-O PRESUPUESTOS
           END-IF
           IF NOT FS-PRESUPUESTO-OK THEN
            DISPLAY "FS-PRESUPUESTO: " FS-PRESUPUESTO
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           OPEN INPUT DEPARTAMENTOS
           IF NOT FS-DEPARTAMENTO-OK THEN
            DISPLAY "FS-DEPARTAMENTO: " FS-DEPARTAMENTO
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           OPEN OUTPUT REPMPPT
           IF NOT FS-REPMPPT-OK THEN
            DISPLAY "FS-REPMPPT: " FS-REPMPPT
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
           WRITE REG-REPMPPT        FROM WS-MANT-GUIONES
           WRITE REG-REPMPPT        FROM WS-MANT-TITULO
           WRITE REG-REPMPPT        FROM WS-MANT-GUIONES.

       0300-PROCESO-MANTENIMIENTO.
           READ TRANPPT
           PERFORM 0400-PROCESAR-TRANSACCION UNTIL FS-TRANPPT-END
           WRITE REG-REPMPPT        FROM WS-MANT-GUIONES
           MOVE WS-TRAN-LEIDAS      TO WS-MANT-CANT-LEIDAS
           MOVE WS-TRAN-APLICADAS   TO WS-MANT-CANT-APLIC
           MOVE WS-TRAN-RECHAZADAS  TO WS-MANT-CANT-RECH
           WRITE REG-REPMPPT        FROM WS-MANT-TOT-LEIDAS
           WRITE REG-REPMPPT        FROM WS-MANT-TOT-APLIC
           WRITE REG-REPMPPT        FROM WS-MANT-TOT-RECH
           WRITE REG-REPMPPT        FROM WS-MANT-GUIONES.

       0400-PROCESAR-TRANSACCION.
           ADD 1 TO WS-TRAN-LEIDAS
           PERFORM 0405-VALIDAR-TRANSACCION
           IF WS-TRAN-VALIDA THEN
            EVALUATE TRUE
             WHEN TRAN-ALTA
              PERFORM 0410-ALTA-PRESUPUESTO
             WHEN TRAN-CAMBIO
              PERFORM 0420-CAMBIAR-PRESUPUESTO
             WHEN TRAN-BAJA
              PERFORM 0430-BAJA-PRESUPUESTO
            END-EVALUATE
           ELSE
            PERFORM 0480-RECHAZAR-TRANSACCION
           END-IF
           READ TRANPPT.

       0405-VALIDAR-TRANSACCION.
           SET WS-TRAN-VALIDA TO TRUE
           MOVE TRAN-PERIODO        TO WS-PERIODO-TRAN
           IF NOT TRAN-ALTA AND NOT TRAN-CAMBIO AND NOT TRAN-BAJA THEN
            SET WS-TRAN-INVALIDA TO TRUE
            MOVE "TIPO INVALIDO" TO MANT-RESULTADO
           END-IF
           IF WS-TRAN-VALIDA AND
              (WS-ANIO-TRAN = ZERO OR WS-MES-TRAN < 1 OR
               WS-MES-TRAN > 12) THEN
            SET WS-TRAN-INVALIDA TO TRUE
            MOVE "PERIODO INVALIDO" TO MANT-RESULTADO
           END-IF
           IF WS-TRAN-VALIDA AND (TRAN-ALTA OR TRAN-CAMBIO) THEN
            MOVE TRAN-DEPTO          TO DPTO-CODIGO
            READ DEPARTAMENTOS
              INVALID KEY
               SET WS-TRAN-INVALIDA TO TRUE
               MOVE "DEPTO INEXISTENTE" TO MANT-RESULTADO
              NOT INVALID KEY
               IF DPTO-ACTIVO-NO THEN
                SET WS-TRAN-INVALIDA TO TRUE
                MOVE "DEPTO INACTIVO" TO MANT-RESULTADO
               END-IF
            END-READ
           END-IF
           IF WS-TRAN-VALIDA AND (TRAN-ALTA OR TRAN-CAMBIO)
              AND TRAN-COSTO < TRAN-BRUTO THEN
            SET WS-TRAN-INVALIDA TO TRUE
            MOVE "COSTO MENOR BRUTO" TO MANT-RESULTADO
           END-IF
           IF WS-TRAN-VALIDA AND TRAN-ALTA THEN
            MOVE TRAN-DEPTO          TO PPT-DEPTO
            MOVE TRAN-PERIODO        TO PPT-PERIODO
            READ PRESUPUESTOS
              INVALID KEY
               CONTINUE
              NOT INVALID KEY
               SET WS-TRAN-INVALIDA TO TRUE
               MOVE "PPT. DUPLICADO" TO MANT-RESULTADO
            END-READ
           END-IF
           IF WS-TRAN-VALIDA AND (TRAN-CAMBIO OR TRAN-BAJA) THEN
            MOVE TRAN-DEPTO          TO PPT-DEPTO
            MOVE TRAN-PERIODO        TO PPT-PERIODO
            READ PRESUPUESTOS
              INVALID KEY
               SET WS-TRAN-INVALIDA TO TRUE
               MOVE "PPT. INEXISTENTE" TO MANT-RESULTADO
            END-READ
           END-IF.

       0410-ALTA-PRESUPUESTO.
           MOVE SPACES                TO WS-IMAGEN-ANTES
           INITIALIZE REG-PRESUPUESTO
           MOVE TRAN-DEPTO            TO PPT-DEPTO
           MOVE TRAN-PERIODO          TO PPT-PERIODO
           MOVE TRAN-DOTACION         TO PPT-DOTACION
           MOVE TRAN-BRUTO            TO PPT-BRUTO
           MOVE TRAN-COSTO            TO PPT-COSTO
           WRITE REG-PRESUPUESTO
           ADD 1 TO WS-TRAN-APLICADAS
           MOVE "ALTA APLICADA" TO MANT-RESULTADO
           PERFORM 0490-ESCRIBIR-DETALLE
           PERFORM 0495-GRABAR-AUDITORIA.

       0420-CAMBIAR-PRESUPUESTO.
           MOVE REG-PRESUPUESTO       TO WS-IMAGEN-ANTES
           MOVE TRAN-DOTACION         TO PPT-DOTACION
           MOVE TRAN-BRUTO            TO PPT-BRUTO
           MOVE TRAN-COSTO            TO PPT-COSTO
           REWRITE REG-PRESUPUESTO
           ADD 1 TO WS-TRAN-APLICADAS
           MOVE "CAMBIO APLICADO" TO MANT-RESULTADO
           PERFORM 0490-ESCRIBIR-DETALLE
           PERFORM 0495-GRABAR-AUDITORIA.

       0430-BAJA-PRESUPUESTO.
           MOVE REG-PRESUPUESTO       TO WS-IMAGEN-ANTES
           DELETE PRESUPUESTOS
           MOVE SPACES                TO REG-PRESUPUESTO
           ADD 1 TO WS-TRAN-APLICADAS
           MOVE "BAJA APLICADA" TO MANT-RESULTADO
           PERFORM 0490-ESCRIBIR-DETALLE
           PERFORM 0495-GRABAR-AUDITORIA.

       0480-RECHAZAR-TRANSACCION.
           ADD 1 TO WS-TRAN-RECHAZADAS
           PERFORM 0490-ESCRIBIR-DETALLE.

       0490-ESCRIBIR-DETALLE.
           MOVE TRAN-TIPO             TO MANT-TIPO
           MOVE TRAN-DEPTO            TO MANT-DEPTO
           MOVE TRAN-PERIODO          TO MANT-PERIODO
           MOVE TRAN-BRUTO            TO MANT-BRUTO
           WRITE REG-REPMPPT          FROM WS-MANT-DETALLE.

       0495-GRABAR-AUDITORIA.
           MOVE WS-FECHA-ACTUAL       TO AUD-FECHA
           MOVE WS-HORA-HHMMSS        TO AUD-HORA
           MOVE TRAN-TIPO             TO AUD-TIPO
           MOVE TRAN-DEPTO            TO AUD-CODIGO
           MOVE WS-IMAGEN-ANTES       TO AUD-IMAGEN-ANTES
           MOVE REG-PRESUPUESTO       TO AUD-IMAGEN-DESPUES
           WRITE REG-AUDITORIA.

       0600-CERRAR-FICHEROS.
           CLOSE TRANPPT
           CLOSE PRESUPUESTOS
           CLOSE DEPARTAMENTOS
           CLOSE REPMPPT
           CLOSE AUDITORIA.

       0700-CLOSE-PROGRAM.
           STOP RUN.
