       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTPRR.
       AUTHOR. TRONCOSO LEANDRO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TRANPRR ASSIGN TRANPRR
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-TRANPRR.

           SELECT PRORRATEOS ASSIGN PRORRAT
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PRR-CODIGO
           FILE STATUS IS FS-PRORRATEO.

           SELECT EMPLEADOS ASSIGN EMP
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EMP-CODIGO
           FILE STATUS IS FS-EMPLEADO.

           SELECT DEPARTAMENTOS ASSIGN DEPTOS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS DPTO-CODIGO
           FILE STATUS IS FS-DEPARTAMENTO.

           SELECT REPMPRR ASSIGN REPMPRR
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-REPMPRR.

           SELECT AUDITORIA ASSIGN AUDPRR
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       FD TRANPRR RECORDING MODE IS F
                  DATA RECORD IS REG-TRANPRR.
       01 REG-TRANPRR.
          05 TRAN-TIPO            PIC X(01).
             88 TRAN-ALTA         VALUE 'A'.
             88 TRAN-CAMBIO       VALUE 'C'.
             88 TRAN-BAJA         VALUE 'B'.
          05 TRAN-CODIGO          PIC 9(5).
          05 TRAN-ENTRADA         OCCURS 5 TIMES.
             10 TRAN-DEPTO        PIC 9(3).
             10 TRAN-PORCENTAJE   PIC 9(3)V99.

       FD PRORRATEOS RECORDING MODE IS F
                     DATA RECORD IS REG-PRORRATEO.
       COPY "PRORRAT.CPY".

       FD EMPLEADOS RECORDING MODE IS F
                    DATA RECORD IS REG-EMPLEADO.
       COPY "EMPLEADO.CPY".

       FD DEPARTAMENTOS RECORDING MODE IS F
                        DATA RECORD IS REG-DEPARTAMENTO.
       COPY "DEPTO.CPY".

       FD REPMPRR RECORDING MODE IS F
                  DATA RECORD IS REG-REPMPRR.
       01 REG-REPMPRR             PIC X(80).

       FD AUDITORIA RECORDING MODE IS F
                    DATA RECORD IS REG-AUDITORIA.
       COPY "AUDEMP.CPY".

       WORKING-STORAGE SECTION.

       77 FS-TRANPRR              PIC 99.
          88 FS-TRANPRR-OK        VALUE 00.
          88 FS-TRANPRR-END       VALUE 10.

       77 FS-PRORRATEO            PIC 99.
          88 FS-PRORRATEO-OK      VALUE 00.
          88 FS-PRORRATEO-NOFILE  VALUE 35.

       77 FS-EMPLEADO             PIC 99.
          88 FS-EMPLEADO-OK       VALUE 00.

       77 FS-DEPARTAMENTO         PIC 99.
          88 FS-DEPARTAMENTO-OK   VALUE 00.

       77 FS-REPMPRR              PIC 99.
          88 FS-REPMPRR-OK        VALUE 00.

       77 FS-AUDITORIA            PIC 99.
          88 FS-AUDITORIA-OK      VALUE 00.
          88 FS-AUDITORIA-NOFILE  VALUE 35.

       01 WS-FECHA-ACTUAL         PIC 9(8).

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

       77 WS-IDX-ENT              PIC 9.
       77 WS-IDX-ENT2             PIC 9.
       77 WS-PRR-CANT             PIC 9.
       77 WS-PRR-SUMA             PIC 9(4)V99.

       01 WS-MANT-GUIONES.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(78) VALUE ALL '-'.
          05 FILLER               PIC X VALUE SPACE.

       01 WS-MANT-TITULO.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(19) VALUE SPACES.
          05 FILLER               PIC X(40)
             VALUE 'LISTADO DE MANTENIMIENTO DE PRORRATEOS  '.
          05 FILLER               PIC X(19) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-MANT-DETALLE.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(6) VALUE 'TIPO: '.
          05 MANT-TIPO            PIC X(01).
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(8) VALUE 'CODIGO: '.
          05 MANT-CODIGO          PIC 9(5).
          05 FILLER               PIC X(8) VALUE ' DEPTOS:'.
          05 MANT-CANT            PIC 9.
          05 FILLER               PIC X(8) VALUE ' SUMA: '.
          05 MANT-SUMA            PIC ZZZ9,99.
          05 FILLER               PIC X(15) VALUE SPACES.
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
           OPEN INPUT TRANPRR
           IF NOT FS-TRANPRR-OK THEN
            DISPLAY "FS-TRANPRR: " FS-TRANPRR
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           OPEN I-O PRORRATEOS
           IF FS-PRORRATEO-NOFILE THEN
            OPEN OUTPUT PRORRATEOS
            CLOSE PRORRATEOS
            OPEN I-O PRORRATEOS
           END-IF
           IF NOT FS-PRORRATEO-OK THEN
            DISPLAY "FS-PRORRATEO: " FS-PRORRATEO
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           OPEN INPUT EMPLEADOS
           IF NOT FS-EMPLEADO-OK THEN
            DISPLAY "FS-EMPLEADO: " FS-EMPLEADO
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           OPEN INPUT DEPARTAMENTOS
           IF NOT FS-DEPARTAMENTO-OK THEN
            DISPLAY "FS-DEPARTAMENTO: " FS-DEPARTAMENTO
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           OPEN OUTPUT REPMPRR
           IF NOT FS-REPMPRR-OK THEN
            DISPLAY "FS-REPMPRR: " FS-REPMPRR
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
           WRITE REG-REPMPRR        FROM WS-MANT-GUIONES
           WRITE REG-REPMPRR        FROM WS-MANT-TITULO
           WRITE REG-REPMPRR        FROM WS-MANT-GUIONES.

       0300-PROCESO-MANTENIMIENTO.
           READ TRANPRR
           PERFORM 0400-PROCESAR-TRANSACCION UNTIL FS-TRANPRR-END
           WRITE REG-REPMPRR        FROM WS-MANT-GUIONES
           MOVE WS-TRAN-LEIDAS      TO WS-MANT-CANT-LEIDAS
           MOVE WS-TRAN-APLICADAS   TO WS-MANT-CANT-APLIC
           MOVE WS-TRAN-RECHAZADAS  TO WS-MANT-CANT-RECH
           WRITE REG-REPMPRR        FROM WS-MANT-TOT-LEIDAS
           WRITE REG-REPMPRR        FROM WS-MANT-TOT-APLIC
           WRITE REG-REPMPRR        FROM WS-MANT-TOT-RECH
           WRITE REG-REPMPRR        FROM WS-MANT-GUIONES.

       0400-PROCESAR-TRANSACCION.
           ADD 1 TO WS-TRAN-LEIDAS
           PERFORM 0405-VALIDAR-TRANSACCION
           IF WS-TRAN-VALIDA THEN
            EVALUATE TRUE
             WHEN TRAN-ALTA
              PERFORM 0410-ALTA-PRORRATEO
             WHEN TRAN-CAMBIO
              PERFORM 0420-CAMBIAR-PRORRATEO
             WHEN TRAN-BAJA
              PERFORM 0430-BAJA-PRORRATEO
            END-EVALUATE
           ELSE
            PERFORM 0480-RECHAZAR-TRANSACCION
           END-IF
           READ TRANPRR.

       0405-VALIDAR-TRANSACCION.
           SET WS-TRAN-VALIDA TO TRUE
           INITIALIZE WS-PRR-CANT
           INITIALIZE WS-PRR-SUMA
           IF NOT TRAN-ALTA AND NOT TRAN-CAMBIO AND NOT TRAN-BAJA THEN
            SET WS-TRAN-INVALIDA TO TRUE
            MOVE "TIPO INVALIDO" TO MANT-RESULTADO
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
            MOVE TRAN-CODIGO         TO PRR-CODIGO
            READ PRORRATEOS
              INVALID KEY
               CONTINUE
              NOT INVALID KEY
               SET WS-TRAN-INVALIDA TO TRUE
               MOVE "PRR. DUPLICADO" TO MANT-RESULTADO
            END-READ
           END-IF
           IF WS-TRAN-VALIDA AND (TRAN-CAMBIO OR TRAN-BAJA) THEN
            MOVE TRAN-CODIGO         TO PRR-CODIGO
            READ PRORRATEOS
              INVALID KEY
               SET WS-TRAN-INVALIDA TO TRUE
               MOVE "PRR. INEXISTENTE" TO MANT-RESULTADO
            END-READ
           END-IF
           IF WS-TRAN-VALIDA AND (TRAN-ALTA OR TRAN-CAMBIO) THEN
            PERFORM 0406-VALIDAR-ENTRADA
              VARYING WS-IDX-ENT FROM 1 BY 1
              UNTIL WS-IDX-ENT > 5 OR WS-TRAN-INVALIDA
           END-IF
           IF WS-TRAN-VALIDA AND (TRAN-ALTA OR TRAN-CAMBIO)
              AND WS-PRR-CANT = ZERO THEN
            SET WS-TRAN-INVALIDA TO TRUE
            MOVE "SIN DEPARTAMENTOS" TO MANT-RESULTADO
           END-IF
           IF WS-TRAN-VALIDA AND (TRAN-ALTA OR TRAN-CAMBIO)
              AND WS-PRR-SUMA NOT = 100 THEN
            SET WS-TRAN-INVALIDA TO TRUE
            MOVE "SUMA DISTINTA 100" TO MANT-RESULTADO
           END-IF.

       0406-VALIDAR-ENTRADA.
           IF TRAN-DEPTO(WS-IDX-ENT) = ZERO THEN
            IF TRAN-PORCENTAJE(WS-IDX-ENT) NOT = ZERO THEN
             SET WS-TRAN-INVALIDA TO TRUE
             MOVE "DEPTO EN 0" TO MANT-RESULTADO
            END-IF
           ELSE
            ADD 1                          TO WS-PRR-CANT
            ADD TRAN-PORCENTAJE(WS-IDX-ENT) TO WS-PRR-SUMA
            IF TRAN-PORCENTAJE(WS-IDX-ENT) = ZERO THEN
             SET WS-TRAN-INVALIDA TO TRUE
             MOVE "PORCENTAJE EN 0" TO MANT-RESULTADO
            END-IF
            IF WS-TRAN-VALIDA THEN
             MOVE TRAN-DEPTO(WS-IDX-ENT) TO DPTO-CODIGO
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
            IF WS-TRAN-VALIDA THEN
             PERFORM 0407-COMPARAR-DEPTO
               VARYING WS-IDX-ENT2 FROM 1 BY 1
               UNTIL WS-IDX-ENT2 >= WS-IDX-ENT OR WS-TRAN-INVALIDA
            END-IF
           END-IF.

       0407-COMPARAR-DEPTO.
           IF TRAN-DEPTO(WS-IDX-ENT2) = TRAN-DEPTO(WS-IDX-ENT) THEN
            SET WS-TRAN-INVALIDA TO TRUE
            MOVE "DEPTO DUPLICADO" TO MANT-RESULTADO
           END-IF.

       0410-ALTA-PRORRATEO.
           MOVE SPACES                TO WS-IMAGEN-ANTES
           INITIALIZE REG-PRORRATEO
           MOVE TRAN-CODIGO           TO PRR-CODIGO
           PERFORM 0415-CARGAR-ENTRADAS
           WRITE REG-PRORRATEO
           ADD 1 TO WS-TRAN-APLICADAS
           MOVE "ALTA APLICADA" TO MANT-RESULTADO
           PERFORM 0490-ESCRIBIR-DETALLE
           PERFORM 0495-GRABAR-AUDITORIA.

       0415-CARGAR-ENTRADAS.
           INITIALIZE PRR-CANT
           PERFORM 0416-CARGAR-UNA-ENTRADA
             VARYING WS-IDX-ENT FROM 1 BY 1
             UNTIL WS-IDX-ENT > 5.

       0416-CARGAR-UNA-ENTRADA.
           IF TRAN-DEPTO(WS-IDX-ENT) NOT = ZERO THEN
            ADD 1                      TO PRR-CANT
            MOVE TRAN-DEPTO(WS-IDX-ENT)
              TO PRR-DEPTO(PRR-CANT)
            MOVE TRAN-PORCENTAJE(WS-IDX-ENT)
              TO PRR-PORCENTAJE(PRR-CANT)
           END-IF.

       0420-CAMBIAR-PRORRATEO.
           MOVE REG-PRORRATEO         TO WS-IMAGEN-ANTES
           INITIALIZE PRR-ENTRADA(1) PRR-ENTRADA(2) PRR-ENTRADA(3)
                      PRR-ENTRADA(4) PRR-ENTRADA(5)
           PERFORM 0415-CARGAR-ENTRADAS
           REWRITE REG-PRORRATEO
           ADD 1 TO WS-TRAN-APLICADAS
           MOVE "CAMBIO APLICADO" TO MANT-RESULTADO
           PERFORM 0490-ESCRIBIR-DETALLE
           PERFORM 0495-GRABAR-AUDITORIA.

       0430-BAJA-PRORRATEO.
           MOVE REG-PRORRATEO         TO WS-IMAGEN-ANTES
           MOVE PRR-CANT              TO WS-PRR-CANT
           MOVE 100                   TO WS-PRR-SUMA
           DELETE PRORRATEOS
           MOVE SPACES                TO REG-PRORRATEO
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
           MOVE WS-PRR-CANT           TO MANT-CANT
           MOVE WS-PRR-SUMA           TO MANT-SUMA
           WRITE REG-REPMPRR          FROM WS-MANT-DETALLE.

       0495-GRABAR-AUDITORIA.
           MOVE WS-FECHA-ACTUAL       TO AUD-FECHA
           MOVE WS-HORA-HHMMSS        TO AUD-HORA
           MOVE TRAN-TIPO             TO AUD-TIPO
           MOVE TRAN-CODIGO           TO AUD-CODIGO
           MOVE WS-IMAGEN-ANTES       TO AUD-IMAGEN-ANTES
           MOVE REG-PRORRATEO         TO AUD-IMAGEN-DESPUES
           WRITE REG-AUDITORIA.

       0600-CERRAR-FICHEROS.
           CLOSE TRANPRR
           CLOSE PRORRATEOS
           CLOSE EMPLEADOS
           CLOSE DEPARTAMENTOS
           CLOSE REPMPRR
           CLOSE AUDITORIA.

       0700-CLOSE-PROGRAM.
           STOP RUN.
