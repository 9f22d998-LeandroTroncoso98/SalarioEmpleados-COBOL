       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTBEN.
       AUTHOR. TRONCOSO LEANDRO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TRANBEN ASSIGN TRANBEN
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-TRANBEN.

           SELECT BENEFICIARIOS ASSIGN BENEFIC
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS BEN-CODIGO
           FILE STATUS IS FS-BENEFICIARIO.

           SELECT REPMBEN ASSIGN REPMBEN
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-REPMBEN.

           SELECT AUDITORIA ASSIGN AUDBEN
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       FD TRANBEN RECORDING MODE IS F
                  DATA RECORD IS REG-TRANBEN.
       01 REG-TRANBEN.
          05 TRAN-TIPO            PIC X(01).
             88 TRAN-ALTA         VALUE 'A'.
             88 TRAN-CAMBIO       VALUE 'C'.
             88 TRAN-BAJA         VALUE 'B'.
          05 TRAN-CODIGO          PIC 9(5).
          05 TRAN-BEN-TIPO        PIC X(01).
             88 TRAN-BEN-JUZGADO  VALUE 'J'.
             88 TRAN-BEN-SINDICATO VALUE 'S'.
             88 TRAN-BEN-OTRO     VALUE 'O'.
          05 TRAN-NOMBRE          PIC X(30).
          05 TRAN-EXPEDIENTE      PIC X(20).
          05 TRAN-BANCO           PIC 9(3).
          05 TRAN-CBU             PIC X(22).
          05 TRAN-PORCENTAJE      PIC 9(3)V99.

       FD BENEFICIARIOS RECORDING MODE IS F
                        DATA RECORD IS REG-BENEFICIARIO.
       COPY "BENEFIC.CPY".

       FD REPMBEN RECORDING MODE IS F
                  DATA RECORD IS REG-REPMBEN.
       01 REG-REPMBEN             PIC X(80).

       FD AUDITORIA RECORDING MODE IS F
                    DATA RECORD IS REG-AUDITORIA.
       COPY "AUDEMP.CPY".

       WORKING-STORAGE SECTION.

       77 FS-TRANBEN              PIC 99.
          88 FS-TRANBEN-OK        VALUE 00.
          88 FS-TRANBEN-END       VALUE 10.

       77 FS-BENEFICIARIO         PIC 99.
          88 FS-BENEFICIARIO-OK   VALUE 00.
          88 FS-BENEFICIARIO-NOFILE VALUE 35.

       77 FS-REPMBEN              PIC 99.
          88 FS-REPMBEN-OK        VALUE 00.

       77 FS-AUDITORIA            PIC 99.
          88 FS-AUDITORIA-OK      VALUE 00.
          88 FS-AUDITORIA-NOFILE  VALUE 35.

       01 WS-FECHA-ACTUAL         PIC 9(8).

       01 WS-HORA-ACTUAL.
          05 WS-HORA-HHMMSS       PIC 9(6).
          05 FILLER               PIC 99.

       77 WS-IMAGEN-ANTES         PIC X(87).

       77 WS-TRAN-SW              PIC X VALUE 'S'.
          88 WS-TRAN-VALIDA       VALUE 'S'.
          88 WS-TRAN-INVALIDA     VALUE 'N'.

       77 WS-TRAN-LEIDAS          PIC 9(5) VALUE 0.
       77 WS-TRAN-APLICADAS       PIC 9(5) VALUE 0.
       77 WS-TRAN-RECHAZADAS      PIC 9(5) VALUE 0.

       01 WS-GUIONES.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(78) VALUE ALL '-'.
          05 FILLER               PIC X VALUE SPACE.

       01 WS-TITULO.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(19) VALUE SPACES.
          05 FILLER               PIC X(41)
             VALUE 'LISTADO DE MANTENIMIENTO DE BENEFICIARIOS'.
          05 FILLER               PIC X(18) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-DETALLE.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(6) VALUE 'TIPO: '.
          05 DET-TIPO             PIC X(01).
          05 FILLER               PIC X(2) VALUE SPACES.
          05 FILLER               PIC X(5) VALUE 'BEN: '.
          05 DET-CODIGO           PIC 9(5).
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(5) VALUE 'NOM: '.
          05 DET-NOMBRE           PIC X(30).
          05 FILLER               PIC X(2) VALUE SPACES.
          05 DET-RESULTADO        PIC X(17).
          05 FILLER               PIC X(3) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-TOT-LEIDAS.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(22)
                                 VALUE 'TRANSACCIONES LEIDAS: '.
          05 WS-CANT-LEIDAS       PIC ZZZZ9.
          05 FILLER               PIC X(50) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-TOT-APLIC.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(25)
                                 VALUE 'TRANSACCIONES APLICADAS: '.
          05 WS-CANT-APLIC        PIC ZZZZ9.
          05 FILLER               PIC X(47) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-TOT-RECH.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(26)
                                 VALUE 'TRANSACCIONES RECHAZADAS: '.
          05 WS-CANT-RECH         PIC ZZZZ9.
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
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ACTUAL FROM TIME.

       0200-ABRIR-FICHEROS.
           OPEN INPUT TRANBEN
           IF NOT FS-TRANBEN-OK THEN
            DISPLAY "FS-TRANBEN: " FS-TRANBEN
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           OPEN I-O BENEFICIARIOS
           IF FS-BENEFICIARIO-NOFILE THEN
            OPEN OUTPUT BENEFICIARIOS
            CLOSE BENEFICIARIOS
            OPEN I-O BENEFICIARIOS
           END-IF
           IF NOT FS-BENEFICIARIO-OK THEN
            DISPLAY "FS-BENEFICIARIO: " FS-BENEFICIARIO
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           OPEN OUTPUT REPMBEN
           IF NOT FS-REPMBEN-OK THEN
            DISPLAY "FS-REPMBEN: " FS-REPMBEN
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
           WRITE REG-REPMBEN        FROM WS-GUIONES
           WRITE REG-REPMBEN        FROM WS-TITULO
           WRITE REG-REPMBEN        FROM WS-GUIONES.

       0300-PROCESO-MANTENIMIENTO.
           READ TRANBEN
           PERFORM 0400-PROCESAR-TRANSACCION UNTIL FS-TRANBEN-END
           WRITE REG-REPMBEN        FROM WS-GUIONES
           MOVE WS-TRAN-LEIDAS      TO WS-CANT-LEIDAS
           MOVE WS-TRAN-APLICADAS   TO WS-CANT-APLIC
           MOVE WS-TRAN-RECHAZADAS  TO WS-CANT-RECH
           WRITE REG-REPMBEN        FROM WS-TOT-LEIDAS
           WRITE REG-REPMBEN        FROM WS-TOT-APLIC
           WRITE REG-REPMBEN        FROM WS-TOT-RECH
           WRITE REG-REPMBEN        FROM WS-GUIONES.

       0400-PROCESAR-TRANSACCION.
           ADD 1 TO WS-TRAN-LEIDAS
           PERFORM 0405-VALIDAR-TRANSACCION
           IF WS-TRAN-VALIDA THEN
            EVALUATE TRUE
             WHEN TRAN-ALTA
              PERFORM 0410-ALTA-BENEFICIARIO
             WHEN TRAN-CAMBIO
              PERFORM 0420-CAMBIAR-BENEFICIARIO
             WHEN TRAN-BAJA
              PERFORM 0430-BAJA-BENEFICIARIO
            END-EVALUATE
           ELSE
            PERFORM 0480-RECHAZAR-TRANSACCION
           END-IF
           READ TRANBEN.

       0405-VALIDAR-TRANSACCION.
           SET WS-TRAN-VALIDA TO TRUE
           IF NOT TRAN-ALTA AND NOT TRAN-CAMBIO AND NOT TRAN-BAJA THEN
            SET WS-TRAN-INVALIDA TO TRUE
            MOVE "TIPO INVALIDO" TO DET-RESULTADO
           END-IF
           IF WS-TRAN-VALIDA AND TRAN-ALTA AND
              NOT TRAN-BEN-JUZGADO AND NOT TRAN-BEN-SINDICATO AND
              NOT TRAN-BEN-OTRO THEN
            SET WS-TRAN-INVALIDA TO TRUE
            MOVE "CLASE INVALIDA" TO DET-RESULTADO
           END-IF
           IF WS-TRAN-VALIDA AND TRAN-ALTA
              AND TRAN-NOMBRE = SPACES THEN
            SET WS-TRAN-INVALIDA TO TRUE
            MOVE "NOMBRE EN BLANCO" TO DET-RESULTADO
           END-IF
           IF WS-TRAN-VALIDA AND TRAN-ALTA
              AND TRAN-CBU = SPACES THEN
            SET WS-TRAN-INVALIDA TO TRUE
            MOVE "CBU EN BLANCO" TO DET-RESULTADO
           END-IF
           IF WS-TRAN-VALIDA AND TRAN-PORCENTAJE > 100 THEN
            SET WS-TRAN-INVALIDA TO TRUE
            MOVE "PORC. INVALIDO" TO DET-RESULTADO
           END-IF
           IF WS-TRAN-VALIDA AND TRAN-ALTA AND
              TRAN-BEN-SINDICATO AND TRAN-PORCENTAJE = ZERO THEN
            SET WS-TRAN-INVALIDA TO TRUE
            MOVE "PORC. INVALIDO" TO DET-RESULTADO
           END-IF
           IF WS-TRAN-VALIDA AND TRAN-ALTA THEN
            MOVE TRAN-CODIGO         TO BEN-CODIGO
            READ BENEFICIARIOS
              INVALID KEY
               CONTINUE
              NOT INVALID KEY
               SET WS-TRAN-INVALIDA TO TRUE
               MOVE "COD. DUPLICADO" TO DET-RESULTADO
            END-READ
           END-IF
           IF WS-TRAN-VALIDA AND (TRAN-CAMBIO OR TRAN-BAJA) THEN
            MOVE TRAN-CODIGO         TO BEN-CODIGO
            READ BENEFICIARIOS
              INVALID KEY
               SET WS-TRAN-INVALIDA TO TRUE
               MOVE "COD. INEXISTENTE" TO DET-RESULTADO
            END-READ
           END-IF.

       0410-ALTA-BENEFICIARIO.
           MOVE SPACES                TO WS-IMAGEN-ANTES
           MOVE TRAN-CODIGO           TO BEN-CODIGO
           MOVE TRAN-BEN-TIPO         TO BEN-TIPO
           MOVE TRAN-NOMBRE           TO BEN-NOMBRE
           MOVE TRAN-EXPEDIENTE       TO BEN-EXPEDIENTE
           MOVE TRAN-BANCO            TO BEN-BANCO
           MOVE TRAN-CBU              TO BEN-CBU
           MOVE TRAN-PORCENTAJE       TO BEN-PORCENTAJE
           SET BEN-ACTIVO-SI          TO TRUE
           WRITE REG-BENEFICIARIO
           ADD 1 TO WS-TRAN-APLICADAS
           MOVE "ALTA APLICADA" TO DET-RESULTADO
           PERFORM 0490-ESCRIBIR-DETALLE
           PERFORM 0495-GRABAR-AUDITORIA.

       0420-CAMBIAR-BENEFICIARIO.
           MOVE REG-BENEFICIARIO      TO WS-IMAGEN-ANTES
           IF TRAN-NOMBRE NOT = SPACES THEN
            MOVE TRAN-NOMBRE          TO BEN-NOMBRE
           END-IF
           IF TRAN-EXPEDIENTE NOT = SPACES THEN
            MOVE TRAN-EXPEDIENTE      TO BEN-EXPEDIENTE
           END-IF
           IF TRAN-CBU NOT = SPACES THEN
            MOVE TRAN-BANCO           TO BEN-BANCO
            MOVE TRAN-CBU             TO BEN-CBU
           END-IF
           IF TRAN-PORCENTAJE > ZERO THEN
            MOVE TRAN-PORCENTAJE      TO BEN-PORCENTAJE
           END-IF
           REWRITE REG-BENEFICIARIO
           ADD 1 TO WS-TRAN-APLICADAS
           MOVE "CAMBIO APLICADO" TO DET-RESULTADO
           PERFORM 0490-ESCRIBIR-DETALLE
           PERFORM 0495-GRABAR-AUDITORIA.

       0430-BAJA-BENEFICIARIO.
           MOVE REG-BENEFICIARIO      TO WS-IMAGEN-ANTES
           SET BEN-ACTIVO-NO          TO TRUE
           REWRITE REG-BENEFICIARIO
           ADD 1 TO WS-TRAN-APLICADAS
           MOVE "BAJA APLICADA" TO DET-RESULTADO
           PERFORM 0490-ESCRIBIR-DETALLE
           PERFORM 0495-GRABAR-AUDITORIA.

       0480-RECHAZAR-TRANSACCION.
           ADD 1 TO WS-TRAN-RECHAZADAS
           PERFORM 0490-ESCRIBIR-DETALLE.

       0490-ESCRIBIR-DETALLE.
           MOVE TRAN-TIPO             TO DET-TIPO
           MOVE TRAN-CODIGO           TO DET-CODIGO
           MOVE TRAN-NOMBRE           TO DET-NOMBRE
           WRITE REG-REPMBEN          FROM WS-DETALLE.

       0495-GRABAR-AUDITORIA.
           MOVE WS-FECHA-ACTUAL       TO AUD-FECHA
           MOVE WS-HORA-HHMMSS        TO AUD-HORA
           MOVE TRAN-TIPO             TO AUD-TIPO
           MOVE TRAN-CODIGO           TO AUD-CODIGO
           MOVE WS-IMAGEN-ANTES       TO AUD-IMAGEN-ANTES
           MOVE REG-BENEFICIARIO      TO AUD-IMAGEN-DESPUES
           WRITE REG-AUDITORIA.

       0600-CERRAR-FICHEROS.
           CLOSE TRANBEN
           CLOSE BENEFICIARIOS
           CLOSE REPMBEN
           CLOSE AUDITORIA.

       0700-CLOSE-PROGRAM.
           STOP RUN.
