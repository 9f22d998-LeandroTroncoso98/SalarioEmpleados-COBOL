           RECORD KEY IS DPTO-CODIGO
           FILE STATUS IS FS-DEPARTAMENTO.

           SELECT RETROPEN ASSIGN RETROPEN
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RTP-CLAVE
           FILE STATUS IS FS-RETROPEN.

           SELECT CATEGORIAS ASSIGN CATEG
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CAT-CODIGO
           FILE STATUS IS FS-CATEGORIA.

       DATA DIVISION.
       FILE SECTION.
       FD TRANEMP RECORDING MODE IS F
          05 TRAN-DEPTO           PIC 9(3).
          05 TRAN-FECHA-INGRESO   PIC 9(8).
          05 TRAN-FECHA-EGRESO    PIC 9(8).
          05 TRAN-FECHA-VIGENCIA  PIC 9(8).
          05 TRAN-CATEGORIA       PIC 9(3).
          05 TRAN-FORMA-PAGO      PIC X(01).
             88 TRAN-FORMA-VALIDA VALUE 'T' 'C' 'E' ' '.
          05 TRAN-TIPO-PAGO       PIC X(01).
          05 TRAN-VALOR-HORA      PIC 9(5)V99.

       FD EMPLEADOS RECORDING MODE IS F
                    DATA RECORD IS REG-EMPLEADO.
                        DATA RECORD IS REG-DEPARTAMENTO.
       COPY "DEPTO.CPY".

       FD RETROPEN RECORDING MODE IS F
                   DATA RECORD IS REG-RETRO-PEND.
       COPY "RETROPEN.CPY".

       FD CATEGORIAS RECORDING MODE IS F
                     DATA RECORD IS REG-CATEGORIA.
       COPY "CATEGOR.CPY".

       WORKING-STORAGE SECTION.

       77 FS-TRANEMP              PIC 99.
       77 FS-DEPARTAMENTO         PIC 99.
          88 FS-DEPARTAMENTO-OK   VALUE 00.

       77 FS-RETROPEN             PIC 99.
          88 FS-RETROPEN-OK       VALUE 00.
          88 FS-RETROPEN-NOFILE   VALUE 35.

       77 FS-CATEGORIA            PIC 99.
          88 FS-CATEGORIA-OK      VALUE 00.
          88 FS-CATEGORIA-NOFILE  VALUE 35.

       77 WS-CAT-FICH-SW          PIC X VALUE 'N'.
          88 CAT-CON-FICHERO      VALUE 'S'.
          88 CAT-SIN-FICHERO      VALUE 'N'.

       01 WS-FECHA-ACTUAL         PIC 9(8).

       77 WS-PERIODO-ACTUAL       PIC 9(6).
       77 WS-PERIODO-VIGENCIA     PIC 9(6).
       77 WS-BASICO-ANTERIOR      PIC 9(7)V99.
       77 WS-CATEGORIA-VAL        PIC 9(3).
       77 WS-VALOR-HORA-VAL       PIC 9(5)V99.

       77 WS-TIPO-PAGO-VAL        PIC X(01).
          88 TIPO-VAL-MENSUAL     VALUE 'M'.
          88 TIPO-VAL-JORNALIZADO VALUE 'J'.

       01 WS-HORA-ACTUAL.
          05 WS-HORA-HHMMSS       PIC 9(6).
          05 FILLER               PIC 99.

       77 WS-IMAGEN-ANTES         PIC X(76).

       77 WS-TRAN-SW              PIC X VALUE 'S'.
          88 WS-TRAN-VALIDA       VALUE 'S'.
           INITIALIZE WS-TRAN-APLICADAS
           INITIALIZE WS-TRAN-RECHAZADAS
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ACTUAL FROM TIME
           DIVIDE WS-FECHA-ACTUAL BY 100 GIVING WS-PERIODO-ACTUAL.

       0200-ABRIR-FICHEROS.
           OPEN INPUT TRANEMP
            DISPLAY "FS-DEPARTAMENTO: " FS-DEPARTAMENTO
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           OPEN I-O RETROPEN
           IF FS-RETROPEN-NOFILE THEN
            OPEN OUTPUT RETROPEN
            CLOSE RETROPEN
            OPEN I-O RETROPEN
           END-IF
           IF NOT FS-RETROPEN-OK THEN
            DISPLAY "FS-RETROPEN: " FS-RETROPEN
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           OPEN INPUT CATEGORIAS
           IF FS-CATEGORIA-OK THEN
            SET CAT-CON-FICHERO      TO TRUE
           ELSE
            IF NOT FS-CATEGORIA-NOFILE THEN
             DISPLAY "FS-CATEGORIA: " FS-CATEGORIA
             PERFORM 0700-CLOSE-PROGRAM
            END-IF
           END-IF
           WRITE REG-REPMANT        FROM WS-MANT-GUIONES
           WRITE REG-REPMANT        FROM WS-MANT-TITULO
           WRITE REG-REPMANT        FROM WS-MANT-GUIONES.
                MOVE "DEPTO INACTIVO" TO MANT-RESULTADO
               END-IF
            END-READ
           END-IF
           MOVE TRAN-TIPO-PAGO         TO WS-TIPO-PAGO-VAL
           MOVE TRAN-VALOR-HORA        TO WS-VALOR-HORA-VAL
           IF TRAN-TIPO-PAGO = SPACE THEN
            IF WS-TRAN-VALIDA AND TRAN-CAMBIO AND
               NOT EMP-MENSUAL THEN
             MOVE EMP-TIPO-PAGO     TO WS-TIPO-PAGO-VAL
            ELSE
             SET TIPO-VAL-MENSUAL   TO TRUE
            END-IF
           END-IF
           IF WS-TRAN-VALIDA AND TRAN-CAMBIO
              AND TRAN-VALOR-HORA = ZERO THEN
            MOVE EMP-VALOR-HORA      TO WS-VALOR-HORA-VAL
           END-IF
           MOVE TRAN-CATEGORIA         TO WS-CATEGORIA-VAL
           IF WS-TRAN-VALIDA AND TRAN-CAMBIO
              AND TRAN-CATEGORIA = ZERO THEN
            MOVE EMP-CATEGORIA       TO WS-CATEGORIA-VAL
           END-IF
           IF WS-TRAN-VALIDA AND (TRAN-ALTA OR TRAN-CAMBIO)
              AND WS-CATEGORIA-VAL NOT = ZERO THEN
            PERFORM 0407-VALIDAR-CATEGORIA
           END-IF
           IF WS-TRAN-VALIDA AND (TRAN-ALTA OR TRAN-CAMBIO)
              AND NOT TRAN-FORMA-VALIDA THEN
            SET WS-TRAN-INVALIDA TO TRUE
            MOVE "FORMA PAGO INVAL." TO MANT-RESULTADO
           END-IF
           IF WS-TRAN-VALIDA AND (TRAN-ALTA OR TRAN-CAMBIO)
              AND NOT TIPO-VAL-MENSUAL
              AND NOT TIPO-VAL-JORNALIZADO THEN
            SET WS-TRAN-INVALIDA TO TRUE
            MOVE "TIPO PAGO INVAL." TO MANT-RESULTADO
           END-IF
           IF WS-TRAN-VALIDA AND (TRAN-ALTA OR TRAN-CAMBIO)
              AND TIPO-VAL-JORNALIZADO
              AND WS-VALOR-HORA-VAL = ZERO THEN
            SET WS-TRAN-INVALIDA TO TRUE
            MOVE "VALOR HORA CERO" TO MANT-RESULTADO
           END-IF
           IF WS-TRAN-VALIDA AND TRAN-FECHA-VIGENCIA NOT = ZERO THEN
            IF NOT TRAN-CAMBIO THEN
             SET WS-TRAN-INVALIDA TO TRUE
             MOVE "VIGENCIA NO APLIC" TO MANT-RESULTADO
            ELSE
             IF TRAN-FECHA-VIGENCIA > WS-FECHA-ACTUAL THEN
              SET WS-TRAN-INVALIDA TO TRUE
              MOVE "VIGENCIA FUTURA" TO MANT-RESULTADO
             END-IF
            END-IF
           END-IF.

       0407-VALIDAR-CATEGORIA.
           IF CAT-SIN-FICHERO THEN
            SET WS-TRAN-INVALIDA TO TRUE
            MOVE "CATEG INEXISTENTE" TO MANT-RESULTADO
           ELSE
            MOVE WS-CATEGORIA-VAL    TO CAT-CODIGO
            READ CATEGORIAS
              INVALID KEY
               SET WS-TRAN-INVALIDA TO TRUE
               MOVE "CATEG INEXISTENTE" TO MANT-RESULTADO
              NOT INVALID KEY
               IF CAT-ACTIVA-NO THEN
                SET WS-TRAN-INVALIDA TO TRUE
                MOVE "CATEG INACTIVA" TO MANT-RESULTADO
               ELSE
                IF TIPO-VAL-MENSUAL AND
                   TRAN-BASICO < CAT-BASICO-MINIMO THEN
                 SET WS-TRAN-INVALIDA TO TRUE
                 MOVE "BAJO MINIMO CATEG" TO MANT-RESULTADO
                END-IF
               END-IF
            END-READ
           END-IF.

       0410-ALTA-EMPLEADO.
            MOVE TRAN-FECHA-INGRESO   TO EMP-FECHA-INGRESO
           END-IF
           MOVE ZERO                  TO EMP-FECHA-EGRESO
           MOVE TRAN-CATEGORIA        TO EMP-CATEGORIA
           IF TRAN-FORMA-PAGO = SPACE THEN
            SET EMP-PAGO-TRANSFERENCIA TO TRUE
           ELSE
            MOVE TRAN-FORMA-PAGO      TO EMP-FORMA-PAGO
           END-IF
           SET EMP-ACTIVO-SI          TO TRUE
           PERFORM 0415-ASIGNAR-TIPO-PAGO
           WRITE REG-EMPLEADO
           ADD 1 TO WS-TRAN-APLICADAS
           MOVE "ALTA APLICADA" TO MANT-RESULTADO
           PERFORM 0490-ESCRIBIR-DETALLE
           PERFORM 0495-GRABAR-AUDITORIA.

       0415-ASIGNAR-TIPO-PAGO.
           MOVE WS-TIPO-PAGO-VAL      TO EMP-TIPO-PAGO
           IF EMP-JORNALIZADO THEN
            MOVE WS-VALOR-HORA-VAL    TO EMP-VALOR-HORA
            MOVE ZERO                 TO EMP-BASICO
           ELSE
            MOVE ZERO                 TO EMP-VALOR-HORA
           END-IF.

       0420-CAMBIAR-EMPLEADO.
           MOVE REG-EMPLEADO          TO WS-IMAGEN-ANTES
           MOVE EMP-BASICO            TO WS-BASICO-ANTERIOR
           IF TRAN-NOMBRE NOT = SPACES THEN
            MOVE TRAN-NOMBRE          TO EMP-NOMBRE
           END-IF
           IF TRAN-FECHA-EGRESO NOT = ZERO THEN
            MOVE TRAN-FECHA-EGRESO    TO EMP-FECHA-EGRESO
           END-IF
           IF TRAN-CATEGORIA NOT = ZERO THEN
            MOVE TRAN-CATEGORIA       TO EMP-CATEGORIA
           END-IF
           IF TRAN-FORMA-PAGO NOT = SPACE THEN
            MOVE TRAN-FORMA-PAGO      TO EMP-FORMA-PAGO
           END-IF
           PERFORM 0415-ASIGNAR-TIPO-PAGO
           REWRITE REG-EMPLEADO
           ADD 1 TO WS-TRAN-APLICADAS
           MOVE "CAMBIO APLICADO" TO MANT-RESULTADO
           IF TRAN-FECHA-VIGENCIA NOT = ZERO THEN
            DIVIDE TRAN-FECHA-VIGENCIA BY 100
              GIVING WS-PERIODO-VIGENCIA
            IF WS-PERIODO-VIGENCIA < WS-PERIODO-ACTUAL AND
               EMP-BASICO > WS-BASICO-ANTERIOR THEN
             PERFORM 0425-GRABAR-RETROACTIVO
            END-IF
           END-IF
           PERFORM 0490-ESCRIBIR-DETALLE
           PERFORM 0495-GRABAR-AUDITORIA.

       0425-GRABAR-RETROACTIVO.
           MOVE TRAN-CODIGO           TO RTP-CODIGO
           MOVE WS-PERIODO-VIGENCIA   TO RTP-PERIODO-DESDE
           READ RETROPEN
             INVALID KEY
              MOVE TRAN-CODIGO        TO RTP-CODIGO
              MOVE WS-PERIODO-VIGENCIA TO RTP-PERIODO-DESDE
              MOVE TRAN-FECHA-VIGENCIA TO RTP-FECHA-VIGENCIA
              MOVE WS-BASICO-ANTERIOR TO RTP-BASICO-ANTERIOR
              MOVE EMP-BASICO         TO RTP-BASICO-NUEVO
              MOVE WS-FECHA-ACTUAL    TO RTP-FECHA-ALTA
              SET RTP-PENDIENTE       TO TRUE
              MOVE ZERO               TO RTP-PERIODO-CALCULO
              WRITE REG-RETRO-PEND
             NOT INVALID KEY
              IF RTP-PENDIENTE THEN
               MOVE EMP-BASICO        TO RTP-BASICO-NUEVO
               MOVE WS-FECHA-ACTUAL   TO RTP-FECHA-ALTA
              ELSE
               MOVE WS-BASICO-ANTERIOR TO RTP-BASICO-ANTERIOR
               MOVE EMP-BASICO        TO RTP-BASICO-NUEVO
               MOVE TRAN-FECHA-VIGENCIA TO RTP-FECHA-VIGENCIA
               MOVE WS-FECHA-ACTUAL   TO RTP-FECHA-ALTA
               SET RTP-PENDIENTE      TO TRUE
               MOVE ZERO              TO RTP-PERIODO-CALCULO
              END-IF
              REWRITE REG-RETRO-PEND
           END-READ
           MOVE "CAMBIO RETROACT." TO MANT-RESULTADO.

       0430-BAJA-EMPLEADO.
           MOVE REG-EMPLEADO          TO WS-IMAGEN-ANTES
           IF TRAN-FECHA-EGRESO = ZERO THEN
           CLOSE EMPLEADOS
           CLOSE REPMANT
           CLOSE AUDITORIA
           CLOSE DEPARTAMENTOS
           CLOSE RETROPEN
           IF CAT-CON-FICHERO THEN
            CLOSE CATEGORIAS
           END-IF.

       0700-CLOSE-PROGRAM.
           STOP RUN.
