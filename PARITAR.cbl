       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARITAR.
       AUTHOR. TRONCOSO LEANDRO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PARIPAR ASSIGN PARIPAR
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-PARIPAR.

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

           SELECT AUDITORIA ASSIGN AUDEMP
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-AUDITORIA.

           SELECT RETROPEN ASSIGN RETROPEN
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RTP-CLAVE
           FILE STATUS IS FS-RETROPEN.

           SELECT PARIREP ASSIGN PARIREP
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-PARIREP.

       DATA DIVISION.
       FILE SECTION.
       FD PARIPAR RECORDING MODE IS F
                  DATA RECORD IS REG-PARIPAR.
       01 REG-PARIPAR.
          05 PAP-MODO             PIC X(01).
             88 PAP-MODO-SIMULACION VALUE 'S'.
             88 PAP-MODO-REAL     VALUE 'R'.
          05 PAP-TIPO-AUMENTO     PIC X(01).
             88 PAP-PORCENTAJE    VALUE 'P'.
             88 PAP-MONTO-FIJO    VALUE 'F'.
          05 PAP-PCT-AUMENTO      PIC 9(3)V99.
          05 PAP-MONTO-AUMENTO    PIC 9(7)V99.
          05 PAP-DEPTO            PIC 9(3).
          05 PAP-TOPE-BASICO      PIC 9(7)V99.
          05 PAP-REDONDEO         PIC 9(5)V99.
          05 PAP-FECHA-VIGENCIA   PIC 9(8).

       FD EMPLEADOS RECORDING MODE IS F
                    DATA RECORD IS REG-EMPLEADO.
       COPY "EMPLEADO.CPY".

       FD DEPARTAMENTOS RECORDING MODE IS F
                        DATA RECORD IS REG-DEPARTAMENTO.
       COPY "DEPTO.CPY".

       FD AUDITORIA RECORDING MODE IS F
                    DATA RECORD IS REG-AUDITORIA.
       COPY "AUDEMP.CPY".

       FD RETROPEN RECORDING MODE IS F
                   DATA RECORD IS REG-RETRO-PEND.
       COPY "RETROPEN.CPY".

       FD PARIREP RECORDING MODE IS F
                  DATA RECORD IS REG-PARIREP.
       01 REG-PARIREP             PIC X(80).

       WORKING-STORAGE SECTION.

       77 FS-PARIPAR              PIC 99.
          88 FS-PARIPAR-OK        VALUE 00.

       77 FS-EMPLEADO             PIC 99.
          88 FS-EMPLEADO-OK       VALUE 00.
          88 FS-EMPLEADO-END      VALUE 10.

       77 FS-DEPARTAMENTO         PIC 99.
          88 FS-DEPARTAMENTO-OK   VALUE 00.

       77 FS-AUDITORIA            PIC 99.
          88 FS-AUDITORIA-OK      VALUE 00.
          88 FS-AUDITORIA-NOFILE  VALUE 35.

       77 FS-RETROPEN             PIC 99.
          88 FS-RETROPEN-OK       VALUE 00.
          88 FS-RETROPEN-NOFILE   VALUE 35.

       77 FS-PARIREP              PIC 99.
          88 FS-PARIREP-OK        VALUE 00.

       77 WS-MODO-SW              PIC X VALUE 'S'.
          88 MODO-SIMULACION      VALUE 'S'.
          88 MODO-REAL            VALUE 'R'.

       77 WS-SEL-SW               PIC X VALUE 'N'.
          88 EMP-SELECCIONADO     VALUE 'S'.
          88 EMP-NO-SELECCIONADO  VALUE 'N'.

       77 WS-ACT-SW               PIC X VALUE 'S'.
          88 ACTUALIZACION-OK     VALUE 'S'.
          88 ACTUALIZACION-ERROR  VALUE 'N'.

       01 WS-FECHA-ACTUAL         PIC 9(8).

       01 WS-HORA-ACTUAL.
          05 WS-HORA-HHMMSS       PIC 9(6).
          05 FILLER               PIC 99.

       77 WS-PERIODO-ACTUAL       PIC 9(6).
       77 WS-PERIODO-VIGENCIA     PIC 9(6).

       77 WS-IMAGEN-ANTES         PIC X(76).

       77 WS-BASICO-ANTERIOR      PIC 9(7)V99.
       77 WS-BASICO-CAL           PIC 9(8)V99.
       77 WS-AUMENTO-CAL          PIC 9(8)V99.
       77 WS-UNIDADES-REDONDEO    PIC 9(9).
       77 WS-BASICO-REDONDEADO    PIC 9(10)V99.
       77 WS-BASICO-MAXIMO        PIC 9(8)V99 VALUE 9999999,99.
       77 WS-VALOR-HORA-MAXIMO    PIC 9(8)V99 VALUE 99999,99.

       77 WS-EMP-LEIDOS           PIC 9(5) VALUE 0.
       77 WS-EMP-SELECCIONADOS    PIC 9(5) VALUE 0.
       77 WS-EMP-ACTUALIZADOS     PIC 9(5) VALUE 0.
       77 WS-EMP-EXCEDIDOS        PIC 9(5) VALUE 0.
       77 WS-EMP-RETROACTIVOS     PIC 9(5) VALUE 0.
       77 WS-TOT-ANTERIOR         PIC 9(10)V99 VALUE 0.
       77 WS-TOT-NUEVO            PIC 9(10)V99 VALUE 0.

       01 WS-TABLA-DEPTO.
          05 WS-DEPTO-ENTRADA     OCCURS 200 TIMES.
             10 DEPTO-COD         PIC 9(3).
             10 DEPTO-CANT        PIC 9(5).
             10 DEPTO-ANTERIOR    PIC 9(10)V99.
             10 DEPTO-NUEVO       PIC 9(10)V99.

       77 WS-DEPTO-CANT           PIC 9(3) VALUE 0.
       77 WS-IDX-DEPTO            PIC 9(3).
       77 WS-IDX-DEPTO-ENC        PIC 9(3).

       77 WS-DEPTO-SW             PIC X VALUE 'N'.
          88 DEPTO-ENCONTRADO     VALUE 'S'.
          88 DEPTO-NO-ENCONTRADO  VALUE 'N'.

       01 WS-GUIONES.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(78) VALUE ALL '-'.
          05 FILLER               PIC X VALUE SPACE.

       01 WS-TITULO.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(25) VALUE SPACES.
          05 FILLER               PIC X(28)
             VALUE 'AUMENTO SALARIAL PARITARIO'.
          05 FILLER               PIC X(25) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-MARCA-SIMULACION.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(25) VALUE SPACES.
          05 FILLER               PIC X(27)
                                 VALUE '*** S I M U L A C I O N ***'.
          05 FILLER               PIC X(26) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-CABECERA.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(39)
             VALUE ' CODIG NOMBRE                    DPT   '.
          05 FILLER               PIC X(39)
             VALUE ' ANTERIOR       NUEVO    AUMENTO       '.
          05 FILLER               PIC X VALUE '|'.

       01 WS-PAR-DETALLE.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 PAR-CODIGO           PIC 9(5).
          05 FILLER               PIC X VALUE SPACE.
          05 PAR-NOMBRE           PIC X(25).
          05 FILLER               PIC X VALUE SPACE.
          05 PAR-DEPTO            PIC 9(3).
          05 FILLER               PIC X VALUE SPACE.
          05 PAR-ANTERIOR         PIC $$$$$$$9,99.
          05 FILLER               PIC X VALUE SPACE.
          05 PAR-NUEVO            PIC $$$$$$$9,99.
          05 FILLER               PIC X VALUE SPACE.
          05 PAR-AUMENTO          PIC $$$$$$9,99.
          05 FILLER               PIC X VALUE SPACE.
          05 PAR-MARCA            PIC X(6).
          05 FILLER               PIC X VALUE '|'.

       01 WS-DEPTOS-TITULO.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(24) VALUE SPACES.
          05 FILLER               PIC X(30)
                                 VALUE 'TOTALES POR DEPARTAMENTO'.
          05 FILLER               PIC X(24) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-DEPTO-LINEA.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(5) VALUE 'DPT: '.
          05 DPL-CODIGO           PIC 9(3).
          05 FILLER               PIC X VALUE SPACE.
          05 DPL-NOMBRE           PIC X(20).
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(4) VALUE 'EMP:'.
          05 DPL-CANTIDAD         PIC ZZZZ9.
          05 FILLER               PIC X VALUE SPACE.
          05 DPL-ANTERIOR         PIC $$$$$$$$9,99.
          05 FILLER               PIC X VALUE SPACE.
          05 DPL-NUEVO            PIC $$$$$$$$9,99.
          05 FILLER               PIC X VALUE SPACE.
          05 DPL-AUMENTO          PIC $$$$$$$9,99.
          05 FILLER               PIC X VALUE '|'.

       01 WS-TOT-LINEA.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(3) VALUE SPACES.
          05 TOT-CONCEPTO         PIC X(25).
          05 TOT-CANTIDAD         PIC ZZZZ9.
          05 FILLER               PIC X(2) VALUE SPACES.
          05 TOT-IMPORTE          PIC $$$$$$$$$9,99.
          05 FILLER               PIC X(30) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       PROCEDURE DIVISION.

       0100-INICIAR-PROGRAMA.
           PERFORM 0110-INICIALIZAR-VAR
           PERFORM 0120-LEER-PARAMETROS
           PERFORM 0200-ABRIR-FICHEROS
           PERFORM 0300-PROCESO-AUMENTO
           PERFORM 0600-CERRAR-FICHEROS
           PERFORM 0700-CLOSE-PROGRAM.

       0110-INICIALIZAR-VAR.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ACTUAL FROM TIME
           DIVIDE WS-FECHA-ACTUAL BY 100 GIVING WS-PERIODO-ACTUAL.

       0120-LEER-PARAMETROS.
           OPEN INPUT PARIPAR
           IF NOT FS-PARIPAR-OK THEN
            DISPLAY "FS-PARIPAR: " FS-PARIPAR
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           READ PARIPAR
           IF NOT FS-PARIPAR-OK THEN
            DISPLAY "FS-PARIPAR: " FS-PARIPAR
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           EVALUATE TRUE
            WHEN PAP-MODO-SIMULACION
             SET MODO-SIMULACION    TO TRUE
            WHEN PAP-MODO-REAL
             SET MODO-REAL          TO TRUE
            WHEN OTHER
             DISPLAY "PAP-MODO INVALIDO: " PAP-MODO
             PERFORM 0700-CLOSE-PROGRAM
           END-EVALUATE
           IF PAP-PORCENTAJE AND PAP-PCT-AUMENTO = ZERO THEN
            DISPLAY "PAP-PCT-AUMENTO EN CERO"
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           IF PAP-MONTO-FIJO AND PAP-MONTO-AUMENTO = ZERO THEN
            DISPLAY "PAP-MONTO-AUMENTO EN CERO"
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           IF NOT PAP-PORCENTAJE AND NOT PAP-MONTO-FIJO THEN
            DISPLAY "PAP-TIPO-AUMENTO INVALIDO: " PAP-TIPO-AUMENTO
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           IF PAP-FECHA-VIGENCIA > WS-FECHA-ACTUAL THEN
            DISPLAY "PAP-FECHA-VIGENCIA FUTURA: " PAP-FECHA-VIGENCIA
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           DIVIDE PAP-FECHA-VIGENCIA BY 100
             GIVING WS-PERIODO-VIGENCIA
           CLOSE PARIPAR.

       0200-ABRIR-FICHEROS.
           IF MODO-REAL THEN
            OPEN I-O EMPLEADOS
           ELSE
            OPEN INPUT EMPLEADOS
           END-IF
           IF NOT FS-EMPLEADO-OK THEN
            DISPLAY "FS-EMPLEADO: " FS-EMPLEADO
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           OPEN INPUT DEPARTAMENTOS
           IF NOT FS-DEPARTAMENTO-OK THEN
            DISPLAY "FS-DEPARTAMENTO: " FS-DEPARTAMENTO
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           IF PAP-DEPTO NOT = ZERO THEN
            MOVE PAP-DEPTO          TO DPTO-CODIGO
            READ DEPARTAMENTOS
              INVALID KEY
               DISPLAY "PAP-DEPTO INEXISTENTE: " PAP-DEPTO
               PERFORM 0700-CLOSE-PROGRAM
            END-READ
           END-IF
           IF MODO-REAL THEN
            OPEN EXTEND AUDITORIA
            IF FS-AUDITORIA-NOFILE THEN
             OPEN OUTPUT AUDITORIA
            END-IF
            IF NOT FS-AUDITORIA-OK THEN
             DISPLAY "FS-AUDITORIA: " FS-AUDITORIA
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
           END-IF
           OPEN OUTPUT PARIREP
           IF NOT FS-PARIREP-OK THEN
            DISPLAY "FS-PARIREP: " FS-PARIREP
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           WRITE REG-PARIREP        FROM WS-GUIONES
           WRITE REG-PARIREP        FROM WS-TITULO
           IF MODO-SIMULACION THEN
            WRITE REG-PARIREP       FROM WS-MARCA-SIMULACION
           END-IF
           WRITE REG-PARIREP        FROM WS-GUIONES
           WRITE REG-PARIREP        FROM WS-CABECERA
           WRITE REG-PARIREP        FROM WS-GUIONES.

       0300-PROCESO-AUMENTO.
           MOVE ZERO                TO EMP-CODIGO
           START EMPLEADOS KEY IS GREATER THAN EMP-CODIGO
             INVALID KEY
              SET FS-EMPLEADO-END   TO TRUE
           END-START
           IF NOT FS-EMPLEADO-END THEN
            READ EMPLEADOS NEXT RECORD
           END-IF
           PERFORM 0400-PROCESAR-EMPLEADO UNTIL FS-EMPLEADO-END
           PERFORM 0500-IMPRIMIR-TOTALES.

       0400-PROCESAR-EMPLEADO.
           ADD 1 TO WS-EMP-LEIDOS
           PERFORM 0405-SELECCIONAR-EMPLEADO
           IF EMP-SELECCIONADO THEN
            ADD 1 TO WS-EMP-SELECCIONADOS
            PERFORM 0410-CALCULAR-AUMENTO
            MOVE SPACES             TO PAR-MARCA
            SET ACTUALIZACION-OK    TO TRUE
            EVALUATE TRUE
             WHEN (EMP-MENSUAL AND WS-BASICO-CAL > WS-BASICO-MAXIMO) OR
                  (EMP-JORNALIZADO AND
                   WS-BASICO-CAL > WS-VALOR-HORA-MAXIMO)
              ADD 1 TO WS-EMP-EXCEDIDOS
              MOVE 'EXCEDE'         TO PAR-MARCA
             WHEN WS-BASICO-CAL NOT > WS-BASICO-ANTERIOR
              MOVE 'NO AUM'         TO PAR-MARCA
             WHEN OTHER
              IF MODO-REAL THEN
               PERFORM 0420-ACTUALIZAR-EMPLEADO
              END-IF
              EVALUATE TRUE
               WHEN ACTUALIZACION-ERROR
                MOVE 'ERROR'        TO PAR-MARCA
               WHEN EMP-JORNALIZADO
                MOVE 'X HORA'       TO PAR-MARCA
               WHEN OTHER
                PERFORM 0430-ACUMULAR-DEPARTAMENTO
              END-EVALUATE
            END-EVALUATE
            PERFORM 0440-ESCRIBIR-DETALLE
           END-IF
           READ EMPLEADOS NEXT RECORD.

       0405-SELECCIONAR-EMPLEADO.
           SET EMP-SELECCIONADO     TO TRUE
           IF NOT EMP-ACTIVO-SI THEN
            SET EMP-NO-SELECCIONADO TO TRUE
           END-IF
           IF PAP-DEPTO NOT = ZERO AND EMP-DEPTO NOT = PAP-DEPTO THEN
            SET EMP-NO-SELECCIONADO TO TRUE
           END-IF
           IF PAP-TOPE-BASICO NOT = ZERO AND EMP-MENSUAL AND
              EMP-BASICO > PAP-TOPE-BASICO THEN
            SET EMP-NO-SELECCIONADO TO TRUE
           END-IF
           IF EMP-JORNALIZADO AND NOT PAP-PORCENTAJE THEN
            SET EMP-NO-SELECCIONADO TO TRUE
           END-IF.

       0410-CALCULAR-AUMENTO.
           IF EMP-JORNALIZADO THEN
            MOVE EMP-VALOR-HORA     TO WS-BASICO-ANTERIOR
            COMPUTE WS-BASICO-CAL ROUNDED =
             EMP-VALOR-HORA * (100 + PAP-PCT-AUMENTO) / 100
           ELSE
            PERFORM 0411-CALCULAR-BASICO
           END-IF
           IF WS-BASICO-CAL > WS-BASICO-ANTERIOR THEN
            COMPUTE WS-AUMENTO-CAL =
             WS-BASICO-CAL - WS-BASICO-ANTERIOR
           ELSE
            MOVE ZERO               TO WS-AUMENTO-CAL
           END-IF.

       0411-CALCULAR-BASICO.
           MOVE EMP-BASICO          TO WS-BASICO-ANTERIOR
           IF PAP-PORCENTAJE THEN
            COMPUTE WS-BASICO-CAL ROUNDED =
             EMP-BASICO * (100 + PAP-PCT-AUMENTO) / 100
           ELSE
            COMPUTE WS-BASICO-CAL =
             EMP-BASICO + PAP-MONTO-AUMENTO
           END-IF
           IF PAP-REDONDEO > ZERO THEN
            PERFORM 0415-REDONDEAR-BASICO
           END-IF.

       0415-REDONDEAR-BASICO.
           DIVIDE WS-BASICO-CAL BY PAP-REDONDEO
             GIVING WS-UNIDADES-REDONDEO
           COMPUTE WS-BASICO-REDONDEADO =
            WS-UNIDADES-REDONDEO * PAP-REDONDEO
           IF WS-BASICO-REDONDEADO < WS-BASICO-CAL THEN
            ADD 1 TO WS-UNIDADES-REDONDEO
           END-IF
           COMPUTE WS-BASICO-CAL =
            WS-UNIDADES-REDONDEO * PAP-REDONDEO.

       0420-ACTUALIZAR-EMPLEADO.
           MOVE REG-EMPLEADO        TO WS-IMAGEN-ANTES
           IF EMP-JORNALIZADO THEN
            MOVE WS-BASICO-CAL      TO EMP-VALOR-HORA
           ELSE
            MOVE WS-BASICO-CAL      TO EMP-BASICO
           END-IF
           REWRITE REG-EMPLEADO
           IF FS-EMPLEADO-OK THEN
            ADD 1 TO WS-EMP-ACTUALIZADOS
            PERFORM 0495-GRABAR-AUDITORIA
            IF PAP-FECHA-VIGENCIA NOT = ZERO AND EMP-MENSUAL AND
               WS-PERIODO-VIGENCIA < WS-PERIODO-ACTUAL AND
               EMP-BASICO > WS-BASICO-ANTERIOR THEN
             PERFORM 0425-GRABAR-RETROACTIVO
            END-IF
           ELSE
            SET ACTUALIZACION-ERROR TO TRUE
            DISPLAY "FS-EMPLEADO: " FS-EMPLEADO
                    " CODIGO: " EMP-CODIGO
           END-IF.

       0425-GRABAR-RETROACTIVO.
           ADD 1 TO WS-EMP-RETROACTIVOS
           MOVE 'RETRO'             TO PAR-MARCA
           MOVE EMP-CODIGO          TO RTP-CODIGO
           MOVE WS-PERIODO-VIGENCIA TO RTP-PERIODO-DESDE
           READ RETROPEN
             INVALID KEY
              MOVE EMP-CODIGO       TO RTP-CODIGO
              MOVE WS-PERIODO-VIGENCIA TO RTP-PERIODO-DESDE
              MOVE PAP-FECHA-VIGENCIA TO RTP-FECHA-VIGENCIA
              MOVE WS-BASICO-ANTERIOR TO RTP-BASICO-ANTERIOR
              MOVE EMP-BASICO       TO RTP-BASICO-NUEVO
              MOVE WS-FECHA-ACTUAL  TO RTP-FECHA-ALTA
              SET RTP-PENDIENTE     TO TRUE
              MOVE ZERO             TO RTP-PERIODO-CALCULO
              WRITE REG-RETRO-PEND
             NOT INVALID KEY
              IF RTP-PENDIENTE THEN
               MOVE EMP-BASICO      TO RTP-BASICO-NUEVO
               MOVE WS-FECHA-ACTUAL TO RTP-FECHA-ALTA
              ELSE
               MOVE WS-BASICO-ANTERIOR TO RTP-BASICO-ANTERIOR
               MOVE EMP-BASICO      TO RTP-BASICO-NUEVO
               MOVE PAP-FECHA-VIGENCIA TO RTP-FECHA-VIGENCIA
               MOVE WS-FECHA-ACTUAL TO RTP-FECHA-ALTA
               SET RTP-PENDIENTE    TO TRUE
               MOVE ZERO            TO RTP-PERIODO-CALCULO
              END-IF
              REWRITE REG-RETRO-PEND
           END-READ.

       0430-ACUMULAR-DEPARTAMENTO.
           SET DEPTO-NO-ENCONTRADO TO TRUE
           PERFORM 0436-BUSCAR-DEPTO
             VARYING WS-IDX-DEPTO FROM 1 BY 1
             UNTIL WS-IDX-DEPTO > WS-DEPTO-CANT OR DEPTO-ENCONTRADO
           IF DEPTO-NO-ENCONTRADO THEN
            IF WS-DEPTO-CANT = 200 THEN
             DISPLAY "WS-TABLA-DEPTO: TABLA DE DEPARTAMENTOS LLENA"
             PERFORM 0600-CERRAR-FICHEROS
             PERFORM 0700-CLOSE-PROGRAM
            END-IF
            ADD 1 TO WS-DEPTO-CANT
            MOVE WS-DEPTO-CANT       TO WS-IDX-DEPTO-ENC
            MOVE EMP-DEPTO           TO DEPTO-COD(WS-IDX-DEPTO-ENC)
            INITIALIZE DEPTO-CANT(WS-IDX-DEPTO-ENC)
                       DEPTO-ANTERIOR(WS-IDX-DEPTO-ENC)
                       DEPTO-NUEVO(WS-IDX-DEPTO-ENC)
           END-IF
           ADD 1 TO DEPTO-CANT(WS-IDX-DEPTO-ENC)
           ADD WS-BASICO-ANTERIOR
             TO DEPTO-ANTERIOR(WS-IDX-DEPTO-ENC)
           ADD WS-BASICO-CAL
             TO DEPTO-NUEVO(WS-IDX-DEPTO-ENC)
           ADD WS-BASICO-ANTERIOR   TO WS-TOT-ANTERIOR
           ADD WS-BASICO-CAL        TO WS-TOT-NUEVO.

       0436-BUSCAR-DEPTO.
           IF DEPTO-COD(WS-IDX-DEPTO) = EMP-DEPTO THEN
            SET DEPTO-ENCONTRADO TO TRUE
            MOVE WS-IDX-DEPTO       TO WS-IDX-DEPTO-ENC
           END-IF.

       0440-ESCRIBIR-DETALLE.
           MOVE EMP-CODIGO          TO PAR-CODIGO
           MOVE EMP-NOMBRE          TO PAR-NOMBRE
           MOVE EMP-DEPTO           TO PAR-DEPTO
           MOVE WS-BASICO-ANTERIOR  TO PAR-ANTERIOR
           MOVE WS-BASICO-CAL       TO PAR-NUEVO
           MOVE WS-AUMENTO-CAL      TO PAR-AUMENTO
           WRITE REG-PARIREP        FROM WS-PAR-DETALLE.

       0495-GRABAR-AUDITORIA.
           MOVE WS-FECHA-ACTUAL     TO AUD-FECHA
           MOVE WS-HORA-HHMMSS      TO AUD-HORA
           MOVE 'P'                 TO AUD-TIPO
           MOVE EMP-CODIGO          TO AUD-CODIGO
           MOVE WS-IMAGEN-ANTES     TO AUD-IMAGEN-ANTES
           MOVE REG-EMPLEADO        TO AUD-IMAGEN-DESPUES
           WRITE REG-AUDITORIA.

       0500-IMPRIMIR-TOTALES.
           WRITE REG-PARIREP        FROM WS-GUIONES
           WRITE REG-PARIREP        FROM WS-DEPTOS-TITULO
           WRITE REG-PARIREP        FROM WS-GUIONES
           PERFORM 0510-IMPRIMIR-DEPTO
             VARYING WS-IDX-DEPTO FROM 1 BY 1
             UNTIL WS-IDX-DEPTO > WS-DEPTO-CANT
           WRITE REG-PARIREP        FROM WS-GUIONES
           MOVE 'EMPLEADOS LEIDOS.......: ' TO TOT-CONCEPTO
           MOVE WS-EMP-LEIDOS       TO TOT-CANTIDAD
           MOVE ZERO                TO TOT-IMPORTE
           WRITE REG-PARIREP        FROM WS-TOT-LINEA
           MOVE 'EMPLEADOS ALCANZADOS...: ' TO TOT-CONCEPTO
           MOVE WS-EMP-SELECCIONADOS TO TOT-CANTIDAD
           WRITE REG-PARIREP        FROM WS-TOT-LINEA
           MOVE 'EXCEDEN BASICO MAXIMO..: ' TO TOT-CONCEPTO
           MOVE WS-EMP-EXCEDIDOS    TO TOT-CANTIDAD
           WRITE REG-PARIREP        FROM WS-TOT-LINEA
           MOVE 'EMPLEADOS ACTUALIZADOS.: ' TO TOT-CONCEPTO
           MOVE WS-EMP-ACTUALIZADOS TO TOT-CANTIDAD
           WRITE REG-PARIREP        FROM WS-TOT-LINEA
           MOVE 'RETROACTIVOS GENERADOS.: ' TO TOT-CONCEPTO
           MOVE WS-EMP-RETROACTIVOS TO TOT-CANTIDAD
           WRITE REG-PARIREP        FROM WS-TOT-LINEA
           MOVE 'TOTAL BASICOS ANTERIOR.: ' TO TOT-CONCEPTO
           MOVE ZERO                TO TOT-CANTIDAD
           MOVE WS-TOT-ANTERIOR     TO TOT-IMPORTE
           WRITE REG-PARIREP        FROM WS-TOT-LINEA
           MOVE 'TOTAL BASICOS NUEVO....: ' TO TOT-CONCEPTO
           MOVE WS-TOT-NUEVO        TO TOT-IMPORTE
           WRITE REG-PARIREP        FROM WS-TOT-LINEA
           MOVE 'TOTAL AUMENTO..........: ' TO TOT-CONCEPTO
           COMPUTE TOT-IMPORTE = WS-TOT-NUEVO - WS-TOT-ANTERIOR
           WRITE REG-PARIREP        FROM WS-TOT-LINEA
           WRITE REG-PARIREP        FROM WS-GUIONES.

       0510-IMPRIMIR-DEPTO.
           MOVE DEPTO-COD(WS-IDX-DEPTO)      TO DPL-CODIGO
           MOVE DEPTO-COD(WS-IDX-DEPTO)      TO DPTO-CODIGO
           READ DEPARTAMENTOS
             INVALID KEY
              MOVE '*** SIN NOMBRE ***' TO DPTO-NOMBRE
           END-READ
           MOVE DPTO-NOMBRE                  TO DPL-NOMBRE
           MOVE DEPTO-CANT(WS-IDX-DEPTO)     TO DPL-CANTIDAD
           MOVE DEPTO-ANTERIOR(WS-IDX-DEPTO) TO DPL-ANTERIOR
           MOVE DEPTO-NUEVO(WS-IDX-DEPTO)    TO DPL-NUEVO
           COMPUTE DPL-AUMENTO =
            DEPTO-NUEVO(WS-IDX-DEPTO) - DEPTO-ANTERIOR(WS-IDX-DEPTO)
           WRITE REG-PARIREP        FROM WS-DEPTO-LINEA.

       0600-CERRAR-FICHEROS.
           CLOSE EMPLEADOS
           CLOSE DEPARTAMENTOS
           IF MODO-REAL THEN
            CLOSE AUDITORIA
            CLOSE RETROPEN
           END-IF
           CLOSE PARIREP.

       0700-CLOSE-PROGRAM.
           STOP RUN.
