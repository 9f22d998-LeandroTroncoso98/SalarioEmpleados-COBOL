       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPCHQ.
       AUTHOR. TRONCOSO LEANDRO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CHQPAR ASSIGN CHQPAR
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-CHQPAR.

           SELECT CHEQUES ASSIGN CHEQUES
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHQ-NUMERO
           FILE STATUS IS FS-CHEQUE.

           SELECT EMPLEADOS ASSIGN EMP
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EMP-CODIGO
           FILE STATUS IS FS-EMPLEADO.

           SELECT CHQREP ASSIGN CHQREP
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-CHQREP.

       DATA DIVISION.
       FILE SECTION.
       FD CHQPAR RECORDING MODE IS F
                 DATA RECORD IS REG-CHQPAR.
       01 REG-CHQPAR.
          05 CHP-FECHA-CORTE      PIC 9(8).

       FD CHEQUES RECORDING MODE IS F
                  DATA RECORD IS REG-CHEQUE.
       COPY "CHEQUE.CPY".

       FD EMPLEADOS RECORDING MODE IS F
                    DATA RECORD IS REG-EMPLEADO.
       COPY "EMPLEADO.CPY".

       FD CHQREP RECORDING MODE IS F
                 DATA RECORD IS REG-CHQREP.
       01 REG-CHQREP              PIC X(80).

       WORKING-STORAGE SECTION.

       77 FS-CHQPAR               PIC 99.
          88 FS-CHQPAR-OK         VALUE 00.
          88 FS-CHQPAR-NOFILE     VALUE 35.

       77 FS-CHEQUE               PIC 99.
          88 FS-CHEQUE-OK         VALUE 00.
          88 FS-CHEQUE-END        VALUE 10.

       77 FS-EMPLEADO             PIC 99.
          88 FS-EMPLEADO-OK       VALUE 00.

       77 FS-CHQREP               PIC 99.
          88 FS-CHQREP-OK         VALUE 00.

       01 WS-FECHA-CORTE.
          05 WS-ANIO-CORTE        PIC 9(4).
          05 WS-MES-CORTE         PIC 99.
          05 WS-DIA-CORTE         PIC 99.

       01 WS-FECHA-EMISION.
          05 WS-ANIO-EMISION      PIC 9(4).
          05 WS-MES-EMISION       PIC 99.
          05 WS-DIA-EMISION       PIC 99.

       77 WS-DIA-TOPE-CORTE       PIC 99.
       77 WS-DIA-TOPE-EMISION     PIC 99.
       77 WS-DIAS-ANTIGUEDAD      PIC S9(5).

       77 WS-CHQ-LEIDOS           PIC 9(5) VALUE 0.

       77 WS-CANT-EMITIDOS        PIC 9(5) VALUE 0.
       77 WS-CANT-COBRADOS        PIC 9(5) VALUE 0.
       77 WS-CANT-ANULADOS        PIC 9(5) VALUE 0.
       77 WS-CANT-PENDIENTES      PIC 9(5) VALUE 0.

       77 WS-TOT-EMITIDO          PIC 9(9)V99 VALUE 0.
       77 WS-TOT-COBRADO          PIC 9(9)V99 VALUE 0.
       77 WS-TOT-ANULADO          PIC 9(9)V99 VALUE 0.
       77 WS-TOT-PENDIENTE        PIC 9(9)V99 VALUE 0.

       01 WS-TABLA-TRAMOS.
          05 WS-TRAMO             OCCURS 4 TIMES.
             10 TRAMO-CANT        PIC 9(5).
             10 TRAMO-IMPORTE     PIC 9(9)V99.

       01 WS-NOMBRES-TRAMOS.
          05 FILLER               PIC X(25)
             VALUE 'PENDIENTES 0 A 30 DIAS.: '.
          05 FILLER               PIC X(25)
             VALUE 'PENDIENTES 31 A 60 DIAS: '.
          05 FILLER               PIC X(25)
             VALUE 'PENDIENTES 61 A 90 DIAS: '.
          05 FILLER               PIC X(25)
             VALUE 'PENDIENTES MAS DE 90 D.: '.
       01 WS-NOMBRES-TRAMOS-R REDEFINES WS-NOMBRES-TRAMOS.
          05 WS-NOMBRE-TRAMO      PIC X(25) OCCURS 4 TIMES.

       77 WS-IDX-TRAMO            PIC 9.

       01 WS-GUIONES.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(78) VALUE ALL '-'.
          05 FILLER               PIC X VALUE SPACE.

       01 WS-TITULO.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(14) VALUE SPACES.
          05 FILLER               PIC X(40)
             VALUE 'CHEQUES Y EFECTIVO PENDIENTES AL DIA    '.
          05 TIT-FECHA-CORTE      PIC 9(8).
          05 FILLER               PIC X(16) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-SUBTITULO.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(39)
             VALUE ' NUMERO   COD.  NOMBRE               FO'.
          05 FILLER               PIC X(39)
             VALUE 'RMA    EMISION  DIAS      IMPORTE      '.
          05 FILLER               PIC X VALUE '|'.

       01 WS-DETALLE.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 DET-NUMERO           PIC 9(8).
          05 FILLER               PIC X VALUE SPACE.
          05 DET-CODIGO           PIC 9(5).
          05 FILLER               PIC X VALUE SPACE.
          05 DET-NOMBRE           PIC X(20).
          05 FILLER               PIC X VALUE SPACE.
          05 DET-FORMA            PIC X(8).
          05 FILLER               PIC X VALUE SPACE.
          05 DET-EMISION          PIC 9(8).
          05 FILLER               PIC X VALUE SPACE.
          05 DET-DIAS             PIC ZZZ9.
          05 FILLER               PIC X VALUE SPACE.
          05 DET-IMPORTE          PIC $$$$$$$$9,99.
          05 FILLER               PIC X(6) VALUE SPACES.
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

       01 WS-CUADRE.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(3) VALUE SPACES.
          05 FILLER               PIC X(34)
             VALUE 'EMITIDO - COBRADO - ANULADO......:'.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-CUADRE-RESULTADO  PIC X(9).
          05 FILLER               PIC X(31) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       PROCEDURE DIVISION.

       0100-INICIAR-PROGRAMA.
           PERFORM 0110-INICIALIZAR-VAR
           PERFORM 0120-LEER-PARAMETROS
           PERFORM 0200-ABRIR-FICHEROS
           PERFORM 0300-PROCESO-REPORTE
           PERFORM 0600-CERRAR-FICHEROS
           PERFORM 0700-CLOSE-PROGRAM.

       0110-INICIALIZAR-VAR.
           INITIALIZE WS-CHQ-LEIDOS
           INITIALIZE WS-TABLA-TRAMOS
           ACCEPT WS-FECHA-CORTE FROM DATE YYYYMMDD.

       0120-LEER-PARAMETROS.
           OPEN INPUT CHQPAR
           IF FS-CHQPAR-NOFILE THEN
            DISPLAY "REPCHQ: SIN PARAMETROS, CORTE AL " WS-FECHA-CORTE
           ELSE
            IF NOT FS-CHQPAR-OK THEN
             DISPLAY "FS-CHQPAR: " FS-CHQPAR
             PERFORM 0700-CLOSE-PROGRAM
            END-IF
            READ CHQPAR
            IF FS-CHQPAR-OK AND CHP-FECHA-CORTE NOT = ZERO THEN
             MOVE CHP-FECHA-CORTE   TO WS-FECHA-CORTE
            END-IF
            CLOSE CHQPAR
           END-IF
           IF WS-DIA-CORTE > 30 THEN
            MOVE 30                 TO WS-DIA-TOPE-CORTE
           ELSE
            MOVE WS-DIA-CORTE       TO WS-DIA-TOPE-CORTE
           END-IF.

       0200-ABRIR-FICHEROS.
           OPEN INPUT CHEQUES
           IF NOT FS-CHEQUE-OK THEN
            DISPLAY "FS-CHEQUE: " FS-CHEQUE
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           OPEN INPUT EMPLEADOS
           IF NOT FS-EMPLEADO-OK THEN
            DISPLAY "FS-EMPLEADO: " FS-EMPLEADO
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           OPEN OUTPUT CHQREP
           IF NOT FS-CHQREP-OK THEN
            DISPLAY "FS-CHQREP: " FS-CHQREP
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           MOVE WS-FECHA-CORTE      TO TIT-FECHA-CORTE
           WRITE REG-CHQREP         FROM WS-GUIONES
           WRITE REG-CHQREP         FROM WS-TITULO
           WRITE REG-CHQREP         FROM WS-GUIONES
           WRITE REG-CHQREP         FROM WS-SUBTITULO
           WRITE REG-CHQREP         FROM WS-GUIONES.

       0300-PROCESO-REPORTE.
           READ CHEQUES NEXT RECORD
           PERFORM 0400-PROCESAR-CHEQUE UNTIL FS-CHEQUE-END
           PERFORM 0500-IMPRIMIR-TOTALES.

       0400-PROCESAR-CHEQUE.
           ADD 1 TO WS-CHQ-LEIDOS
           IF CHQ-FECHA-EMISION NOT > WS-FECHA-CORTE THEN
            ADD 1 TO WS-CANT-EMITIDOS
            ADD CHQ-IMPORTE         TO WS-TOT-EMITIDO
            EVALUATE TRUE
             WHEN CHQ-COBRADO AND CHQ-FECHA-ESTADO NOT > WS-FECHA-CORTE
              ADD 1 TO WS-CANT-COBRADOS
              ADD CHQ-IMPORTE       TO WS-TOT-COBRADO
             WHEN CHQ-ANULADO AND CHQ-FECHA-ESTADO NOT > WS-FECHA-CORTE
              ADD 1 TO WS-CANT-ANULADOS
              ADD CHQ-IMPORTE       TO WS-TOT-ANULADO
             WHEN OTHER
              PERFORM 0410-LISTAR-PENDIENTE
            END-EVALUATE
           END-IF
           READ CHEQUES NEXT RECORD.

       0410-LISTAR-PENDIENTE.
           ADD 1 TO WS-CANT-PENDIENTES
           ADD CHQ-IMPORTE          TO WS-TOT-PENDIENTE
           PERFORM 0420-CALCULAR-ANTIGUEDAD
           EVALUATE TRUE
            WHEN WS-DIAS-ANTIGUEDAD NOT > 30
             MOVE 1                 TO WS-IDX-TRAMO
            WHEN WS-DIAS-ANTIGUEDAD NOT > 60
             MOVE 2                 TO WS-IDX-TRAMO
            WHEN WS-DIAS-ANTIGUEDAD NOT > 90
             MOVE 3                 TO WS-IDX-TRAMO
            WHEN OTHER
             MOVE 4                 TO WS-IDX-TRAMO
           END-EVALUATE
           ADD 1 TO TRAMO-CANT(WS-IDX-TRAMO)
           ADD CHQ-IMPORTE          TO TRAMO-IMPORTE(WS-IDX-TRAMO)
           MOVE CHQ-CODIGO          TO EMP-CODIGO
           READ EMPLEADOS
             INVALID KEY
              MOVE SPACES           TO EMP-NOMBRE
           END-READ
           MOVE CHQ-NUMERO          TO DET-NUMERO
           MOVE CHQ-CODIGO          TO DET-CODIGO
           MOVE EMP-NOMBRE          TO DET-NOMBRE
           IF CHQ-ES-CHEQUE THEN
            MOVE 'CHEQUE'           TO DET-FORMA
           ELSE
            MOVE 'EFECTIVO'         TO DET-FORMA
           END-IF
           MOVE CHQ-FECHA-EMISION   TO DET-EMISION
           MOVE WS-DIAS-ANTIGUEDAD  TO DET-DIAS
           MOVE CHQ-IMPORTE         TO DET-IMPORTE
           WRITE REG-CHQREP         FROM WS-DETALLE.

       0420-CALCULAR-ANTIGUEDAD.
           MOVE CHQ-FECHA-EMISION   TO WS-FECHA-EMISION
           IF WS-DIA-EMISION > 30 THEN
            MOVE 30                 TO WS-DIA-TOPE-EMISION
           ELSE
            MOVE WS-DIA-EMISION     TO WS-DIA-TOPE-EMISION
           END-IF
           COMPUTE WS-DIAS-ANTIGUEDAD =
            (WS-ANIO-CORTE - WS-ANIO-EMISION) * 360 +
            (WS-MES-CORTE - WS-MES-EMISION) * 30 +
            WS-DIA-TOPE-CORTE - WS-DIA-TOPE-EMISION
           IF WS-DIAS-ANTIGUEDAD < ZERO THEN
            MOVE ZERO               TO WS-DIAS-ANTIGUEDAD
           END-IF.

       0500-IMPRIMIR-TOTALES.
           WRITE REG-CHQREP         FROM WS-GUIONES
           PERFORM 0510-IMPRIMIR-TRAMO
             VARYING WS-IDX-TRAMO FROM 1 BY 1
             UNTIL WS-IDX-TRAMO > 4
           WRITE REG-CHQREP         FROM WS-GUIONES
           MOVE 'EMITIDOS AL CORTE......: ' TO TOT-CONCEPTO
           MOVE WS-CANT-EMITIDOS    TO TOT-CANTIDAD
           MOVE WS-TOT-EMITIDO      TO TOT-IMPORTE
           WRITE REG-CHQREP         FROM WS-TOT-LINEA
           MOVE 'COBRADOS...............: ' TO TOT-CONCEPTO
           MOVE WS-CANT-COBRADOS    TO TOT-CANTIDAD
           MOVE WS-TOT-COBRADO      TO TOT-IMPORTE
           WRITE REG-CHQREP         FROM WS-TOT-LINEA
           MOVE 'ANULADOS...............: ' TO TOT-CONCEPTO
           MOVE WS-CANT-ANULADOS    TO TOT-CANTIDAD
           MOVE WS-TOT-ANULADO      TO TOT-IMPORTE
           WRITE REG-CHQREP         FROM WS-TOT-LINEA
           MOVE 'PENDIENTES.............: ' TO TOT-CONCEPTO
           MOVE WS-CANT-PENDIENTES  TO TOT-CANTIDAD
           MOVE WS-TOT-PENDIENTE    TO TOT-IMPORTE
           WRITE REG-CHQREP         FROM WS-TOT-LINEA
           IF WS-TOT-EMITIDO - WS-TOT-COBRADO - WS-TOT-ANULADO =
              WS-TOT-PENDIENTE AND
              WS-CANT-EMITIDOS - WS-CANT-COBRADOS - WS-CANT-ANULADOS =
              WS-CANT-PENDIENTES THEN
            MOVE 'CUADRA'           TO WS-CUADRE-RESULTADO
           ELSE
            MOVE 'NO CUADRA'        TO WS-CUADRE-RESULTADO
           END-IF
           WRITE REG-CHQREP         FROM WS-CUADRE
           WRITE REG-CHQREP         FROM WS-GUIONES.

       0510-IMPRIMIR-TRAMO.
           MOVE WS-NOMBRE-TRAMO(WS-IDX-TRAMO) TO TOT-CONCEPTO
           MOVE TRAMO-CANT(WS-IDX-TRAMO)      TO TOT-CANTIDAD
           MOVE TRAMO-IMPORTE(WS-IDX-TRAMO)   TO TOT-IMPORTE
           WRITE REG-CHQREP         FROM WS-TOT-LINEA.

       0600-CERRAR-FICHEROS.
           CLOSE CHEQUES
           CLOSE EMPLEADOS
           CLOSE CHQREP.

       0700-CLOSE-PROGRAM.
           STOP RUN.
