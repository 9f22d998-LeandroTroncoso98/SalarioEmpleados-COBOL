       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMESAS.
       AUTHOR. TRONCOSO LEANDRO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT REMPAR ASSIGN REMPAR
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-REMPAR.

           SELECT DEDAPLICADAS ASSIGN DEDAPLI
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS APL-CLAVE
           FILE STATUS IS FS-DED-APLICADA.

           SELECT BENEFICIARIOS ASSIGN BENEFIC
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS BEN-CODIGO
           FILE STATUS IS FS-BENEFICIARIO.

           SELECT EMPLEADOS ASSIGN EMP
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EMP-CODIGO
           FILE STATUS IS FS-EMPLEADO.

           SELECT REMDEP ASSIGN REMDEP
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-REMDEP.

           SELECT REMREP ASSIGN REMREP
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-REMREP.

       DATA DIVISION.
       FILE SECTION.
       FD REMPAR RECORDING MODE IS F
                 DATA RECORD IS REG-REMPAR.
       01 REG-REMPAR.
          05 RMP-PERIODO          PIC 9(6).
          05 RMP-QUINCENA         PIC 9.

       FD DEDAPLICADAS RECORDING MODE IS F
                       DATA RECORD IS REG-DED-APLICADA.
       COPY "DEDAPLI.CPY".

       FD BENEFICIARIOS RECORDING MODE IS F
                        DATA RECORD IS REG-BENEFICIARIO.
       COPY "BENEFIC.CPY".

       FD EMPLEADOS RECORDING MODE IS F
                    DATA RECORD IS REG-EMPLEADO.
       COPY "EMPLEADO.CPY".

       FD REMDEP RECORDING MODE IS F
                 DATA RECORD IS REG-DEPOSITO.
       COPY "DEPOSIT.CPY".

       FD REMREP RECORDING MODE IS F
                 DATA RECORD IS REG-REMREP.
       01 REG-REMREP              PIC X(80).

       WORKING-STORAGE SECTION.

       77 FS-REMPAR               PIC 99.
          88 FS-REMPAR-OK         VALUE 00.
          88 FS-REMPAR-NOFILE     VALUE 35.

       77 FS-DED-APLICADA         PIC 99.
          88 FS-DED-APLICADA-OK   VALUE 00.
          88 FS-DED-APLICADA-END  VALUE 10.

       77 FS-BENEFICIARIO         PIC 99.
          88 FS-BENEFICIARIO-OK   VALUE 00.

       77 FS-EMPLEADO             PIC 99.
          88 FS-EMPLEADO-OK       VALUE 00.

       77 FS-REMDEP               PIC 99.
          88 FS-REMDEP-OK         VALUE 00.

       77 FS-REMREP               PIC 99.
          88 FS-REMREP-OK         VALUE 00.

       01 WS-FECHA-ACTUAL.
          05 WS-ANIO-ACTUAL       PIC 9(4).
          05 WS-MES-ACTUAL        PIC 99.
          05 WS-DIA-ACTUAL        PIC 99.

       77 WS-PERIODO-REM          PIC 9(6).
       77 WS-QUINCENA-REM         PIC 9 VALUE 0.
       77 WS-BEN-ACTUAL           PIC 9(5).

       77 WS-BEN-SW               PIC X VALUE 'N'.
          88 BEN-HALLADO          VALUE 'S'.
          88 BEN-NO-HALLADO       VALUE 'N'.

       77 WS-FIN-SW               PIC X VALUE 'N'.
          88 FIN-PERIODO          VALUE 'S'.
          88 NO-FIN-PERIODO       VALUE 'N'.

       77 WS-BEN-CANT-APL         PIC 9(5).
       77 WS-BEN-IMPORTE          PIC 9(9)V99.

       77 WS-APL-LEIDAS           PIC 9(5) VALUE 0.
       77 WS-TOT-APLICADO         PIC 9(9)V99 VALUE 0.
       77 WS-CANT-REMITIDOS       PIC 9(5) VALUE 0.
       77 WS-TOT-REMITIDO         PIC 9(9)V99 VALUE 0.
       77 WS-CANT-NO-REMITIDOS    PIC 9(5) VALUE 0.
       77 WS-TOT-NO-REMITIDO      PIC 9(9)V99 VALUE 0.

       01 WS-GUIONES.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(78) VALUE ALL '-'.
          05 FILLER               PIC X VALUE SPACE.

       01 WS-TITULO.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(17) VALUE SPACES.
          05 FILLER               PIC X(34)
             VALUE 'REMESAS A BENEFICIARIOS - PERIODO '.
          05 TIT-PERIODO          PIC 9(6).
          05 FILLER               PIC X VALUE '/'.
          05 TIT-QUINCENA         PIC 9.
          05 FILLER               PIC X(19) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-BEN-CABECERA.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(7) VALUE 'BENEF: '.
          05 CAB-CODIGO           PIC 9(5).
          05 FILLER               PIC X VALUE SPACE.
          05 CAB-NOMBRE           PIC X(30).
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(5) VALUE 'EXP: '.
          05 CAB-EXPEDIENTE       PIC X(20).
          05 FILLER               PIC X(8) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-BEN-BANCO.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(7) VALUE 'CLASE: '.
          05 CAB-CLASE            PIC X(9).
          05 FILLER               PIC X(8) VALUE ' BANCO: '.
          05 CAB-BANCO            PIC 9(3).
          05 FILLER               PIC X(6) VALUE ' CBU: '.
          05 CAB-CBU              PIC X(22).
          05 FILLER               PIC X(22) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-DETALLE.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(3) VALUE SPACES.
          05 FILLER               PIC X(5) VALUE 'EMP: '.
          05 DET-CODIGO           PIC 9(5).
          05 FILLER               PIC X VALUE SPACE.
          05 DET-NOMBRE           PIC X(30).
          05 FILLER               PIC X(6) VALUE ' NRO: '.
          05 DET-NRO              PIC 9(3).
          05 FILLER               PIC X VALUE SPACE.
          05 DET-TIPO             PIC X(01).
          05 FILLER               PIC X VALUE SPACE.
          05 DET-IMPORTE          PIC $$$$$$$$9,99.
          05 FILLER               PIC X(10) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-BEN-SUBTOTAL.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(3) VALUE SPACES.
          05 FILLER               PIC X(25)
             VALUE 'TOTAL BENEFICIARIO.....: '.
          05 SUB-CANTIDAD         PIC ZZZZ9.
          05 FILLER               PIC X(2) VALUE SPACES.
          05 SUB-IMPORTE          PIC $$$$$$$$$9,99.
          05 FILLER               PIC X VALUE SPACE.
          05 SUB-SITUACION        PIC X(17).
          05 FILLER               PIC X(12) VALUE SPACES.
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
             VALUE 'REMITIDO + NO REMITIDO = APLICADO:'.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-CUADRE-RESULTADO  PIC X(9).
          05 FILLER               PIC X(31) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       PROCEDURE DIVISION.

       0100-INICIAR-PROGRAMA.
           PERFORM 0110-INICIALIZAR-VAR
           PERFORM 0120-LEER-PARAMETROS
           PERFORM 0200-ABRIR-FICHEROS
           PERFORM 0300-PROCESO-REMESAS
           PERFORM 0600-CERRAR-FICHEROS
           PERFORM 0700-CLOSE-PROGRAM.

       0110-INICIALIZAR-VAR.
           INITIALIZE WS-APL-LEIDAS
           INITIALIZE WS-TOT-APLICADO
           INITIALIZE WS-CANT-REMITIDOS
           INITIALIZE WS-TOT-REMITIDO
           INITIALIZE WS-CANT-NO-REMITIDOS
           INITIALIZE WS-TOT-NO-REMITIDO
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           COMPUTE WS-PERIODO-REM =
            WS-ANIO-ACTUAL * 100 + WS-MES-ACTUAL.

       0120-LEER-PARAMETROS.
           OPEN INPUT REMPAR
           IF FS-REMPAR-NOFILE THEN
            DISPLAY "REMESAS: SIN PARAMETROS, PERIODO " WS-PERIODO-REM
           ELSE
            IF NOT FS-REMPAR-OK THEN
             DISPLAY "FS-REMPAR: " FS-REMPAR
             PERFORM 0700-CLOSE-PROGRAM
            END-IF
            READ REMPAR
            IF FS-REMPAR-OK AND RMP-PERIODO NOT = ZERO THEN
             MOVE RMP-PERIODO       TO WS-PERIODO-REM
            END-IF
            IF FS-REMPAR-OK THEN
             MOVE RMP-QUINCENA      TO WS-QUINCENA-REM
            END-IF
            CLOSE REMPAR
           END-IF.

       0200-ABRIR-FICHEROS.
           OPEN INPUT DEDAPLICADAS
           IF NOT FS-DED-APLICADA-OK THEN
            DISPLAY "FS-DED-APLICADA: " FS-DED-APLICADA
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           OPEN INPUT BENEFICIARIOS
           IF NOT FS-BENEFICIARIO-OK THEN
            DISPLAY "FS-BENEFICIARIO: " FS-BENEFICIARIO
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           OPEN INPUT EMPLEADOS
           IF NOT FS-EMPLEADO-OK THEN
            DISPLAY "FS-EMPLEADO: " FS-EMPLEADO
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           OPEN OUTPUT REMDEP
           IF NOT FS-REMDEP-OK THEN
            DISPLAY "FS-REMDEP: " FS-REMDEP
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           OPEN OUTPUT REMREP
           IF NOT FS-REMREP-OK THEN
            DISPLAY "FS-REMREP: " FS-REMREP
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           MOVE WS-PERIODO-REM      TO TIT-PERIODO
           MOVE WS-QUINCENA-REM     TO TIT-QUINCENA
           WRITE REG-REMREP         FROM WS-GUIONES
           WRITE REG-REMREP         FROM WS-TITULO
           WRITE REG-REMREP         FROM WS-GUIONES
           MOVE SPACES              TO REG-DEPOSITO
           SET DEP-REG-CABECERA     TO TRUE
           MOVE WS-FECHA-ACTUAL     TO DEP-CAB-FECHA
           MOVE WS-PERIODO-REM      TO DEP-CAB-LOTE
           WRITE REG-DEPOSITO.

       0300-PROCESO-REMESAS.
           MOVE WS-PERIODO-REM      TO APL-PERIODO
           MOVE WS-QUINCENA-REM     TO APL-QUINCENA
           MOVE ZERO                TO APL-BENEFICIARIO
           MOVE ZERO                TO APL-CODIGO
           MOVE ZERO                TO APL-NRO
           START DEDAPLICADAS KEY IS NOT LESS THAN APL-CLAVE
             INVALID KEY
              SET FIN-PERIODO       TO TRUE
           END-START
           IF NO-FIN-PERIODO THEN
            PERFORM 0310-LEER-APLICACION
           END-IF
           PERFORM 0400-PROCESAR-BENEFICIARIO UNTIL FIN-PERIODO
           PERFORM 0500-IMPRIMIR-TOTALES.

       0310-LEER-APLICACION.
           READ DEDAPLICADAS NEXT RECORD
           IF FS-DED-APLICADA-END THEN
            SET FIN-PERIODO         TO TRUE
           ELSE
            IF APL-PERIODO NOT = WS-PERIODO-REM OR
               APL-QUINCENA NOT = WS-QUINCENA-REM THEN
             SET FIN-PERIODO        TO TRUE
            END-IF
           END-IF.

       0400-PROCESAR-BENEFICIARIO.
           MOVE APL-BENEFICIARIO    TO WS-BEN-ACTUAL
           MOVE ZERO                TO WS-BEN-CANT-APL
           MOVE ZERO                TO WS-BEN-IMPORTE
           PERFORM 0405-LEER-BENEFICIARIO
           PERFORM 0410-LISTAR-APLICACION
             UNTIL FIN-PERIODO OR
                   APL-BENEFICIARIO NOT = WS-BEN-ACTUAL
           PERFORM 0420-CERRAR-BENEFICIARIO.

       0405-LEER-BENEFICIARIO.
           MOVE WS-BEN-ACTUAL       TO BEN-CODIGO
           READ BENEFICIARIOS
             INVALID KEY
              SET BEN-NO-HALLADO    TO TRUE
              MOVE SPACES           TO BEN-NOMBRE
              MOVE SPACES           TO BEN-EXPEDIENTE
              MOVE SPACES           TO BEN-TIPO
              MOVE ZERO             TO BEN-BANCO
              MOVE SPACES           TO BEN-CBU
             NOT INVALID KEY
              SET BEN-HALLADO       TO TRUE
           END-READ
           MOVE WS-BEN-ACTUAL       TO CAB-CODIGO
           MOVE BEN-NOMBRE          TO CAB-NOMBRE
           MOVE BEN-EXPEDIENTE      TO CAB-EXPEDIENTE
           EVALUATE TRUE
            WHEN BEN-JUZGADO
             MOVE 'JUZGADO'         TO CAB-CLASE
            WHEN BEN-SINDICATO
             MOVE 'SINDICATO'       TO CAB-CLASE
            WHEN BEN-OTRO
             MOVE 'OTRO'            TO CAB-CLASE
            WHEN OTHER
             MOVE SPACES            TO CAB-CLASE
           END-EVALUATE
           MOVE BEN-BANCO           TO CAB-BANCO
           MOVE BEN-CBU             TO CAB-CBU
           WRITE REG-REMREP         FROM WS-BEN-CABECERA
           WRITE REG-REMREP         FROM WS-BEN-BANCO.

       0410-LISTAR-APLICACION.
           ADD 1 TO WS-APL-LEIDAS
           ADD 1 TO WS-BEN-CANT-APL
           ADD APL-IMPORTE          TO WS-BEN-IMPORTE
           ADD APL-IMPORTE          TO WS-TOT-APLICADO
           MOVE APL-CODIGO          TO EMP-CODIGO
           READ EMPLEADOS
             INVALID KEY
              MOVE SPACES           TO EMP-NOMBRE
           END-READ
           MOVE APL-CODIGO          TO DET-CODIGO
           MOVE EMP-NOMBRE          TO DET-NOMBRE
           MOVE APL-NRO             TO DET-NRO
           MOVE APL-TIPO            TO DET-TIPO
           MOVE APL-IMPORTE         TO DET-IMPORTE
           WRITE REG-REMREP         FROM WS-DETALLE
           PERFORM 0310-LEER-APLICACION.

       0420-CERRAR-BENEFICIARIO.
           MOVE WS-BEN-CANT-APL     TO SUB-CANTIDAD
           MOVE WS-BEN-IMPORTE      TO SUB-IMPORTE
           EVALUATE TRUE
            WHEN BEN-NO-HALLADO
             MOVE 'BENEF.INEXISTENTE' TO SUB-SITUACION
            WHEN BEN-CBU = SPACES
             MOVE 'SIN CTA BANCARIA'  TO SUB-SITUACION
            WHEN OTHER
             MOVE 'REMITIDO'          TO SUB-SITUACION
           END-EVALUATE
           IF SUB-SITUACION = 'REMITIDO' THEN
            ADD 1 TO WS-CANT-REMITIDOS
            ADD WS-BEN-IMPORTE      TO WS-TOT-REMITIDO
            PERFORM 0430-ESCRIBIR-REMDEP
           ELSE
            ADD 1 TO WS-CANT-NO-REMITIDOS
            ADD WS-BEN-IMPORTE      TO WS-TOT-NO-REMITIDO
            DISPLAY "REMESAS: BENEFICIARIO NO REMITIDO: "
                    WS-BEN-ACTUAL " " SUB-SITUACION
           END-IF
           WRITE REG-REMREP         FROM WS-BEN-SUBTOTAL
           WRITE REG-REMREP         FROM WS-GUIONES.

       0430-ESCRIBIR-REMDEP.
           MOVE SPACES              TO REG-DEPOSITO
           SET DEP-REG-DETALLE      TO TRUE
           MOVE WS-BEN-ACTUAL       TO DEP-CODIGO
           MOVE BEN-NOMBRE          TO DEP-NOMBRE
           MOVE BEN-BANCO           TO DEP-BANCO
           MOVE BEN-CBU             TO DEP-CBU
           MOVE WS-BEN-IMPORTE      TO DEP-NETO
           WRITE REG-DEPOSITO.

       0500-IMPRIMIR-TOTALES.
           MOVE SPACES              TO REG-DEPOSITO
           SET DEP-REG-COLA         TO TRUE
           MOVE WS-CANT-REMITIDOS   TO DEP-COLA-CANT
           MOVE WS-TOT-REMITIDO     TO DEP-COLA-NETO
           WRITE REG-DEPOSITO
           MOVE 'DESCUENTOS APLICADOS...: ' TO TOT-CONCEPTO
           MOVE WS-APL-LEIDAS       TO TOT-CANTIDAD
           MOVE WS-TOT-APLICADO     TO TOT-IMPORTE
           WRITE REG-REMREP         FROM WS-TOT-LINEA
           MOVE 'BENEFICIARIOS REMITIDOS: ' TO TOT-CONCEPTO
           MOVE WS-CANT-REMITIDOS   TO TOT-CANTIDAD
           MOVE WS-TOT-REMITIDO     TO TOT-IMPORTE
           WRITE REG-REMREP         FROM WS-TOT-LINEA
           MOVE 'BENEF. NO REMITIDOS....: ' TO TOT-CONCEPTO
           MOVE WS-CANT-NO-REMITIDOS TO TOT-CANTIDAD
           MOVE WS-TOT-NO-REMITIDO  TO TOT-IMPORTE
           WRITE REG-REMREP         FROM WS-TOT-LINEA
           IF WS-TOT-REMITIDO + WS-TOT-NO-REMITIDO = WS-TOT-APLICADO
              THEN
            MOVE 'CUADRA'           TO WS-CUADRE-RESULTADO
           ELSE
            MOVE 'NO CUADRA'        TO WS-CUADRE-RESULTADO
           END-IF
           WRITE REG-REMREP         FROM WS-CUADRE
           WRITE REG-REMREP         FROM WS-GUIONES.

       0600-CERRAR-FICHEROS.
           CLOSE DEDAPLICADAS
           CLOSE BENEFICIARIOS
           CLOSE EMPLEADOS
           CLOSE REMDEP
           CLOSE REMREP.

       0700-CLOSE-PROGRAM.
           STOP RUN.
