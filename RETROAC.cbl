       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETROAC.
       AUTHOR. TRONCOSO LEANDRO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PARAMETROS ASSIGN PARAMET
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-PARAMETRO.

           SELECT EMPLEADOS ASSIGN EMP
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EMP-CODIGO
           FILE STATUS IS FS-EMPLEADO.

           SELECT RETROPEN ASSIGN RETROPEN
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RTP-CLAVE
           FILE STATUS IS FS-RETROPEN.

           SELECT RETROLIQ ASSIGN RETROLIQ
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RTL-CLAVE
           FILE STATUS IS FS-RETROLIQ.

           SELECT DETALLE ASSIGN DETALLE
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS DET-CLAVE
           FILE STATUS IS FS-DETALLE.

           SELECT DETARCH ASSIGN DETARCH
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ARC-CLAVE
           FILE STATUS IS FS-DETARCH.

           SELECT PERIODOS ASSIGN PERCTL
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CTL-CLAVE
           FILE STATUS IS FS-PERIODO.

           SELECT RETREP ASSIGN RETREP
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-RETREP.

       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS RECORDING MODE IS F
                     DATA RECORD IS REG-PARAMETRO.
       COPY "PARAMET.CPY".

       FD EMPLEADOS RECORDING MODE IS F
                    DATA RECORD IS REG-EMPLEADO.
       COPY "EMPLEADO.CPY".

       FD RETROPEN RECORDING MODE IS F
                   DATA RECORD IS REG-RETRO-PEND.
       COPY "RETROPEN.CPY".

       FD RETROLIQ RECORDING MODE IS F
                   DATA RECORD IS REG-RETRO-LIQ.
       COPY "RETROLIQ.CPY".

       FD DETALLE RECORDING MODE IS F
                  DATA RECORD IS REG-DETALLE.
       COPY "DETALLE.CPY".

       FD DETARCH RECORDING MODE IS F
                  DATA RECORD IS REG-DETARCH.
       COPY "DETARCH.CPY".

       FD PERIODOS RECORDING MODE IS F
                   DATA RECORD IS REG-PERIODO.
       COPY "PERIODO.CPY".

       FD RETREP RECORDING MODE IS F
                 DATA RECORD IS REG-RETREP.
       01 REG-RETREP              PIC X(80).

       WORKING-STORAGE SECTION.

       77 FS-PARAMETRO            PIC 99.
          88 FS-PARAMETRO-OK      VALUE 00.

       77 FS-EMPLEADO             PIC 99.
          88 FS-EMPLEADO-OK       VALUE 00.

       77 FS-RETROPEN             PIC 99.
          88 FS-RETROPEN-OK       VALUE 00.
          88 FS-RETROPEN-END      VALUE 10.
          88 FS-RETROPEN-NOFILE   VALUE 35.

       77 FS-RETROLIQ             PIC 99.
          88 FS-RETROLIQ-OK       VALUE 00.
          88 FS-RETROLIQ-END      VALUE 10.
          88 FS-RETROLIQ-NOFILE   VALUE 35.

       77 FS-DETALLE              PIC 99.
          88 FS-DETALLE-OK        VALUE 00.
          88 FS-DETALLE-NOFILE    VALUE 35.

       77 FS-DETARCH              PIC 99.
          88 FS-DETARCH-OK        VALUE 00.
          88 FS-DETARCH-NOFILE    VALUE 35.

       77 FS-PERIODO              PIC 99.
          88 FS-PERIODO-OK        VALUE 00.

       77 FS-RETREP               PIC 99.
          88 FS-RETREP-OK         VALUE 00.

       77 WS-ARCH-FICH-SW         PIC X VALUE 'S'.
          88 ARCH-CON-FICHERO     VALUE 'S'.
          88 ARCH-SIN-FICHERO     VALUE 'N'.

       77 WS-DET-SW               PIC X VALUE 'N'.
          88 DET-HALLADO          VALUE 'S'.
          88 DET-NO-HALLADO       VALUE 'N'.

       77 WS-PER-SW               PIC X VALUE 'N'.
          88 PERIODO-LIQUIDADO    VALUE 'S'.
          88 PERIODO-NO-LIQUIDADO VALUE 'N'.

       77 WS-PEND-SW              PIC X VALUE 'S'.
          88 WS-PEND-VALIDO       VALUE 'S'.
          88 WS-PEND-INVALIDO     VALUE 'N'.

       01 WS-FECHA-ACTUAL.
          05 WS-ANIO-ACTUAL       PIC 9(4).
          05 WS-MES-ACTUAL        PIC 99.
          05 WS-DIA-ACTUAL        PIC 99.

       77 WS-PERIODO-ACTUAL       PIC 9(6).
       77 WS-PERIODO-PROC         PIC 9(6).
       77 WS-ANIO-PROC            PIC 9(4).
       77 WS-MES-PROC             PIC 99.

       77 WS-TASA-APORTE-PATR     PIC 9(3)V99.

       77 WS-PERIODO-INGRESO      PIC 9(6).
       77 WS-PERIODO-EGRESO       PIC 9(6).
       77 WS-DIA-INGRESO          PIC 99.
       77 WS-DIA-EGRESO           PIC 99.
       77 WS-DIA-DESDE            PIC 99.
       77 WS-DIA-HASTA            PIC 99.
       77 WS-DIAS-PAGADOS         PIC 99.

       77 WS-BASICO-PAGADO        PIC 9(8)V99.
       77 WS-HEXTRA-PAGADA        PIC 9(8)V99.
       77 WS-DIAS-VACACIONES      PIC 99.
       77 WS-ANTIG-PAGADA         PIC 9(8)V99.
       77 WS-BASICO-NUEVO         PIC 9(8)V99.
       77 WS-HEXTRA-NUEVA         PIC 9(8)V99.
       77 WS-PREV-BASICO          PIC 9(8)V99.
       77 WS-PREV-HEXTRA          PIC 9(8)V99.
       77 WS-DIF-CAL              PIC S9(8)V99.
       77 WS-DIF-BASICO           PIC 9(8)V99.
       77 WS-DIF-HEXTRA           PIC 9(8)V99.
       77 WS-DIF-APORTE           PIC 9(8)V99.

       77 WS-ULT-COD-AJUSTADO     PIC 9(5) VALUE 0.
       77 WS-PEND-LEIDOS          PIC 9(5) VALUE 0.
       77 WS-PEND-PROCESADOS      PIC 9(5) VALUE 0.
       77 WS-PEND-RECHAZADOS      PIC 9(5) VALUE 0.
       77 WS-EMP-AJUSTADOS        PIC 9(5) VALUE 0.
       77 WS-PER-AJUSTADOS        PIC 9(5) VALUE 0.
       77 WS-TOT-DIF-BASICO       PIC 9(9)V99 VALUE 0.
       77 WS-TOT-DIF-HEXTRA       PIC 9(9)V99 VALUE 0.
       77 WS-TOT-DIF-APORTE       PIC 9(9)V99 VALUE 0.

       01 WS-GUIONES.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(78) VALUE ALL '-'.
          05 FILLER               PIC X VALUE SPACE.

       01 WS-TITULO.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(26) VALUE SPACES.
          05 FILLER               PIC X(27)
             VALUE 'LIQUIDACION DE RETROACTIVOS'.
          05 FILLER               PIC X(25) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-CABECERA.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(39)
             VALUE ' CODIG NOMBRE       PERIOD     PAGADO  '.
          05 FILLER               PIC X(39)
             VALUE '    NUEVO  DIF.BAS.  DIF.HEX.   APORTE '.
          05 FILLER               PIC X VALUE '|'.

       01 WS-RET-DETALLE.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 RET-CODIGO           PIC 9(5).
          05 FILLER               PIC X VALUE SPACE.
          05 RET-NOMBRE           PIC X(12).
          05 FILLER               PIC X VALUE SPACE.
          05 RET-PERIODO          PIC 9(6).
          05 FILLER               PIC X VALUE SPACE.
          05 RET-PAGADO           PIC $$$$$$9,99.
          05 FILLER               PIC X VALUE SPACE.
          05 RET-NUEVO            PIC $$$$$$9,99.
          05 FILLER               PIC X VALUE SPACE.
          05 RET-DIF-BASICO       PIC $$$$$9,99.
          05 FILLER               PIC X VALUE SPACE.
          05 RET-DIF-HEXTRA       PIC $$$$$9,99.
          05 FILLER               PIC X VALUE SPACE.
          05 RET-DIF-APORTE       PIC $$$$$9,99.
          05 FILLER               PIC X VALUE '|'.

       01 WS-RET-RECHAZO.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(5) VALUE 'COD: '.
          05 RCH-CODIGO           PIC 9(5).
          05 FILLER               PIC X(2) VALUE SPACES.
          05 FILLER               PIC X(9) VALUE 'VIGENCIA '.
          05 RCH-PERIODO          PIC 9(6).
          05 FILLER               PIC X(2) VALUE SPACES.
          05 FILLER               PIC X(13) VALUE 'NO PROCESADO '.
          05 RCH-MOTIVO           PIC X(20).
          05 FILLER               PIC X(15) VALUE SPACES.
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
           PERFORM 0300-PROCESO-RETROACTIVO
           PERFORM 0600-CERRAR-FICHEROS
           PERFORM 0700-CLOSE-PROGRAM.

       0110-INICIALIZAR-VAR.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           COMPUTE WS-PERIODO-ACTUAL =
            WS-ANIO-ACTUAL * 100 + WS-MES-ACTUAL.

       0120-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF NOT FS-PARAMETRO-OK THEN
            DISPLAY "FS-PARAMETRO: " FS-PARAMETRO
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           READ PARAMETROS
           IF NOT FS-PARAMETRO-OK THEN
            DISPLAY "FS-PARAMETRO: " FS-PARAMETRO
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           MOVE PARM-TASA-APORTE-PATR TO WS-TASA-APORTE-PATR
           CLOSE PARAMETROS.

       0200-ABRIR-FICHEROS.
           OPEN INPUT PERIODOS
           IF NOT FS-PERIODO-OK THEN
            DISPLAY "FS-PERIODO: " FS-PERIODO
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           MOVE WS-PERIODO-ACTUAL   TO CTL-PERIODO
           MOVE ZERO                TO CTL-QUINCENA
           READ PERIODOS
             INVALID KEY
              CONTINUE
             NOT INVALID KEY
              IF CTL-PAGADO OR CTL-CERRADO THEN
               DISPLAY "PERIODO " WS-PERIODO-ACTUAL
                       " YA LIQUIDADO - RETROACTIVO ABORTADO"
               CLOSE PERIODOS
               PERFORM 0700-CLOSE-PROGRAM
              END-IF
           END-READ
           OPEN INPUT EMPLEADOS
           IF NOT FS-EMPLEADO-OK THEN
            DISPLAY "FS-EMPLEADO: " FS-EMPLEADO
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           OPEN I-O RETROPEN
           IF NOT FS-RETROPEN-OK THEN
            DISPLAY "FS-RETROPEN: " FS-RETROPEN
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           OPEN I-O RETROLIQ
           IF FS-RETROLIQ-NOFILE THEN
            OPEN OUTPUT RETROLIQ
            CLOSE RETROLIQ
            OPEN I-O RETROLIQ
           END-IF
           IF NOT FS-RETROLIQ-OK THEN
            DISPLAY "FS-RETROLIQ: " FS-RETROLIQ
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           OPEN INPUT DETALLE
           IF NOT FS-DETALLE-OK THEN
            DISPLAY "FS-DETALLE: " FS-DETALLE
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           OPEN INPUT DETARCH
           IF FS-DETARCH-NOFILE THEN
            SET ARCH-SIN-FICHERO    TO TRUE
           ELSE
            IF NOT FS-DETARCH-OK THEN
             DISPLAY "FS-DETARCH: " FS-DETARCH
             PERFORM 0700-CLOSE-PROGRAM
            END-IF
           END-IF
           OPEN OUTPUT RETREP
           IF NOT FS-RETREP-OK THEN
            DISPLAY "FS-RETREP: " FS-RETREP
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           WRITE REG-RETREP         FROM WS-GUIONES
           WRITE REG-RETREP         FROM WS-TITULO
           WRITE REG-RETREP         FROM WS-GUIONES
           WRITE REG-RETREP         FROM WS-CABECERA
           WRITE REG-RETREP         FROM WS-GUIONES.

       0300-PROCESO-RETROACTIVO.
           MOVE ZERO                TO RTP-CODIGO
           MOVE ZERO                TO RTP-PERIODO-DESDE
           START RETROPEN KEY IS GREATER THAN RTP-CLAVE
             INVALID KEY
              SET FS-RETROPEN-END   TO TRUE
           END-START
           IF NOT FS-RETROPEN-END THEN
            READ RETROPEN NEXT RECORD
           END-IF
           PERFORM 0400-PROCESAR-PENDIENTE UNTIL FS-RETROPEN-END
           PERFORM 0500-IMPRIMIR-TOTALES.

       0400-PROCESAR-PENDIENTE.
           IF RTP-PENDIENTE THEN
            ADD 1 TO WS-PEND-LEIDOS
            PERFORM 0405-VALIDAR-PENDIENTE
            IF WS-PEND-VALIDO THEN
             MOVE RTP-PERIODO-DESDE TO WS-PERIODO-PROC
             PERFORM 0410-PROCESAR-PERIODO
               UNTIL WS-PERIODO-PROC >= WS-PERIODO-ACTUAL
             SET RTP-PROCESADO      TO TRUE
             MOVE WS-PERIODO-ACTUAL TO RTP-PERIODO-CALCULO
             REWRITE REG-RETRO-PEND
             ADD 1 TO WS-PEND-PROCESADOS
            ELSE
             ADD 1 TO WS-PEND-RECHAZADOS
             MOVE RTP-CODIGO        TO RCH-CODIGO
             MOVE RTP-PERIODO-DESDE TO RCH-PERIODO
             WRITE REG-RETREP       FROM WS-RET-RECHAZO
            END-IF
           END-IF
           READ RETROPEN NEXT RECORD.

       0405-VALIDAR-PENDIENTE.
           SET WS-PEND-VALIDO TO TRUE
           MOVE RTP-CODIGO          TO EMP-CODIGO
           READ EMPLEADOS
             INVALID KEY
              SET WS-PEND-INVALIDO TO TRUE
              MOVE "EMPLEADO INEXISTENTE" TO RCH-MOTIVO
           END-READ
           IF WS-PEND-VALIDO AND EMP-LIQUIDADO THEN
            SET WS-PEND-INVALIDO TO TRUE
            MOVE "LIQUIDACION HECHA" TO RCH-MOTIVO
           END-IF
           IF WS-PEND-VALIDO AND
              RTP-BASICO-NUEVO NOT > RTP-BASICO-ANTERIOR THEN
            SET WS-PEND-INVALIDO TO TRUE
            MOVE "SIN AUMENTO" TO RCH-MOTIVO
           END-IF
           IF WS-PEND-VALIDO THEN
            DIVIDE EMP-FECHA-INGRESO BY 100
              GIVING WS-PERIODO-INGRESO
              REMAINDER WS-DIA-INGRESO
            DIVIDE EMP-FECHA-EGRESO BY 100
              GIVING WS-PERIODO-EGRESO
              REMAINDER WS-DIA-EGRESO
           END-IF.

       0410-PROCESAR-PERIODO.
           SET PERIODO-NO-LIQUIDADO TO TRUE
           MOVE WS-PERIODO-PROC     TO CTL-PERIODO
           MOVE ZERO                TO CTL-QUINCENA
           READ PERIODOS
             INVALID KEY
              CONTINUE
             NOT INVALID KEY
              IF CTL-PAGADO OR CTL-CERRADO THEN
               SET PERIODO-LIQUIDADO TO TRUE
              END-IF
           END-READ
           IF PERIODO-LIQUIDADO THEN
            PERFORM 0420-LEER-PAGADO
            IF DET-HALLADO THEN
             PERFORM 0430-CALCULAR-DIFERENCIA
            END-IF
           END-IF
           PERFORM 0490-AVANZAR-PERIODO.

       0420-LEER-PAGADO.
           SET DET-HALLADO          TO TRUE
           MOVE ZERO                TO WS-DIAS-VACACIONES
           MOVE ZERO                TO WS-ANTIG-PAGADA
           MOVE RTP-CODIGO          TO DET-CODIGO
           MOVE WS-PERIODO-PROC     TO DET-PERIODO
           READ DETALLE
             INVALID KEY
              SET DET-NO-HALLADO    TO TRUE
             NOT INVALID KEY
              COMPUTE WS-BASICO-PAGADO =
               DET-BASICO + DET-VACACIONES + DET-ANTIGUEDAD
              MOVE DET-DIAS-VACACIONES TO WS-DIAS-VACACIONES
              MOVE DET-ANTIGUEDAD   TO WS-ANTIG-PAGADA
              COMPUTE WS-HEXTRA-PAGADA =
               DET-HEXTRA-NORMAL + DET-HEXTRA-DOBLE
           END-READ
           IF DET-NO-HALLADO AND ARCH-CON-FICHERO THEN
            MOVE RTP-CODIGO         TO ARC-CODIGO
            MOVE WS-PERIODO-PROC    TO ARC-PERIODO
            READ DETARCH
              INVALID KEY
               CONTINUE
              NOT INVALID KEY
               SET DET-HALLADO      TO TRUE
               COMPUTE WS-BASICO-PAGADO =
                ARC-BASICO + ARC-VACACIONES + ARC-ANTIGUEDAD
               MOVE ARC-DIAS-VACACIONES TO WS-DIAS-VACACIONES
               MOVE ARC-ANTIGUEDAD  TO WS-ANTIG-PAGADA
               COMPUTE WS-HEXTRA-PAGADA =
                ARC-HEXTRA-NORMAL + ARC-HEXTRA-DOBLE
            END-READ
           END-IF.

       0430-CALCULAR-DIFERENCIA.
           PERFORM 0435-DIAS-PERIODO
           IF WS-DIAS-VACACIONES > WS-DIAS-PAGADOS THEN
            MOVE WS-DIAS-PAGADOS    TO WS-DIAS-VACACIONES
           END-IF
           COMPUTE WS-BASICO-NUEVO ROUNDED =
            RTP-BASICO-NUEVO *
            (WS-DIAS-PAGADOS - WS-DIAS-VACACIONES) / 30 +
            RTP-BASICO-NUEVO * WS-DIAS-VACACIONES / 25
           IF WS-ANTIG-PAGADA > ZERO AND
              RTP-BASICO-ANTERIOR > ZERO THEN
            COMPUTE WS-BASICO-NUEVO ROUNDED = WS-BASICO-NUEVO +
             WS-ANTIG-PAGADA * RTP-BASICO-NUEVO / RTP-BASICO-ANTERIOR
           END-IF
           IF WS-HEXTRA-PAGADA > ZERO AND
              RTP-BASICO-ANTERIOR > ZERO THEN
            COMPUTE WS-HEXTRA-NUEVA ROUNDED =
             WS-HEXTRA-PAGADA * RTP-BASICO-NUEVO / RTP-BASICO-ANTERIOR
           ELSE
            MOVE WS-HEXTRA-PAGADA   TO WS-HEXTRA-NUEVA
           END-IF
           PERFORM 0440-SUMAR-RETRO-PREVIO
           COMPUTE WS-DIF-CAL =
            WS-BASICO-NUEVO - WS-BASICO-PAGADO - WS-PREV-BASICO
           IF WS-DIF-CAL > ZERO THEN
            MOVE WS-DIF-CAL         TO WS-DIF-BASICO
           ELSE
            MOVE ZERO               TO WS-DIF-BASICO
           END-IF
           COMPUTE WS-DIF-CAL =
            WS-HEXTRA-NUEVA - WS-HEXTRA-PAGADA - WS-PREV-HEXTRA
           IF WS-DIF-CAL > ZERO THEN
            MOVE WS-DIF-CAL         TO WS-DIF-HEXTRA
           ELSE
            MOVE ZERO               TO WS-DIF-HEXTRA
           END-IF
           IF WS-DIF-BASICO + WS-DIF-HEXTRA > ZERO THEN
            COMPUTE WS-DIF-APORTE ROUNDED =
             (WS-DIF-BASICO + WS-DIF-HEXTRA) *
             WS-TASA-APORTE-PATR / 100
            PERFORM 0450-GRABAR-RETROLIQ
            PERFORM 0460-ESCRIBIR-LINEA
           END-IF.

       0435-DIAS-PERIODO.
           MOVE 1                   TO WS-DIA-DESDE
           MOVE 30                  TO WS-DIA-HASTA
           IF EMP-FECHA-INGRESO NOT = ZERO AND
              WS-PERIODO-INGRESO = WS-PERIODO-PROC THEN
            IF WS-DIA-INGRESO > 30 THEN
             MOVE 30                TO WS-DIA-DESDE
            ELSE
             MOVE WS-DIA-INGRESO    TO WS-DIA-DESDE
            END-IF
           END-IF
           IF EMP-FECHA-EGRESO NOT = ZERO AND
              WS-PERIODO-EGRESO = WS-PERIODO-PROC THEN
            IF WS-DIA-EGRESO > 30 THEN
             MOVE 30                TO WS-DIA-HASTA
            ELSE
             MOVE WS-DIA-EGRESO     TO WS-DIA-HASTA
            END-IF
           END-IF
           IF WS-DIA-HASTA < WS-DIA-DESDE THEN
            MOVE ZERO               TO WS-DIAS-PAGADOS
           ELSE
            COMPUTE WS-DIAS-PAGADOS =
             WS-DIA-HASTA - WS-DIA-DESDE + 1
           END-IF.

       0440-SUMAR-RETRO-PREVIO.
           INITIALIZE WS-PREV-BASICO WS-PREV-HEXTRA
           MOVE RTP-CODIGO          TO RTL-CODIGO
           MOVE WS-PERIODO-PROC     TO RTL-PERIODO-ORIGEN
           MOVE ZERO                TO RTL-PERIODO-CALCULO
           START RETROLIQ KEY IS GREATER THAN RTL-CLAVE
             INVALID KEY
              SET FS-RETROLIQ-END   TO TRUE
           END-START
           IF NOT FS-RETROLIQ-END THEN
            READ RETROLIQ NEXT RECORD
           END-IF
           PERFORM 0445-SUMAR-UN-RETRO UNTIL FS-RETROLIQ-END
           MOVE ZERO                TO FS-RETROLIQ.

       0445-SUMAR-UN-RETRO.
           IF RTL-CODIGO NOT = RTP-CODIGO OR
              RTL-PERIODO-ORIGEN NOT = WS-PERIODO-PROC THEN
            SET FS-RETROLIQ-END     TO TRUE
           ELSE
            ADD RTL-DIF-BASICO      TO WS-PREV-BASICO
            ADD RTL-DIF-HEXTRA      TO WS-PREV-HEXTRA
            READ RETROLIQ NEXT RECORD
           END-IF.

       0450-GRABAR-RETROLIQ.
           MOVE RTP-CODIGO          TO RTL-CODIGO
           MOVE WS-PERIODO-PROC     TO RTL-PERIODO-ORIGEN
           MOVE WS-PERIODO-ACTUAL   TO RTL-PERIODO-CALCULO
           READ RETROLIQ
             INVALID KEY
              MOVE RTP-CODIGO       TO RTL-CODIGO
              MOVE WS-PERIODO-PROC  TO RTL-PERIODO-ORIGEN
              MOVE WS-PERIODO-ACTUAL TO RTL-PERIODO-CALCULO
              MOVE WS-BASICO-PAGADO TO RTL-BASICO-PAGADO
              MOVE WS-BASICO-NUEVO  TO RTL-BASICO-NUEVO
              MOVE WS-DIF-BASICO    TO RTL-DIF-BASICO
              MOVE WS-DIF-HEXTRA    TO RTL-DIF-HEXTRA
              MOVE WS-DIF-APORTE    TO RTL-DIF-APORTE
              SET RTL-PENDIENTE     TO TRUE
              MOVE ZERO             TO RTL-PERIODO-PAGO
              WRITE REG-RETRO-LIQ
             NOT INVALID KEY
              MOVE WS-BASICO-NUEVO  TO RTL-BASICO-NUEVO
              ADD WS-DIF-BASICO     TO RTL-DIF-BASICO
              ADD WS-DIF-HEXTRA     TO RTL-DIF-HEXTRA
              ADD WS-DIF-APORTE     TO RTL-DIF-APORTE
              REWRITE REG-RETRO-LIQ
           END-READ.

       0460-ESCRIBIR-LINEA.
           IF RTP-CODIGO NOT = WS-ULT-COD-AJUSTADO THEN
            ADD 1 TO WS-EMP-AJUSTADOS
            MOVE RTP-CODIGO         TO WS-ULT-COD-AJUSTADO
           END-IF
           ADD 1 TO WS-PER-AJUSTADOS
           ADD WS-DIF-BASICO        TO WS-TOT-DIF-BASICO
           ADD WS-DIF-HEXTRA        TO WS-TOT-DIF-HEXTRA
           ADD WS-DIF-APORTE        TO WS-TOT-DIF-APORTE
           MOVE RTP-CODIGO          TO RET-CODIGO
           MOVE EMP-NOMBRE          TO RET-NOMBRE
           MOVE WS-PERIODO-PROC     TO RET-PERIODO
           MOVE WS-BASICO-PAGADO    TO RET-PAGADO
           MOVE WS-BASICO-NUEVO     TO RET-NUEVO
           MOVE WS-DIF-BASICO       TO RET-DIF-BASICO
           MOVE WS-DIF-HEXTRA       TO RET-DIF-HEXTRA
           MOVE WS-DIF-APORTE       TO RET-DIF-APORTE
           WRITE REG-RETREP         FROM WS-RET-DETALLE.

       0490-AVANZAR-PERIODO.
           DIVIDE WS-PERIODO-PROC BY 100 GIVING WS-ANIO-PROC
             REMAINDER WS-MES-PROC
           IF WS-MES-PROC >= 12 THEN
            COMPUTE WS-PERIODO-PROC =
             (WS-ANIO-PROC + 1) * 100 + 1
           ELSE
            ADD 1 TO WS-PERIODO-PROC
           END-IF.

       0500-IMPRIMIR-TOTALES.
           WRITE REG-RETREP         FROM WS-GUIONES
           MOVE 'CAMBIOS PENDIENTES.....: ' TO TOT-CONCEPTO
           MOVE WS-PEND-LEIDOS      TO TOT-CANTIDAD
           MOVE ZERO                TO TOT-IMPORTE
           WRITE REG-RETREP         FROM WS-TOT-LINEA
           MOVE 'CAMBIOS PROCESADOS.....: ' TO TOT-CONCEPTO
           MOVE WS-PEND-PROCESADOS  TO TOT-CANTIDAD
           WRITE REG-RETREP         FROM WS-TOT-LINEA
           MOVE 'CAMBIOS RECHAZADOS.....: ' TO TOT-CONCEPTO
           MOVE WS-PEND-RECHAZADOS  TO TOT-CANTIDAD
           WRITE REG-RETREP         FROM WS-TOT-LINEA
           MOVE 'EMPLEADOS AJUSTADOS....: ' TO TOT-CONCEPTO
           MOVE WS-EMP-AJUSTADOS    TO TOT-CANTIDAD
           WRITE REG-RETREP         FROM WS-TOT-LINEA
           MOVE 'PERIODOS AJUSTADOS.....: ' TO TOT-CONCEPTO
           MOVE WS-PER-AJUSTADOS    TO TOT-CANTIDAD
           COMPUTE TOT-IMPORTE = WS-TOT-DIF-BASICO + WS-TOT-DIF-HEXTRA
           WRITE REG-RETREP         FROM WS-TOT-LINEA
           MOVE 'DIFERENCIA BASICOS.....: ' TO TOT-CONCEPTO
           MOVE ZERO                TO TOT-CANTIDAD
           MOVE WS-TOT-DIF-BASICO   TO TOT-IMPORTE
           WRITE REG-RETREP         FROM WS-TOT-LINEA
           MOVE 'DIFERENCIA HS. EXTRAS..: ' TO TOT-CONCEPTO
           MOVE WS-TOT-DIF-HEXTRA   TO TOT-IMPORTE
           WRITE REG-RETREP         FROM WS-TOT-LINEA
           MOVE 'DIFERENCIA APORTE PATR.: ' TO TOT-CONCEPTO
           MOVE WS-TOT-DIF-APORTE   TO TOT-IMPORTE
           WRITE REG-RETREP         FROM WS-TOT-LINEA
           WRITE REG-RETREP         FROM WS-GUIONES.

       0600-CERRAR-FICHEROS.
           CLOSE PERIODOS
           CLOSE EMPLEADOS
           CLOSE RETROPEN
           CLOSE RETROLIQ
           CLOSE DETALLE
           IF ARCH-CON-FICHERO THEN
            CLOSE DETARCH
           END-IF
           CLOSE RETREP.

       0700-CLOSE-PROGRAM.
           STOP RUN.
