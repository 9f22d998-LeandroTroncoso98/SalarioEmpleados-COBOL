           SELECT PERIODOS ASSIGN PERCTL
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CTL-CLAVE
           FILE STATUS IS FS-PERIODO.

           SELECT CUENTAS ASSIGN CTABAN
           RECORD KEY IS CTA-CODIGO
           FILE STATUS IS FS-CUENTA.

           SELECT CHEQUES ASSIGN CHEQUES
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHQ-NUMERO
           FILE STATUS IS FS-CHEQUE.

           SELECT VACACIONES ASSIGN VACACIO
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS VAC-CLAVE
           FILE STATUS IS FS-VACACION.

           SELECT CATEGORIAS ASSIGN CATEG
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CAT-CODIGO
           FILE STATUS IS FS-CATEGORIA.

           SELECT PRORRATEOS ASSIGN PRORRAT
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PRR-CODIGO
           FILE STATUS IS FS-PRORRATEO.

           SELECT AUDITORIA ASSIGN AUDEMP
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
                  DATA RECORD IS REG-CTA-BANCARIA.
       COPY "CTABAN.CPY".

       FD CHEQUES RECORDING MODE IS F
                  DATA RECORD IS REG-CHEQUE.
       COPY "CHEQUE.CPY".

       FD VACACIONES RECORDING MODE IS F
                     DATA RECORD IS REG-VACACION.
       COPY "VACACION.CPY".

       FD CATEGORIAS RECORDING MODE IS F
                     DATA RECORD IS REG-CATEGORIA.
       COPY "CATEGOR.CPY".

       FD PRORRATEOS RECORDING MODE IS F
                     DATA RECORD IS REG-PRORRATEO.
       COPY "PRORRAT.CPY".

       FD AUDITORIA RECORDING MODE IS F
                    DATA RECORD IS REG-AUDITORIA.
       COPY "AUDEMP.CPY".
       77 FS-CUENTA               PIC 99.
          88 FS-CUENTA-OK         VALUE 00.

       77 FS-VACACION             PIC 99.
          88 FS-VACACION-OK       VALUE 00.
          88 FS-VACACION-END      VALUE 10.
          88 FS-VACACION-NOFILE   VALUE 35.

       77 WS-VAC-FICH-SW          PIC X VALUE 'S'.
          88 VAC-CON-FICHERO      VALUE 'S'.
          88 VAC-SIN-FICHERO      VALUE 'N'.

       77 FS-CATEGORIA            PIC 99.
          88 FS-CATEGORIA-OK      VALUE 00.
          88 FS-CATEGORIA-NOFILE  VALUE 35.

       77 WS-CAT-FICH-SW          PIC X VALUE 'S'.
          88 CAT-CON-FICHERO      VALUE 'S'.
          88 CAT-SIN-FICHERO      VALUE 'N'.

       77 FS-PRORRATEO            PIC 99.
          88 FS-PRORRATEO-OK      VALUE 00.
          88 FS-PRORRATEO-NOFILE  VALUE 35.

       77 WS-PRR-FICH-SW          PIC X VALUE 'S'.
          88 PRR-CON-FICHERO      VALUE 'S'.
          88 PRR-SIN-FICHERO      VALUE 'N'.

       01 WS-TABLA-PRORRATEO.
          05 WS-PRR-ENTRADA       OCCURS 5 TIMES.
             10 TAB-PRR-DEPTO     PIC 9(3).
             10 TAB-PRR-PCT       PIC 9(3)V99.

       77 WS-PRR-CANT             PIC 9 VALUE 0.
       77 WS-IDX-PRR              PIC 9.
       77 WS-PRR-SUMA             PIC 9(4)V99.
       77 WS-PRR-TOTAL-GASTO      PIC 9(9)V99.
       77 WS-PRR-RESTO-GASTO      PIC 9(9)V99.
       77 WS-PRR-RESTO-APORTE     PIC 9(9)V99.
       77 WS-PRR-PARTE-GASTO      PIC 9(9)V99.
       77 WS-PRR-PARTE-APORTE     PIC 9(9)V99.

       77 FS-CHEQUE               PIC 99.
          88 FS-CHEQUE-OK         VALUE 00.
          88 FS-CHEQUE-END        VALUE 10.
          88 FS-CHEQUE-NOFILE     VALUE 35.

       77 WS-ULT-CHEQUE           PIC 9(8) VALUE 0.

       77 FS-AUDITORIA            PIC 99.
          88 FS-AUDITORIA-OK      VALUE 00.
          88 FS-AUDITORIA-NOFILE  VALUE 35.
          05 WS-HORA-HHMMSS       PIC 9(6).
          05 FILLER               PIC 99.

       77 WS-IMAGEN-ANTES         PIC X(76).

       77 WS-HIST-SW              PIC X VALUE 'N'.
          88 HIST-ES-NUEVO        VALUE 'S'.

       77 WS-PERIODO-EGRESO       PIC 9(6).
       77 WS-DIA-EGRESO           PIC 99.
       77 WS-QUINCENA-EGRESO      PIC 9.
       77 WS-ANIO-EGRESO          PIC 9(4).
       77 WS-MES-EGRESO           PIC 99.


       77 WS-DIAS-PAGADOS         PIC 99.
       77 WS-HABER-CAL            PIC 9(8)V99.
       77 WS-BASICO-EQUIV         PIC 9(8)V99.
       77 WS-VALOR-DIA            PIC 9(8)V99.
       77 WS-HORAS-JORNADA        PIC 99.
       77 WS-HORAS-MES            PIC 9(3).
       77 WS-MES-BRUTO            PIC 9(8)V99.
       77 WS-MEJOR-BRUTO          PIC 9(8)V99.
       77 WS-MESES-SEMESTRE       PIC 99.
       77 WS-TOT-DEBE             PIC 9(9)V99.
       77 WS-TOT-HABER            PIC 9(9)V99.

       77 WS-VAC-SW               PIC X VALUE 'N'.
          88 VAC-ANIO-HALLADO     VALUE 'S'.
          88 VAC-ANIO-NO-HALLADO  VALUE 'N'.

       77 WS-ANIO-INGRESO         PIC 9(4).
       77 WS-MMDD-INGRESO         PIC 9(4).
       77 WS-MES-INGRESO          PIC 99.
       77 WS-DIA-INGRESO          PIC 99.
       77 WS-DIA-TOPE             PIC 99.
       77 WS-ANTIGUEDAD           PIC 99.
       77 WS-VAC-PENDIENTES       PIC 9(3).
       77 WS-VAC-DIAS-MES         PIC 99.
       77 WS-VAC-DERECHO          PIC 99.
       77 WS-VAC-ARRASTRE         PIC S9(3).
       77 WS-VAC-TOMADOS          PIC 9(3).
       77 WS-VAC-DIAS-ANIO        PIC S9(3).
       77 WS-VAC-NO-GOZADOS       PIC S9(3)V99.
       77 WS-VACACION-CAL         PIC 9(8)V99.

       77 WS-PERIODO-INGRESO      PIC 9(6).
       77 WS-ANTIG-ANIOS          PIC 99.
       77 WS-ANTIG-CAL            PIC 9(8)V99.

       01 WS-CUENTA-GASTO.
          05 FILLER               PIC X(5) VALUE '6100-'.
          05 WS-CTA-GASTO-DEPTO   PIC 9(3).
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           MOVE PARM-TASA-APORTE-PATR TO WS-TASA-APORTE-PATR
           IF PARM-HORAS-JORNADA = ZERO THEN
            MOVE 8                  TO WS-HORAS-JORNADA
           ELSE
            MOVE PARM-HORAS-JORNADA TO WS-HORAS-JORNADA
           END-IF
           IF PARM-HORAS-MES = ZERO THEN
            MOVE 200                TO WS-HORAS-MES
           ELSE
            MOVE PARM-HORAS-MES     TO WS-HORAS-MES
           END-IF
           CLOSE PARAMETROS.

       0125-LEER-IMPUESTOS.
            DISPLAY "FS-CUENTA: " FS-CUENTA
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           PERFORM 0221-ABRIR-CHEQUES
           OPEN I-O VACACIONES
           IF FS-VACACION-NOFILE THEN
            SET VAC-SIN-FICHERO    TO TRUE
           ELSE
            IF NOT FS-VACACION-OK THEN
             DISPLAY "FS-VACACION: " FS-VACACION
             PERFORM 0700-CLOSE-PROGRAM
            END-IF
           END-IF
           OPEN INPUT CATEGORIAS
           IF FS-CATEGORIA-NOFILE THEN
            SET CAT-SIN-FICHERO    TO TRUE
           ELSE
            IF NOT FS-CATEGORIA-OK THEN
             DISPLAY "FS-CATEGORIA: " FS-CATEGORIA
             PERFORM 0700-CLOSE-PROGRAM
            END-IF
           END-IF
           OPEN INPUT PRORRATEOS
           IF FS-PRORRATEO-NOFILE THEN
            SET PRR-SIN-FICHERO    TO TRUE
           ELSE
            IF NOT FS-PRORRATEO-OK THEN
             DISPLAY "FS-PRORRATEO: " FS-PRORRATEO
             PERFORM 0700-CLOSE-PROGRAM
            END-IF
           END-IF
           OPEN EXTEND AUDITORIA
           IF FS-AUDITORIA-NOFILE THEN
            OPEN OUTPUT AUDITORIA
            PERFORM 0700-CLOSE-PROGRAM
           END-IF.

       0221-ABRIR-CHEQUES.
           OPEN I-O CHEQUES
           IF FS-CHEQUE-NOFILE THEN
            OPEN OUTPUT CHEQUES
            CLOSE CHEQUES
            OPEN I-O CHEQUES
           END-IF
           IF NOT FS-CHEQUE-OK THEN
            DISPLAY "FS-CHEQUE: " FS-CHEQUE
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           PERFORM 0222-BUSCAR-ULT-CHEQUE.

       0222-BUSCAR-ULT-CHEQUE.
           MOVE ZERO                TO WS-ULT-CHEQUE
           MOVE ZERO                TO CHQ-NUMERO
           START CHEQUES KEY IS GREATER THAN CHQ-NUMERO
             INVALID KEY
              SET FS-CHEQUE-END     TO TRUE
           END-START
           IF NOT FS-CHEQUE-END THEN
            READ CHEQUES NEXT RECORD
           END-IF
           PERFORM 0223-SALTAR-CHEQUE UNTIL FS-CHEQUE-END
           MOVE ZERO                TO FS-CHEQUE.

       0223-SALTAR-CHEQUE.
           MOVE CHQ-NUMERO          TO WS-ULT-CHEQUE
           READ CHEQUES NEXT RECORD.

       0300-PROCESO-LIQUIDACION.
           MOVE WS-CODIGO-PEDIDO    TO EMP-CODIGO
           READ EMPLEADOS
            PERFORM 0600-CERRAR-FICHEROS
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           IF EMP-PAGO-TRANSFERENCIA THEN
            MOVE WS-CODIGO-PEDIDO   TO CTA-CODIGO
            READ CUENTAS
              INVALID KEY
               DISPLAY "LIQFIN: EMPLEADO SIN CTA BANCARIA "
                       WS-CODIGO-PEDIDO
               PERFORM 0600-CERRAR-FICHEROS
               PERFORM 0700-CLOSE-PROGRAM
            END-READ
           END-IF
           IF EMP-JORNALIZADO THEN
            COMPUTE WS-BASICO-EQUIV ROUNDED =
             EMP-VALOR-HORA * WS-HORAS-MES
            COMPUTE WS-VALOR-DIA ROUNDED =
             EMP-VALOR-HORA * WS-HORAS-JORNADA
           ELSE
            MOVE EMP-BASICO         TO WS-BASICO-EQUIV
           END-IF
           PERFORM 0310-DESGLOSAR-EGRESO
           PERFORM 0313-VERIFICAR-PERIODO-CERRADO
           PERFORM 0315-VERIFICAR-MES-PAGADO
           IF EMP-JORNALIZADO THEN
            PERFORM 0317-VERIFICAR-QUINCENA-PAGADA
           END-IF
           PERFORM 0320-PRORRATEAR-HABER
           PERFORM 0321-CALCULAR-ANTIGUEDAD
           PERFORM 0325-CALCULAR-VACACIONES
           PERFORM 0330-CALCULAR-SAC
           PERFORM 0340-CALCULAR-RETENCION
           COMPUTE WS-NETO-CAL =
            WS-HABER-CAL + WS-SAC-CAL + WS-VACACION-CAL +
            WS-ANTIG-CAL - WS-RETENCION-CAL
           COMPUTE WS-APORTE-PATR-CAL =
            (WS-HABER-CAL + WS-SAC-CAL + WS-VACACION-CAL +
             WS-ANTIG-CAL) *
            WS-TASA-APORTE-PATR / 100
           PERFORM 0400-ESCRIBIR-RECIBO
           IF EMP-PAGO-TRANSFERENCIA THEN
            PERFORM 0410-ESCRIBIR-DEPOSITO
           ELSE
            PERFORM 0411-ESCRIBIR-CHEQUE
           END-IF
           PERFORM 0420-GRABAR-DIARIO
           PERFORM 0430-GRABAR-DETALLE
           PERFORM 0440-ACTUALIZAR-HISTORICO
           IF VAC-CON-FICHERO THEN
            PERFORM 0445-LIQUIDAR-VACACIONES
           END-IF
           PERFORM 0450-MARCAR-LIQUIDADO.

       0310-DESGLOSAR-EGRESO.
       0313-VERIFICAR-PERIODO-CERRADO.
           IF PER-CON-FICHERO THEN
            MOVE WS-PERIODO-EGRESO  TO CTL-PERIODO
            MOVE ZERO               TO CTL-QUINCENA
            READ PERIODOS
              INVALID KEY
               CONTINUE
            END-READ
           END-IF.

       0317-VERIFICAR-QUINCENA-PAGADA.
           IF WS-DIA-EGRESO > 15 THEN
            MOVE 2                  TO WS-QUINCENA-EGRESO
           ELSE
            MOVE 1                  TO WS-QUINCENA-EGRESO
           END-IF
           IF MES-EGRESO-NO-PAGADO OR
              DET-QUINCENA < WS-QUINCENA-EGRESO THEN
            DISPLAY "LIQFIN: QUINCENA " WS-QUINCENA-EGRESO
                    " DE " WS-PERIODO-EGRESO
                    " NO PAGADA - EJECUCION ABORTADA"
            PERFORM 0600-CERRAR-FICHEROS
            PERFORM 0700-CLOSE-PROGRAM
           END-IF.

       0320-PRORRATEAR-HABER.
           IF MES-EGRESO-PAGADO THEN
            MOVE ZERO               TO WS-DIAS-PAGADOS
             EMP-BASICO * WS-DIAS-PAGADOS / 30
           END-IF.

       0321-CALCULAR-ANTIGUEDAD.
           MOVE ZERO                TO WS-ANTIG-ANIOS
           MOVE ZERO                TO WS-ANTIG-CAL
           DIVIDE EMP-FECHA-INGRESO BY 100
             GIVING WS-PERIODO-INGRESO
           IF CAT-CON-FICHERO AND EMP-CATEGORIA NOT = ZERO AND
              EMP-FECHA-INGRESO NOT = ZERO AND
              WS-PERIODO-INGRESO < WS-PERIODO-EGRESO AND
              WS-DIAS-PAGADOS > ZERO THEN
            MOVE EMP-CATEGORIA      TO CAT-CODIGO
            READ CATEGORIAS
              INVALID KEY
               CONTINUE
              NOT INVALID KEY
               COMPUTE WS-ANTIG-ANIOS =
                (WS-PERIODO-EGRESO - WS-PERIODO-INGRESO) / 100
               COMPUTE WS-ANTIG-CAL ROUNDED =
                EMP-BASICO * WS-DIAS-PAGADOS * CAT-PCT-ANTIGUEDAD *
                WS-ANTIG-ANIOS / 3000
            END-READ
           END-IF.

       0325-CALCULAR-VACACIONES.
           MOVE ZERO                TO WS-VAC-PENDIENTES
           MOVE ZERO                TO WS-VAC-ARRASTRE
           MOVE ZERO                TO WS-VAC-TOMADOS
           MOVE ZERO                TO WS-VACACION-CAL
           SET VAC-ANIO-NO-HALLADO  TO TRUE
           PERFORM 0327-CALCULAR-DERECHO
           IF VAC-CON-FICHERO THEN
            MOVE WS-CODIGO-PEDIDO   TO VAC-CODIGO
            MOVE ZERO               TO VAC-ANIO
            START VACACIONES KEY IS GREATER THAN VAC-CLAVE
              INVALID KEY
               SET FS-VACACION-END  TO TRUE
            END-START
            IF NOT FS-VACACION-END THEN
             READ VACACIONES NEXT RECORD
            END-IF
            PERFORM 0326-RECORRER-VACACIONES UNTIL FS-VACACION-END
            MOVE ZERO               TO FS-VACACION
           END-IF
           IF WS-VAC-ARRASTRE < ZERO THEN
            MOVE ZERO               TO WS-VAC-ARRASTRE
           END-IF
           COMPUTE WS-VAC-NO-GOZADOS ROUNDED =
            WS-VAC-DERECHO * WS-VAC-DIAS-ANIO / 360 +
            WS-VAC-ARRASTRE - WS-VAC-TOMADOS
           IF WS-VAC-NO-GOZADOS < ZERO THEN
            MOVE ZERO               TO WS-VAC-NO-GOZADOS
           END-IF
           IF WS-VAC-PENDIENTES > WS-DIAS-PAGADOS THEN
            MOVE WS-DIAS-PAGADOS    TO WS-VAC-DIAS-MES
           ELSE
            MOVE WS-VAC-PENDIENTES  TO WS-VAC-DIAS-MES
           END-IF
           IF WS-VAC-DIAS-MES > ZERO THEN
            COMPUTE WS-HABER-CAL ROUNDED =
             EMP-BASICO * (WS-DIAS-PAGADOS - WS-VAC-DIAS-MES) / 30
           END-IF
           IF EMP-JORNALIZADO THEN
            COMPUTE WS-VACACION-CAL ROUNDED =
             WS-VALOR-DIA * (WS-VAC-PENDIENTES + WS-VAC-NO-GOZADOS)
           ELSE
            COMPUTE WS-VACACION-CAL ROUNDED =
             EMP-BASICO * (WS-VAC-PENDIENTES + WS-VAC-NO-GOZADOS) / 25
           END-IF.

       0326-RECORRER-VACACIONES.
           IF VAC-CODIGO NOT = WS-CODIGO-PEDIDO THEN
            SET FS-VACACION-END     TO TRUE
           ELSE
            IF NOT VAC-LIQUIDADO THEN
             ADD VAC-DIAS-PENDIENTES TO WS-VAC-PENDIENTES
             IF VAC-ANIO = WS-ANIO-EGRESO THEN
              SET VAC-ANIO-HALLADO  TO TRUE
              MOVE VAC-DIAS-DERECHO TO WS-VAC-DERECHO
              MOVE VAC-DIAS-ARRASTRE TO WS-VAC-ARRASTRE
              MOVE VAC-DIAS-TOMADOS TO WS-VAC-TOMADOS
             END-IF
             IF VAC-ANIO = WS-ANIO-EGRESO - 1 AND VAC-ABIERTO AND
                VAC-ANIO-NO-HALLADO THEN
              COMPUTE WS-VAC-ARRASTRE = VAC-DIAS-DERECHO +
               VAC-DIAS-ARRASTRE - VAC-DIAS-TOMADOS
             END-IF
            END-IF
            READ VACACIONES NEXT RECORD
           END-IF.

       0327-CALCULAR-DERECHO.
           MOVE ZERO                TO WS-ANTIGUEDAD
           IF WS-DIA-EGRESO > 30 THEN
            MOVE 30                 TO WS-DIA-TOPE
           ELSE
            MOVE WS-DIA-EGRESO      TO WS-DIA-TOPE
           END-IF
           COMPUTE WS-VAC-DIAS-ANIO =
            (WS-MES-EGRESO - 1) * 30 + WS-DIA-TOPE
           IF EMP-FECHA-INGRESO NOT = ZERO THEN
            DIVIDE EMP-FECHA-INGRESO BY 10000
              GIVING WS-ANIO-INGRESO
              REMAINDER WS-MMDD-INGRESO
            DIVIDE WS-MMDD-INGRESO BY 100
              GIVING WS-MES-INGRESO
              REMAINDER WS-DIA-INGRESO
            IF WS-DIA-INGRESO > 30 THEN
             MOVE 30                TO WS-DIA-INGRESO
            END-IF
            IF WS-ANIO-EGRESO > WS-ANIO-INGRESO THEN
             COMPUTE WS-ANTIGUEDAD = WS-ANIO-EGRESO - WS-ANIO-INGRESO
            ELSE
             COMPUTE WS-VAC-DIAS-ANIO = WS-VAC-DIAS-ANIO -
              (WS-MES-INGRESO - 1) * 30 - WS-DIA-INGRESO + 1
            END-IF
           END-IF
           IF WS-VAC-DIAS-ANIO < ZERO THEN
            MOVE ZERO               TO WS-VAC-DIAS-ANIO
           END-IF
           EVALUATE TRUE
            WHEN WS-ANTIGUEDAD < 5
             MOVE 14                TO WS-VAC-DERECHO
            WHEN WS-ANTIGUEDAD < 10
             MOVE 21                TO WS-VAC-DERECHO
            WHEN WS-ANTIGUEDAD < 20
             MOVE 28                TO WS-VAC-DERECHO
            WHEN OTHER
             MOVE 35                TO WS-VAC-DERECHO
           END-EVALUATE.

       0330-CALCULAR-SAC.
           INITIALIZE WS-MEJOR-BRUTO
           INITIALIZE WS-MESES-SEMESTRE
           ELSE
            COMPUTE WS-MES-BRUTO =
             DET-BASICO + DET-BONIFICACION +
             DET-HEXTRA-NORMAL + DET-HEXTRA-DOBLE + DET-VACACIONES +
             DET-ANTIGUEDAD
            IF WS-MES-BRUTO > WS-MEJOR-BRUTO THEN
             MOVE WS-MES-BRUTO      TO WS-MEJOR-BRUTO
            END-IF
           IF WS-MEJOR-BRUTO > ZERO THEN
            COMPUTE WS-BASE-ANUAL = WS-MEJOR-BRUTO * 12
           ELSE
            COMPUTE WS-BASE-ANUAL = WS-BASICO-EQUIV * 12
           END-IF
           SET TRAMO-NO-ENCONTRADO  TO TRUE
           PERFORM 0341-BUSCAR-TRAMO
           END-IF
           IF TRAMO-ENCONTRADO THEN
            COMPUTE WS-RETENCION-CAL ROUNDED =
             (WS-HABER-CAL + WS-SAC-CAL + WS-VACACION-CAL +
              WS-ANTIG-CAL) *
             TRAMO-TASA(WS-IDX-TRAMO-ENC) / 100
           ELSE
            MOVE ZERO               TO WS-RETENCION-CAL
           MOVE 'SUELDO PRORRATEADO...........: ' TO LIQ-CONCEPTO
           MOVE WS-HABER-CAL        TO LIQ-IMPORTE
           WRITE REG-LIQREC         FROM WS-LINEA-HABER
           IF WS-ANTIG-CAL > ZERO THEN
            MOVE 'ADICIONAL ANTIGUEDAD.........: ' TO LIQ-CONCEPTO
            MOVE WS-ANTIG-CAL       TO LIQ-IMPORTE
            WRITE REG-LIQREC        FROM WS-LINEA-HABER
           END-IF
           MOVE 'SAC PROPORCIONAL.............: ' TO LIQ-CONCEPTO
           MOVE WS-SAC-CAL          TO LIQ-IMPORTE
           WRITE REG-LIQREC         FROM WS-LINEA-HABER
           IF WS-VACACION-CAL > ZERO THEN
            MOVE 'VACACIONES NO GOZADAS........: ' TO LIQ-CONCEPTO
            MOVE WS-VACACION-CAL    TO LIQ-IMPORTE
            WRITE REG-LIQREC        FROM WS-LINEA-HABER
           END-IF
           MOVE 'RETENCION IMPUESTO...........: ' TO LIQ-CONCEPTO
           MOVE WS-RETENCION-CAL    TO LIQ-IMPORTE
           WRITE REG-LIQREC         FROM WS-LINEA-HABER
           MOVE WS-NETO-CAL         TO DEP-COLA-NETO
           WRITE REG-DEPOSITO.

       0411-ESCRIBIR-CHEQUE.
           ADD 1 TO WS-ULT-CHEQUE
           INITIALIZE REG-CHEQUE
           MOVE WS-ULT-CHEQUE       TO CHQ-NUMERO
           MOVE EMP-CODIGO          TO CHQ-CODIGO
           MOVE WS-PERIODO-EGRESO   TO CHQ-PERIODO
           MOVE EMP-FORMA-PAGO      TO CHQ-FORMA
           MOVE WS-NETO-CAL         TO CHQ-IMPORTE
           MOVE WS-FECHA-ACTUAL     TO CHQ-FECHA-EMISION
           SET CHQ-PENDIENTE        TO TRUE
           MOVE WS-FECHA-ACTUAL     TO CHQ-FECHA-ESTADO
           WRITE REG-CHEQUE
             INVALID KEY
              DISPLAY "FS-CHEQUE: " FS-CHEQUE
                      " NUMERO: " CHQ-NUMERO
             NOT INVALID KEY
              DISPLAY "LIQFIN: PAGO " CHQ-FORMA
                      " NUMERO: " CHQ-NUMERO
           END-WRITE.

       0420-GRABAR-DIARIO.
           INITIALIZE WS-TOT-DEBE
           INITIALIZE WS-TOT-HABER
           MOVE WS-FECHA-ACTUAL     TO DIA-FECHA
           MOVE WS-PERIODO-EGRESO   TO DIA-LOTE
           COMPUTE WS-PRR-TOTAL-GASTO =
            WS-HABER-CAL + WS-SAC-CAL + WS-VACACION-CAL +
            WS-ANTIG-CAL
           MOVE WS-PRR-TOTAL-GASTO  TO WS-PRR-RESTO-GASTO
           MOVE WS-APORTE-PATR-CAL  TO WS-PRR-RESTO-APORTE
           PERFORM 0421-CARGAR-PRORRATEO
           PERFORM 0422-DIARIO-DEBE-PARTE
             VARYING WS-IDX-PRR FROM 1 BY 1
             UNTIL WS-IDX-PRR > WS-PRR-CANT
           MOVE ZERO                TO DIA-DEPTO
           MOVE '2100-000'          TO DIA-CUENTA
           SET DIA-HABER            TO TRUE
           MOVE WS-NETO-CAL         TO DIA-IMPORTE
           MOVE 'APORTE PATR.A PAGAR' TO DIA-CONCEPTO
           ADD WS-APORTE-PATR-CAL   TO WS-TOT-HABER
           WRITE REG-LIQDIA
           IF NOT EMP-PAGO-TRANSFERENCIA THEN
            MOVE '2100-000'         TO DIA-CUENTA
            SET DIA-DEBE            TO TRUE
            MOVE WS-NETO-CAL        TO DIA-IMPORTE
            MOVE 'LIQ.FINAL A PAGAR' TO DIA-CONCEPTO
            ADD WS-NETO-CAL         TO WS-TOT-DEBE
            WRITE REG-LIQDIA
            IF EMP-PAGO-CHEQUE THEN
             MOVE '2150-000'        TO DIA-CUENTA
             MOVE 'CHEQUES A PAGAR' TO DIA-CONCEPTO
            ELSE
             MOVE '2160-000'        TO DIA-CUENTA
             MOVE 'EFECTIVO A PAGAR' TO DIA-CONCEPTO
            END-IF
            SET DIA-HABER           TO TRUE
            ADD WS-NETO-CAL         TO WS-TOT-HABER
            WRITE REG-LIQDIA
           END-IF
           IF WS-TOT-DEBE NOT = WS-TOT-HABER THEN
            DISPLAY "LIQFIN DIARIO DESBALANCEADO DEBE: " WS-TOT-DEBE
                    " HABER: " WS-TOT-HABER
           END-IF.

       0421-CARGAR-PRORRATEO.
           INITIALIZE WS-TABLA-PRORRATEO
           MOVE 1                   TO WS-PRR-CANT
           MOVE EMP-DEPTO           TO TAB-PRR-DEPTO(1)
           MOVE 100                 TO TAB-PRR-PCT(1)
           IF PRR-CON-FICHERO THEN
            MOVE EMP-CODIGO          TO PRR-CODIGO
            READ PRORRATEOS
              INVALID KEY
               CONTINUE
              NOT INVALID KEY
               INITIALIZE WS-PRR-SUMA
               IF PRR-CANT > ZERO AND PRR-CANT NOT > 5 THEN
                PERFORM 0423-SUMAR-PORCENTAJE
                  VARYING WS-IDX-PRR FROM 1 BY 1
                  UNTIL WS-IDX-PRR > PRR-CANT
               END-IF
               IF WS-PRR-SUMA = 100 THEN
                MOVE PRR-CANT         TO WS-PRR-CANT
                PERFORM 0424-COPIAR-PARTE
                  VARYING WS-IDX-PRR FROM 1 BY 1
                  UNTIL WS-IDX-PRR > WS-PRR-CANT
               ELSE
                DISPLAY "LIQFIN: PRORRATEO ERRONEO " EMP-CODIGO
               END-IF
            END-READ
           END-IF.

       0423-SUMAR-PORCENTAJE.
           ADD PRR-PORCENTAJE(WS-IDX-PRR) TO WS-PRR-SUMA.

       0424-COPIAR-PARTE.
           MOVE PRR-DEPTO(WS-IDX-PRR)
             TO TAB-PRR-DEPTO(WS-IDX-PRR)
           MOVE PRR-PORCENTAJE(WS-IDX-PRR)
             TO TAB-PRR-PCT(WS-IDX-PRR).

       0422-DIARIO-DEBE-PARTE.
           IF WS-IDX-PRR = WS-PRR-CANT THEN
            MOVE WS-PRR-RESTO-GASTO  TO WS-PRR-PARTE-GASTO
            MOVE WS-PRR-RESTO-APORTE TO WS-PRR-PARTE-APORTE
           ELSE
            COMPUTE WS-PRR-PARTE-GASTO ROUNDED =
             WS-PRR-TOTAL-GASTO * TAB-PRR-PCT(WS-IDX-PRR) / 100
            COMPUTE WS-PRR-PARTE-APORTE ROUNDED =
             WS-APORTE-PATR-CAL * TAB-PRR-PCT(WS-IDX-PRR) / 100
            IF WS-PRR-PARTE-GASTO > WS-PRR-RESTO-GASTO THEN
             MOVE WS-PRR-RESTO-GASTO TO WS-PRR-PARTE-GASTO
            END-IF
            IF WS-PRR-PARTE-APORTE > WS-PRR-RESTO-APORTE THEN
             MOVE WS-PRR-RESTO-APORTE TO WS-PRR-PARTE-APORTE
            END-IF
           END-IF
           SUBTRACT WS-PRR-PARTE-GASTO  FROM WS-PRR-RESTO-GASTO
           SUBTRACT WS-PRR-PARTE-APORTE FROM WS-PRR-RESTO-APORTE
           MOVE TAB-PRR-DEPTO(WS-IDX-PRR) TO DPTO-CODIGO
           READ DEPARTAMENTOS
             INVALID KEY
              MOVE SPACES           TO DPTO-CTA-CONTABLE
           END-READ
           IF DPTO-CTA-CONTABLE = SPACES THEN
            MOVE TAB-PRR-DEPTO(WS-IDX-PRR) TO WS-CTA-GASTO-DEPTO
            MOVE WS-CUENTA-GASTO    TO DIA-CUENTA
           ELSE
            MOVE DPTO-CTA-CONTABLE  TO DIA-CUENTA
           END-IF
           MOVE TAB-PRR-DEPTO(WS-IDX-PRR) TO DIA-DEPTO
           SET DIA-DEBE             TO TRUE
           MOVE WS-PRR-PARTE-GASTO  TO DIA-IMPORTE
           MOVE 'GASTO LIQ. FINAL'  TO DIA-CONCEPTO
           ADD DIA-IMPORTE          TO WS-TOT-DEBE
           WRITE REG-LIQDIA
           MOVE '6200-000'          TO DIA-CUENTA
           MOVE WS-PRR-PARTE-APORTE TO DIA-IMPORTE
           MOVE 'GASTO APORTE PATR.' TO DIA-CONCEPTO
           ADD DIA-IMPORTE          TO WS-TOT-DEBE
           WRITE REG-LIQDIA.

       0430-GRABAR-DETALLE.
           MOVE WS-CODIGO-PEDIDO    TO DET-CODIGO
           MOVE WS-PERIODO-EGRESO   TO DET-PERIODO
                       " CODIGO: " WS-CODIGO-PEDIDO
              NOT INVALID KEY
               ADD WS-SAC-CAL        TO DET-BONIFICACION
               ADD WS-VACACION-CAL   TO DET-VACACIONES
               ADD WS-RETENCION-CAL  TO DET-IMPUESTO
               ADD WS-APORTE-PATR-CAL TO DET-APORTE-PATR
               ADD WS-NETO-CAL       TO DET-NETO
            MOVE WS-RETENCION-CAL   TO DET-IMPUESTO
            MOVE WS-APORTE-PATR-CAL TO DET-APORTE-PATR
            MOVE WS-NETO-CAL        TO DET-NETO
            MOVE ZERO               TO DET-RETROACTIVO
            MOVE WS-VAC-DIAS-MES    TO DET-DIAS-VACACIONES
            MOVE WS-VACACION-CAL    TO DET-VACACIONES
            MOVE WS-ANTIG-ANIOS     TO DET-ANIOS-ANTIGUEDAD
            MOVE WS-ANTIG-CAL       TO DET-ANTIGUEDAD
            MOVE ZERO               TO DET-CANT-HIJOS
            MOVE ZERO               TO DET-DED-CONYUGE
            MOVE ZERO               TO DET-DED-HIJOS
            MOVE ZERO               TO DET-DED-OTROS
            MOVE ZERO               TO DET-ASIG-FAMILIAR
            MOVE EMP-DEPTO          TO DET-DEPTO
            MOVE ZERO               TO DET-QUINCENA
            MOVE ZERO               TO DET-HORAS-TRABAJADAS
            WRITE REG-DETALLE
              INVALID KEY
               REWRITE REG-DETALLE
           END-IF
           ADD WS-HABER-CAL         TO HIST-BASICO-ACUM
           ADD WS-SAC-CAL           TO HIST-BASICO-ACUM
           ADD WS-VACACION-CAL      TO HIST-BASICO-ACUM
           ADD WS-ANTIG-CAL         TO HIST-BASICO-ACUM
           ADD WS-NETO-CAL          TO HIST-NETO-ACUM
           ADD WS-RETENCION-CAL     TO HIST-IMPUESTO-ACUM
           IF HIST-ES-NUEVO THEN
            REWRITE REG-HISTORICO
           END-IF.

       0445-LIQUIDAR-VACACIONES.
           MOVE WS-CODIGO-PEDIDO    TO VAC-CODIGO
           MOVE ZERO                TO VAC-ANIO
           START VACACIONES KEY IS GREATER THAN VAC-CLAVE
             INVALID KEY
              SET FS-VACACION-END   TO TRUE
           END-START
           IF NOT FS-VACACION-END THEN
            READ VACACIONES NEXT RECORD
           END-IF
           PERFORM 0446-LIQUIDAR-UNA-VACACION UNTIL FS-VACACION-END
           MOVE ZERO                TO FS-VACACION.

       0446-LIQUIDAR-UNA-VACACION.
           IF VAC-CODIGO NOT = WS-CODIGO-PEDIDO THEN
            SET FS-VACACION-END     TO TRUE
           ELSE
            IF NOT VAC-LIQUIDADO THEN
             ADD VAC-DIAS-PENDIENTES TO VAC-DIAS-PAGADOS
             MOVE VAC-DIAS-PENDIENTES TO VAC-DIAS-ULT-PAGO
             MOVE ZERO              TO VAC-DIAS-PENDIENTES
             MOVE WS-PERIODO-EGRESO TO VAC-PERIODO-PAGO
             SET VAC-LIQUIDADO      TO TRUE
             REWRITE REG-VACACION
            END-IF
            READ VACACIONES NEXT RECORD
           END-IF.

       0450-MARCAR-LIQUIDADO.
           MOVE REG-EMPLEADO        TO WS-IMAGEN-ANTES
           SET EMP-LIQUIDADO        TO TRUE
           END-IF
           CLOSE HISTORICO
           CLOSE CUENTAS
           CLOSE CHEQUES
           IF VAC-CON-FICHERO THEN
            CLOSE VACACIONES
           END-IF
           IF CAT-CON-FICHERO THEN
            CLOSE CATEGORIAS
           END-IF
           IF PRR-CON-FICHERO THEN
            CLOSE PRORRATEOS
           END-IF
           CLOSE AUDITORIA
           CLOSE LIQREC
           CLOSE LIQDEP
