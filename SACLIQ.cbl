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

           SELECT PRORRATEOS ASSIGN PRORRAT
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PRR-CODIGO
           FILE STATUS IS FS-PRORRATEO.

           SELECT SACREC ASSIGN SACREC
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
                  DATA RECORD IS REG-CTA-BANCARIA.
       COPY "CTABAN.CPY".

       FD CHEQUES RECORDING MODE IS F
                  DATA RECORD IS REG-CHEQUE.
       COPY "CHEQUE.CPY".

       FD PRORRATEOS RECORDING MODE IS F
                     DATA RECORD IS REG-PRORRATEO.
       COPY "PRORRAT.CPY".

       FD SACDIA RECORDING MODE IS F
                 DATA RECORD IS REG-SACDIA.
       01 REG-SACDIA.
          88 CTA-HALLADA          VALUE 'S'.
          88 CTA-NO-HALLADA       VALUE 'N'.

       77 FS-CHEQUE               PIC 99.
          88 FS-CHEQUE-OK         VALUE 00.
          88 FS-CHEQUE-END        VALUE 10.
          88 FS-CHEQUE-NOFILE     VALUE 35.

       77 WS-ULT-CHEQUE           PIC 9(8) VALUE 0.

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
       77 WS-PRR-RESTO-SAC        PIC 9(8)V99.
       77 WS-PRR-RESTO-APORTE     PIC 9(8)V99.
       77 WS-PRR-PARTE-SAC        PIC 9(8)V99.
       77 WS-PRR-PARTE-APORTE     PIC 9(8)V99.

       01 WS-TABLA-DEPTO.
          05 WS-DEPTO-ENTRADA     OCCURS 200 TIMES.
             10 DEPTO-COD         PIC 9(3).
             10 DEPTO-SAC         PIC 9(9)V99.
             10 DEPTO-APORTE      PIC 9(9)V99.

       77 WS-DEPTO-CANT           PIC 9(3) VALUE 0.
       77 WS-IDX-DEPTO            PIC 9(3).
       77 WS-IDX-DEPTO-ENC        PIC 9(3).
       77 WS-DEPTO-BUSCADO        PIC 9(3).

       77 WS-DEPTO-SW             PIC X VALUE 'N'.
          88 DEPTO-ENCONTRADO     VALUE 'S'.
          88 DEPTO-NO-ENCONTRADO  VALUE 'N'.

       77 FS-SACREC               PIC 99.
          88 FS-SACREC-OK         VALUE 00.

       77 WS-ACUM-IMPUESTO        PIC 9(9)V99 VALUE 0.
       77 WS-ACUM-NETO            PIC 9(9)V99 VALUE 0.
       77 WS-ACUM-APORTE-PATR     PIC 9(9)V99 VALUE 0.
       77 WS-ACUM-CHEQUES         PIC 9(9)V99 VALUE 0.
       77 WS-ACUM-EFECTIVO        PIC 9(9)V99 VALUE 0.
       77 WS-TOT-DEBE             PIC 9(9)V99.
       77 WS-TOT-HABER            PIC 9(9)V99.

           END-IF
           SET PERIODO-NO-ES-NUEVO  TO TRUE
           MOVE WS-PERIODO-SAC      TO CTL-PERIODO
           MOVE ZERO                TO CTL-QUINCENA
           READ PERIODOS
             INVALID KEY
              SET PERIODO-ES-NUEVO  TO TRUE
           END-IF
           IF PERIODO-ES-NUEVO THEN
            MOVE WS-PERIODO-SAC     TO CTL-PERIODO
            MOVE ZERO               TO CTL-QUINCENA
            SET CTL-ABIERTO         TO TRUE
            MOVE WS-FECHA-ACTUAL    TO CTL-FECHA-ESTADO
            MOVE SPACES             TO CTL-MOTIVO
            DISPLAY "FS-CUENTA: " FS-CUENTA
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           PERFORM 0221-ABRIR-CHEQUES
           OPEN INPUT PRORRATEOS
           IF FS-PRORRATEO-NOFILE THEN
            SET PRR-SIN-FICHERO     TO TRUE
           ELSE
            IF NOT FS-PRORRATEO-OK THEN
             DISPLAY "FS-PRORRATEO: " FS-PRORRATEO
             PERFORM 0700-CLOSE-PROGRAM
            END-IF
           END-IF
           OPEN OUTPUT SACREC
           IF NOT FS-SACREC-OK THEN
            DISPLAY "FS-SACREC: " FS-SACREC
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

       0300-PROCESO-AGUINALDO.
           MOVE WS-ANIO-PEDIDO      TO WS-TIT-ANIO
           MOVE WS-SEMESTRE-PEDIDO  TO WS-TIT-SEMESTRE
             ADD WS-RETENCION-CAL   TO WS-ACUM-IMPUESTO
             ADD WS-NETO-CAL        TO WS-ACUM-NETO
             ADD WS-APORTE-PATR-CAL TO WS-ACUM-APORTE-PATR
             PERFORM 0430-ACUMULAR-DEPARTAMENTO
            END-IF
           END-IF
           READ EMPLEADOS NEXT RECORD.
           ELSE
            COMPUTE WS-MES-BRUTO =
             DET-BASICO + DET-BONIFICACION +
             DET-HEXTRA-NORMAL + DET-HEXTRA-DOBLE + DET-VACACIONES +
             DET-ANTIGUEDAD
            IF WS-MES-BRUTO > WS-MEJOR-BRUTO THEN
             MOVE WS-MES-BRUTO      TO WS-MEJOR-BRUTO
            END-IF
            MOVE WS-IDX-TRAMO       TO WS-IDX-TRAMO-ENC
           END-IF.

       0430-ACUMULAR-DEPARTAMENTO.
           PERFORM 0431-CARGAR-PRORRATEO
           MOVE WS-SAC-CAL          TO WS-PRR-RESTO-SAC
           MOVE WS-APORTE-PATR-CAL  TO WS-PRR-RESTO-APORTE
           PERFORM 0432-ACUMULAR-UNA-PARTE
             VARYING WS-IDX-PRR FROM 1 BY 1
             UNTIL WS-IDX-PRR > WS-PRR-CANT.

       0431-CARGAR-PRORRATEO.
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
                PERFORM 0434-SUMAR-PORCENTAJE
                  VARYING WS-IDX-PRR FROM 1 BY 1
                  UNTIL WS-IDX-PRR > PRR-CANT
               END-IF
               IF WS-PRR-SUMA = 100 THEN
                MOVE PRR-CANT         TO WS-PRR-CANT
                PERFORM 0435-COPIAR-PARTE
                  VARYING WS-IDX-PRR FROM 1 BY 1
                  UNTIL WS-IDX-PRR > WS-PRR-CANT
               ELSE
                DISPLAY "SACLIQ: PRORRATEO ERRONEO " EMP-CODIGO
               END-IF
            END-READ
           END-IF.

       0434-SUMAR-PORCENTAJE.
           ADD PRR-PORCENTAJE(WS-IDX-PRR) TO WS-PRR-SUMA.

       0435-COPIAR-PARTE.
           MOVE PRR-DEPTO(WS-IDX-PRR)
             TO TAB-PRR-DEPTO(WS-IDX-PRR)
           MOVE PRR-PORCENTAJE(WS-IDX-PRR)
             TO TAB-PRR-PCT(WS-IDX-PRR).

       0432-ACUMULAR-UNA-PARTE.
           IF WS-IDX-PRR = WS-PRR-CANT THEN
            MOVE WS-PRR-RESTO-SAC    TO WS-PRR-PARTE-SAC
            MOVE WS-PRR-RESTO-APORTE TO WS-PRR-PARTE-APORTE
           ELSE
            COMPUTE WS-PRR-PARTE-SAC ROUNDED =
             WS-SAC-CAL * TAB-PRR-PCT(WS-IDX-PRR) / 100
            COMPUTE WS-PRR-PARTE-APORTE ROUNDED =
             WS-APORTE-PATR-CAL * TAB-PRR-PCT(WS-IDX-PRR) / 100
            IF WS-PRR-PARTE-SAC > WS-PRR-RESTO-SAC THEN
             MOVE WS-PRR-RESTO-SAC   TO WS-PRR-PARTE-SAC
            END-IF
            IF WS-PRR-PARTE-APORTE > WS-PRR-RESTO-APORTE THEN
             MOVE WS-PRR-RESTO-APORTE TO WS-PRR-PARTE-APORTE
            END-IF
           END-IF
           SUBTRACT WS-PRR-PARTE-SAC    FROM WS-PRR-RESTO-SAC
           SUBTRACT WS-PRR-PARTE-APORTE FROM WS-PRR-RESTO-APORTE
           MOVE TAB-PRR-DEPTO(WS-IDX-PRR) TO WS-DEPTO-BUSCADO
           SET DEPTO-NO-ENCONTRADO  TO TRUE
           PERFORM 0433-BUSCAR-DEPTO
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
            MOVE WS-DEPTO-BUSCADO    TO DEPTO-COD(WS-IDX-DEPTO-ENC)
            INITIALIZE DEPTO-SAC(WS-IDX-DEPTO-ENC)
                       DEPTO-APORTE(WS-IDX-DEPTO-ENC)
           END-IF
           ADD WS-PRR-PARTE-SAC
             TO DEPTO-SAC(WS-IDX-DEPTO-ENC)
           ADD WS-PRR-PARTE-APORTE
             TO DEPTO-APORTE(WS-IDX-DEPTO-ENC).

       0433-BUSCAR-DEPTO.
           IF DEPTO-COD(WS-IDX-DEPTO) = WS-DEPTO-BUSCADO THEN
            SET DEPTO-ENCONTRADO    TO TRUE
            MOVE WS-IDX-DEPTO       TO WS-IDX-DEPTO-ENC
           END-IF.

       0500-ESCRIBIR-EMPLEADO.
           MOVE EMP-CODIGO          TO CAB-CODIGO
           MOVE EMP-NOMBRE          TO CAB-NOMBRE
           MOVE WS-APORTE-PATR-CAL  TO SAC-IMPORTE
           WRITE REG-SACREC         FROM WS-LINEA-IMPORTE
           WRITE REG-SACREC         FROM WS-GUIONES
           IF EMP-PAGO-TRANSFERENCIA THEN
            PERFORM 0510-ESCRIBIR-DEPOSITO
           ELSE
            PERFORM 0511-ESCRIBIR-CHEQUE
           END-IF.

       0510-ESCRIBIR-DEPOSITO.
           SET CTA-HALLADA          TO TRUE
           MOVE EMP-CODIGO          TO CTA-CODIGO
           READ CUENTAS
            ADD WS-NETO-CAL         TO WS-ACUM-DEP-NETO
           END-IF.

       0511-ESCRIBIR-CHEQUE.
           ADD 1 TO WS-ULT-CHEQUE
           INITIALIZE REG-CHEQUE
           MOVE WS-ULT-CHEQUE       TO CHQ-NUMERO
           MOVE EMP-CODIGO          TO CHQ-CODIGO
           MOVE WS-PERIODO-SAC      TO CHQ-PERIODO
           MOVE EMP-FORMA-PAGO      TO CHQ-FORMA
           MOVE WS-NETO-CAL         TO CHQ-IMPORTE
           MOVE WS-FECHA-ACTUAL     TO CHQ-FECHA-EMISION
           SET CHQ-PENDIENTE        TO TRUE
           MOVE WS-FECHA-ACTUAL     TO CHQ-FECHA-ESTADO
           WRITE REG-CHEQUE
             INVALID KEY
              DISPLAY "FS-CHEQUE: " FS-CHEQUE
                      " NUMERO: " CHQ-NUMERO
           END-WRITE
           IF EMP-PAGO-CHEQUE THEN
            ADD WS-NETO-CAL         TO WS-ACUM-CHEQUES
           ELSE
            ADD WS-NETO-CAL         TO WS-ACUM-EFECTIVO
           END-IF.

       0460-GRABAR-DIARIO.
           INITIALIZE WS-TOT-DEBE
           INITIALIZE WS-TOT-HABER
           MOVE WS-FECHA-ACTUAL     TO DIA-FECHA
           MOVE WS-PERIODO-SAC      TO DIA-LOTE
           PERFORM 0461-DIARIO-DEBE-DEPTO
             VARYING WS-IDX-DEPTO FROM 1 BY 1
             UNTIL WS-IDX-DEPTO > WS-DEPTO-CANT
           MOVE ZERO                TO DIA-DEPTO
           MOVE '2100-000'          TO DIA-CUENTA
           SET DIA-HABER            TO TRUE
           MOVE WS-ACUM-NETO        TO DIA-IMPORTE
           MOVE 'APORTE PATR.A PAGAR' TO DIA-CONCEPTO
           ADD WS-ACUM-APORTE-PATR  TO WS-TOT-HABER
           WRITE REG-SACDIA
           IF WS-ACUM-CHEQUES > ZERO THEN
            MOVE '2100-000'         TO DIA-CUENTA
            SET DIA-DEBE            TO TRUE
            MOVE WS-ACUM-CHEQUES    TO DIA-IMPORTE
            MOVE 'AGUINALDO A PAGAR' TO DIA-CONCEPTO
            ADD WS-ACUM-CHEQUES     TO WS-TOT-DEBE
            WRITE REG-SACDIA
            MOVE '2150-000'         TO DIA-CUENTA
            SET DIA-HABER           TO TRUE
            MOVE 'CHEQUES A PAGAR'  TO DIA-CONCEPTO
            ADD WS-ACUM-CHEQUES     TO WS-TOT-HABER
            WRITE REG-SACDIA
           END-IF
           IF WS-ACUM-EFECTIVO > ZERO THEN
            MOVE '2100-000'         TO DIA-CUENTA
            SET DIA-DEBE            TO TRUE
            MOVE WS-ACUM-EFECTIVO   TO DIA-IMPORTE
            MOVE 'AGUINALDO A PAGAR' TO DIA-CONCEPTO
            ADD WS-ACUM-EFECTIVO    TO WS-TOT-DEBE
            WRITE REG-SACDIA
            MOVE '2160-000'         TO DIA-CUENTA
            SET DIA-HABER           TO TRUE
            MOVE 'EFECTIVO A PAGAR' TO DIA-CONCEPTO
            ADD WS-ACUM-EFECTIVO    TO WS-TOT-HABER
            WRITE REG-SACDIA
           END-IF
           IF WS-TOT-DEBE NOT = WS-TOT-HABER THEN
            DISPLAY "SACLIQ DIARIO DESBALANCEADO DEBE: " WS-TOT-DEBE
                    " HABER: " WS-TOT-HABER
           END-IF
           IF WS-TOT-DEBE NOT =
              (WS-ACUM-SAC + WS-ACUM-APORTE-PATR +
               WS-ACUM-CHEQUES + WS-ACUM-EFECTIVO) THEN
            DISPLAY "SACLIQ DIARIO NO CUADRA CON TOTALES DE CONTROL"
           END-IF.

       0461-DIARIO-DEBE-DEPTO.
           MOVE DEPTO-COD(WS-IDX-DEPTO) TO DIA-DEPTO
           MOVE '6150-000'          TO DIA-CUENTA
           SET DIA-DEBE             TO TRUE
           MOVE DEPTO-SAC(WS-IDX-DEPTO) TO DIA-IMPORTE
           MOVE 'GASTO AGUINALDO'   TO DIA-CONCEPTO
           ADD DIA-IMPORTE          TO WS-TOT-DEBE
           WRITE REG-SACDIA
           MOVE '6200-000'          TO DIA-CUENTA
           MOVE DEPTO-APORTE(WS-IDX-DEPTO) TO DIA-IMPORTE
           MOVE 'GASTO APORTE PATR.' TO DIA-CONCEPTO
           ADD DIA-IMPORTE          TO WS-TOT-DEBE
           WRITE REG-SACDIA.

       0530-MARCAR-PERIODO-PAGADO.
           MOVE WS-PERIODO-SAC      TO CTL-PERIODO
           MOVE ZERO                TO CTL-QUINCENA
           READ PERIODOS
             INVALID KEY
              DISPLAY "FS-PERIODO: " FS-PERIODO
           CLOSE EMPLEADOS
           CLOSE DETALLE
           CLOSE CUENTAS
           CLOSE CHEQUES
           IF PRR-CON-FICHERO THEN
            CLOSE PRORRATEOS
           END-IF
           CLOSE PERIODOS
           CLOSE SACREC
           CLOSE SACDEP
