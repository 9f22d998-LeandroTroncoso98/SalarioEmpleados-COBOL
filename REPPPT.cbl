       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPPPT.
       AUTHOR. TRONCOSO LEANDRO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PPTPAR ASSIGN PPTPAR
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-PPTPAR.

           SELECT PARAMETROS ASSIGN PARAMET
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-PARAMETRO.

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

           SELECT EMPLEADOS ASSIGN EMP
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EMP-CODIGO
           FILE STATUS IS FS-EMPLEADO.

           SELECT PRORRATEOS ASSIGN PRORRAT
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PRR-CODIGO
           FILE STATUS IS FS-PRORRATEO.

           SELECT PPTREP ASSIGN PPTREP
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-PPTREP.

       DATA DIVISION.
       FILE SECTION.
       FD PPTPAR RECORDING MODE IS F
                 DATA RECORD IS REG-PPTPAR.
       01 REG-PPTPAR.
          05 PPR-ANIO             PIC 9(4).
          05 PPR-MES              PIC 99.

       FD PARAMETROS RECORDING MODE IS F
                     DATA RECORD IS REG-PARAMETRO.
       COPY "PARAMET.CPY".

       FD PRESUPUESTOS RECORDING MODE IS F
                       DATA RECORD IS REG-PRESUPUESTO.
       COPY "PRESUP.CPY".

       FD DEPARTAMENTOS RECORDING MODE IS F
                        DATA RECORD IS REG-DEPARTAMENTO.
       COPY "DEPTO.CPY".

       FD DETALLE RECORDING MODE IS F
                  DATA RECORD IS REG-DETALLE.
       COPY "DETALLE.CPY".

       FD DETARCH RECORDING MODE IS F
                  DATA RECORD IS REG-DETARCH.
       COPY "DETARCH.CPY".

       FD EMPLEADOS RECORDING MODE IS F
                    DATA RECORD IS REG-EMPLEADO.
       COPY "EMPLEADO.CPY".

       FD PRORRATEOS RECORDING MODE IS F
                     DATA RECORD IS REG-PRORRATEO.
       COPY "PRORRAT.CPY".

       FD PPTREP RECORDING MODE IS F
                 DATA RECORD IS REG-PPTREP.
       01 REG-PPTREP              PIC X(80).

       WORKING-STORAGE SECTION.

       77 FS-PPTPAR               PIC 99.
          88 FS-PPTPAR-OK         VALUE 00.
          88 FS-PPTPAR-NOFILE     VALUE 35.

       77 FS-PARAMETRO            PIC 99.
          88 FS-PARAMETRO-OK      VALUE 00.

       77 FS-PRESUPUESTO          PIC 99.
          88 FS-PRESUPUESTO-OK    VALUE 00.
          88 FS-PRESUPUESTO-END   VALUE 10.

       77 FS-DEPARTAMENTO         PIC 99.
          88 FS-DEPARTAMENTO-OK   VALUE 00.
          88 FS-DEPARTAMENTO-END  VALUE 10.

       77 FS-DETALLE              PIC 99.
          88 FS-DETALLE-OK        VALUE 00.
          88 FS-DETALLE-END       VALUE 10.

       77 FS-DETARCH              PIC 99.
          88 FS-DETARCH-OK        VALUE 00.
          88 FS-DETARCH-END       VALUE 10.
          88 FS-DETARCH-NOFILE    VALUE 35.

       77 WS-ARCH-FICH-SW         PIC X VALUE 'S'.
          88 ARCH-CON-FICHERO     VALUE 'S'.
          88 ARCH-SIN-FICHERO     VALUE 'N'.

       77 FS-EMPLEADO             PIC 99.
          88 FS-EMPLEADO-OK       VALUE 00.

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

       01 WS-PRR-IMPORTES.
          05 WS-PRR-COMPONENTE    OCCURS 2 TIMES.
             10 CMP-TOTAL         PIC 9(9)V99.
             10 CMP-RESTO         PIC 9(9)V99.
             10 CMP-PARTE         PIC 9(9)V99.

       77 WS-IDX-CMP              PIC 9.

       77 FS-PPTREP               PIC 99.
          88 FS-PPTREP-OK         VALUE 00.

       01 WS-FECHA-ACTUAL.
          05 WS-ANIO-ACTUAL       PIC 9(4).
          05 WS-MES-ACTUAL        PIC 99.
          05 WS-DIA-ACTUAL        PIC 99.

       01 WS-PERIODO-PEDIDO.
          05 WS-ANIO-PEDIDO       PIC 9(4).
          05 WS-MES-PEDIDO        PIC 99.

       01 WS-PERIODO-REG.
          05 WS-ANIO-REG          PIC 9(4).
          05 WS-MES-REG           PIC 99.

       77 WS-TOLERANCIA           PIC 9(3)V99.

       77 WS-DEPTO-CANT           PIC 9(3) VALUE 0.
       77 WS-IDX-DEPTO            PIC 9(3).
       77 WS-IDX-DEPTO-ENC        PIC 9(3).
       77 WS-DEPTO-BUSCADO        PIC 9(3).
       77 WS-DEPTO-PROPIO         PIC 9(3).
       77 WS-IDX-CON              PIC 9.

       77 WS-DEPTO-SW             PIC X VALUE 'N'.
          88 DEPTO-ENCONTRADO     VALUE 'S'.
          88 DEPTO-NO-ENCONTRADO  VALUE 'N'.

       77 WS-REG-SW               PIC X VALUE 'S'.
          88 REG-CON-DEPTO        VALUE 'S'.
          88 REG-SIN-DEPTO        VALUE 'N'.

       77 WS-EXCEDE-SW            PIC X VALUE 'N'.
          88 LINEA-EXCEDIDA       VALUE 'S'.
          88 LINEA-EN-TOLERANCIA  VALUE 'N'.

       77 WS-BLOQUE-SW            PIC X VALUE 'N'.
          88 BLOQUE-EXCEDIDO      VALUE 'S'.
          88 BLOQUE-EN-TOLERANCIA VALUE 'N'.

       77 WS-REG-BRUTO            PIC 9(9)V99.
       77 WS-REG-COSTO            PIC 9(9)V99.

       77 WS-CMP-PPT              PIC 9(9)V99.
       77 WS-CMP-REAL             PIC 9(9)V99.
       77 WS-CMP-VAR              PIC S9(9)V99.
       77 WS-CMP-PCT              PIC S9(7)V99.

       77 WS-DEPTO-LISTADOS       PIC 9(5) VALUE 0.
       77 WS-DEPTO-EXCEDIDOS      PIC 9(5) VALUE 0.
       77 WS-REG-SIN-DEPTO        PIC 9(5) VALUE 0.

       01 WS-NOMBRES-CONCEPTO.
          05 FILLER               PIC X(15) VALUE 'DOTACION'.
          05 FILLER               PIC X(15) VALUE 'BRUTO'.
          05 FILLER               PIC X(15) VALUE 'COSTO EMPLEADOR'.
       01 WS-TABLA-CONCEPTO REDEFINES WS-NOMBRES-CONCEPTO.
          05 WS-NOMBRE-CONCEPTO   PIC X(15) OCCURS 3 TIMES.

       01 WS-CONCEPTO-LINEA.
          05 WS-CON-PREFIJO       PIC X(5).
          05 WS-CON-NOMBRE        PIC X(15).

       01 WS-TABLA-DEPTO.
          05 WS-DEPTO-ENTRADA     OCCURS 200 TIMES.
             10 DEPTO-COD         PIC 9(3).
             10 DEPTO-NOMBRE      PIC X(30).
             10 DEPTO-BLOQUE.
                15 DEPTO-CONCEPTO OCCURS 3 TIMES.
                   20 DEPTO-PPT-MES   PIC 9(9)V99.
                   20 DEPTO-REAL-MES  PIC 9(9)V99.
                   20 DEPTO-PPT-ACUM  PIC 9(9)V99.
                   20 DEPTO-REAL-ACUM PIC 9(9)V99.

       01 WS-TOTAL-BLOQUE.
          05 TOT-CONCEPTO         OCCURS 3 TIMES.
             10 TOT-PPT-MES       PIC 9(9)V99.
             10 TOT-REAL-MES      PIC 9(9)V99.
             10 TOT-PPT-ACUM      PIC 9(9)V99.
             10 TOT-REAL-ACUM     PIC 9(9)V99.

       01 WS-CUR-BLOQUE.
          05 CUR-CONCEPTO         OCCURS 3 TIMES.
             10 CUR-PPT-MES       PIC 9(9)V99.
             10 CUR-REAL-MES      PIC 9(9)V99.
             10 CUR-PPT-ACUM      PIC 9(9)V99.
             10 CUR-REAL-ACUM     PIC 9(9)V99.

       01 WS-GUIONES.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(78) VALUE ALL '-'.
          05 FILLER               PIC X VALUE SPACE.

       01 WS-TITULO.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(13) VALUE SPACES.
          05 FILLER               PIC X(45)
             VALUE 'PRESUPUESTO Y REAL POR DEPARTAMENTO PERIODO '.
          05 WS-TIT-PERIODO       PIC 9(6).
          05 FILLER               PIC X(14) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-SUBTITULO.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(13) VALUE ' TOLERANCIA: '.
          05 WS-SUB-TOLERANCIA    PIC ZZ9,99.
          05 FILLER               PIC X(2) VALUE ' %'.
          05 FILLER               PIC X(10) VALUE SPACES.
          05 FILLER               PIC X(30)
             VALUE '(*) VARIACION SOBRE TOLERANCIA'.
          05 FILLER               PIC X(17) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-CAB-DEPTO.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(8) VALUE ' DEPTO: '.
          05 CAB-DEPTO            PIC 9(3).
          05 FILLER               PIC X VALUE SPACE.
          05 CAB-NOMBRE           PIC X(30).
          05 FILLER               PIC X(2) VALUE SPACES.
          05 CAB-ESTADO           PIC X(20).
          05 FILLER               PIC X(14) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-CAB-EMPRESA.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(13) VALUE 'TOTAL EMPRESA'.
          05 FILLER               PIC X(2) VALUE SPACES.
          05 CAB-EMP-ESTADO       PIC X(20).
          05 FILLER               PIC X(42) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-COLUMNAS.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(20) VALUE 'CONCEPTO'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(14) VALUE '   PRESUPUESTO'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(14) VALUE '          REAL'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(14) VALUE '     VARIACION'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(8) VALUE '   VAR.%'.
          05 FILLER               PIC X(3) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-LINEA.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 LIN-CONCEPTO         PIC X(20).
          05 FILLER               PIC X VALUE SPACE.
          05 LIN-PPT              PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X VALUE SPACE.
          05 LIN-REAL             PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X VALUE SPACE.
          05 LIN-VAR              PIC ---.---.--9,99.
          05 FILLER               PIC X VALUE SPACE.
          05 LIN-PCT              PIC ----9,99.
          05 FILLER               PIC X VALUE SPACE.
          05 LIN-MARCA            PIC X(01).
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X VALUE '|'.

       01 WS-TOT-DEPTOS.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(27)
                                 VALUE 'DEPARTAMENTOS LISTADOS...: '.
          05 TOT-LISTADOS         PIC ZZZZ9.
          05 FILLER               PIC X(45) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-TOT-EXCEDIDOS.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(27)
                                 VALUE 'DEPARTAMENTOS EXCEDIDOS..: '.
          05 TOT-EXCEDIDOS        PIC ZZZZ9.
          05 FILLER               PIC X(45) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-TOT-SIN-DEPTO.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(28)
                                 VALUE 'REGISTROS SIN DEPARTAMENTO: '.
          05 TOT-SIN-DEPTO        PIC ZZZZ9.
          05 FILLER               PIC X(44) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       PROCEDURE DIVISION.

       0100-INICIAR-PROGRAMA.
           PERFORM 0110-INICIALIZAR-VAR
           PERFORM 0120-LEER-PARAMETROS
           PERFORM 0200-ABRIR-FICHEROS
           PERFORM 0210-CARGAR-DEPARTAMENTOS
           PERFORM 0300-PROCESO-PRESUPUESTO
           PERFORM 0500-IMPRIMIR-INFORME
           PERFORM 0600-CERRAR-FICHEROS
           PERFORM 0700-CLOSE-PROGRAM.

       0110-INICIALIZAR-VAR.
           INITIALIZE WS-TABLA-DEPTO
           INITIALIZE WS-TOTAL-BLOQUE
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           MOVE WS-ANIO-ACTUAL      TO WS-ANIO-PEDIDO
           MOVE WS-MES-ACTUAL       TO WS-MES-PEDIDO.

       0120-LEER-PARAMETROS.
           OPEN INPUT PPTPAR
           IF FS-PPTPAR-NOFILE THEN
            DISPLAY "REPPPT: SIN PARAMETROS, PERIODO "
                    WS-PERIODO-PEDIDO
           ELSE
            IF NOT FS-PPTPAR-OK THEN
             DISPLAY "FS-PPTPAR: " FS-PPTPAR
             PERFORM 0700-CLOSE-PROGRAM
            END-IF
            READ PPTPAR
            IF FS-PPTPAR-OK AND PPR-ANIO NOT = ZERO THEN
             MOVE PPR-ANIO          TO WS-ANIO-PEDIDO
             IF PPR-MES = ZERO THEN
              MOVE 12               TO WS-MES-PEDIDO
             ELSE
              MOVE PPR-MES          TO WS-MES-PEDIDO
             END-IF
            END-IF
            CLOSE PPTPAR
           END-IF
           IF WS-MES-PEDIDO < 1 OR WS-MES-PEDIDO > 12 THEN
            DISPLAY "REPPPT: MES INVALIDO " WS-MES-PEDIDO
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
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
           MOVE PARM-PCT-TOLERANCIA TO WS-TOLERANCIA
           CLOSE PARAMETROS.

       0200-ABRIR-FICHEROS.
           OPEN INPUT PRESUPUESTOS
           IF NOT FS-PRESUPUESTO-OK THEN
            DISPLAY "FS-PRESUPUESTO: " FS-PRESUPUESTO
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           OPEN INPUT DEPARTAMENTOS
           IF NOT FS-DEPARTAMENTO-OK THEN
            DISPLAY "FS-DEPARTAMENTO: " FS-DEPARTAMENTO
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           OPEN INPUT DETALLE
           IF NOT FS-DETALLE-OK THEN
            DISPLAY "FS-DETALLE: " FS-DETALLE
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           OPEN INPUT DETARCH
           IF FS-DETARCH-NOFILE THEN
            SET ARCH-SIN-FICHERO   TO TRUE
           ELSE
            IF NOT FS-DETARCH-OK THEN
             DISPLAY "FS-DETARCH: " FS-DETARCH
             PERFORM 0700-CLOSE-PROGRAM
            END-IF
           END-IF
           OPEN INPUT EMPLEADOS
           IF NOT FS-EMPLEADO-OK THEN
            DISPLAY "FS-EMPLEADO: " FS-EMPLEADO
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           OPEN INPUT PRORRATEOS
           IF FS-PRORRATEO-NOFILE THEN
            SET PRR-SIN-FICHERO     TO TRUE
           ELSE
            IF NOT FS-PRORRATEO-OK THEN
             DISPLAY "FS-PRORRATEO: " FS-PRORRATEO
             PERFORM 0700-CLOSE-PROGRAM
            END-IF
           END-IF
           OPEN OUTPUT PPTREP
           IF NOT FS-PPTREP-OK THEN
            DISPLAY "FS-PPTREP: " FS-PPTREP
            PERFORM 0700-CLOSE-PROGRAM
           END-IF.

       0210-CARGAR-DEPARTAMENTOS.
           READ DEPARTAMENTOS NEXT RECORD
           PERFORM 0215-CARGAR-UN-DEPTO UNTIL FS-DEPARTAMENTO-END.

       0215-CARGAR-UN-DEPTO.
           IF WS-DEPTO-CANT = 200 THEN
            DISPLAY "WS-TABLA-DEPTO: TABLA DE DEPARTAMENTOS LLENA"
            PERFORM 0600-CERRAR-FICHEROS
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           ADD 1 TO WS-DEPTO-CANT
           MOVE DPTO-CODIGO         TO DEPTO-COD(WS-DEPTO-CANT)
           MOVE DPTO-NOMBRE         TO DEPTO-NOMBRE(WS-DEPTO-CANT)
           READ DEPARTAMENTOS NEXT RECORD.

       0300-PROCESO-PRESUPUESTO.
           READ PRESUPUESTOS NEXT RECORD
           PERFORM 0310-PROCESAR-PRESUPUESTO
             UNTIL FS-PRESUPUESTO-END
           PERFORM 0350-PROCESO-ARCHIVO
           READ DETALLE NEXT RECORD
           PERFORM 0400-PROCESAR-DETALLE UNTIL FS-DETALLE-END.

       0310-PROCESAR-PRESUPUESTO.
           MOVE PPT-PERIODO         TO WS-PERIODO-REG
           IF WS-ANIO-REG = WS-ANIO-PEDIDO
              AND WS-MES-REG NOT > WS-MES-PEDIDO THEN
            MOVE PPT-DEPTO          TO WS-DEPTO-BUSCADO
            PERFORM 0440-UBICAR-DEPTO
            ADD PPT-DOTACION  TO DEPTO-PPT-ACUM(WS-IDX-DEPTO-ENC, 1)
                                 TOT-PPT-ACUM(1)
            ADD PPT-BRUTO     TO DEPTO-PPT-ACUM(WS-IDX-DEPTO-ENC, 2)
                                 TOT-PPT-ACUM(2)
            ADD PPT-COSTO     TO DEPTO-PPT-ACUM(WS-IDX-DEPTO-ENC, 3)
                                 TOT-PPT-ACUM(3)
            IF WS-MES-REG = WS-MES-PEDIDO THEN
             ADD PPT-DOTACION TO DEPTO-PPT-MES(WS-IDX-DEPTO-ENC, 1)
                                 TOT-PPT-MES(1)
             ADD PPT-BRUTO    TO DEPTO-PPT-MES(WS-IDX-DEPTO-ENC, 2)
                                 TOT-PPT-MES(2)
             ADD PPT-COSTO    TO DEPTO-PPT-MES(WS-IDX-DEPTO-ENC, 3)
                                 TOT-PPT-MES(3)
            END-IF
           END-IF
           READ PRESUPUESTOS NEXT RECORD.

       0350-PROCESO-ARCHIVO.
           IF ARCH-CON-FICHERO THEN
            READ DETARCH NEXT RECORD
            PERFORM 0360-PROCESAR-ARCHIVO UNTIL FS-DETARCH-END
           END-IF.

       0360-PROCESAR-ARCHIVO.
           MOVE ARC-CODIGO          TO DET-CODIGO
           MOVE ARC-PERIODO         TO DET-PERIODO
           MOVE ARC-BASICO          TO DET-BASICO
           MOVE ARC-HORAS-NORMALES  TO DET-HORAS-NORMALES
           MOVE ARC-HORAS-DOBLES    TO DET-HORAS-DOBLES
           MOVE ARC-HEXTRA-NORMAL   TO DET-HEXTRA-NORMAL
           MOVE ARC-HEXTRA-DOBLE    TO DET-HEXTRA-DOBLE
           MOVE ARC-BONIFICACION    TO DET-BONIFICACION
           MOVE ARC-DESCUENTO-SS    TO DET-DESCUENTO-SS
           MOVE ARC-DESCUENTO-OTROS TO DET-DESCUENTO-OTROS
           MOVE ARC-IMPUESTO        TO DET-IMPUESTO
           MOVE ARC-APORTE-PATR     TO DET-APORTE-PATR
           MOVE ARC-NETO            TO DET-NETO
           MOVE ARC-RETROACTIVO     TO DET-RETROACTIVO
           MOVE ARC-DIAS-VACACIONES TO DET-DIAS-VACACIONES
           MOVE ARC-VACACIONES      TO DET-VACACIONES
           MOVE ARC-ANIOS-ANTIGUEDAD TO DET-ANIOS-ANTIGUEDAD
           MOVE ARC-ANTIGUEDAD      TO DET-ANTIGUEDAD
           MOVE ARC-CANT-HIJOS      TO DET-CANT-HIJOS
           MOVE ARC-DED-CONYUGE     TO DET-DED-CONYUGE
           MOVE ARC-DED-HIJOS       TO DET-DED-HIJOS
           MOVE ARC-DED-OTROS       TO DET-DED-OTROS
           MOVE ARC-ASIG-FAMILIAR   TO DET-ASIG-FAMILIAR
           MOVE ARC-DEPTO           TO DET-DEPTO
           MOVE ARC-QUINCENA        TO DET-QUINCENA
           MOVE ARC-HORAS-TRABAJADAS TO DET-HORAS-TRABAJADAS
           PERFORM 0395-TRATAR-REGISTRO
           READ DETARCH NEXT RECORD.

       0395-TRATAR-REGISTRO.
           MOVE DET-PERIODO         TO WS-PERIODO-REG
           IF WS-ANIO-REG = WS-ANIO-PEDIDO
              AND WS-MES-REG NOT > WS-MES-PEDIDO THEN
            PERFORM 0410-DEPTO-DEL-REGISTRO
            IF REG-CON-DEPTO THEN
             PERFORM 0420-ACUMULAR-REAL
            ELSE
             ADD 1 TO WS-REG-SIN-DEPTO
            END-IF
           END-IF.

       0400-PROCESAR-DETALLE.
           PERFORM 0395-TRATAR-REGISTRO
           READ DETALLE NEXT RECORD.

       0410-DEPTO-DEL-REGISTRO.
           SET REG-CON-DEPTO        TO TRUE
           IF DET-DEPTO NOT = ZERO THEN
            MOVE DET-DEPTO          TO WS-DEPTO-BUSCADO
           ELSE
            MOVE DET-CODIGO         TO EMP-CODIGO
            READ EMPLEADOS
              INVALID KEY
               SET REG-SIN-DEPTO    TO TRUE
              NOT INVALID KEY
               MOVE EMP-DEPTO       TO WS-DEPTO-BUSCADO
            END-READ
           END-IF.

       0420-ACUMULAR-REAL.
           COMPUTE WS-REG-BRUTO =
            DET-BASICO + DET-HEXTRA-NORMAL + DET-HEXTRA-DOBLE +
            DET-BONIFICACION + DET-RETROACTIVO + DET-VACACIONES +
            DET-ANTIGUEDAD
           COMPUTE WS-REG-COSTO =
            WS-REG-BRUTO + DET-APORTE-PATR + DET-ASIG-FAMILIAR
           MOVE WS-DEPTO-BUSCADO    TO WS-DEPTO-PROPIO
           PERFORM 0440-UBICAR-DEPTO
           ADD 1             TO DEPTO-REAL-ACUM(WS-IDX-DEPTO-ENC, 1)
                                TOT-REAL-ACUM(1)
           IF WS-MES-REG = WS-MES-PEDIDO THEN
            ADD 1            TO DEPTO-REAL-MES(WS-IDX-DEPTO-ENC, 1)
                                TOT-REAL-MES(1)
           END-IF
           PERFORM 0425-CARGAR-PRORRATEO
           MOVE WS-REG-BRUTO        TO CMP-TOTAL(1) CMP-RESTO(1)
           MOVE WS-REG-COSTO        TO CMP-TOTAL(2) CMP-RESTO(2)
           PERFORM 0430-ACUMULAR-UNA-PARTE
             VARYING WS-IDX-PRR FROM 1 BY 1
             UNTIL WS-IDX-PRR > WS-PRR-CANT.

       0425-CARGAR-PRORRATEO.
           INITIALIZE WS-TABLA-PRORRATEO
           MOVE 1                   TO WS-PRR-CANT
           MOVE WS-DEPTO-PROPIO     TO TAB-PRR-DEPTO(1)
           MOVE 100                 TO TAB-PRR-PCT(1)
           IF PRR-CON-FICHERO THEN
            MOVE DET-CODIGO         TO PRR-CODIGO
            READ PRORRATEOS
              INVALID KEY
               CONTINUE
              NOT INVALID KEY
               PERFORM 0426-VALIDAR-PRORRATEO
            END-READ
           END-IF.

       0426-VALIDAR-PRORRATEO.
           INITIALIZE WS-PRR-SUMA
           IF PRR-CANT > ZERO AND PRR-CANT NOT > 5 THEN
            PERFORM 0427-SUMAR-UNA-PARTE
              VARYING WS-IDX-PRR FROM 1 BY 1
              UNTIL WS-IDX-PRR > PRR-CANT
           END-IF
           IF WS-PRR-SUMA = 100 THEN
            MOVE PRR-CANT           TO WS-PRR-CANT
            PERFORM 0428-CARGAR-UNA-PARTE
              VARYING WS-IDX-PRR FROM 1 BY 1
              UNTIL WS-IDX-PRR > WS-PRR-CANT
           ELSE
            DISPLAY "REPPPT: PRORRATEO ERRONEO " DET-CODIGO
           END-IF.

       0427-SUMAR-UNA-PARTE.
           ADD PRR-PORCENTAJE(WS-IDX-PRR) TO WS-PRR-SUMA.

       0428-CARGAR-UNA-PARTE.
           MOVE PRR-DEPTO(WS-IDX-PRR)
             TO TAB-PRR-DEPTO(WS-IDX-PRR)
           MOVE PRR-PORCENTAJE(WS-IDX-PRR)
             TO TAB-PRR-PCT(WS-IDX-PRR).

       0430-ACUMULAR-UNA-PARTE.
           PERFORM 0432-CALCULAR-PARTE
             VARYING WS-IDX-CMP FROM 1 BY 1
             UNTIL WS-IDX-CMP > 2
           MOVE TAB-PRR-DEPTO(WS-IDX-PRR) TO WS-DEPTO-BUSCADO
           PERFORM 0440-UBICAR-DEPTO
           ADD CMP-PARTE(1)  TO DEPTO-REAL-ACUM(WS-IDX-DEPTO-ENC, 2)
                                TOT-REAL-ACUM(2)
           ADD CMP-PARTE(2)  TO DEPTO-REAL-ACUM(WS-IDX-DEPTO-ENC, 3)
                                TOT-REAL-ACUM(3)
           IF WS-MES-REG = WS-MES-PEDIDO THEN
            ADD CMP-PARTE(1) TO DEPTO-REAL-MES(WS-IDX-DEPTO-ENC, 2)
                                TOT-REAL-MES(2)
            ADD CMP-PARTE(2) TO DEPTO-REAL-MES(WS-IDX-DEPTO-ENC, 3)
                                TOT-REAL-MES(3)
           END-IF.

       0432-CALCULAR-PARTE.
           IF WS-IDX-PRR = WS-PRR-CANT THEN
            MOVE CMP-RESTO(WS-IDX-CMP) TO CMP-PARTE(WS-IDX-CMP)
           ELSE
            COMPUTE CMP-PARTE(WS-IDX-CMP) ROUNDED =
             CMP-TOTAL(WS-IDX-CMP) * TAB-PRR-PCT(WS-IDX-PRR) / 100
            IF CMP-PARTE(WS-IDX-CMP) > CMP-RESTO(WS-IDX-CMP) THEN
             MOVE CMP-RESTO(WS-IDX-CMP) TO CMP-PARTE(WS-IDX-CMP)
            END-IF
           END-IF
           SUBTRACT CMP-PARTE(WS-IDX-CMP) FROM CMP-RESTO(WS-IDX-CMP).

       0440-UBICAR-DEPTO.
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
            MOVE WS-DEPTO-BUSCADO    TO DEPTO-COD(WS-IDX-DEPTO-ENC)
            MOVE '*** SIN NOMBRE ***'
              TO DEPTO-NOMBRE(WS-IDX-DEPTO-ENC)
           END-IF.

       0436-BUSCAR-DEPTO.
           IF DEPTO-COD(WS-IDX-DEPTO) = WS-DEPTO-BUSCADO THEN
            SET DEPTO-ENCONTRADO TO TRUE
            MOVE WS-IDX-DEPTO       TO WS-IDX-DEPTO-ENC
           END-IF.

       0500-IMPRIMIR-INFORME.
           MOVE WS-PERIODO-PEDIDO   TO WS-TIT-PERIODO
           MOVE WS-TOLERANCIA       TO WS-SUB-TOLERANCIA
           WRITE REG-PPTREP         FROM WS-GUIONES
           WRITE REG-PPTREP         FROM WS-TITULO
           WRITE REG-PPTREP         FROM WS-SUBTITULO
           PERFORM 0510-IMPRIMIR-DEPTO
             VARYING WS-IDX-DEPTO FROM 1 BY 1
             UNTIL WS-IDX-DEPTO > WS-DEPTO-CANT
           MOVE WS-TOTAL-BLOQUE     TO WS-CUR-BLOQUE
           PERFORM 0530-EVALUAR-BLOQUE
           IF BLOQUE-EXCEDIDO THEN
            MOVE '*** EXCEDIDO ***'  TO CAB-EMP-ESTADO
           ELSE
            MOVE SPACES             TO CAB-EMP-ESTADO
           END-IF
           WRITE REG-PPTREP         FROM WS-GUIONES
           WRITE REG-PPTREP         FROM WS-CAB-EMPRESA
           PERFORM 0540-IMPRIMIR-BLOQUE
           WRITE REG-PPTREP         FROM WS-GUIONES
           MOVE WS-DEPTO-LISTADOS   TO TOT-LISTADOS
           MOVE WS-DEPTO-EXCEDIDOS  TO TOT-EXCEDIDOS
           MOVE WS-REG-SIN-DEPTO    TO TOT-SIN-DEPTO
           WRITE REG-PPTREP         FROM WS-TOT-DEPTOS
           WRITE REG-PPTREP         FROM WS-TOT-EXCEDIDOS
           WRITE REG-PPTREP         FROM WS-TOT-SIN-DEPTO
           WRITE REG-PPTREP         FROM WS-GUIONES.

       0510-IMPRIMIR-DEPTO.
           IF DEPTO-PPT-ACUM(WS-IDX-DEPTO, 1) > ZERO OR
              DEPTO-PPT-ACUM(WS-IDX-DEPTO, 2) > ZERO OR
              DEPTO-PPT-ACUM(WS-IDX-DEPTO, 3) > ZERO OR
              DEPTO-REAL-ACUM(WS-IDX-DEPTO, 1) > ZERO THEN
            ADD 1 TO WS-DEPTO-LISTADOS
            MOVE DEPTO-BLOQUE(WS-IDX-DEPTO) TO WS-CUR-BLOQUE
            PERFORM 0530-EVALUAR-BLOQUE
            IF BLOQUE-EXCEDIDO THEN
             ADD 1 TO WS-DEPTO-EXCEDIDOS
             MOVE '*** EXCEDIDO ***' TO CAB-ESTADO
            ELSE
             MOVE SPACES            TO CAB-ESTADO
            END-IF
            MOVE DEPTO-COD(WS-IDX-DEPTO)    TO CAB-DEPTO
            MOVE DEPTO-NOMBRE(WS-IDX-DEPTO) TO CAB-NOMBRE
            WRITE REG-PPTREP        FROM WS-GUIONES
            WRITE REG-PPTREP        FROM WS-CAB-DEPTO
            PERFORM 0540-IMPRIMIR-BLOQUE
           END-IF.

       0530-EVALUAR-BLOQUE.
           SET BLOQUE-EN-TOLERANCIA TO TRUE
           PERFORM 0535-EVALUAR-CONCEPTO
             VARYING WS-IDX-CON FROM 1 BY 1
             UNTIL WS-IDX-CON > 3.

       0535-EVALUAR-CONCEPTO.
           PERFORM 0550-CARGAR-MES
           PERFORM 0560-CALCULAR-VARIACION
           IF LINEA-EXCEDIDA THEN
            SET BLOQUE-EXCEDIDO     TO TRUE
           END-IF
           PERFORM 0551-CARGAR-ACUM
           PERFORM 0560-CALCULAR-VARIACION
           IF LINEA-EXCEDIDA THEN
            SET BLOQUE-EXCEDIDO     TO TRUE
           END-IF.

       0540-IMPRIMIR-BLOQUE.
           WRITE REG-PPTREP         FROM WS-COLUMNAS
           PERFORM 0545-IMPRIMIR-MES
             VARYING WS-IDX-CON FROM 1 BY 1
             UNTIL WS-IDX-CON > 3
           PERFORM 0546-IMPRIMIR-ACUM
             VARYING WS-IDX-CON FROM 1 BY 1
             UNTIL WS-IDX-CON > 3.

       0545-IMPRIMIR-MES.
           MOVE 'MES  '             TO WS-CON-PREFIJO
           MOVE WS-NOMBRE-CONCEPTO(WS-IDX-CON) TO WS-CON-NOMBRE
           PERFORM 0550-CARGAR-MES
           PERFORM 0560-CALCULAR-VARIACION
           PERFORM 0570-ESCRIBIR-LINEA.

       0546-IMPRIMIR-ACUM.
           MOVE 'ACUM '             TO WS-CON-PREFIJO
           IF WS-IDX-CON = 1 THEN
            MOVE 'DOTACION PROM.'   TO WS-CON-NOMBRE
           ELSE
            MOVE WS-NOMBRE-CONCEPTO(WS-IDX-CON) TO WS-CON-NOMBRE
           END-IF
           PERFORM 0551-CARGAR-ACUM
           PERFORM 0560-CALCULAR-VARIACION
           PERFORM 0570-ESCRIBIR-LINEA.

       0550-CARGAR-MES.
           MOVE CUR-PPT-MES(WS-IDX-CON)  TO WS-CMP-PPT
           MOVE CUR-REAL-MES(WS-IDX-CON) TO WS-CMP-REAL.

       0551-CARGAR-ACUM.
           IF WS-IDX-CON = 1 THEN
            DIVIDE CUR-PPT-ACUM(1) BY WS-MES-PEDIDO
              GIVING WS-CMP-PPT ROUNDED
            DIVIDE CUR-REAL-ACUM(1) BY WS-MES-PEDIDO
              GIVING WS-CMP-REAL ROUNDED
           ELSE
            MOVE CUR-PPT-ACUM(WS-IDX-CON)  TO WS-CMP-PPT
            MOVE CUR-REAL-ACUM(WS-IDX-CON) TO WS-CMP-REAL
           END-IF.

       0560-CALCULAR-VARIACION.
           SET LINEA-EN-TOLERANCIA  TO TRUE
           COMPUTE WS-CMP-VAR = WS-CMP-REAL - WS-CMP-PPT
           IF WS-CMP-PPT > ZERO THEN
            COMPUTE WS-CMP-PCT ROUNDED =
             WS-CMP-VAR * 100 / WS-CMP-PPT
            IF WS-CMP-PCT > WS-TOLERANCIA THEN
             SET LINEA-EXCEDIDA     TO TRUE
            END-IF
           ELSE
            MOVE ZERO               TO WS-CMP-PCT
            IF WS-CMP-REAL > ZERO THEN
             SET LINEA-EXCEDIDA     TO TRUE
            END-IF
           END-IF.

       0570-ESCRIBIR-LINEA.
           MOVE WS-CONCEPTO-LINEA   TO LIN-CONCEPTO
           MOVE WS-CMP-PPT          TO LIN-PPT
           MOVE WS-CMP-REAL         TO LIN-REAL
           MOVE WS-CMP-VAR          TO LIN-VAR
           IF WS-CMP-PCT > 9999,99 THEN
            MOVE 9999,99            TO LIN-PCT
           ELSE
            MOVE WS-CMP-PCT         TO LIN-PCT
           END-IF
           IF LINEA-EXCEDIDA THEN
            MOVE '*'                TO LIN-MARCA
           ELSE
            MOVE SPACE              TO LIN-MARCA
           END-IF
           WRITE REG-PPTREP         FROM WS-LINEA.

       0600-CERRAR-FICHEROS.
           CLOSE PRESUPUESTOS
           CLOSE DEPARTAMENTOS
           CLOSE DETALLE
           IF ARCH-CON-FICHERO THEN
            CLOSE DETARCH
           END-IF
           CLOSE EMPLEADOS
           IF PRR-CON-FICHERO THEN
            CLOSE PRORRATEOS
           END-IF
           CLOSE PPTREP.

       0700-CLOSE-PROGRAM.
           STOP RUN.
