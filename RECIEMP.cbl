           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-DEPOSITO.

           SELECT CHEQUES ASSIGN CHEQUES
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHQ-NUMERO
           FILE STATUS IS FS-CHEQUE.

           SELECT BENEFICIARIOS ASSIGN BENEFIC
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS BEN-CODIGO
           FILE STATUS IS FS-BENEFICIARIO.

           SELECT DEDAPLICADAS ASSIGN DEDAPLI
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS APL-CLAVE
           FILE STATUS IS FS-DED-APLICADA.

           SELECT LISTCHQ ASSIGN LISTCHQ
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-LISTCHQ.

           SELECT PARAMETROS ASSIGN PARAMET
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           SELECT PERIODOS ASSIGN PERCTL
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CTL-CLAVE
           FILE STATUS IS FS-PERIODO.

           SELECT VARREP ASSIGN VARREP
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-CHECKPOINT.

           SELECT RETROLIQ ASSIGN RETROLIQ
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RTL-CLAVE
           FILE STATUS IS FS-RETROLIQ.

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

           SELECT FAMILIARES ASSIGN FAMILIA
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FAM-CLAVE
           FILE STATUS IS FS-FAMILIAR.

           SELECT DEDPERSONALES ASSIGN DEDPERS
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-DEDPERS.

           SELECT ASIGNACIONES ASSIGN ASIGFAM
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-ASIGFAM.

           SELECT PRORRATEOS ASSIGN PRORRAT
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PRR-CODIGO
           FILE STATUS IS FS-PRORRATEO.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADOS RECORDING MODE IS F
                   DATA RECORD IS REG-DEPOSITO.
       COPY "DEPOSIT.CPY".

       FD CHEQUES RECORDING MODE IS F
                  DATA RECORD IS REG-CHEQUE.
       COPY "CHEQUE.CPY".

       FD BENEFICIARIOS RECORDING MODE IS F
                        DATA RECORD IS REG-BENEFICIARIO.
       COPY "BENEFIC.CPY".

       FD DEDAPLICADAS RECORDING MODE IS F
                       DATA RECORD IS REG-DED-APLICADA.
       COPY "DEDAPLI.CPY".

       FD LISTCHQ RECORDING MODE IS F
                  DATA RECORD IS REG-LISTCHQ.
       01 REG-LISTCHQ             PIC X(80).

       FD CUENTAS RECORDING MODE IS F
                  DATA RECORD IS REG-CTA-BANCARIA.
       COPY "CTABAN.CPY".
                     DATA RECORD IS REG-CHECKPOINT.
       COPY "CHECKPT.CPY".

       FD RETROLIQ RECORDING MODE IS F
                   DATA RECORD IS REG-RETRO-LIQ.
       COPY "RETROLIQ.CPY".

       FD VACACIONES RECORDING MODE IS F
                     DATA RECORD IS REG-VACACION.
       COPY "VACACION.CPY".

       FD CATEGORIAS RECORDING MODE IS F
                     DATA RECORD IS REG-CATEGORIA.
       COPY "CATEGOR.CPY".

       FD FAMILIARES RECORDING MODE IS F
                     DATA RECORD IS REG-FAMILIAR.
       COPY "FAMILIA.CPY".

       FD DEDPERSONALES RECORDING MODE IS F
                        DATA RECORD IS REG-DED-PERSONAL.
       01 REG-DED-PERSONAL.
          05 DPE-PARENTESCO       PIC X(01).
          05 DPE-IMPORTE-ANUAL    PIC 9(9)V99.
          05 DPE-EDAD-TOPE        PIC 99.

       FD ASIGNACIONES RECORDING MODE IS F
                       DATA RECORD IS REG-ASIGNACION.
       01 REG-ASIGNACION.
          05 ASF-DESDE            PIC 9(9)V99.
          05 ASF-HASTA            PIC 9(9)V99.
          05 ASF-IMPORTE-HIJO     PIC 9(7)V99.

       FD PRORRATEOS RECORDING MODE IS F
                     DATA RECORD IS REG-PRORRATEO.
       COPY "PRORRAT.CPY".

       WORKING-STORAGE SECTION.

       77 FS-EMPLEADO             PIC 99.
       77 WS-NOV-BONIFICACION     PIC 9(7)V99.
       77 WS-NOV-DESC-SS          PIC 9(7)V99.
       77 WS-NOV-DESC-OTROS       PIC 9(7)V99.
       77 WS-NOV-HORAS            PIC 9(3)V99.
       77 WS-EMP-SIN-NOVEDAD      PIC 9(5) VALUE 0.
       77 WS-NOV-RECHAZADAS       PIC 9(5) VALUE 0.

          88 FS-CUENTA-OK         VALUE 00.

       77 WS-DEP-ESCRITOS         PIC 9(6) VALUE 0.
       77 WS-ACUM-DEP-NETO        PIC 9(9)V99 VALUE 0.

       77 FS-CHEQUE               PIC 99.
          88 FS-CHEQUE-OK         VALUE 00.
          88 FS-CHEQUE-END        VALUE 10.
          88 FS-CHEQUE-NOFILE     VALUE 35.

       77 FS-BENEFICIARIO         PIC 99.
          88 FS-BENEFICIARIO-OK   VALUE 00.
          88 FS-BENEFICIARIO-NOFILE VALUE 35.

       77 WS-BEN-FICH-SW          PIC X VALUE 'S'.
          88 BEN-CON-FICHERO      VALUE 'S'.
          88 BEN-SIN-FICHERO      VALUE 'N'.

       77 FS-DED-APLICADA         PIC 99.
          88 FS-DED-APLICADA-OK   VALUE 00.
          88 FS-DED-APLICADA-NOFILE VALUE 35.

       77 FS-LISTCHQ              PIC 99.
          88 FS-LISTCHQ-OK        VALUE 00.

       77 WS-FORMA-PAGO           PIC X(01).
          88 PAGO-TRANSFERENCIA   VALUE 'T' ' '.
          88 PAGO-CHEQUE          VALUE 'C'.
          88 PAGO-EFECTIVO        VALUE 'E'.

       77 WS-TIPO-PAGO            PIC X(01).
          88 PAGO-MENSUAL         VALUE 'M' ' '.
          88 PAGO-JORNALIZADO     VALUE 'J'.

       77 WS-ULT-CHEQUE           PIC 9(8) VALUE 0.
       77 WS-CANT-CHEQUES         PIC 9(5) VALUE 0.
       77 WS-ACUM-CHEQUES         PIC 9(9)V99 VALUE 0.
       77 WS-CANT-EFECTIVO        PIC 9(5) VALUE 0.
       77 WS-ACUM-EFECTIVO        PIC 9(9)V99 VALUE 0.
       77 WS-NETO-NO-TRANSF       PIC 9(9)V99.

       01 WS-CHQ-TITULO.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(15) VALUE SPACES.
          05 FILLER               PIC X(41)
             VALUE 'PAGOS CON CHEQUE Y EN EFECTIVO - PERIODO '.
          05 CHL-PERIODO          PIC 9(6).
          05 FILLER               PIC X(16) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-CHQ-SUBTITULO.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(39)
             VALUE ' NUMERO   COD.  NOMBRE                 '.
          05 FILLER               PIC X(39)
             VALUE '        FORMA        IMPORTE  FIRMA    '.
          05 FILLER               PIC X VALUE '|'.

       01 WS-CHQ-DETALLE.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 CHL-NUMERO           PIC 9(8).
          05 FILLER               PIC X VALUE SPACE.
          05 CHL-CODIGO           PIC 9(5).
          05 FILLER               PIC X VALUE SPACE.
          05 CHL-NOMBRE           PIC X(30).
          05 FILLER               PIC X VALUE SPACE.
          05 CHL-FORMA            PIC X(8).
          05 CHL-IMPORTE          PIC $$$$$$$$9,99.
          05 FILLER               PIC X(2) VALUE SPACES.
          05 FILLER               PIC X(9) VALUE ALL '_'.
          05 FILLER               PIC X VALUE '|'.

       01 WS-CHQ-TOT-LINEA.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(3) VALUE SPACES.
          05 CHT-CONCEPTO         PIC X(25).
          05 CHT-CANTIDAD         PIC ZZZZ9.
          05 FILLER               PIC X(2) VALUE SPACES.
          05 CHT-IMPORTE          PIC $$$$$$$$$9,99.
          05 FILLER               PIC X(30) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-CHQ-CUADRE.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(3) VALUE SPACES.
          05 FILLER               PIC X(34)
             VALUE 'CUADRE CONTRA TOTAL SUELDOS NETOS:'.
          05 FILLER               PIC X VALUE SPACE.
          05 CHT-CUADRE-RESULTADO PIC X(9).
          05 FILLER               PIC X(31) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       77 FS-VARREP               PIC 99.
          88 FS-VARREP-OK         VALUE 00.

       77 FS-RETROLIQ             PIC 99.
          88 FS-RETROLIQ-OK       VALUE 00.
          88 FS-RETROLIQ-END      VALUE 10.
          88 FS-RETROLIQ-NOFILE   VALUE 35.

       77 WS-RTL-FICH-SW          PIC X VALUE 'S'.
          88 RTL-CON-FICHERO      VALUE 'S'.
          88 RTL-SIN-FICHERO      VALUE 'N'.

       77 WS-RETRO-CAL            PIC 9(8)V99.
       77 WS-ACUM-RETRO           PIC 9(9)V99.

       77 FS-VACACION             PIC 99.
          88 FS-VACACION-OK       VALUE 00.
          88 FS-VACACION-END      VALUE 10.
          88 FS-VACACION-NOFILE   VALUE 35.

       77 WS-VAC-FICH-SW          PIC X VALUE 'S'.
          88 VAC-CON-FICHERO      VALUE 'S'.
          88 VAC-SIN-FICHERO      VALUE 'N'.

       77 WS-VAC-DIAS             PIC 99.
       77 WS-VAC-PEND-TOTAL       PIC 9(3).
       77 WS-VAC-A-MARCAR         PIC 99.
       77 WS-VAC-MARCA-REG        PIC 99.
       77 WS-VACACION-CAL         PIC 9(8)V99.
       77 WS-ACUM-VACAC           PIC 9(9)V99.

       77 FS-CATEGORIA            PIC 99.
          88 FS-CATEGORIA-OK      VALUE 00.
          88 FS-CATEGORIA-NOFILE  VALUE 35.

       77 WS-CAT-FICH-SW          PIC X VALUE 'S'.
          88 CAT-CON-FICHERO      VALUE 'S'.
          88 CAT-SIN-FICHERO      VALUE 'N'.

       77 WS-CAT-SW               PIC X VALUE 'N'.
          88 CAT-HALLADA          VALUE 'S'.
          88 CAT-NO-HALLADA       VALUE 'N'.

       77 WS-ANTIG-ANIOS          PIC 99.
       77 WS-ANTIGUEDAD-CAL       PIC 9(8)V99.
       77 WS-ACUM-ANTIG           PIC 9(9)V99.

       77 FS-FAMILIAR             PIC 99.
          88 FS-FAMILIAR-OK       VALUE 00.
          88 FS-FAMILIAR-END      VALUE 10.
          88 FS-FAMILIAR-NOFILE   VALUE 35.

       77 WS-FAM-FICH-SW          PIC X VALUE 'S'.
          88 FAM-CON-FICHERO      VALUE 'S'.
          88 FAM-SIN-FICHERO      VALUE 'N'.

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
          05 WS-PRR-COMPONENTE    OCCURS 9 TIMES.
             10 CMP-TOTAL         PIC 9(9)V99.
             10 CMP-RESTO         PIC 9(9)V99.
             10 CMP-PARTE         PIC 9(9)V99.

       77 WS-IDX-CMP              PIC 99.
       77 WS-DEPTO-BUSCADO        PIC 9(3).

       77 FS-DEDPERS              PIC 99.
          88 FS-DEDPERS-OK        VALUE 00.
          88 FS-DEDPERS-END       VALUE 10.
          88 FS-DEDPERS-NOFILE    VALUE 35.

       01 WS-TABLA-DED-PERSONAL.
          05 WS-DPE-ENTRADA       OCCURS 10 TIMES.
             10 TAB-DPE-PARENTESCO PIC X(01).
             10 TAB-DPE-IMPORTE   PIC 9(9)V99.
             10 TAB-DPE-EDAD-TOPE PIC 99.

       77 WS-DPE-CANT             PIC 99 VALUE 0.
       77 WS-IDX-DPE              PIC 99.
       77 WS-IDX-DPE-ENC          PIC 99.

       77 WS-DPE-SW               PIC X VALUE 'N'.
          88 DPE-ENCONTRADA       VALUE 'S'.
          88 DPE-NO-ENCONTRADA    VALUE 'N'.

       77 FS-ASIGFAM              PIC 99.
          88 FS-ASIGFAM-OK        VALUE 00.
          88 FS-ASIGFAM-END       VALUE 10.
          88 FS-ASIGFAM-NOFILE    VALUE 35.

       01 WS-TABLA-ASIGFAM.
          05 WS-ASF-ENTRADA       OCCURS 20 TIMES.
             10 TAB-ASF-DESDE     PIC 9(9)V99.
             10 TAB-ASF-HASTA     PIC 9(9)V99.
             10 TAB-ASF-IMPORTE   PIC 9(7)V99.

       77 WS-ASF-CANT             PIC 99 VALUE 0.
       77 WS-IDX-ASF              PIC 99.
       77 WS-IDX-ASF-ENC          PIC 99.

       77 WS-ASF-SW               PIC X VALUE 'N'.
          88 ASF-ENCONTRADA       VALUE 'S'.
          88 ASF-NO-ENCONTRADA    VALUE 'N'.

       77 WS-FAM-INICIO-ANIO      PIC 9(6).
       77 WS-FAM-PRIMER-MES       PIC 9(6).
       77 WS-FAM-ULTIMO-MES       PIC 9(6).
       77 WS-FAM-TOPE-EDAD        PIC 9(6).
       77 WS-FAM-MESES            PIC 99.
       77 WS-CANT-HIJOS           PIC 99.
       77 WS-DED-CONYUGE-CAL      PIC 9(7)V99.
       77 WS-DED-HIJOS-CAL        PIC 9(7)V99.
       77 WS-DED-OTROS-CAL        PIC 9(7)V99.
       77 WS-DED-FAM-MES          PIC 9(7)V99.
       77 WS-DED-FAM-ACUM         PIC 9(9)V99.
       77 WS-DED-FAM-PROYECTADA   PIC 9(9)V99.
       77 WS-ASIGFAM-CAL          PIC 9(8)V99.
       77 WS-ACUM-ASIGFAM         PIC 9(9)V99.

       77 WS-DET-FICH-SW          PIC X VALUE 'S'.
          88 DET-CON-FICHERO      VALUE 'S'.
          88 DET-SIN-FICHERO      VALUE 'N'.
             10 TAB-DED-CUOTA     PIC 9(7)V99.
             10 TAB-DED-SALDO     PIC 9(7)V99.
             10 TAB-DED-PRIORIDAD PIC 99.
             10 TAB-DED-BENEF     PIC 9(5).

       77 WS-DED-AUX              PIC X(29).
       77 WS-DED-CANT             PIC 99 VALUE 0.
       77 WS-IDX-DED              PIC 99.
       77 WS-IDX-DED2             PIC 99.
       77 WS-HEXTRA-DOBLES        PIC 99.
       77 WS-HEXTRA-CAL-NORMAL    PIC 9(8)V99.
       77 WS-HEXTRA-CAL-DOBLE     PIC 9(8)V99.
       77 WS-VALOR-HEXTRA         PIC 9(5)V99.
       77 WS-VALOR-HEXTRA-DOBLE   PIC 9(5)V99.
       77 WS-RECARGO-HEXTRA       PIC 9(3)V99.
       77 WS-RECARGO-HEXTRA-DOBLE PIC 9(3)V99.
       77 WS-HORAS-JORNADA        PIC 99.
       77 WS-HORAS-MES            PIC 9(3).
       77 WS-BASICO-EQUIV         PIC 9(8)V99.

       77 FS-IMPUESTO             PIC 99.
          88 FS-IMPUESTO-OK       VALUE 00.
       77 WS-YTD-IMPUESTO         PIC 9(9)V99.

       77 WS-BRUTO-PERIODO        PIC 9(9)V99.
       77 WS-BRUTO-ASIG           PIC 9(9)V99.
       77 WS-MESES-LIQ            PIC 99V9.
       77 WS-BRUTO-ACUM           PIC 9(9)V99.
       77 WS-BRUTO-PROYECTADO     PIC 9(9)V99.
       77 WS-BASE-PROYECTADA      PIC 9(9)V99.
       77 WS-IMP-ANUAL            PIC 9(9)V99.
       77 WS-IMP-DEBIDO           PIC 9(9)V99.
       77 WS-RETENCION-CAL        PIC 9(8)V99.
          88 MODO-SIMULACION      VALUE 'S'.
          88 MODO-REAL            VALUE 'R'.

       77 WS-TIPO-LIQ-SW          PIC X VALUE 'M'.
          88 LIQ-MENSUAL          VALUE 'M'.
          88 LIQ-QUINCENAL        VALUE 'Q'.

       77 WS-QUINCENA             PIC 9 VALUE 0.

       01 WS-MARCA-QUINCENA.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(26) VALUE SPACES.
          05 FILLER               PIC X(18)
                                 VALUE '*** QUINCENA NRO. '.
          05 WS-MARCA-QUIN        PIC 9.
          05 FILLER               PIC X(4) VALUE ' ***'.
          05 FILLER               PIC X(29) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-MARCA-SIMULACION.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(25) VALUE SPACES.
             10 DEPTO-OTROS       PIC 9(9)V99.
             10 DEPTO-IMPUESTO    PIC 9(9)V99.
             10 DEPTO-NETO        PIC 9(9)V99.
             10 DEPTO-APORTE      PIC 9(9)V99.
             10 DEPTO-ASIGFAM     PIC 9(9)V99.

       77 WS-DEPTO-CANT           PIC 9(3) VALUE 0.
       77 WS-IDX-DEPTO            PIC 9(3).
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(3) VALUE SPACES.
          05 FILLER               PIC X(19)
                                  VALUE 'SUELDO BASICO'.
          05 FILLER               PIC X(14) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(12) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-JORNAL-LIN.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(3) VALUE SPACES.
          05 FILLER               PIC X(20)
                                  VALUE 'HORAS TRABAJ., CANT:'.
          05 WS-EMP-HORAS-TRAB    PIC ZZ9,99.
          05 FILLER               PIC X(6) VALUE ' HORAS'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-EMP-JORNAL        PIC $$$$$$9,99.
          05 FILLER               PIC X(4) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(12) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(12) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-HORAS-EXT.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(3) VALUE SPACES.
          05 FILLER               PIC X(12) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-RETROACTIVO-LIN.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(3) VALUE SPACES.
          05 FILLER               PIC X(22)
                                  VALUE 'RETROACTIVO PER. ANT. '.
          05 FILLER               PIC X(11) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-EMP-RETROACTIVO   PIC $$$$$$9,99.
          05 FILLER               PIC X(4) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(12) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(12) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-VACACIONES-LIN.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(3) VALUE SPACES.
          05 FILLER               PIC X(20)
                                  VALUE 'VACACIONES, CANT.:  '.
          05 WS-EMP-DIAS-VAC      PIC 99.
          05 FILLER               PIC X(6) VALUE ' DIAS '.
          05 FILLER               PIC X(5) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-EMP-VACACIONES    PIC $$$$$$9,99.
          05 FILLER               PIC X(4) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(12) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(12) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-ANTIGUEDAD-LIN.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(3) VALUE SPACES.
          05 FILLER               PIC X(20)
                                  VALUE 'ANTIGUEDAD, CANT.:  '.
          05 WS-EMP-ANIOS-ANTIG   PIC 99.
          05 FILLER               PIC X(6) VALUE ' ANIOS'.
          05 FILLER               PIC X(5) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-EMP-ANTIGUEDAD    PIC $$$$$$9,99.
          05 FILLER               PIC X(4) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(12) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(12) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-ASIGFAM-LIN.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(3) VALUE SPACES.
          05 FILLER               PIC X(20)
                                  VALUE 'ASIG. FAMILIAR CANT:'.
          05 WS-EMP-CANT-HIJOS    PIC 99.
          05 FILLER               PIC X(6) VALUE ' HIJOS'.
          05 FILLER               PIC X(5) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 WS-EMP-ASIGFAM       PIC $$$$$$9,99.
          05 FILLER               PIC X(4) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(12) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(12) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-SEGURO-SOCIAL.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(3) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(3) VALUE SPACES.
          05 FILLER               PIC X(24)
                                 VALUE 'TOTAL BASICOS.........: '.
          05 WS-TOT-EMP-BASICO    PIC $$$$$$$9,99.
          05 FILLER               PIC X(29) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(28) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-TOT-RETRO.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(3) VALUE SPACES.
          05 FILLER               PIC X(25)
                                 VALUE 'TOTAL RETROACTIVOS.....: '.
          05 WS-TOT-EMP-RETRO     PIC $$$$$$$9,99.
          05 FILLER               PIC X(28) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-TOT-VACAC.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(3) VALUE SPACES.
          05 FILLER               PIC X(25)
                                 VALUE 'TOTAL VACACIONES.......: '.
          05 WS-TOT-EMP-VACAC     PIC $$$$$$$9,99.
          05 FILLER               PIC X(28) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-TOT-ANTIG.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(3) VALUE SPACES.
          05 FILLER               PIC X(25)
                                 VALUE 'TOTAL ANTIGUEDAD.......: '.
          05 WS-TOT-EMP-ANTIG     PIC $$$$$$$9,99.
          05 FILLER               PIC X(28) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-TOT-ASIGFAM.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(3) VALUE SPACES.
          05 FILLER               PIC X(25)
                                 VALUE 'TOTAL ASIG. FAMILIARES.: '.
          05 WS-TOT-EMP-ASIGFAM   PIC $$$$$$$9,99.
          05 FILLER               PIC X(28) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-TOT-SS.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(3) VALUE SPACES.
           PERFORM 0110-INICIALIZAR-VAR
           PERFORM 0120-LEER-PARAMETROS
           PERFORM 0125-LEER-IMPUESTOS
           PERFORM 0127-LEER-DED-PERSONALES
           PERFORM 0132-LEER-ASIGNACIONES
           IF MODO-REAL THEN
            PERFORM 0140-VERIFICAR-PERIODO
            PERFORM 0130-LEER-CHECKPOINT
           INITIALIZE WS-ACUM-NETO
           INITIALIZE WS-ACUM-APORTE-PATR
           INITIALIZE WS-ACUM-DEDUCC
           INITIALIZE WS-ACUM-RETRO
           INITIALIZE WS-ACUM-VACAC
           INITIALIZE WS-ACUM-ANTIG
           INITIALIZE WS-ACUM-ASIGFAM
           INITIALIZE WS-ACUM-DEP-NETO
           INITIALIZE WS-CANT-CHEQUES
           INITIALIZE WS-ACUM-CHEQUES
           INITIALIZE WS-CANT-EFECTIVO
           INITIALIZE WS-ACUM-EFECTIVO
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
           COMPUTE WS-PERIODO-ACTUAL =
            WS-ANIO-ACTUAL * 100 + WS-MES-ACTUAL
           MOVE PARM-TASA-HEXTRA-DOBLE TO WS-TASA-HEXTRA-DOBLE
           MOVE PARM-PISO-NETO-PCT  TO WS-PISO-NETO-PCT
           MOVE PARM-PCT-VARIACION  TO WS-PCT-VARIACION
           EVALUATE TRUE
            WHEN PARM-LIQ-MENSUAL
             SET LIQ-MENSUAL        TO TRUE
             MOVE ZERO              TO WS-QUINCENA
             MOVE WS-MES-ACTUAL     TO WS-MESES-LIQ
            WHEN PARM-LIQ-QUINCENAL
             SET LIQ-QUINCENAL      TO TRUE
             PERFORM 0121-LEER-PARM-QUINCENA
            WHEN OTHER
             DISPLAY "PARM-TIPO-LIQUIDACION INVALIDO: "
                     PARM-TIPO-LIQUIDACION
             PERFORM 0700-CLOSE-PROGRAM
           END-EVALUATE
           EVALUATE TRUE
            WHEN PARM-MODO-SIMULACION
             SET MODO-SIMULACION    TO TRUE
           END-EVALUATE
           CLOSE PARAMETROS.

       0121-LEER-PARM-QUINCENA.
           EVALUATE TRUE
            WHEN PARM-QUINCENA = 1 OR PARM-QUINCENA = 2
             MOVE PARM-QUINCENA     TO WS-QUINCENA
            WHEN PARM-QUINCENA = ZERO AND WS-DIA-ACTUAL <= 15
             MOVE 1                 TO WS-QUINCENA
            WHEN PARM-QUINCENA = ZERO
             MOVE 2                 TO WS-QUINCENA
            WHEN OTHER
             DISPLAY "PARM-QUINCENA INVALIDA: " PARM-QUINCENA
             PERFORM 0700-CLOSE-PROGRAM
           END-EVALUATE
           IF WS-QUINCENA = 1 THEN
            COMPUTE WS-MESES-LIQ = WS-MES-ACTUAL - 0,5
           ELSE
            MOVE WS-MES-ACTUAL      TO WS-MESES-LIQ
           END-IF
           MOVE PARM-RECARGO-HEXTRA TO WS-RECARGO-HEXTRA
           MOVE PARM-RECARGO-HEXTRA-DOBLE TO WS-RECARGO-HEXTRA-DOBLE
           MOVE PARM-HORAS-JORNADA  TO WS-HORAS-JORNADA
           IF WS-HORAS-JORNADA = ZERO THEN
            MOVE 8                  TO WS-HORAS-JORNADA
           END-IF
           MOVE PARM-HORAS-MES      TO WS-HORAS-MES
           IF WS-HORAS-MES = ZERO THEN
            MOVE 200                TO WS-HORAS-MES
           END-IF.

       0125-LEER-IMPUESTOS.
           OPEN INPUT IMPUESTOS
           IF NOT FS-IMPUESTO-OK THEN
           MOVE IMP-CUOTA-FIJA      TO TRAMO-CUOTA(WS-TRAMO-CANT)
           READ IMPUESTOS.

       0127-LEER-DED-PERSONALES.
           OPEN INPUT DEDPERSONALES
           IF FS-DEDPERS-NOFILE THEN
            MOVE ZERO               TO WS-DPE-CANT
           ELSE
            IF NOT FS-DEDPERS-OK THEN
             DISPLAY "FS-DEDPERS: " FS-DEDPERS
             PERFORM 0700-CLOSE-PROGRAM
            END-IF
            READ DEDPERSONALES
            PERFORM 0128-CARGAR-DED-PERSONAL UNTIL FS-DEDPERS-END
            CLOSE DEDPERSONALES
           END-IF.

       0128-CARGAR-DED-PERSONAL.
           IF WS-DPE-CANT = 10 THEN
            DISPLAY "WS-TABLA-DED-PERSONAL: TABLA LLENA"
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           ADD 1 TO WS-DPE-CANT
           MOVE DPE-PARENTESCO      TO TAB-DPE-PARENTESCO(WS-DPE-CANT)
           MOVE DPE-IMPORTE-ANUAL   TO TAB-DPE-IMPORTE(WS-DPE-CANT)
           MOVE DPE-EDAD-TOPE       TO TAB-DPE-EDAD-TOPE(WS-DPE-CANT)
           READ DEDPERSONALES.

       0132-LEER-ASIGNACIONES.
           OPEN INPUT ASIGNACIONES
           IF FS-ASIGFAM-NOFILE THEN
            MOVE ZERO               TO WS-ASF-CANT
           ELSE
            IF NOT FS-ASIGFAM-OK THEN
             DISPLAY "FS-ASIGFAM: " FS-ASIGFAM
             PERFORM 0700-CLOSE-PROGRAM
            END-IF
            READ ASIGNACIONES
            PERFORM 0133-CARGAR-ASIGNACION UNTIL FS-ASIGFAM-END
            CLOSE ASIGNACIONES
           END-IF.

       0133-CARGAR-ASIGNACION.
           IF WS-ASF-CANT = 20 THEN
            DISPLAY "WS-TABLA-ASIGFAM: TABLA LLENA"
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           ADD 1 TO WS-ASF-CANT
           MOVE ASF-DESDE           TO TAB-ASF-DESDE(WS-ASF-CANT)
           MOVE ASF-HASTA           TO TAB-ASF-HASTA(WS-ASF-CANT)
           MOVE ASF-IMPORTE-HIJO    TO TAB-ASF-IMPORTE(WS-ASF-CANT)
           READ ASIGNACIONES.

       0130-LEER-CHECKPOINT.
           OPEN INPUT CHECKPOINT
           IF FS-CHECKPOINT-OK THEN
            READ CHECKPOINT
            IF FS-CHECKPOINT-OK THEN
             MOVE CKP-ULT-CODIGO     TO WS-ULT-CODIGO-OK
             IF WS-ULT-CODIGO-OK NOT = ZERO AND
                CKP-QUINCENA NOT = WS-QUINCENA THEN
              DISPLAY "CORRIDA PENDIENTE DE REINICIO PERIODO "
                      CKP-PERIODO " QUINCENA " CKP-QUINCENA
                      " - EJECUCION ABORTADA"
              CLOSE CHECKPOINT
              PERFORM 0700-CLOSE-PROGRAM
             END-IF
             IF WS-ULT-CODIGO-OK NOT = ZERO THEN
              MOVE CKP-EMP-LEIDOS      TO WS-EMP-LEIDOS
              MOVE CKP-ACUM-BASICO     TO WS-ACUM-BASICO
              MOVE CKP-ACUM-NETO       TO WS-ACUM-NETO
              MOVE CKP-ACUM-APORTE-PATR TO WS-ACUM-APORTE-PATR
              MOVE CKP-ACUM-DEDUCC     TO WS-ACUM-DEDUCC
              MOVE CKP-ACUM-RETRO      TO WS-ACUM-RETRO
              MOVE CKP-ACUM-VACAC      TO WS-ACUM-VACAC
              MOVE CKP-ACUM-ANTIG      TO WS-ACUM-ANTIG
              MOVE CKP-ACUM-ASIGFAM    TO WS-ACUM-ASIGFAM
              MOVE CKP-ACUM-DEP-NETO   TO WS-ACUM-DEP-NETO
              MOVE CKP-CANT-CHEQUES    TO WS-CANT-CHEQUES
              MOVE CKP-ACUM-CHEQUES    TO WS-ACUM-CHEQUES
              MOVE CKP-CANT-EFECTIVO   TO WS-CANT-EFECTIVO
              MOVE CKP-ACUM-EFECTIVO   TO WS-ACUM-EFECTIVO
              MOVE CKP-DEP-ESCRITOS    TO WS-DEP-ESCRITOS
              MOVE CKP-EMP-RECHAZADOS  TO WS-EMP-RECHAZADOS
              MOVE CKP-EMP-SIN-NOVEDAD TO WS-EMP-SIN-NOVEDAD
            DISPLAY "FS-PERIODO: " FS-PERIODO
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           IF LIQ-QUINCENAL THEN
            PERFORM 0141-VERIFICAR-MES-CERRADO
           END-IF
           SET PERIODO-NO-ES-NUEVO  TO TRUE
           MOVE WS-PERIODO-ACTUAL   TO CTL-PERIODO
           MOVE WS-QUINCENA         TO CTL-QUINCENA
           READ PERIODOS
             INVALID KEY
              SET PERIODO-ES-NUEVO  TO TRUE
           END-READ
           IF PERIODO-NO-ES-NUEVO AND CTL-PAGADO THEN
            DISPLAY "PERIODO " WS-PERIODO-ACTUAL
                    " QUINCENA " WS-QUINCENA
                    " YA PAGADO - EJECUCION ABORTADA"
            CLOSE PERIODOS
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           IF PERIODO-NO-ES-NUEVO AND CTL-CERRADO THEN
            DISPLAY "PERIODO " WS-PERIODO-ACTUAL
                    " QUINCENA " WS-QUINCENA
                    " CERRADO - EJECUCION ABORTADA"
            CLOSE PERIODOS
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           IF PERIODO-ES-NUEVO THEN
            MOVE WS-PERIODO-ACTUAL  TO CTL-PERIODO
            MOVE WS-QUINCENA        TO CTL-QUINCENA
            SET CTL-ABIERTO         TO TRUE
            MOVE WS-FECHA-ACTUAL    TO CTL-FECHA-ESTADO
            MOVE SPACES             TO CTL-MOTIVO
            WRITE REG-PERIODO
           END-IF.

       0141-VERIFICAR-MES-CERRADO.
           MOVE WS-PERIODO-ACTUAL   TO CTL-PERIODO
           MOVE ZERO                TO CTL-QUINCENA
           READ PERIODOS
             INVALID KEY
              CONTINUE
             NOT INVALID KEY
              IF CTL-CERRADO THEN
               DISPLAY "PERIODO " WS-PERIODO-ACTUAL
                       " CERRADO - EJECUCION ABORTADA"
               CLOSE PERIODOS
               PERFORM 0700-CLOSE-PROGRAM
              END-IF
           END-READ.

       0530-MARCAR-PERIODO-PAGADO.
           MOVE WS-PERIODO-ACTUAL   TO CTL-PERIODO
           MOVE WS-QUINCENA         TO CTL-QUINCENA
           READ PERIODOS
             INVALID KEY
              DISPLAY "FS-PERIODO: " FS-PERIODO
           MOVE CKP-DEPTO-IMPUESTO(WS-IDX-DEPTO)
             TO DEPTO-IMPUESTO(WS-IDX-DEPTO)
           MOVE CKP-DEPTO-NETO(WS-IDX-DEPTO)
             TO DEPTO-NETO(WS-IDX-DEPTO)
           MOVE CKP-DEPTO-APORTE(WS-IDX-DEPTO)
             TO DEPTO-APORTE(WS-IDX-DEPTO)
           MOVE CKP-DEPTO-ASIGFAM(WS-IDX-DEPTO)
             TO DEPTO-ASIGFAM(WS-IDX-DEPTO).

       0200-ABRIR-FICHEROS.
           OPEN INPUT EMPLEADOS
            IF WS-ULT-CODIGO-OK = ZERO THEN
             PERFORM 0230-ESCRIBIR-DEP-CABECERA
            END-IF
            PERFORM 0221-ABRIR-CHEQUES
            PERFORM 0224-ABRIR-DEDAPLI
           END-IF
           OPEN INPUT CUENTAS
           IF NOT FS-CUENTA-OK THEN
            PERFORM 0218-ABRIR-VARREP
           END-IF
           PERFORM 0217-ABRIR-DEDUCCIONES
           PERFORM 0226-ABRIR-BENEFICIARIOS
           PERFORM 0219-ABRIR-RETROLIQ
           PERFORM 0214-ABRIR-VACACIONES
           PERFORM 0213-ABRIR-CATEGORIAS
           PERFORM 0212-ABRIR-FAMILIARES
           PERFORM 0211-ABRIR-PRORRATEOS
           PERFORM 0220-ABRIR-RECHAZOS
           PERFORM 0225-ABRIR-REGDED.

            END-IF
           END-IF.

       0219-ABRIR-RETROLIQ.
           IF MODO-SIMULACION THEN
            OPEN INPUT RETROLIQ
            IF FS-RETROLIQ-NOFILE THEN
             SET RTL-SIN-FICHERO    TO TRUE
            ELSE
             IF NOT FS-RETROLIQ-OK THEN
              DISPLAY "FS-RETROLIQ: " FS-RETROLIQ
              PERFORM 0700-CLOSE-PROGRAM
             END-IF
            END-IF
           ELSE
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
           END-IF.

       0214-ABRIR-VACACIONES.
           IF MODO-SIMULACION THEN
            OPEN INPUT VACACIONES
            IF FS-VACACION-NOFILE THEN
             SET VAC-SIN-FICHERO    TO TRUE
            ELSE
             IF NOT FS-VACACION-OK THEN
              DISPLAY "FS-VACACION: " FS-VACACION
              PERFORM 0700-CLOSE-PROGRAM
             END-IF
            END-IF
           ELSE
            OPEN I-O VACACIONES
            IF FS-VACACION-NOFILE THEN
             OPEN OUTPUT VACACIONES
             CLOSE VACACIONES
             OPEN I-O VACACIONES
            END-IF
            IF NOT FS-VACACION-OK THEN
             DISPLAY "FS-VACACION: " FS-VACACION
             PERFORM 0700-CLOSE-PROGRAM
            END-IF
           END-IF.

       0213-ABRIR-CATEGORIAS.
           OPEN INPUT CATEGORIAS
           IF FS-CATEGORIA-NOFILE THEN
            SET CAT-SIN-FICHERO     TO TRUE
           ELSE
            IF NOT FS-CATEGORIA-OK THEN
             DISPLAY "FS-CATEGORIA: " FS-CATEGORIA
             PERFORM 0700-CLOSE-PROGRAM
            END-IF
           END-IF.

       0212-ABRIR-FAMILIARES.
           OPEN INPUT FAMILIARES
           IF FS-FAMILIAR-NOFILE THEN
            SET FAM-SIN-FICHERO     TO TRUE
           ELSE
            IF NOT FS-FAMILIAR-OK THEN
             DISPLAY "FS-FAMILIAR: " FS-FAMILIAR
             PERFORM 0700-CLOSE-PROGRAM
            END-IF
           END-IF.

       0211-ABRIR-PRORRATEOS.
           OPEN INPUT PRORRATEOS
           IF FS-PRORRATEO-NOFILE THEN
            SET PRR-SIN-FICHERO     TO TRUE
           ELSE
            IF NOT FS-PRORRATEO-OK THEN
             DISPLAY "FS-PRORRATEO: " FS-PRORRATEO
             PERFORM 0700-CLOSE-PROGRAM
            END-IF
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
           PERFORM 0222-BUSCAR-ULT-CHEQUE
           IF WS-ULT-CODIGO-OK = ZERO THEN
            OPEN OUTPUT LISTCHQ
           ELSE
            OPEN EXTEND LISTCHQ
           END-IF
           IF NOT FS-LISTCHQ-OK THEN
            DISPLAY "FS-LISTCHQ: " FS-LISTCHQ
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           IF WS-ULT-CODIGO-OK = ZERO THEN
            MOVE WS-PERIODO-ACTUAL   TO CHL-PERIODO
            WRITE REG-LISTCHQ        FROM WS-GUIONES
            WRITE REG-LISTCHQ        FROM WS-CHQ-TITULO
            WRITE REG-LISTCHQ        FROM WS-GUIONES
            WRITE REG-LISTCHQ        FROM WS-CHQ-SUBTITULO
            WRITE REG-LISTCHQ        FROM WS-GUIONES
           END-IF.

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

       0230-ESCRIBIR-DEP-CABECERA.
           MOVE SPACES              TO REG-DEPOSITO
           SET DEP-REG-CABECERA     TO TRUE
           MOVE SPACES              TO REG-DEPOSITO
           SET DEP-REG-COLA         TO TRUE
           MOVE WS-DEP-ESCRITOS     TO DEP-COLA-CANT
           MOVE WS-ACUM-DEP-NETO    TO DEP-COLA-NETO
           WRITE REG-DEPOSITO.

       0545-CERRAR-LISTCHQ.
           WRITE REG-LISTCHQ        FROM WS-GUIONES
           MOVE 'CHEQUES EMITIDOS.......: ' TO CHT-CONCEPTO
           MOVE WS-CANT-CHEQUES     TO CHT-CANTIDAD
           MOVE WS-ACUM-CHEQUES     TO CHT-IMPORTE
           WRITE REG-LISTCHQ        FROM WS-CHQ-TOT-LINEA
           MOVE 'PAGOS EN EFECTIVO......: ' TO CHT-CONCEPTO
           MOVE WS-CANT-EFECTIVO    TO CHT-CANTIDAD
           MOVE WS-ACUM-EFECTIVO    TO CHT-IMPORTE
           WRITE REG-LISTCHQ        FROM WS-CHQ-TOT-LINEA
           COMPUTE WS-NETO-NO-TRANSF =
            WS-ACUM-CHEQUES + WS-ACUM-EFECTIVO
           MOVE 'TOTAL CHEQUE/EFECTIVO..: ' TO CHT-CONCEPTO
           COMPUTE CHT-CANTIDAD = WS-CANT-CHEQUES + WS-CANT-EFECTIVO
           MOVE WS-NETO-NO-TRANSF   TO CHT-IMPORTE
           WRITE REG-LISTCHQ        FROM WS-CHQ-TOT-LINEA
           MOVE 'TRANSFERENCIAS.........: ' TO CHT-CONCEPTO
           MOVE WS-DEP-ESCRITOS     TO CHT-CANTIDAD
           MOVE WS-ACUM-DEP-NETO    TO CHT-IMPORTE
           WRITE REG-LISTCHQ        FROM WS-CHQ-TOT-LINEA
           IF WS-NETO-NO-TRANSF + WS-ACUM-DEP-NETO = WS-ACUM-NETO
              THEN
            MOVE 'CUADRA'           TO CHT-CUADRE-RESULTADO
           ELSE
            MOVE 'NO CUADRA'        TO CHT-CUADRE-RESULTADO
            DISPLAY "PAGOS NO CUADRAN CON TOTAL NETO: " WS-ACUM-NETO
           END-IF
           WRITE REG-LISTCHQ        FROM WS-CHQ-CUADRE
           WRITE REG-LISTCHQ        FROM WS-GUIONES.

       0224-ABRIR-DEDAPLI.
           OPEN I-O DEDAPLICADAS
           IF FS-DED-APLICADA-NOFILE THEN
            OPEN OUTPUT DEDAPLICADAS
            CLOSE DEDAPLICADAS
            OPEN I-O DEDAPLICADAS
           END-IF
           IF NOT FS-DED-APLICADA-OK THEN
            DISPLAY "FS-DED-APLICADA: " FS-DED-APLICADA
            PERFORM 0700-CLOSE-PROGRAM
           END-IF.

       0226-ABRIR-BENEFICIARIOS.
           OPEN INPUT BENEFICIARIOS
           IF FS-BENEFICIARIO-NOFILE THEN
            SET BEN-SIN-FICHERO     TO TRUE
           ELSE
            IF NOT FS-BENEFICIARIO-OK THEN
             DISPLAY "FS-BENEFICIARIO: " FS-BENEFICIARIO
             PERFORM 0700-CLOSE-PROGRAM
            END-IF
           END-IF.

       0225-ABRIR-REGDED.
           IF WS-ULT-CODIGO-OK = ZERO THEN
            OPEN OUTPUT REGDED
            IF MODO-SIMULACION THEN
             WRITE REG-RECIBO        FROM WS-MARCA-SIMULACION
            END-IF
            IF LIQ-QUINCENAL THEN
             MOVE WS-QUINCENA        TO WS-MARCA-QUIN
             WRITE REG-RECIBO        FROM WS-MARCA-QUINCENA
            END-IF
            WRITE REG-RECIBO         FROM WS-GUIONES
           END-IF
           PERFORM 0395-POSICIONAR-EMPLEADOS
           IF NOT FS-EMPLEADO-END THEN
            READ EMPLEADOS NEXT RECORD
           END-IF
           PERFORM 0394-SELECCIONAR-EMPLEADO UNTIL FS-EMPLEADO-END
           WRITE REG-RECIBO         FROM WS-LEIDOS
           WRITE REG-RECIBO         FROM WS-GUIONES
           PERFORM 0450-IMPRIMIR-TOTALES
            PERFORM 0460-GRABAR-DIARIO
           END-IF
           PERFORM 0470-LISTAR-NOV-RECHAZADAS
           IF MODO-SIMULACION AND LIQ-MENSUAL THEN
            PERFORM 0434-LISTAR-FALTANTES
           END-IF
           PERFORM 0490-CERRAR-RECHAZOS
           PERFORM 0495-CERRAR-REGDED
           IF MODO-REAL THEN
            PERFORM 0540-ESCRIBIR-DEP-COLA
            PERFORM 0545-CERRAR-LISTCHQ
            PERFORM 0530-MARCAR-PERIODO-PAGADO
            MOVE ZERO                TO WS-CODIGO-CHECKPOINT
            PERFORM 0520-GRABAR-CHECKPOINT
           END-IF.

       0394-SELECCIONAR-EMPLEADO.
           IF (LIQ-MENSUAL AND EMP-MENSUAL) OR
              (LIQ-QUINCENAL AND EMP-JORNALIZADO) THEN
            PERFORM 0400-LEER-EMPLEADO
           ELSE
            READ EMPLEADOS NEXT RECORD
           END-IF.

       0395-POSICIONAR-EMPLEADOS.
           MOVE WS-ULT-CODIGO-OK    TO EMP-CODIGO
           START EMPLEADOS KEY IS GREATER THAN EMP-CODIGO
           ADD 1 TO WS-EMP-LEIDOS
           MOVE EMP-CODIGO          TO WS-EMP-CODIGO
           MOVE EMP-NOMBRE          TO WS-EMP-NOMBRE
           MOVE EMP-FORMA-PAGO      TO WS-FORMA-PAGO
           MOVE EMP-TIPO-PAGO       TO WS-TIPO-PAGO
           PERFORM 0406-DESGLOSAR-FECHAS
           PERFORM 0407-LEER-NOVEDAD
           IF LIQ-QUINCENAL THEN
            PERFORM 0455-CALCULAR-JORNAL
           ELSE
            PERFORM 0408-PRORRATEAR-BASICO
           END-IF
           PERFORM 0401-LEER-VACACIONES
           MOVE WS-BASICO-CAL       TO WS-EMP-BASICO
           MOVE WS-BASICO-CAL       TO WS-EMP-JORNAL
           MOVE WS-NOV-HORAS        TO WS-EMP-HORAS-TRAB
           MOVE WS-VAC-DIAS         TO WS-EMP-DIAS-VAC
           MOVE WS-VACACION-CAL     TO WS-EMP-VACACIONES
           PERFORM 0418-CALCULAR-ANTIGUEDAD
           MOVE WS-ANTIG-ANIOS      TO WS-EMP-ANIOS-ANTIG
           MOVE WS-ANTIGUEDAD-CAL   TO WS-EMP-ANTIGUEDAD
           PERFORM 0411-LEER-RETROACTIVO
           MOVE WS-RETRO-CAL        TO WS-EMP-RETROACTIVO
           MOVE WS-NOV-HEXTRAS      TO WS-EMP-HEXTRAS
           MOVE WS-NOV-BONIFICACION TO WS-EMP-BONIFICACION
           MOVE WS-NOV-DESC-SS      TO WS-EMP-DESCUENTO-SS
            MOVE WS-HEXTRA-CAL-DOBLE TO WS-HORAS-DOB-MONTO
            PERFORM 0415-CALCULAR-RETENCION
            MOVE WS-RETENCION-CAL    TO WS-EMP-RETENCION
            PERFORM 0431-CALCULAR-ASIGNACION
            MOVE WS-CANT-HIJOS       TO WS-EMP-CANT-HIJOS
            MOVE WS-ASIGFAM-CAL      TO WS-EMP-ASIGFAM
            PERFORM 0421-APLICAR-DEDUCCIONES
            COMPUTE WS-EMP-DESC-OTROS =
             WS-NOV-DESC-OTROS + WS-DED-APLICADO
            MOVE WS-SUELDO-CAL       TO WS-EMP-SUELDO-NETO
            PERFORM 0430-CALCULAR-APORTE-PATRONAL
            MOVE WS-APORTE-PATR-CAL  TO WS-EMP-APORTE-PATR
            IF MODO-SIMULACION AND LIQ-MENSUAL THEN
             PERFORM 0432-COMPARAR-ANTERIOR
            END-IF
            PERFORM 0440-ACTUALIZAR-HISTORICO
            IF MODO-REAL THEN
             PERFORM 0445-GRABAR-DETALLE
             IF WS-RETRO-CAL > ZERO THEN
              PERFORM 0413-MARCAR-RETROACTIVO
             END-IF
             IF WS-VAC-DIAS > ZERO THEN
              PERFORM 0403-MARCAR-VACACIONES
             END-IF
            END-IF
            ADD WS-BASICO-CAL        TO WS-ACUM-BASICO
            ADD WS-RETRO-CAL         TO WS-ACUM-RETRO
            ADD WS-VACACION-CAL      TO WS-ACUM-VACAC
            ADD WS-ANTIGUEDAD-CAL    TO WS-ACUM-ANTIG
            ADD WS-ASIGFAM-CAL       TO WS-ACUM-ASIGFAM
            ADD WS-HEXTRA-CAL        TO WS-ACUM-HEXTRA
            ADD WS-NOV-BONIFICACION  TO WS-ACUM-BONIF
            ADD WS-NOV-DESC-SS       TO WS-ACUM-SS
            END-IF
           ELSE
            PERFORM 0480-RECHAZAR-EMPLEADO
            IF MODO-SIMULACION AND LIQ-MENSUAL THEN
             PERFORM 0433-VARIANZA-RECHAZADO
            END-IF
            READ EMPLEADOS NEXT RECORD

       0405-VALIDAR-EMPLEADO.
           SET WS-REG-VALIDO TO TRUE
           IF LIQ-QUINCENAL THEN
            IF EMP-VALOR-HORA NOT > ZERO THEN
             SET WS-REG-INVALIDO TO TRUE
             MOVE "VALOR HORA CERO" TO RCH-MOTIVO
            END-IF
           ELSE
            IF EMP-BASICO NOT > ZERO THEN
             SET WS-REG-INVALIDO TO TRUE
             MOVE "BASICO EN CERO" TO RCH-MOTIVO
            END-IF
           END-IF
           IF WS-REG-VALIDO AND
              WS-NOV-HEXTRAS > WS-TOPE-HEXTRAS-VALIDO THEN
            MOVE "HORAS EXTRA TOPE" TO RCH-MOTIVO
           END-IF
           IF WS-REG-VALIDO AND
              (WS-NOV-DESC-SS + WS-NOV-DESC-OTROS) >
              (WS-BASICO-CAL + WS-VACACION-CAL + WS-ANTIGUEDAD-CAL)
              THEN
            SET WS-REG-INVALIDO TO TRUE
            MOVE "DESCUENTO EXCESO" TO RCH-MOTIVO
            SET WS-REG-INVALIDO TO TRUE
            MOVE "SIN DIAS PERIODO" TO RCH-MOTIVO
           END-IF
           IF WS-REG-VALIDO AND LIQ-QUINCENAL AND
              WS-BASICO-CAL + WS-VACACION-CAL = ZERO THEN
            SET WS-REG-INVALIDO TO TRUE
            MOVE "SIN HORAS PERIODO" TO RCH-MOTIVO
           END-IF
           IF WS-REG-VALIDO THEN
            MOVE EMP-DEPTO TO DPTO-CODIGO
            READ DEPARTAMENTOS
            END-READ
           END-IF
           IF WS-REG-VALIDO THEN
            PERFORM 0446-CARGAR-PRORRATEO
           END-IF
           IF WS-REG-VALIDO AND EMP-CATEGORIA NOT = ZERO THEN
            IF CAT-NO-HALLADA THEN
             SET WS-REG-INVALIDO TO TRUE
             MOVE "CATEG INEXISTENTE" TO RCH-MOTIVO
            ELSE
             IF LIQ-QUINCENAL THEN
              COMPUTE WS-BASICO-EQUIV =
               EMP-VALOR-HORA * WS-HORAS-MES
             ELSE
              MOVE EMP-BASICO       TO WS-BASICO-EQUIV
             END-IF
             IF WS-BASICO-EQUIV < CAT-BASICO-MINIMO THEN
              SET WS-REG-INVALIDO TO TRUE
              MOVE "BAJO MINIMO CATEG" TO RCH-MOTIVO
             END-IF
            END-IF
           END-IF
           IF WS-REG-VALIDO AND PAGO-TRANSFERENCIA THEN
            MOVE WS-EMP-CODIGO TO CTA-CODIGO
            READ CUENTAS
              INVALID KEY
           COMPUTE WS-BASICO-CAL ROUNDED =
            EMP-BASICO * WS-DIAS-PAGADOS / 30.

       0455-CALCULAR-JORNAL.
           IF WS-QUINCENA = 1 THEN
            MOVE 1                  TO WS-DIA-DESDE
            MOVE 15                 TO WS-DIA-HASTA
           ELSE
            MOVE 16                 TO WS-DIA-DESDE
            MOVE 30                 TO WS-DIA-HASTA
           END-IF
           IF EMP-FECHA-INGRESO NOT = ZERO AND
              WS-PERIODO-INGRESO = WS-PERIODO-ACTUAL AND
              WS-DIA-INGRESO > WS-DIA-DESDE THEN
            IF WS-DIA-INGRESO > 30 THEN
             MOVE 30                TO WS-DIA-DESDE
            ELSE
             MOVE WS-DIA-INGRESO    TO WS-DIA-DESDE
            END-IF
           END-IF
           IF EMP-FECHA-EGRESO NOT = ZERO AND
              WS-PERIODO-EGRESO = WS-PERIODO-ACTUAL AND
              WS-DIA-EGRESO < WS-DIA-HASTA THEN
            MOVE WS-DIA-EGRESO      TO WS-DIA-HASTA
           END-IF
           IF WS-DIA-HASTA < WS-DIA-DESDE THEN
            MOVE ZERO               TO WS-DIAS-PAGADOS
           ELSE
            COMPUTE WS-DIAS-PAGADOS =
             WS-DIA-HASTA - WS-DIA-DESDE + 1
           END-IF
           COMPUTE WS-BASICO-CAL ROUNDED =
            WS-NOV-HORAS * EMP-VALOR-HORA.

       0418-CALCULAR-ANTIGUEDAD.
           MOVE ZERO                TO WS-ANTIG-ANIOS
           MOVE ZERO                TO WS-ANTIGUEDAD-CAL
           SET CAT-NO-HALLADA       TO TRUE
           IF EMP-CATEGORIA NOT = ZERO AND CAT-CON-FICHERO THEN
            MOVE EMP-CATEGORIA      TO CAT-CODIGO
            READ CATEGORIAS
              INVALID KEY
               SET CAT-NO-HALLADA   TO TRUE
              NOT INVALID KEY
               SET CAT-HALLADA      TO TRUE
            END-READ
           END-IF
           IF CAT-HALLADA AND EMP-FECHA-INGRESO NOT = ZERO AND
              WS-PERIODO-INGRESO < WS-PERIODO-ACTUAL THEN
            COMPUTE WS-ANTIG-ANIOS =
             (WS-PERIODO-ACTUAL - WS-PERIODO-INGRESO) / 100
            IF LIQ-QUINCENAL THEN
             COMPUTE WS-ANTIGUEDAD-CAL ROUNDED =
              (WS-BASICO-CAL + WS-VACACION-CAL) * CAT-PCT-ANTIGUEDAD *
              WS-ANTIG-ANIOS / 100
            ELSE
             COMPUTE WS-ANTIGUEDAD-CAL ROUNDED =
              EMP-BASICO * WS-DIAS-PAGADOS * CAT-PCT-ANTIGUEDAD *
              WS-ANTIG-ANIOS / 3000
            END-IF
           END-IF.

       0401-LEER-VACACIONES.
           MOVE ZERO                TO WS-VAC-DIAS
           MOVE ZERO                TO WS-VAC-PEND-TOTAL
           MOVE ZERO                TO WS-VACACION-CAL
           IF VAC-CON-FICHERO THEN
            MOVE WS-EMP-CODIGO      TO VAC-CODIGO
            MOVE ZERO               TO VAC-ANIO
            START VACACIONES KEY IS GREATER THAN VAC-CLAVE
              INVALID KEY
               SET FS-VACACION-END  TO TRUE
            END-START
            IF NOT FS-VACACION-END THEN
             READ VACACIONES NEXT RECORD
            END-IF
            PERFORM 0402-SUMAR-UNA-VACACION UNTIL FS-VACACION-END
            MOVE ZERO               TO FS-VACACION
           END-IF
           IF WS-VAC-PEND-TOTAL > WS-DIAS-PAGADOS THEN
            MOVE WS-DIAS-PAGADOS    TO WS-VAC-DIAS
           ELSE
            MOVE WS-VAC-PEND-TOTAL  TO WS-VAC-DIAS
           END-IF
           IF WS-VAC-DIAS > ZERO THEN
            IF LIQ-QUINCENAL THEN
             COMPUTE WS-VACACION-CAL ROUNDED =
              EMP-VALOR-HORA * WS-HORAS-JORNADA * WS-VAC-DIAS
            ELSE
             COMPUTE WS-BASICO-CAL ROUNDED =
              EMP-BASICO * (WS-DIAS-PAGADOS - WS-VAC-DIAS) / 30
             COMPUTE WS-VACACION-CAL ROUNDED =
              EMP-BASICO * WS-VAC-DIAS / 25
            END-IF
           END-IF.

       0402-SUMAR-UNA-VACACION.
           IF VAC-CODIGO NOT = WS-EMP-CODIGO THEN
            SET FS-VACACION-END     TO TRUE
           ELSE
            ADD VAC-DIAS-PENDIENTES TO WS-VAC-PEND-TOTAL
            READ VACACIONES NEXT RECORD
           END-IF.

       0403-MARCAR-VACACIONES.
           MOVE WS-VAC-DIAS         TO WS-VAC-A-MARCAR
           MOVE WS-EMP-CODIGO       TO VAC-CODIGO
           MOVE ZERO                TO VAC-ANIO
           START VACACIONES KEY IS GREATER THAN VAC-CLAVE
             INVALID KEY
              SET FS-VACACION-END   TO TRUE
           END-START
           IF NOT FS-VACACION-END THEN
            READ VACACIONES NEXT RECORD
           END-IF
           PERFORM 0404-MARCAR-UNA-VACACION UNTIL FS-VACACION-END
           MOVE ZERO                TO FS-VACACION.

       0404-MARCAR-UNA-VACACION.
           IF VAC-CODIGO NOT = WS-EMP-CODIGO OR
              WS-VAC-A-MARCAR = ZERO THEN
            SET FS-VACACION-END     TO TRUE
           ELSE
            IF VAC-DIAS-PENDIENTES > ZERO THEN
             IF VAC-DIAS-PENDIENTES > WS-VAC-A-MARCAR THEN
              MOVE WS-VAC-A-MARCAR  TO WS-VAC-MARCA-REG
             ELSE
              MOVE VAC-DIAS-PENDIENTES TO WS-VAC-MARCA-REG
             END-IF
             SUBTRACT WS-VAC-MARCA-REG FROM VAC-DIAS-PENDIENTES
             ADD WS-VAC-MARCA-REG   TO VAC-DIAS-PAGADOS
             SUBTRACT WS-VAC-MARCA-REG FROM WS-VAC-A-MARCAR
             MOVE WS-PERIODO-ACTUAL TO VAC-PERIODO-PAGO
             MOVE WS-VAC-MARCA-REG  TO VAC-DIAS-ULT-PAGO
             REWRITE REG-VACACION
            END-IF
            READ VACACIONES NEXT RECORD
           END-IF.

       0407-LEER-NOVEDAD.
           SET NOV-HALLADA          TO TRUE
           MOVE WS-EMP-CODIGO       TO NOV-CODIGO
           MOVE WS-PERIODO-ACTUAL   TO NOV-PERIODO
           MOVE WS-QUINCENA         TO NOV-QUINCENA
           READ NOVEDADES
             INVALID KEY
              SET NOV-NO-HALLADA    TO TRUE
            MOVE NOV-BONIFICACION   TO WS-NOV-BONIFICACION
            MOVE NOV-DESCUENTO-SS   TO WS-NOV-DESC-SS
            MOVE NOV-DESCUENTO-OTROS TO WS-NOV-DESC-OTROS
            MOVE NOV-HORAS-TRABAJADAS TO WS-NOV-HORAS
           ELSE
            INITIALIZE WS-NOV-HEXTRAS WS-NOV-BONIFICACION
                       WS-NOV-DESC-SS WS-NOV-DESC-OTROS
                       WS-NOV-HORAS
           END-IF.

       0411-LEER-RETROACTIVO.
           MOVE ZERO                TO WS-RETRO-CAL
           IF RTL-CON-FICHERO THEN
            MOVE WS-EMP-CODIGO      TO RTL-CODIGO
            MOVE ZERO               TO RTL-PERIODO-ORIGEN
            MOVE ZERO               TO RTL-PERIODO-CALCULO
            START RETROLIQ KEY IS GREATER THAN RTL-CLAVE
              INVALID KEY
               SET FS-RETROLIQ-END  TO TRUE
            END-START
            IF NOT FS-RETROLIQ-END THEN
             READ RETROLIQ NEXT RECORD
            END-IF
            PERFORM 0412-SUMAR-UN-RETRO UNTIL FS-RETROLIQ-END
            MOVE ZERO               TO FS-RETROLIQ
           END-IF.

       0412-SUMAR-UN-RETRO.
           IF RTL-CODIGO NOT = WS-EMP-CODIGO THEN
            SET FS-RETROLIQ-END     TO TRUE
           ELSE
            IF RTL-PENDIENTE THEN
             ADD RTL-DIF-BASICO     TO WS-RETRO-CAL
             ADD RTL-DIF-HEXTRA     TO WS-RETRO-CAL
            END-IF
            READ RETROLIQ NEXT RECORD
           END-IF.

       0413-MARCAR-RETROACTIVO.
           MOVE WS-EMP-CODIGO       TO RTL-CODIGO
           MOVE ZERO                TO RTL-PERIODO-ORIGEN
           MOVE ZERO                TO RTL-PERIODO-CALCULO
           START RETROLIQ KEY IS GREATER THAN RTL-CLAVE
             INVALID KEY
              SET FS-RETROLIQ-END   TO TRUE
           END-START
           IF NOT FS-RETROLIQ-END THEN
            READ RETROLIQ NEXT RECORD
           END-IF
           PERFORM 0414-MARCAR-UN-RETRO UNTIL FS-RETROLIQ-END
           MOVE ZERO                TO FS-RETROLIQ.

       0414-MARCAR-UN-RETRO.
           IF RTL-CODIGO NOT = WS-EMP-CODIGO THEN
            SET FS-RETROLIQ-END     TO TRUE
           ELSE
            IF RTL-PENDIENTE THEN
             SET RTL-PAGADO         TO TRUE
             MOVE WS-PERIODO-ACTUAL TO RTL-PERIODO-PAGO
             REWRITE REG-RETRO-LIQ
            END-IF
            READ RETROLIQ NEXT RECORD
           END-IF.

       0409-LISTAR-SIN-NOVEDAD.
       0470-LISTAR-NOV-RECHAZADAS.
           MOVE ZERO                TO NOV-CODIGO
           MOVE ZERO                TO NOV-PERIODO
           MOVE ZERO                TO NOV-QUINCENA
           START NOVEDADES KEY IS GREATER THAN NOV-CLAVE
             INVALID KEY
              SET FS-NOVEDAD-END    TO TRUE
           PERFORM 0471-VERIFICAR-NOVEDAD UNTIL FS-NOVEDAD-END.

       0471-VERIFICAR-NOVEDAD.
           IF NOV-PERIODO = WS-PERIODO-ACTUAL AND
              NOV-QUINCENA = WS-QUINCENA THEN
            MOVE NOV-CODIGO         TO EMP-CODIGO
            READ EMPLEADOS
              INVALID KEY
               MOVE SPACES          TO RCH-NOMBRE
               MOVE "NOVEDAD SIN EMPL." TO RCH-MOTIVO
               WRITE REG-RECHAZO    FROM WS-RCH-DETALLE
               END-WRITE
              NOT INVALID KEY
               IF (LIQ-MENSUAL AND NOT EMP-MENSUAL) OR
                  (LIQ-QUINCENAL AND NOT EMP-JORNALIZADO) THEN
                ADD 1 TO WS-NOV-RECHAZADAS
                MOVE NOV-CODIGO     TO RCH-CODIGO
                MOVE EMP-NOMBRE     TO RCH-NOMBRE
                MOVE "NOVEDAD OTRO REG." TO RCH-MOTIVO
                WRITE REG-RECHAZO   FROM WS-RCH-DETALLE
               END-IF
            END-READ
           END-IF
           READ NOVEDADES NEXT RECORD.
       0410-CALCULAR-NETO.
           COMPUTE
            WS-SUELDO-CAL = (WS-BASICO-CAL + WS-HEXTRA-CAL +
                          WS-NOV-BONIFICACION + WS-RETRO-CAL +
                          WS-VACACION-CAL + WS-ANTIGUEDAD-CAL +
                          WS-ASIGFAM-CAL) -
                          WS-NOV-DESC-SS - WS-NOV-DESC-OTROS -
                          WS-RETENCION-CAL - WS-DED-APLICADO.

           PERFORM 0417-LEER-YTD
           COMPUTE
            WS-BRUTO-PERIODO = WS-BASICO-CAL + WS-HEXTRA-CAL +
                             WS-NOV-BONIFICACION + WS-RETRO-CAL +
                             WS-VACACION-CAL + WS-ANTIGUEDAD-CAL
           COMPUTE
            WS-BRUTO-ACUM = WS-YTD-BASICO + WS-YTD-HEXTRA +
                          WS-BRUTO-PERIODO
           COMPUTE WS-BRUTO-PROYECTADO ROUNDED =
            WS-BRUTO-ACUM * 12 / WS-MESES-LIQ
           PERFORM 0419-CALCULAR-CARGAS-FAMILIA
           IF WS-BRUTO-PROYECTADO > WS-DED-FAM-PROYECTADA THEN
            COMPUTE WS-BASE-PROYECTADA =
             WS-BRUTO-PROYECTADO - WS-DED-FAM-PROYECTADA
           ELSE
            MOVE ZERO                TO WS-BASE-PROYECTADA
           END-IF
           SET TRAMO-NO-ENCONTRADO  TO TRUE
           PERFORM 0416-BUSCAR-TRAMO
             VARYING WS-IDX-TRAMO FROM 1 BY 1
             UNTIL WS-IDX-TRAMO > WS-TRAMO-CANT OR TRAMO-ENCONTRADO
           IF TRAMO-NO-ENCONTRADO AND
              WS-BASE-PROYECTADA > TRAMO-HASTA(WS-TRAMO-CANT) THEN
            SET TRAMO-ENCONTRADO    TO TRUE
            MOVE WS-TRAMO-CANT      TO WS-IDX-TRAMO-ENC
           END-IF
           IF TRAMO-ENCONTRADO THEN
            COMPUTE WS-IMP-ANUAL ROUNDED =
             TRAMO-CUOTA(WS-IDX-TRAMO-ENC) +
             (WS-BASE-PROYECTADA - TRAMO-DESDE(WS-IDX-TRAMO-ENC)) *
             TRAMO-TASA(WS-IDX-TRAMO-ENC) / 100
           ELSE
            MOVE ZERO                TO WS-IMP-ANUAL
           END-IF
           COMPUTE WS-IMP-DEBIDO ROUNDED =
            WS-IMP-ANUAL * WS-MESES-LIQ / 12
           IF WS-IMP-DEBIDO > WS-YTD-IMPUESTO THEN
            COMPUTE
             WS-RETENCION-CAL = WS-IMP-DEBIDO - WS-YTD-IMPUESTO
           END-IF.

       0416-BUSCAR-TRAMO.
           IF WS-BASE-PROYECTADA >= TRAMO-DESDE(WS-IDX-TRAMO) AND
              WS-BASE-PROYECTADA <= TRAMO-HASTA(WS-IDX-TRAMO) THEN
            SET TRAMO-ENCONTRADO TO TRUE
            MOVE WS-IDX-TRAMO       TO WS-IDX-TRAMO-ENC
           END-IF.

       0419-CALCULAR-CARGAS-FAMILIA.
           MOVE ZERO                TO WS-CANT-HIJOS
           MOVE ZERO                TO WS-DED-CONYUGE-CAL
           MOVE ZERO                TO WS-DED-HIJOS-CAL
           MOVE ZERO                TO WS-DED-OTROS-CAL
           MOVE ZERO                TO WS-DED-FAM-ACUM
           MOVE ZERO                TO WS-DED-FAM-PROYECTADA
           IF FAM-CON-FICHERO THEN
            COMPUTE WS-FAM-INICIO-ANIO = WS-ANIO-ACTUAL * 100 + 1
            MOVE WS-EMP-CODIGO      TO FAM-CODIGO
            MOVE ZERO               TO FAM-NRO
            START FAMILIARES KEY IS NOT LESS THAN FAM-CLAVE
              INVALID KEY
               SET FS-FAMILIAR-END  TO TRUE
            END-START
            IF NOT FS-FAMILIAR-END THEN
             READ FAMILIARES NEXT RECORD
            END-IF
            PERFORM 0425-SUMAR-UN-FAMILIAR UNTIL FS-FAMILIAR-END
            MOVE ZERO               TO FS-FAMILIAR
            COMPUTE WS-DED-FAM-PROYECTADA ROUNDED =
             WS-DED-FAM-ACUM * 12 / WS-MES-ACTUAL
           END-IF.

       0425-SUMAR-UN-FAMILIAR.
           IF FAM-CODIGO NOT = WS-EMP-CODIGO THEN
            SET FS-FAMILIAR-END     TO TRUE
           ELSE
            PERFORM 0437-BUSCAR-DED-PERSONAL
            PERFORM 0442-CONTAR-MESES-FAMILIAR
            IF DPE-ENCONTRADA THEN
             COMPUTE WS-DED-FAM-ACUM ROUNDED = WS-DED-FAM-ACUM +
              TAB-DPE-IMPORTE(WS-IDX-DPE-ENC) * WS-FAM-MESES / 12
            END-IF
            IF WS-FAM-MESES > ZERO AND
               WS-FAM-ULTIMO-MES = WS-PERIODO-ACTUAL THEN
             IF FAM-HIJO THEN
              ADD 1 TO WS-CANT-HIJOS
             END-IF
             IF DPE-ENCONTRADA THEN
              COMPUTE WS-DED-FAM-MES ROUNDED =
               TAB-DPE-IMPORTE(WS-IDX-DPE-ENC) / 12
              EVALUATE TRUE
               WHEN FAM-CONYUGE
                ADD WS-DED-FAM-MES  TO WS-DED-CONYUGE-CAL
               WHEN FAM-HIJO
                ADD WS-DED-FAM-MES  TO WS-DED-HIJOS-CAL
               WHEN OTHER
                ADD WS-DED-FAM-MES  TO WS-DED-OTROS-CAL
              END-EVALUATE
             END-IF
            END-IF
            READ FAMILIARES NEXT RECORD
           END-IF.

       0437-BUSCAR-DED-PERSONAL.
           SET DPE-NO-ENCONTRADA    TO TRUE
           PERFORM 0443-COMPARAR-DED-PERSONAL
             VARYING WS-IDX-DPE FROM 1 BY 1
             UNTIL WS-IDX-DPE > WS-DPE-CANT OR DPE-ENCONTRADA.

       0443-COMPARAR-DED-PERSONAL.
           IF TAB-DPE-PARENTESCO(WS-IDX-DPE) = FAM-PARENTESCO THEN
            SET DPE-ENCONTRADA      TO TRUE
            MOVE WS-IDX-DPE         TO WS-IDX-DPE-ENC
           END-IF.

       0442-CONTAR-MESES-FAMILIAR.
           MOVE WS-FAM-INICIO-ANIO  TO WS-FAM-PRIMER-MES
           IF FAM-PERIODO-DESDE > WS-FAM-PRIMER-MES THEN
            MOVE FAM-PERIODO-DESDE  TO WS-FAM-PRIMER-MES
           END-IF
           MOVE WS-PERIODO-ACTUAL   TO WS-FAM-ULTIMO-MES
           IF FAM-PERIODO-HASTA NOT = ZERO AND
              FAM-PERIODO-HASTA < WS-FAM-ULTIMO-MES THEN
            MOVE FAM-PERIODO-HASTA  TO WS-FAM-ULTIMO-MES
           END-IF
           IF DPE-ENCONTRADA AND
              TAB-DPE-EDAD-TOPE(WS-IDX-DPE-ENC) NOT = ZERO THEN
            COMPUTE WS-FAM-TOPE-EDAD =
             FAM-FECHA-NACIMIENTO / 100 +
             TAB-DPE-EDAD-TOPE(WS-IDX-DPE-ENC) * 100 - 1
            IF WS-FAM-TOPE-EDAD < WS-FAM-ULTIMO-MES THEN
             MOVE WS-FAM-TOPE-EDAD  TO WS-FAM-ULTIMO-MES
            END-IF
           END-IF
           IF WS-FAM-PRIMER-MES > WS-FAM-ULTIMO-MES THEN
            MOVE ZERO               TO WS-FAM-MESES
           ELSE
            COMPUTE WS-FAM-MESES =
             WS-FAM-ULTIMO-MES - WS-FAM-PRIMER-MES + 1
           END-IF.


       0421-APLICAR-DEDUCCIONES.
           INITIALIZE WS-DED-APLICADO
              MOVE DED-SALDO        TO TAB-DED-SALDO(WS-DED-CANT)
              MOVE DED-PRIORIDAD
                TO TAB-DED-PRIORIDAD(WS-DED-CANT)
              MOVE DED-BENEFICIARIO TO TAB-DED-BENEF(WS-DED-CANT)
              IF DED-SINDICAL THEN
               PERFORM 0453-CALCULAR-CUOTA-SINDICAL
              ELSE
               IF LIQ-QUINCENAL THEN
                COMPUTE TAB-DED-CUOTA(WS-DED-CANT) ROUNDED =
                 DED-CUOTA / 2
               END-IF
              END-IF
             ELSE
              DISPLAY "WS-TABLA-DEDUCC: TABLA DE DEDUCCIONES LLENA"
                      " CODIGO: " WS-EMP-CODIGO
             TAB-DED-SALDO(WS-IDX-DED) - WS-DED-IMPORTE
            WRITE REG-REGDED        FROM WS-DED-LINEA
            IF MODO-REAL THEN
             IF TAB-DED-TIPO(WS-IDX-DED) NOT = 'S' THEN
              PERFORM 0429-REBAJAR-SALDO
             END-IF
             IF TAB-DED-BENEF(WS-IDX-DED) > ZERO THEN
              PERFORM 0454-GRABAR-DED-APLICADA
             END-IF
            END-IF
           END-IF.

              REWRITE REG-DEDUCCION
           END-READ.

       0453-CALCULAR-CUOTA-SINDICAL.
           MOVE ZERO                TO TAB-DED-CUOTA(WS-DED-CANT)
           IF BEN-CON-FICHERO THEN
            MOVE DED-BENEFICIARIO   TO BEN-CODIGO
            READ BENEFICIARIOS
              INVALID KEY
               DISPLAY "CUOTA SINDICAL SIN BENEFICIARIO CODIGO: "
                       WS-EMP-CODIGO " NRO: " DED-NRO
              NOT INVALID KEY
               IF BEN-ACTIVO-SI THEN
                COMPUTE TAB-DED-CUOTA(WS-DED-CANT) ROUNDED =
                 WS-BRUTO-PERIODO * BEN-PORCENTAJE / 100
               END-IF
            END-READ
           END-IF
           MOVE TAB-DED-CUOTA(WS-DED-CANT)
             TO TAB-DED-SALDO(WS-DED-CANT).

       0454-GRABAR-DED-APLICADA.
           PERFORM 0458-MOVER-DED-APLICADA
           WRITE REG-DED-APLICADA
             INVALID KEY
              REWRITE REG-DED-APLICADA
           END-WRITE.

       0458-MOVER-DED-APLICADA.
           MOVE WS-PERIODO-ACTUAL   TO APL-PERIODO
           MOVE TAB-DED-BENEF(WS-IDX-DED) TO APL-BENEFICIARIO
           MOVE WS-EMP-CODIGO       TO APL-CODIGO
           MOVE TAB-DED-NRO(WS-IDX-DED)   TO APL-NRO
           MOVE TAB-DED-TIPO(WS-IDX-DED)  TO APL-TIPO
           MOVE WS-DED-IMPORTE      TO APL-IMPORTE
           MOVE WS-FECHA-ACTUAL     TO APL-FECHA
           MOVE WS-QUINCENA         TO APL-QUINCENA.

       0420-CALCULAR-HEXTRA.
           IF LIQ-QUINCENAL THEN
            COMPUTE WS-VALOR-HEXTRA ROUNDED =
             EMP-VALOR-HORA * (100 + WS-RECARGO-HEXTRA) / 100
            COMPUTE WS-VALOR-HEXTRA-DOBLE ROUNDED =
             EMP-VALOR-HORA * (100 + WS-RECARGO-HEXTRA-DOBLE) / 100
           ELSE
            MOVE WS-TASA-HEXTRA          TO WS-VALOR-HEXTRA
            MOVE WS-TASA-HEXTRA-DOBLE    TO WS-VALOR-HEXTRA-DOBLE
           END-IF
           IF WS-NOV-HEXTRAS > WS-TOPE-HEXTRA THEN
            MOVE WS-TOPE-HEXTRA          TO WS-HEXTRA-NORMALES
            COMPUTE
            MOVE ZERO                    TO WS-HEXTRA-DOBLES
           END-IF
           COMPUTE
            WS-HEXTRA-CAL-NORMAL = WS-HEXTRA-NORMALES * WS-VALOR-HEXTRA
           COMPUTE
            WS-HEXTRA-CAL-DOBLE =
             WS-HEXTRA-DOBLES * WS-VALOR-HEXTRA-DOBLE
           COMPUTE
            WS-HEXTRA-CAL = WS-HEXTRA-CAL-NORMAL + WS-HEXTRA-CAL-DOBLE.


       0431-CALCULAR-ASIGNACION.
           MOVE ZERO                TO WS-ASIGFAM-CAL
           IF LIQ-QUINCENAL THEN
            COMPUTE WS-BRUTO-ASIG = WS-BRUTO-PERIODO * 2
           ELSE
            MOVE WS-BRUTO-PERIODO   TO WS-BRUTO-ASIG
           END-IF
           IF WS-CANT-HIJOS > ZERO THEN
            SET ASF-NO-ENCONTRADA   TO TRUE
            PERFORM 0444-BUSCAR-TRAMO-ASIG
              VARYING WS-IDX-ASF FROM 1 BY 1
              UNTIL WS-IDX-ASF > WS-ASF-CANT OR ASF-ENCONTRADA
            IF ASF-ENCONTRADA THEN
             COMPUTE WS-ASIGFAM-CAL =
              TAB-ASF-IMPORTE(WS-IDX-ASF-ENC) * WS-CANT-HIJOS
             IF LIQ-QUINCENAL THEN
              COMPUTE WS-ASIGFAM-CAL ROUNDED = WS-ASIGFAM-CAL / 2
             END-IF
            END-IF
           END-IF.

       0444-BUSCAR-TRAMO-ASIG.
           IF WS-BRUTO-ASIG >= TAB-ASF-DESDE(WS-IDX-ASF) AND
              WS-BRUTO-ASIG <= TAB-ASF-HASTA(WS-IDX-ASF) THEN
            SET ASF-ENCONTRADA      TO TRUE
            MOVE WS-IDX-ASF         TO WS-IDX-ASF-ENC
           END-IF.

       0430-CALCULAR-APORTE-PATRONAL.
           COMPUTE
            WS-APORTE-PATR-CAL =
             (WS-BASICO-CAL + WS-HEXTRA-CAL + WS-NOV-BONIFICACION +
              WS-RETRO-CAL + WS-VACACION-CAL + WS-ANTIGUEDAD-CAL) *
              WS-TASA-APORTE-PATR / 100.


       0440-ACTUALIZAR-HISTORICO.
           ADD WS-BASICO-CAL        TO WS-YTD-BASICO
           ADD WS-NOV-BONIFICACION  TO WS-YTD-BASICO
           ADD WS-RETRO-CAL         TO WS-YTD-BASICO
           ADD WS-VACACION-CAL      TO WS-YTD-BASICO
           ADD WS-ANTIGUEDAD-CAL    TO WS-YTD-BASICO
           ADD WS-HEXTRA-CAL        TO WS-YTD-HEXTRA
           ADD WS-SUELDO-CAL        TO WS-YTD-NETO
           ADD WS-RETENCION-CAL     TO WS-YTD-IMPUESTO
           END-IF.

       0445-GRABAR-DETALLE.
           IF LIQ-QUINCENAL THEN
            PERFORM 0462-ACUMULAR-DETALLE
           ELSE
            PERFORM 0463-MOVER-DETALLE
            WRITE REG-DETALLE
              INVALID KEY
               REWRITE REG-DETALLE
            END-WRITE
           END-IF.

       0462-ACUMULAR-DETALLE.
           MOVE WS-EMP-CODIGO       TO DET-CODIGO
           MOVE WS-PERIODO-ACTUAL   TO DET-PERIODO
           READ DETALLE
             INVALID KEY
              PERFORM 0463-MOVER-DETALLE
              WRITE REG-DETALLE
              END-WRITE
             NOT INVALID KEY
              IF DET-QUINCENA < WS-QUINCENA THEN
               PERFORM 0464-SUMAR-DETALLE
               REWRITE REG-DETALLE
              END-IF
           END-READ.

       0464-SUMAR-DETALLE.
           ADD WS-BASICO-CAL        TO DET-BASICO
           ADD WS-HEXTRA-NORMALES   TO DET-HORAS-NORMALES
           ADD WS-HEXTRA-DOBLES     TO DET-HORAS-DOBLES
           ADD WS-HEXTRA-CAL-NORMAL TO DET-HEXTRA-NORMAL
           ADD WS-HEXTRA-CAL-DOBLE  TO DET-HEXTRA-DOBLE
           ADD WS-NOV-BONIFICACION  TO DET-BONIFICACION
           ADD WS-NOV-DESC-SS       TO DET-DESCUENTO-SS
           ADD WS-NOV-DESC-OTROS    TO DET-DESCUENTO-OTROS
           ADD WS-DED-APLICADO      TO DET-DESCUENTO-OTROS
           ADD WS-RETENCION-CAL     TO DET-IMPUESTO
           ADD WS-APORTE-PATR-CAL   TO DET-APORTE-PATR
           ADD WS-SUELDO-CAL        TO DET-NETO
           ADD WS-RETRO-CAL         TO DET-RETROACTIVO
           ADD WS-VAC-DIAS          TO DET-DIAS-VACACIONES
           ADD WS-VACACION-CAL      TO DET-VACACIONES
           MOVE WS-ANTIG-ANIOS      TO DET-ANIOS-ANTIGUEDAD
           ADD WS-ANTIGUEDAD-CAL    TO DET-ANTIGUEDAD
           MOVE WS-CANT-HIJOS       TO DET-CANT-HIJOS
           MOVE WS-DED-CONYUGE-CAL  TO DET-DED-CONYUGE
           MOVE WS-DED-HIJOS-CAL    TO DET-DED-HIJOS
           MOVE WS-DED-OTROS-CAL    TO DET-DED-OTROS
           ADD WS-ASIGFAM-CAL       TO DET-ASIG-FAMILIAR
           MOVE EMP-DEPTO           TO DET-DEPTO
           MOVE WS-QUINCENA         TO DET-QUINCENA
           ADD WS-NOV-HORAS         TO DET-HORAS-TRABAJADAS.

       0463-MOVER-DETALLE.
           MOVE WS-EMP-CODIGO       TO DET-CODIGO
           MOVE WS-PERIODO-ACTUAL   TO DET-PERIODO
           MOVE WS-BASICO-CAL       TO DET-BASICO
           MOVE WS-RETENCION-CAL    TO DET-IMPUESTO
           MOVE WS-APORTE-PATR-CAL  TO DET-APORTE-PATR
           MOVE WS-SUELDO-CAL       TO DET-NETO
           MOVE WS-RETRO-CAL        TO DET-RETROACTIVO
           MOVE WS-VAC-DIAS         TO DET-DIAS-VACACIONES
           MOVE WS-VACACION-CAL     TO DET-VACACIONES
           MOVE WS-ANTIG-ANIOS      TO DET-ANIOS-ANTIGUEDAD
           MOVE WS-ANTIGUEDAD-CAL   TO DET-ANTIGUEDAD
           MOVE WS-CANT-HIJOS       TO DET-CANT-HIJOS
           MOVE WS-DED-CONYUGE-CAL  TO DET-DED-CONYUGE
           MOVE WS-DED-HIJOS-CAL    TO DET-DED-HIJOS
           MOVE WS-DED-OTROS-CAL    TO DET-DED-OTROS
           MOVE WS-ASIGFAM-CAL      TO DET-ASIG-FAMILIAR
           MOVE EMP-DEPTO           TO DET-DEPTO
           MOVE WS-QUINCENA         TO DET-QUINCENA
           MOVE WS-NOV-HORAS        TO DET-HORAS-TRABAJADAS.

       0446-CARGAR-PRORRATEO.
           INITIALIZE WS-TABLA-PRORRATEO
           MOVE 1                   TO WS-PRR-CANT
           MOVE EMP-DEPTO           TO TAB-PRR-DEPTO(1)
           MOVE 100                 TO TAB-PRR-PCT(1)
           IF PRR-CON-FICHERO THEN
            MOVE WS-EMP-CODIGO       TO PRR-CODIGO
            READ PRORRATEOS
              INVALID KEY
               CONTINUE
              NOT INVALID KEY
               PERFORM 0448-VALIDAR-PRORRATEO
            END-READ
           END-IF.

       0448-VALIDAR-PRORRATEO.
           INITIALIZE WS-PRR-SUMA
           MOVE PRR-CANT            TO WS-PRR-CANT
           IF PRR-CANT = ZERO OR PRR-CANT > 5 THEN
            SET WS-REG-INVALIDO     TO TRUE
            MOVE "PRORRATEO ERRONEO" TO RCH-MOTIVO
           ELSE
            PERFORM 0449-VALIDAR-UNA-PARTE
              VARYING WS-IDX-PRR FROM 1 BY 1
              UNTIL WS-IDX-PRR > WS-PRR-CANT OR WS-REG-INVALIDO
            IF WS-REG-VALIDO AND WS-PRR-SUMA NOT = 100 THEN
             SET WS-REG-INVALIDO    TO TRUE
             MOVE "PRORRATEO ERRONEO" TO RCH-MOTIVO
            END-IF
           END-IF.

       0449-VALIDAR-UNA-PARTE.
           MOVE PRR-DEPTO(WS-IDX-PRR)
             TO TAB-PRR-DEPTO(WS-IDX-PRR)
           MOVE PRR-PORCENTAJE(WS-IDX-PRR)
             TO TAB-PRR-PCT(WS-IDX-PRR)
           ADD PRR-PORCENTAJE(WS-IDX-PRR) TO WS-PRR-SUMA
           MOVE PRR-DEPTO(WS-IDX-PRR) TO DPTO-CODIGO
           READ DEPARTAMENTOS
             INVALID KEY
              SET WS-REG-INVALIDO   TO TRUE
              MOVE "PRORRATEO ERRONEO" TO RCH-MOTIVO
             NOT INVALID KEY
              IF DPTO-ACTIVO-NO THEN
               SET WS-REG-INVALIDO  TO TRUE
               MOVE "PRORRATEO ERRONEO" TO RCH-MOTIVO
              END-IF
           END-READ.

       0435-ACUMULAR-DEPARTAMENTO.
           COMPUTE CMP-TOTAL(1) =
            WS-BASICO-CAL + WS-RETRO-CAL + WS-VACACION-CAL +
            WS-ANTIGUEDAD-CAL
           MOVE WS-HEXTRA-CAL       TO CMP-TOTAL(2)
           MOVE WS-NOV-BONIFICACION TO CMP-TOTAL(3)
           MOVE WS-NOV-DESC-SS      TO CMP-TOTAL(4)
           COMPUTE CMP-TOTAL(5) = WS-NOV-DESC-OTROS + WS-DED-APLICADO
           MOVE WS-RETENCION-CAL    TO CMP-TOTAL(6)
           MOVE WS-SUELDO-CAL       TO CMP-TOTAL(7)
           MOVE WS-APORTE-PATR-CAL  TO CMP-TOTAL(8)
           MOVE WS-ASIGFAM-CAL      TO CMP-TOTAL(9)
           PERFORM 0451-INICIAR-RESTO
             VARYING WS-IDX-CMP FROM 1 BY 1
             UNTIL WS-IDX-CMP > 9
           PERFORM 0447-ACUMULAR-UNA-PARTE
             VARYING WS-IDX-PRR FROM 1 BY 1
             UNTIL WS-IDX-PRR > WS-PRR-CANT.

       0451-INICIAR-RESTO.
           MOVE CMP-TOTAL(WS-IDX-CMP) TO CMP-RESTO(WS-IDX-CMP).

       0447-ACUMULAR-UNA-PARTE.
           PERFORM 0452-CALCULAR-PARTE
             VARYING WS-IDX-CMP FROM 1 BY 1
             UNTIL WS-IDX-CMP > 9
           MOVE TAB-PRR-DEPTO(WS-IDX-PRR) TO WS-DEPTO-BUSCADO
           SET DEPTO-NO-ENCONTRADO TO TRUE
           PERFORM 0436-BUSCAR-DEPTO
             VARYING WS-IDX-DEPTO FROM 1 BY 1
            END-IF
            ADD 1 TO WS-DEPTO-CANT
            MOVE WS-DEPTO-CANT       TO WS-IDX-DEPTO-ENC
            MOVE WS-DEPTO-BUSCADO    TO DEPTO-COD(WS-IDX-DEPTO-ENC)
            INITIALIZE DEPTO-BASICO(WS-IDX-DEPTO-ENC)
                       DEPTO-HEXTRA(WS-IDX-DEPTO-ENC)
                       DEPTO-BONIF(WS-IDX-DEPTO-ENC)
                       DEPTO-OTROS(WS-IDX-DEPTO-ENC)
                       DEPTO-IMPUESTO(WS-IDX-DEPTO-ENC)
                       DEPTO-NETO(WS-IDX-DEPTO-ENC)
                       DEPTO-APORTE(WS-IDX-DEPTO-ENC)
                       DEPTO-ASIGFAM(WS-IDX-DEPTO-ENC)
           END-IF
           ADD CMP-PARTE(1)
             TO DEPTO-BASICO(WS-IDX-DEPTO-ENC)
           ADD CMP-PARTE(2)
             TO DEPTO-HEXTRA(WS-IDX-DEPTO-ENC)
           ADD CMP-PARTE(3)
             TO DEPTO-BONIF(WS-IDX-DEPTO-ENC)
           ADD CMP-PARTE(4)
             TO DEPTO-SS(WS-IDX-DEPTO-ENC)
           ADD CMP-PARTE(5)
             TO DEPTO-OTROS(WS-IDX-DEPTO-ENC)
           ADD CMP-PARTE(6)
             TO DEPTO-IMPUESTO(WS-IDX-DEPTO-ENC)
           ADD CMP-PARTE(7)
             TO DEPTO-NETO(WS-IDX-DEPTO-ENC)
           ADD CMP-PARTE(8)
             TO DEPTO-APORTE(WS-IDX-DEPTO-ENC)
           ADD CMP-PARTE(9)
             TO DEPTO-ASIGFAM(WS-IDX-DEPTO-ENC).

       0452-CALCULAR-PARTE.
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

       0436-BUSCAR-DEPTO.
           IF DEPTO-COD(WS-IDX-DEPTO) = WS-DEPTO-BUSCADO THEN
            SET DEPTO-ENCONTRADO TO TRUE
            MOVE WS-IDX-DEPTO       TO WS-IDX-DEPTO-ENC
           END-IF.
           WRITE REG-RECIBO         FROM WS-NOMBRE-CODIGO
           WRITE REG-RECIBO         FROM WS-ESPACIO
           WRITE REG-RECIBO         FROM WS-SUBTITULOS
           IF PAGO-JORNALIZADO THEN
            WRITE REG-RECIBO        FROM WS-JORNAL-LIN
           ELSE
            WRITE REG-RECIBO        FROM WS-SUELDO-BASICO
           END-IF
           WRITE REG-RECIBO         FROM WS-HORAS-EXT
           WRITE REG-RECIBO         FROM WS-HORAS-DOBLES
           WRITE REG-RECIBO         FROM WS-BONIFICACION-LIN
           IF WS-RETRO-CAL > ZERO THEN
            WRITE REG-RECIBO        FROM WS-RETROACTIVO-LIN
           END-IF
           IF WS-VACACION-CAL > ZERO THEN
            WRITE REG-RECIBO        FROM WS-VACACIONES-LIN
           END-IF
           IF WS-ANTIGUEDAD-CAL > ZERO THEN
            WRITE REG-RECIBO        FROM WS-ANTIGUEDAD-LIN
           END-IF
           IF WS-ASIGFAM-CAL > ZERO THEN
            WRITE REG-RECIBO        FROM WS-ASIGFAM-LIN
           END-IF
           WRITE REG-RECIBO         FROM WS-SEGURO-SOCIAL
           WRITE REG-RECIBO         FROM WS-DESCUENTOS-VARIOS
           WRITE REG-RECIBO         FROM WS-RETENCION-IMPUESTO
           WRITE REG-RECIBO         FROM WS-ACUMULADO-ANUAL
           WRITE REG-RECIBO         FROM WS-SEPARACION-ASTER
           IF MODO-REAL THEN
            IF PAGO-TRANSFERENCIA THEN
             PERFORM 0510-ESCRIBIR-DEPOSITO
            ELSE
             PERFORM 0511-ESCRIBIR-CHEQUE
            END-IF
           END-IF.

       0510-ESCRIBIR-DEPOSITO.
           MOVE WS-EMP-NOMBRE       TO DEP-NOMBRE
           MOVE CTA-BANCO           TO DEP-BANCO
           MOVE CTA-CBU             TO DEP-CBU
           IF WS-RETRO-CAL > ZERO AND WS-RETRO-CAL < WS-SUELDO-CAL
              THEN
            COMPUTE DEP-NETO = WS-SUELDO-CAL - WS-RETRO-CAL
            WRITE REG-DEPOSITO
            ADD 1 TO WS-DEP-ESCRITOS
            MOVE WS-RETRO-CAL       TO DEP-NETO
           ELSE
            MOVE WS-SUELDO-CAL      TO DEP-NETO
           END-IF
           WRITE REG-DEPOSITO
           ADD 1 TO WS-DEP-ESCRITOS
           ADD WS-SUELDO-CAL        TO WS-ACUM-DEP-NETO.

       0511-ESCRIBIR-CHEQUE.
           ADD 1 TO WS-ULT-CHEQUE
           INITIALIZE REG-CHEQUE
           MOVE WS-ULT-CHEQUE       TO CHQ-NUMERO
           MOVE WS-EMP-CODIGO       TO CHQ-CODIGO
           MOVE WS-PERIODO-ACTUAL   TO CHQ-PERIODO
           MOVE WS-FORMA-PAGO       TO CHQ-FORMA
           MOVE WS-SUELDO-CAL       TO CHQ-IMPORTE
           MOVE WS-FECHA-ACTUAL     TO CHQ-FECHA-EMISION
           SET CHQ-PENDIENTE        TO TRUE
           MOVE WS-FECHA-ACTUAL     TO CHQ-FECHA-ESTADO
           WRITE REG-CHEQUE
             INVALID KEY
              DISPLAY "FS-CHEQUE: " FS-CHEQUE
                      " NUMERO: " CHQ-NUMERO
           END-WRITE
           MOVE CHQ-NUMERO          TO CHL-NUMERO
           MOVE WS-EMP-CODIGO       TO CHL-CODIGO
           MOVE WS-EMP-NOMBRE       TO CHL-NOMBRE
           MOVE WS-SUELDO-CAL       TO CHL-IMPORTE
           IF PAGO-CHEQUE THEN
            MOVE 'CHEQUE'           TO CHL-FORMA
            ADD 1 TO WS-CANT-CHEQUES
            ADD WS-SUELDO-CAL       TO WS-ACUM-CHEQUES
           ELSE
            MOVE 'EFECTIVO'         TO CHL-FORMA
            ADD 1 TO WS-CANT-EFECTIVO
            ADD WS-SUELDO-CAL       TO WS-ACUM-EFECTIVO
           END-IF
           WRITE REG-LISTCHQ        FROM WS-CHQ-DETALLE.

       0515-ACTUALIZAR-PUNTO-CONTROL.
           ADD 1 TO WS-CONTADOR-CHECKPOINT
           OPEN OUTPUT CHECKPOINT
           MOVE WS-CODIGO-CHECKPOINT TO CKP-ULT-CODIGO
           MOVE WS-PERIODO-ACTUAL    TO CKP-PERIODO
           MOVE WS-QUINCENA          TO CKP-QUINCENA
           MOVE WS-EMP-LEIDOS        TO CKP-EMP-LEIDOS
           MOVE WS-ACUM-BASICO       TO CKP-ACUM-BASICO
           MOVE WS-ACUM-HEXTRA       TO CKP-ACUM-HEXTRA
           MOVE WS-ACUM-NETO         TO CKP-ACUM-NETO
           MOVE WS-ACUM-APORTE-PATR  TO CKP-ACUM-APORTE-PATR
           MOVE WS-ACUM-DEDUCC       TO CKP-ACUM-DEDUCC
           MOVE WS-ACUM-RETRO        TO CKP-ACUM-RETRO
           MOVE WS-ACUM-VACAC        TO CKP-ACUM-VACAC
           MOVE WS-ACUM-ANTIG        TO CKP-ACUM-ANTIG
           MOVE WS-ACUM-ASIGFAM      TO CKP-ACUM-ASIGFAM
           MOVE WS-ACUM-DEP-NETO     TO CKP-ACUM-DEP-NETO
           MOVE WS-CANT-CHEQUES      TO CKP-CANT-CHEQUES
           MOVE WS-ACUM-CHEQUES      TO CKP-ACUM-CHEQUES
           MOVE WS-CANT-EFECTIVO     TO CKP-CANT-EFECTIVO
           MOVE WS-ACUM-EFECTIVO     TO CKP-ACUM-EFECTIVO
           MOVE WS-DEP-ESCRITOS      TO CKP-DEP-ESCRITOS
           MOVE WS-EMP-RECHAZADOS    TO CKP-EMP-RECHAZADOS
           MOVE WS-EMP-SIN-NOVEDAD   TO CKP-EMP-SIN-NOVEDAD
           MOVE DEPTO-IMPUESTO(WS-IDX-DEPTO)
             TO CKP-DEPTO-IMPUESTO(WS-IDX-DEPTO)
           MOVE DEPTO-NETO(WS-IDX-DEPTO)
             TO CKP-DEPTO-NETO(WS-IDX-DEPTO)
           MOVE DEPTO-APORTE(WS-IDX-DEPTO)
             TO CKP-DEPTO-APORTE(WS-IDX-DEPTO)
           MOVE DEPTO-ASIGFAM(WS-IDX-DEPTO)
             TO CKP-DEPTO-ASIGFAM(WS-IDX-DEPTO).

       0450-IMPRIMIR-TOTALES.
           MOVE WS-ACUM-BASICO      TO WS-TOT-EMP-BASICO
           MOVE WS-ACUM-HEXTRA      TO WS-TOT-EMP-HEXTRA
           MOVE WS-ACUM-BONIF       TO WS-TOT-EMP-BONIF
           MOVE WS-ACUM-RETRO       TO WS-TOT-EMP-RETRO
           MOVE WS-ACUM-VACAC       TO WS-TOT-EMP-VACAC
           MOVE WS-ACUM-ANTIG       TO WS-TOT-EMP-ANTIG
           MOVE WS-ACUM-ASIGFAM     TO WS-TOT-EMP-ASIGFAM
           MOVE WS-ACUM-SS          TO WS-TOT-EMP-SS
           MOVE WS-ACUM-OTROS       TO WS-TOT-EMP-OTROS
           MOVE WS-ACUM-IMPUESTO    TO WS-TOT-EMP-IMPUESTO
           WRITE REG-RECIBO         FROM WS-TOT-BASICO
           WRITE REG-RECIBO         FROM WS-TOT-HEXTRA
           WRITE REG-RECIBO         FROM WS-TOT-BONIF
           WRITE REG-RECIBO         FROM WS-TOT-RETRO
           WRITE REG-RECIBO         FROM WS-TOT-VACAC
           WRITE REG-RECIBO         FROM WS-TOT-ANTIG
           WRITE REG-RECIBO         FROM WS-TOT-ASIGFAM
           WRITE REG-RECIBO         FROM WS-TOT-SS
           WRITE REG-RECIBO         FROM WS-TOT-OTROS
           WRITE REG-RECIBO         FROM WS-TOT-IMPUESTO
           PERFORM 0461-DIARIO-DEBE-DEPTO
             VARYING WS-IDX-DEPTO FROM 1 BY 1
             UNTIL WS-IDX-DEPTO > WS-DEPTO-CANT
           MOVE ZERO                TO DIA-DEPTO
           MOVE '2100-000'          TO DIA-CUENTA
           SET DIA-HABER            TO TRUE
           MOVE WS-ACUM-NETO        TO DIA-IMPORTE
           MOVE 'IMPUESTO RETENIDO'  TO DIA-CONCEPTO
           ADD WS-ACUM-IMPUESTO     TO WS-TOT-HABER
           WRITE REG-DIARIO
           IF WS-ACUM-CHEQUES > ZERO THEN
            MOVE '2100-000'         TO DIA-CUENTA
            SET DIA-DEBE            TO TRUE
            MOVE WS-ACUM-CHEQUES    TO DIA-IMPORTE
            MOVE 'SUELDOS A PAGAR'  TO DIA-CONCEPTO
            ADD WS-ACUM-CHEQUES     TO WS-TOT-DEBE
            WRITE REG-DIARIO
            MOVE '2150-000'         TO DIA-CUENTA
            SET DIA-HABER           TO TRUE
            MOVE 'CHEQUES A PAGAR'  TO DIA-CONCEPTO
            ADD WS-ACUM-CHEQUES     TO WS-TOT-HABER
            WRITE REG-DIARIO
           END-IF
           IF WS-ACUM-EFECTIVO > ZERO THEN
            MOVE '2100-000'         TO DIA-CUENTA
            SET DIA-DEBE            TO TRUE
            MOVE WS-ACUM-EFECTIVO   TO DIA-IMPORTE
            MOVE 'SUELDOS A PAGAR'  TO DIA-CONCEPTO
            ADD WS-ACUM-EFECTIVO    TO WS-TOT-DEBE
            WRITE REG-DIARIO
            MOVE '2160-000'         TO DIA-CUENTA
            SET DIA-HABER           TO TRUE
            MOVE 'EFECTIVO A PAGAR' TO DIA-CONCEPTO
            ADD WS-ACUM-EFECTIVO    TO WS-TOT-HABER
            WRITE REG-DIARIO
           END-IF
           CLOSE DIARIO
           IF WS-TOT-DEBE NOT = WS-TOT-HABER THEN
            DISPLAY "DIARIO DESBALANCEADO DEBE: " WS-TOT-DEBE
           END-IF
           IF WS-TOT-DEBE NOT =
              (WS-ACUM-BASICO + WS-ACUM-HEXTRA + WS-ACUM-BONIF +
               WS-ACUM-RETRO + WS-ACUM-VACAC + WS-ACUM-ANTIG +
               WS-ACUM-ASIGFAM + WS-ACUM-APORTE-PATR +
               WS-ACUM-CHEQUES + WS-ACUM-EFECTIVO) THEN
            DISPLAY "DIARIO NO CUADRA CON TOTALES DE CONTROL"
           END-IF.

            DEPTO-BONIF(WS-IDX-DEPTO)
           MOVE 'GASTO SUELDOS'     TO DIA-CONCEPTO
           ADD DIA-IMPORTE          TO WS-TOT-DEBE
           WRITE REG-DIARIO
           MOVE '6200-000'          TO DIA-CUENTA
           MOVE DEPTO-APORTE(WS-IDX-DEPTO) TO DIA-IMPORTE
           MOVE 'GASTO APORTE PATR.' TO DIA-CONCEPTO
           ADD DIA-IMPORTE          TO WS-TOT-DEBE
           WRITE REG-DIARIO
           IF DEPTO-ASIGFAM(WS-IDX-DEPTO) > ZERO THEN
            MOVE '6300-000'         TO DIA-CUENTA
            MOVE DEPTO-ASIGFAM(WS-IDX-DEPTO) TO DIA-IMPORTE
            MOVE 'ASIGNACIONES FAMIL.' TO DIA-CONCEPTO
            ADD DIA-IMPORTE         TO WS-TOT-DEBE
            WRITE REG-DIARIO
           END-IF.

       0490-CERRAR-RECHAZOS.
           MOVE WS-EMP-RECHAZADOS   TO WS-RCH-CANTIDAD
           CLOSE RECIBO
           IF MODO-REAL THEN
            CLOSE DEPOSITO
            CLOSE CHEQUES
            CLOSE LISTCHQ
            CLOSE DEDAPLICADAS
            CLOSE PERIODOS
            CLOSE DETALLE
           ELSE
           IF DED-CON-FICHERO THEN
            CLOSE DEDUCCIONES
           END-IF
           IF RTL-CON-FICHERO THEN
            CLOSE RETROLIQ
           END-IF
           IF VAC-CON-FICHERO THEN
            CLOSE VACACIONES
           END-IF
           IF CAT-CON-FICHERO THEN
            CLOSE CATEGORIAS
           END-IF
           IF FAM-CON-FICHERO THEN
            CLOSE FAMILIARES
           END-IF
           IF PRR-CON-FICHERO THEN
            CLOSE PRORRATEOS
           END-IF
           IF BEN-CON-FICHERO THEN
            CLOSE BENEFICIARIOS
           END-IF
           CLOSE RECHAZOS
           CLOSE REGDED.

