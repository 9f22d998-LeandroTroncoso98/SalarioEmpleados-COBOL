       01 REG-FAMILIAR.
          05 FAM-CLAVE.
             10 FAM-CODIGO        PIC 9(5).
             10 FAM-NRO           PIC 99.
          05 FAM-NOMBRE           PIC X(30).
          05 FAM-PARENTESCO       PIC X(01).
             88 FAM-CONYUGE       VALUE 'C'.
             88 FAM-HIJO          VALUE 'H'.
             88 FAM-OTRA-CARGA    VALUE 'O'.
          05 FAM-FECHA-NACIMIENTO PIC 9(8).
          05 FAM-PERIODO-DESDE    PIC 9(6).
          05 FAM-PERIODO-HASTA    PIC 9(6).
          05 FAM-ESTADO           PIC X(01).
             88 FAM-ACTIVO        VALUE 'A'.
             88 FAM-BAJA          VALUE 'B'.
