       01 REG-BENEFICIARIO.
          05 BEN-CODIGO           PIC 9(5).
          05 BEN-TIPO             PIC X(01).
             88 BEN-JUZGADO       VALUE 'J'.
             88 BEN-SINDICATO     VALUE 'S'.
             88 BEN-OTRO          VALUE 'O'.
          05 BEN-NOMBRE           PIC X(30).
          05 BEN-EXPEDIENTE       PIC X(20).
          05 BEN-BANCO            PIC 9(3).
          05 BEN-CBU              PIC X(22).
          05 BEN-PORCENTAJE       PIC 9(3)V99.
          05 BEN-ACTIVO           PIC X(01).
             88 BEN-ACTIVO-SI     VALUE 'S'.
             88 BEN-ACTIVO-NO     VALUE 'N'.
