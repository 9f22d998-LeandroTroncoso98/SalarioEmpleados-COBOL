           SELECT PERIODOS ASSIGN PERCTL
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CTL-CLAVE
           FILE STATUS IS FS-PERIODO.

           SELECT REPCTL ASSIGN REPCTL
             88 TRAN-CERRAR       VALUE 'C'.
             88 TRAN-REABRIR      VALUE 'R'.
          05 TRAN-PERIODO         PIC 9(6).
          05 TRAN-QUINCENA        PIC 9.
          05 TRAN-MOTIVO          PIC X(30).

       FD PERIODOS RECORDING MODE IS F
          05 FILLER               PIC X(2) VALUE SPACES.
          05 FILLER               PIC X(9) VALUE 'PERIODO: '.
          05 DET-PERIODO          PIC 9(6).
          05 FILLER               PIC X VALUE '/'.
          05 DET-QUINCENA         PIC 9.
          05 FILLER               PIC X(2) VALUE SPACES.
          05 FILLER               PIC X(8) VALUE 'MOTIVO: '.
          05 DET-MOTIVO           PIC X(23).
          05 FILLER               PIC X VALUE SPACE.
          05 DET-RESULTADO        PIC X(17).
          05 FILLER               PIC X VALUE '|'.
            SET WS-TRAN-INVALIDA TO TRUE
            MOVE "MOTIVO EN BLANCO" TO DET-RESULTADO
           END-IF
           IF WS-TRAN-VALIDA AND TRAN-QUINCENA > 2 THEN
            SET WS-TRAN-INVALIDA TO TRUE
            MOVE "QUINCENA INVALIDA" TO DET-RESULTADO
           END-IF
           IF WS-TRAN-VALIDA THEN
            MOVE TRAN-PERIODO        TO CTL-PERIODO
            MOVE TRAN-QUINCENA       TO CTL-QUINCENA
            READ PERIODOS
              INVALID KEY
               SET WS-TRAN-INVALIDA TO TRUE
       0490-ESCRIBIR-DETALLE.
           MOVE TRAN-TIPO             TO DET-TIPO
           MOVE TRAN-PERIODO          TO DET-PERIODO
           MOVE TRAN-QUINCENA         TO DET-QUINCENA
           MOVE TRAN-MOTIVO           TO DET-MOTIVO
           WRITE REG-REPCTL           FROM WS-DETALLE.

