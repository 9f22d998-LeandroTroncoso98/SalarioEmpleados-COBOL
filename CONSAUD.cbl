       77 WS-AUD-LEIDAS           PIC 9(5) VALUE 0.
       77 WS-AUD-LISTADAS         PIC 9(5) VALUE 0.

       01 WS-EMP-ANTES.
          05 WSA-CODIGO           PIC 9(5).
          05 WSA-NOMBRE           PIC X(30).
          05 WSA-BASICO           PIC 9(7)V99.
          05 FILLER               PIC X(23).
          05 WSA-FORMA-PAGO       PIC X(01).
          05 WSA-TIPO-PAGO        PIC X(01).
          05 WSA-VALOR-HORA       PIC 9(5)V99.

       01 WS-EMP-DESPUES.
          05 WSD-CODIGO           PIC 9(5).
          05 WSD-NOMBRE           PIC X(30).
          05 WSD-BASICO           PIC 9(7)V99.
          05 FILLER               PIC X(23).
          05 WSD-FORMA-PAGO       PIC X(01).
          05 WSD-TIPO-PAGO        PIC X(01).
          05 WSD-VALOR-HORA       PIC 9(5)V99.

       77 WS-DIF-BASICO           PIC S9(7)V99.
       77 WS-DIF-VALOR-HORA       PIC S9(5)V99.

       01 WS-GUIONES.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(78) VALUE ALL '-'.
          05 IMG-CONTENIDO        PIC X(68).
          05 FILLER               PIC X VALUE '|'.

       01 WS-BASICO-LINEA.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(9) VALUE 'BASICO:  '.
          05 BAS-ANTES            PIC $$$$$$$9,99.
          05 FILLER               PIC X(4) VALUE ' -> '.
          05 BAS-DESPUES          PIC $$$$$$$9,99.
          05 FILLER               PIC X(12) VALUE '  DIFERENCIA'.
          05 FILLER               PIC X(2) VALUE ': '.
          05 BAS-DIFERENCIA       PIC ----.---.--9,99.
          05 FILLER               PIC X(13) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-VALOR-HORA-LINEA.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(9) VALUE 'V.HORA:  '.
          05 VHR-ANTES            PIC $$$$$$$9,99.
          05 FILLER               PIC X(4) VALUE ' -> '.
          05 VHR-DESPUES          PIC $$$$$$$9,99.
          05 FILLER               PIC X(12) VALUE '  DIFERENCIA'.
          05 FILLER               PIC X(2) VALUE ': '.
          05 VHR-DIFERENCIA       PIC ----.---.--9,99.
          05 FILLER               PIC X(13) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-CAMBIO-LINEA.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 CAM-CONCEPTO         PIC X(12).
          05 CAM-ANTES            PIC X(01).
          05 FILLER               PIC X(4) VALUE ' -> '.
          05 CAM-DESPUES          PIC X(01).
          05 FILLER               PIC X(59) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-TOTALES.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
           WRITE REG-CONSREP        FROM WS-IMAGEN
           MOVE 'DESPUES:'          TO IMG-MOMENTO
           MOVE AUD-IMAGEN-DESPUES  TO IMG-CONTENIDO
           WRITE REG-CONSREP        FROM WS-IMAGEN
           IF AUD-TIPO = 'C' OR AUD-TIPO = 'P' THEN
            PERFORM 0420-LISTAR-BASICO
           END-IF.

       0420-LISTAR-BASICO.
           MOVE AUD-IMAGEN-ANTES    TO WS-EMP-ANTES
           MOVE AUD-IMAGEN-DESPUES  TO WS-EMP-DESPUES
           IF WSA-BASICO NOT = WSD-BASICO THEN
            COMPUTE WS-DIF-BASICO = WSD-BASICO - WSA-BASICO
            MOVE WSA-BASICO         TO BAS-ANTES
            MOVE WSD-BASICO         TO BAS-DESPUES
            MOVE WS-DIF-BASICO      TO BAS-DIFERENCIA
            WRITE REG-CONSREP       FROM WS-BASICO-LINEA
           END-IF
           IF WSA-VALOR-HORA NOT = WSD-VALOR-HORA THEN
            COMPUTE WS-DIF-VALOR-HORA =
             WSD-VALOR-HORA - WSA-VALOR-HORA
            MOVE WSA-VALOR-HORA     TO VHR-ANTES
            MOVE WSD-VALOR-HORA     TO VHR-DESPUES
            MOVE WS-DIF-VALOR-HORA  TO VHR-DIFERENCIA
            WRITE REG-CONSREP       FROM WS-VALOR-HORA-LINEA
           END-IF
           IF WSA-FORMA-PAGO NOT = WSD-FORMA-PAGO THEN
            MOVE 'FORMA PAGO: '     TO CAM-CONCEPTO
            MOVE WSA-FORMA-PAGO     TO CAM-ANTES
            MOVE WSD-FORMA-PAGO     TO CAM-DESPUES
            WRITE REG-CONSREP       FROM WS-CAMBIO-LINEA
           END-IF
           IF WSA-TIPO-PAGO NOT = WSD-TIPO-PAGO THEN
            MOVE 'TIPO PAGO:  '     TO CAM-CONCEPTO
            MOVE WSA-TIPO-PAGO      TO CAM-ANTES
            MOVE WSD-TIPO-PAGO      TO CAM-DESPUES
            WRITE REG-CONSREP       FROM WS-CAMBIO-LINEA
           END-IF.

       0600-CERRAR-FICHEROS.
           CLOSE AUDITORIA
