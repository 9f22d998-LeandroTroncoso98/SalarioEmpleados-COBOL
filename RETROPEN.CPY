       01 REG-RETRO-PEND.
          05 RTP-CLAVE.
             10 RTP-CODIGO        PIC 9(5).
             10 RTP-PERIODO-DESDE PIC 9(6).
          05 RTP-FECHA-VIGENCIA   PIC 9(8).
          05 RTP-BASICO-ANTERIOR  PIC 9(7)V99.
          05 RTP-BASICO-NUEVO     PIC 9(7)V99.
          05 RTP-FECHA-ALTA       PIC 9(8).
          05 RTP-ESTADO           PIC X(01).
             88 RTP-PENDIENTE     VALUE 'P'.
             88 RTP-PROCESADO     VALUE 'L'.
          05 RTP-PERIODO-CALCULO  PIC 9(6).
