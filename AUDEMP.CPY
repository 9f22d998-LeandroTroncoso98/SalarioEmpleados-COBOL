          05 AUD-HORA             PIC 9(6).
          05 AUD-TIPO             PIC X(01).
          05 AUD-CODIGO           PIC 9(5).
          05 AUD-IMAGEN-ANTES     PIC X(87).
          05 AUD-IMAGEN-DESPUES   PIC X(87).
