       01 REG-CHECKPOINT.
          05 CKP-ULT-CODIGO       PIC 9(5).
          05 CKP-PERIODO          PIC 9(6).
          05 CKP-QUINCENA         PIC 9.
          05 CKP-EMP-LEIDOS       PIC 9(5).
          05 CKP-ACUM-BASICO      PIC 9(9)V99.
          05 CKP-ACUM-HEXTRA      PIC 9(9)V99.
          05 CKP-ACUM-NETO        PIC 9(9)V99.
          05 CKP-ACUM-APORTE-PATR PIC 9(9)V99.
          05 CKP-ACUM-DEDUCC      PIC 9(9)V99.
          05 CKP-ACUM-RETRO       PIC 9(9)V99.
          05 CKP-ACUM-VACAC       PIC 9(9)V99.
          05 CKP-ACUM-ANTIG       PIC 9(9)V99.
          05 CKP-ACUM-ASIGFAM     PIC 9(9)V99.
          05 CKP-ACUM-DEP-NETO    PIC 9(9)V99.
          05 CKP-CANT-CHEQUES     PIC 9(5).
          05 CKP-ACUM-CHEQUES     PIC 9(9)V99.
          05 CKP-CANT-EFECTIVO    PIC 9(5).
          05 CKP-ACUM-EFECTIVO    PIC 9(9)V99.
          05 CKP-DEP-ESCRITOS     PIC 9(6).
          05 CKP-EMP-RECHAZADOS   PIC 9(5).
          05 CKP-EMP-SIN-NOVEDAD  PIC 9(5).
             10 CKP-DEPTO-OTROS   PIC 9(9)V99.
             10 CKP-DEPTO-IMPUESTO PIC 9(9)V99.
             10 CKP-DEPTO-NETO    PIC 9(9)V99.
             10 CKP-DEPTO-APORTE  PIC 9(9)V99.
             10 CKP-DEPTO-ASIGFAM PIC 9(9)V99.
