          88 CHECKPOINT-LEIDO     VALUE 'S'.
          88 CHECKPOINT-NO-LEIDO  VALUE 'N'.

       77 WS-CORRIDA-SW           PIC X VALUE 'M'.
          88 CORRIDA-MENSUAL      VALUE 'M'.
          88 CORRIDA-QUINCENAL    VALUE 'Q'.

       77 WS-ERRORES              PIC 9(5) VALUE 0.
       77 WS-HIST-LEIDOS          PIC 9(5) VALUE 0.
       77 WS-EMP-LEIDOS           PIC 9(5) VALUE 0.
            READ CHECKPOINT
            IF FS-CHECKPOINT-OK THEN
             SET CHECKPOINT-LEIDO   TO TRUE
             COMPUTE WS-NETO-CONTROL = CKP-ACUM-NETO -
              CKP-ACUM-CHEQUES - CKP-ACUM-EFECTIVO
             MOVE CKP-PERIODO       TO WS-PERIODO-CONTROL
             IF CKP-QUINCENA NOT = ZERO THEN
              SET CORRIDA-QUINCENAL TO TRUE
             END-IF
             IF CKP-ULT-CODIGO NOT = ZERO THEN
              ADD 1 TO WS-ERRORES
              MOVE CKP-ULT-CODIGO   TO ANO-CODIGO

       0351-AUDITAR-EMP-REG.
           ADD 1 TO WS-EMP-LEIDOS
           IF EMP-ACTIVO-SI AND EMP-PAGO-TRANSFERENCIA AND
              ((CORRIDA-MENSUAL AND EMP-MENSUAL) OR
               (CORRIDA-QUINCENAL AND EMP-JORNALIZADO)) THEN
            PERFORM 0352-BUSCAR-EN-DEPOSITO
            IF CODIGO-NO-HALLADO THEN
             PERFORM 0353-BUSCAR-EN-RECHAZOS
