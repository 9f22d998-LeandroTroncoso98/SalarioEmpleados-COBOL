           MOVE ANT-DEPTO           TO EMP-DEPTO
           MOVE ZERO                TO EMP-FECHA-INGRESO
           MOVE ZERO                TO EMP-FECHA-EGRESO
           MOVE ZERO                TO EMP-CATEGORIA
           SET EMP-PAGO-TRANSFERENCIA TO TRUE
           SET EMP-MENSUAL          TO TRUE
           MOVE ZERO                TO EMP-VALOR-HORA
           MOVE ANT-ACTIVO          TO EMP-ACTIVO
           WRITE REG-EMPLEADO
           IF FS-EMPLEADO-OK THEN
