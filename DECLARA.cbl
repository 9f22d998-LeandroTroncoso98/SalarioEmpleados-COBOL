       77 WS-ACUM-SS              PIC 9(9)V99 VALUE 0.
       77 WS-ACUM-APORTE          PIC 9(9)V99 VALUE 0.
       77 WS-ACUM-IMPUESTO        PIC 9(9)V99 VALUE 0.
       77 WS-CUAD-REMUNERACION    PIC 9(9)V99 VALUE 0.
       77 WS-CUAD-SS              PIC 9(9)V99 VALUE 0.
       77 WS-CUAD-APORTE          PIC 9(9)V99 VALUE 0.
       77 WS-CUAD-IMPUESTO        PIC 9(9)V99 VALUE 0.

       01 WS-GUIONES.
          05 FILLER               PIC X VALUE SPACE.
           IF FS-CHECKPOINT-OK THEN
            READ CHECKPOINT
            IF FS-CHECKPOINT-OK AND CKP-ULT-CODIGO = ZERO AND
               CKP-PERIODO = WS-PERIODO-PEDIDO AND
               CKP-QUINCENA = ZERO THEN
             SET CHECKPOINT-LEIDO  TO TRUE
             COMPUTE WS-CTRL-REMUNERACION =
              CKP-ACUM-BASICO + CKP-ACUM-HEXTRA + CKP-ACUM-BONIF +
              CKP-ACUM-RETRO + CKP-ACUM-VACAC + CKP-ACUM-ANTIG
             MOVE CKP-ACUM-SS      TO WS-CTRL-SS
             MOVE CKP-ACUM-IMPUESTO TO WS-CTRL-IMPUESTO
             MOVE CKP-ACUM-APORTE-PATR TO WS-CTRL-APORTE
           ADD 1 TO WS-EMP-DECLARADOS
           COMPUTE WS-REMUNERACION-CAL =
            DET-BASICO + DET-BONIFICACION +
            DET-HEXTRA-NORMAL + DET-HEXTRA-DOBLE + DET-RETROACTIVO +
            DET-VACACIONES + DET-ANTIGUEDAD
           MOVE WS-PERIODO-PEDIDO   TO DCL-PERIODO
           MOVE EMP-CODIGO          TO DCL-CODIGO
           MOVE EMP-NOMBRE          TO DCL-NOMBRE
           ADD DET-DESCUENTO-SS     TO WS-ACUM-SS
           ADD DET-APORTE-PATR      TO WS-ACUM-APORTE
           ADD DET-IMPUESTO         TO WS-ACUM-IMPUESTO
           IF DET-QUINCENA = ZERO THEN
            ADD WS-REMUNERACION-CAL TO WS-CUAD-REMUNERACION
            ADD DET-DESCUENTO-SS    TO WS-CUAD-SS
            ADD DET-APORTE-PATR     TO WS-CUAD-APORTE
            ADD DET-IMPUESTO        TO WS-CUAD-IMPUESTO
           END-IF
           MOVE EMP-CODIGO          TO DET-LIN-CODIGO
           MOVE WS-REMUNERACION-CAL TO DET-LIN-REMUN
           MOVE DET-DESCUENTO-SS    TO DET-LIN-SS
           EVALUATE TRUE
            WHEN CHECKPOINT-NO-LEIDO
             MOVE 'SIN CTRL.'       TO TOT-RESULTADO
            WHEN WS-CUAD-REMUNERACION = WS-CTRL-REMUNERACION
             MOVE 'CUADRA'          TO TOT-RESULTADO
            WHEN OTHER
             MOVE 'NO CUADRA'       TO TOT-RESULTADO
           EVALUATE TRUE
            WHEN CHECKPOINT-NO-LEIDO
             MOVE 'SIN CTRL.'       TO TOT-RESULTADO
            WHEN WS-CUAD-SS = WS-CTRL-SS
             MOVE 'CUADRA'          TO TOT-RESULTADO
            WHEN OTHER
             MOVE 'NO CUADRA'       TO TOT-RESULTADO
           EVALUATE TRUE
            WHEN CHECKPOINT-NO-LEIDO
             MOVE 'SIN CTRL.'       TO TOT-RESULTADO
            WHEN WS-CUAD-APORTE = WS-CTRL-APORTE
             MOVE 'CUADRA'          TO TOT-RESULTADO
            WHEN OTHER
             MOVE 'NO CUADRA'       TO TOT-RESULTADO
           EVALUATE TRUE
            WHEN CHECKPOINT-NO-LEIDO
             MOVE 'SIN CTRL.'       TO TOT-RESULTADO
            WHEN WS-CUAD-IMPUESTO = WS-CTRL-IMPUESTO
             MOVE 'CUADRA'          TO TOT-RESULTADO
            WHEN OTHER
             MOVE 'NO CUADRA'       TO TOT-RESULTADO
