            READ CHECKPOINT
            IF FS-CHECKPOINT-OK AND CKP-ULT-CODIGO = ZERO THEN
             SET CHECKPOINT-LEIDO  TO TRUE
             COMPUTE WS-NETO-CONTROL = CKP-ACUM-NETO -
              CKP-ACUM-CHEQUES - CKP-ACUM-EFECTIVO
            END-IF
            CLOSE CHECKPOINT
           END-IF
