       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTCAT.
       AUTHOR. TRONCOSO LEANDRO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TRANCAT ASSIGN TRANCAT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-TRANCAT.

           SELECT CATEGORIAS ASSIGN CATEG
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CAT-CODIGO
           FILE STATUS IS FS-CATEGORIA.

           SELECT REPMCAT ASSIGN REPMCAT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FS-REPMCAT.

       DATA DIVISION.
       FILE SECTION.
       FD TRANCAT RECORDING MODE IS F
                  DATA RECORD IS REG-TRANCAT.
       01 REG-TRANCAT.
          05 TRAN-TIPO            PIC X(01).
             88 TRAN-ALTA         VALUE 'A'.
             88 TRAN-CAMBIO       VALUE 'C'.
             88 TRAN-BAJA         VALUE 'B'.
          05 TRAN-CAT-COD         PIC 9(3).
          05 TRAN-CAT-NOMBRE      PIC X(30).
          05 TRAN-BASICO-MINIMO   PIC 9(7)V99.
          05 TRAN-PCT-ANTIGUEDAD  PIC 9(3)V99.

       FD CATEGORIAS RECORDING MODE IS F
                     DATA RECORD IS REG-CATEGORIA.
       COPY "CATEGOR.CPY".

       FD REPMCAT RECORDING MODE IS F
                  DATA RECORD IS REG-REPMCAT.
       01 REG-REPMCAT             PIC X(80).

       WORKING-STORAGE SECTION.

       77 FS-TRANCAT              PIC 99.
          88 FS-TRANCAT-OK        VALUE 00.
          88 FS-TRANCAT-END       VALUE 10.

       77 FS-CATEGORIA            PIC 99.
          88 FS-CATEGORIA-OK      VALUE 00.
          88 FS-CATEGORIA-NOFILE  VALUE 35.

       77 FS-REPMCAT              PIC 99.
          88 FS-REPMCAT-OK        VALUE 00.

       77 WS-TRAN-SW              PIC X VALUE 'S'.
          88 WS-TRAN-VALIDA       VALUE 'S'.
          88 WS-TRAN-INVALIDA     VALUE 'N'.

       77 WS-TRAN-LEIDAS          PIC 9(5) VALUE 0.
       77 WS-TRAN-APLICADAS       PIC 9(5) VALUE 0.
       77 WS-TRAN-RECHAZADAS      PIC 9(5) VALUE 0.

       01 WS-GUIONES.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(78) VALUE ALL '-'.
          05 FILLER               PIC X VALUE SPACE.

       01 WS-TITULO.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X(20) VALUE SPACES.
          05 FILLER               PIC X(38)
             VALUE 'LISTADO DE MANTENIMIENTO DE CATEGORIAS'.
          05 FILLER               PIC X(20) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-DETALLE.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(6) VALUE 'TIPO: '.
          05 DET-TIPO             PIC X(01).
          05 FILLER               PIC X(2) VALUE SPACES.
          05 FILLER               PIC X(5) VALUE 'CAT: '.
          05 DET-CATEGORIA        PIC 9(3).
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(5) VALUE 'NOM: '.
          05 DET-NOMBRE           PIC X(30).
          05 FILLER               PIC X(2) VALUE SPACES.
          05 DET-RESULTADO        PIC X(17).
          05 FILLER               PIC X(5) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-TOT-LEIDAS.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(22)
                                 VALUE 'TRANSACCIONES LEIDAS: '.
          05 WS-CANT-LEIDAS       PIC 99.
          05 FILLER               PIC X(53) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-TOT-APLIC.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(25)
                                 VALUE 'TRANSACCIONES APLICADAS: '.
          05 WS-CANT-APLIC        PIC 99.
          05 FILLER               PIC X(50) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       01 WS-TOT-RECH.
          05 FILLER               PIC X VALUE '|'.
          05 FILLER               PIC X VALUE SPACE.
          05 FILLER               PIC X(26)
                                 VALUE 'TRANSACCIONES RECHAZADAS: '.
          05 WS-CANT-RECH         PIC 99.
          05 FILLER               PIC X(49) VALUE SPACES.
          05 FILLER               PIC X VALUE '|'.

       PROCEDURE DIVISION.

       0100-INICIAR-PROGRAMA.
           PERFORM 0200-ABRIR-FICHEROS
           PERFORM 0300-PROCESO-MANTENIMIENTO
           PERFORM 0600-CERRAR-FICHEROS
           PERFORM 0700-CLOSE-PROGRAM.

       0200-ABRIR-FICHEROS.
           OPEN INPUT TRANCAT
           IF NOT FS-TRANCAT-OK THEN
            DISPLAY "FS-TRANCAT: " FS-TRANCAT
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           OPEN I-O CATEGORIAS
           IF FS-CATEGORIA-NOFILE THEN
            OPEN OUTPUT CATEGORIAS
            CLOSE CATEGORIAS
            OPEN I-O CATEGORIAS
           END-IF
           IF NOT FS-CATEGORIA-OK THEN
            DISPLAY "FS-CATEGORIA: " FS-CATEGORIA
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           OPEN OUTPUT REPMCAT
           IF NOT FS-REPMCAT-OK THEN
            DISPLAY "FS-REPMCAT: " FS-REPMCAT
            PERFORM 0700-CLOSE-PROGRAM
           END-IF
           WRITE REG-REPMCAT        FROM WS-GUIONES
           WRITE REG-REPMCAT        FROM WS-TITULO
           WRITE REG-REPMCAT        FROM WS-GUIONES.

       0300-PROCESO-MANTENIMIENTO.
           READ TRANCAT
           PERFORM 0400-PROCESAR-TRANSACCION UNTIL FS-TRANCAT-END
           WRITE REG-REPMCAT        FROM WS-GUIONES
           MOVE WS-TRAN-LEIDAS      TO WS-CANT-LEIDAS
           MOVE WS-TRAN-APLICADAS   TO WS-CANT-APLIC
           MOVE WS-TRAN-RECHAZADAS  TO WS-CANT-RECH
           WRITE REG-REPMCAT        FROM WS-TOT-LEIDAS
           WRITE REG-REPMCAT        FROM WS-TOT-APLIC
           WRITE REG-REPMCAT        FROM WS-TOT-RECH
           WRITE REG-REPMCAT        FROM WS-GUIONES.

       0400-PROCESAR-TRANSACCION.
           ADD 1 TO WS-TRAN-LEIDAS
           PERFORM 0405-VALIDAR-TRANSACCION
           IF WS-TRAN-VALIDA THEN
            EVALUATE TRUE
             WHEN TRAN-ALTA
              PERFORM 0410-ALTA-CATEGORIA
             WHEN TRAN-CAMBIO
              PERFORM 0420-CAMBIAR-CATEGORIA
             WHEN TRAN-BAJA
              PERFORM 0430-BAJA-CATEGORIA
            END-EVALUATE
           ELSE
            PERFORM 0480-RECHAZAR-TRANSACCION
           END-IF
           READ TRANCAT.

       0405-VALIDAR-TRANSACCION.
           SET WS-TRAN-VALIDA TO TRUE
           IF NOT TRAN-ALTA AND NOT TRAN-CAMBIO AND NOT TRAN-BAJA THEN
            SET WS-TRAN-INVALIDA TO TRUE
            MOVE "TIPO INVALIDO" TO DET-RESULTADO
           END-IF
           IF WS-TRAN-VALIDA AND TRAN-CAT-COD = ZERO THEN
            SET WS-TRAN-INVALIDA TO TRUE
            MOVE "CODIGO EN CERO" TO DET-RESULTADO
           END-IF
           IF WS-TRAN-VALIDA AND TRAN-ALTA
              AND TRAN-CAT-NOMBRE = SPACES THEN
            SET WS-TRAN-INVALIDA TO TRUE
            MOVE "NOMBRE EN BLANCO" TO DET-RESULTADO
           END-IF
           IF WS-TRAN-VALIDA AND TRAN-ALTA
              AND TRAN-BASICO-MINIMO = ZERO THEN
            SET WS-TRAN-INVALIDA TO TRUE
            MOVE "MINIMO EN CERO" TO DET-RESULTADO
           END-IF
           IF WS-TRAN-VALIDA AND TRAN-PCT-ANTIGUEDAD > 100 THEN
            SET WS-TRAN-INVALIDA TO TRUE
            MOVE "PCT. INVALIDO" TO DET-RESULTADO
           END-IF
           IF WS-TRAN-VALIDA AND TRAN-ALTA THEN
            MOVE TRAN-CAT-COD        TO CAT-CODIGO
            READ CATEGORIAS
              INVALID KEY
               CONTINUE
              NOT INVALID KEY
               SET WS-TRAN-INVALIDA TO TRUE
               MOVE "COD. DUPLICADO" TO DET-RESULTADO
            END-READ
           END-IF
           IF WS-TRAN-VALIDA AND (TRAN-CAMBIO OR TRAN-BAJA) THEN
            MOVE TRAN-CAT-COD        TO CAT-CODIGO
            READ CATEGORIAS
              INVALID KEY
               SET WS-TRAN-INVALIDA TO TRUE
               MOVE "COD. INEXISTENTE" TO DET-RESULTADO
            END-READ
           END-IF.

       0410-ALTA-CATEGORIA.
           MOVE TRAN-CAT-COD          TO CAT-CODIGO
           MOVE TRAN-CAT-NOMBRE       TO CAT-NOMBRE
           MOVE TRAN-BASICO-MINIMO    TO CAT-BASICO-MINIMO
           MOVE TRAN-PCT-ANTIGUEDAD   TO CAT-PCT-ANTIGUEDAD
           SET CAT-ACTIVA-SI          TO TRUE
           WRITE REG-CATEGORIA
           ADD 1 TO WS-TRAN-APLICADAS
           MOVE "ALTA APLICADA" TO DET-RESULTADO
           PERFORM 0490-ESCRIBIR-DETALLE.

       0420-CAMBIAR-CATEGORIA.
           IF TRAN-CAT-NOMBRE NOT = SPACES THEN
            MOVE TRAN-CAT-NOMBRE      TO CAT-NOMBRE
           END-IF
           IF TRAN-BASICO-MINIMO NOT = ZERO THEN
            MOVE TRAN-BASICO-MINIMO   TO CAT-BASICO-MINIMO
           END-IF
           IF TRAN-PCT-ANTIGUEDAD NOT = ZERO THEN
            MOVE TRAN-PCT-ANTIGUEDAD  TO CAT-PCT-ANTIGUEDAD
           END-IF
           REWRITE REG-CATEGORIA
           ADD 1 TO WS-TRAN-APLICADAS
           MOVE "CAMBIO APLICADO" TO DET-RESULTADO
           PERFORM 0490-ESCRIBIR-DETALLE.

       0430-BAJA-CATEGORIA.
           SET CAT-ACTIVA-NO          TO TRUE
           REWRITE REG-CATEGORIA
           ADD 1 TO WS-TRAN-APLICADAS
           MOVE "BAJA APLICADA" TO DET-RESULTADO
           PERFORM 0490-ESCRIBIR-DETALLE.

       0480-RECHAZAR-TRANSACCION.
           ADD 1 TO WS-TRAN-RECHAZADAS
           PERFORM 0490-ESCRIBIR-DETALLE.

       0490-ESCRIBIR-DETALLE.
           MOVE TRAN-TIPO             TO DET-TIPO
           MOVE TRAN-CAT-COD          TO DET-CATEGORIA
           MOVE TRAN-CAT-NOMBRE       TO DET-NOMBRE
           WRITE REG-REPMCAT          FROM WS-DETALLE.

       0600-CERRAR-FICHEROS.
           CLOSE TRANCAT
           CLOSE CATEGORIAS
           CLOSE REPMCAT.

       0700-CLOSE-PROGRAM.
           STOP RUN.
