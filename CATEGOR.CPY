       01 REG-CATEGORIA.
          05 CAT-CODIGO           PIC 9(3).
          05 CAT-NOMBRE           PIC X(30).
          05 CAT-BASICO-MINIMO    PIC 9(7)V99.
          05 CAT-PCT-ANTIGUEDAD   PIC 9(3)V99.
          05 CAT-ACTIVA           PIC X(01).
             88 CAT-ACTIVA-SI     VALUE 'S'.
             88 CAT-ACTIVA-NO     VALUE 'N'.
