           03  CONC-LABEL            PIC X(13).
           03  CONC-BUCKET           PIC X(01).
           03  CONC-TOPE            PIC 9(08).
           03  CONC-EXENCION        PIC X(01).
           03  CONC-UMAS            PIC 9(03)V99.
           03  CONC-PORC-EXENTO     PIC 9(03).

       FD  DEPARTAMENTOS.
       01  DEPARTAMENTOS-REG.
               MOVE "D"  TO TC-BUCKET(26)
               MOVE "31" TO TC-CLAVE(27)
               MOVE "D"  TO TC-BUCKET(27)
               MOVE "32" TO TC-CLAVE(28)
               MOVE "P"  TO TC-BUCKET(28)
               MOVE "33" TO TC-CLAVE(29)
               MOVE "D"  TO TC-BUCKET(29)
               MOVE "34" TO TC-CLAVE(30)
               MOVE "D"  TO TC-BUCKET(30)
               MOVE "35" TO TC-CLAVE(31)
               MOVE "P"  TO TC-BUCKET(31)
               MOVE "36" TO TC-CLAVE(32)
               MOVE "D"  TO TC-BUCKET(32)
               MOVE "37" TO TC-CLAVE(33)
               MOVE "P"  TO TC-BUCKET(33)
               MOVE "38" TO TC-CLAVE(34)
               MOVE "P"  TO TC-BUCKET(34)
               MOVE "39" TO TC-CLAVE(35)
               MOVE "P"  TO TC-BUCKET(35)
               MOVE 35 TO CONT-CONCEPTOS
           END-IF.

       END PROGRAM 1PREVAL.
