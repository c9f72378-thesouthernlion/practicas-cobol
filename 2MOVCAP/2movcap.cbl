           03  CONC-LABEL                       PIC X(13).
           03  CONC-BUCKET                      PIC X(01).
           03  CONC-TOPE                        PIC 9(08).
           03  CONC-EXENCION                    PIC X(01).
           03  CONC-UMAS                        PIC 9(03)V99.
           03  CONC-PORC-EXENTO                 PIC 9(03).

      *****REGISTRO DE INCAPACIDADES CERTIFICADAS POR EL IMSS: GUARDA
      *****EL FOLIO DEL CERTIFICADO, EL TIPO Y LOS DIAS QUE RESPALDAN
      *****LA SECUENCIA SE BUSCA SOLA: SE INTENTA DESDE 1 Y CADA LLAVE
      *****OCUPADA LA SUBE, ASI CABEN VARIOS MOVIMIENTOS DE LA MISMA
      *****CLAVE EN EL PERIODO
      *****LA CAPTURA MANUAL SE DETIENE EN 899: DE 900 A 999 SON LOS
      *****MOVIMIENTOS GENERADOS (HORA-CLASE 3HORPAG, RECURRENTES 3RECGEN)
       ESCRIBIR-MOVIMIENTO.
           MOVE 0 TO MOV-ESCRITO.
           MOVE 1 TO PERCEPCION-DEDUCCION-SECUENCIA.
           PERFORM UNTIL MOV-ESCRITO = 1
               OR PERCEPCION-DEDUCCION-SECUENCIA > 899
               WRITE PERCEPCION-DEDUCCION-REG
                   INVALID KEY
                       ADD 1 TO PERCEPCION-DEDUCCION-SECUENCIA
               END-WRITE
           END-PERFORM.
           IF MOV-ESCRITO = 0
               DISPLAY "SECUENCIAS AGOTADAS PARA ESA LLAVE (899)".

      *****CAMPO NOMINA: DEBE EXISTIR EN EL MAESTRO EMPINX; SE RE-PIDE
      *****HASTA QUE PASE, MISMO PATRON QUE CAPTURA-NOMINA DE EMPCAP
           MOVE "31" TO TC-CLAVE(27).
           MOVE "CUOTA SIND" TO TC-LABEL(27).
           MOVE "D"  TO TC-BUCKET(27).
           MOVE "32" TO TC-CLAVE(28).
           MOVE "COMISIONES" TO TC-LABEL(28).
           MOVE "P"  TO TC-BUCKET(28).
           MOVE "33" TO TC-CLAVE(29).
           MOVE "FONACOT" TO TC-LABEL(29).
           MOVE "D"  TO TC-BUCKET(29).
           MOVE "34" TO TC-CLAVE(30).
           MOVE "SEGURO GMM" TO TC-LABEL(30).
           MOVE "D"  TO TC-BUCKET(30).
           MOVE "35" TO TC-CLAVE(31).
           MOVE "REEMB VIATIC" TO TC-LABEL(31).
           MOVE "P"  TO TC-BUCKET(31).
           MOVE "36" TO TC-CLAVE(32).
           MOVE "RECUP VIATIC" TO TC-LABEL(32).
           MOVE "D"  TO TC-BUCKET(32).
           MOVE "37" TO TC-CLAVE(33).
           MOVE "VIAT NO COMPR" TO TC-LABEL(33).
           MOVE "P"  TO TC-BUCKET(33).
           MOVE "38" TO TC-CLAVE(34).
           MOVE "BONO QUINQ" TO TC-LABEL(34).
           MOVE "P"  TO TC-BUCKET(34).
           MOVE "39" TO TC-CLAVE(35).
           MOVE "PRIMA QUINQ" TO TC-LABEL(35).
           MOVE "P"  TO TC-BUCKET(35).
           MOVE 35 TO CONT-CONCEPTOS.

      *******************************************************************
      *                               MENU
