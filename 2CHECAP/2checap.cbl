      *****ESCRITURA CON LLAVE: LA SECUENCIA SE BUSCA DESDE 1 Y CADA
      *****LLAVE OCUPADA LA SUBE, PARA ADMITIR VARIOS MOVIMIENTOS DE
      *****LA MISMA CLAVE EN EL PERIODO
      *****SE DETIENE EN 899: DE 900 A 999 SON LOS MOVIMIENTOS
      *****GENERADOS (3HORPAG, 3RECGEN, 3COMPRO, 3VIALIQ, 3QUIPRO)
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

       END PROGRAM 2CHECAP.
