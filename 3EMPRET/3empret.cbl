
      *****UN SOLO MOVIMIENTO RETROACTIVO EN EL PERIODO DESTINO; LA
      *****SECUENCIA SE BUSCA DESDE 1, MISMO PATRON QUE LA CAPTURA
      *****SE DETIENE EN 899: DE 900 A 999 SON LOS MOVIMIENTOS
      *****GENERADOS (3HORPAG, 3RECGEN, 3COMPRO, 3VIALIQ, 3QUIPRO)
       EMITIR-RETROACTIVO.
           OPEN I-O PERCEPCION-DEDUCCION.
           COMPUTE IMPORTE-RETRO ROUNDED = RETRO-TOTAL.
           MOVE 0 TO MOV-ESCRITO.
           MOVE 1 TO PERCEPCION-DEDUCCION-SECUENCIA.
           PERFORM UNTIL MOV-ESCRITO = 1
               OR PERCEPCION-DEDUCCION-SECUENCIA > 899
               WRITE PERCEPCION-DEDUCCION-REG
                   INVALID KEY
                       ADD 1 TO PERCEPCION-DEDUCCION-SECUENCIA
               DISPLAY "RETROACTIVO EMITIDO AL PERIODO "
                   PERIODO-DESTINO
           ELSE
               DISPLAY "SECUENCIAS AGOTADAS PARA ESA LLAVE (899)".

       CALCULAR-ISR.
           MOVE 1 TO I-ISR.
