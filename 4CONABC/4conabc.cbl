      *****(P/D) Y TOPE DE IMPORTE (CERO = SIN CONTROL). EL ARCHIVO ES
      *****SECUENCIAL: SE CARGA COMPLETO EN MEMORIA, SE EDITA Y SE
      *****REESCRIBE AL GUARDAR. SI EL ARCHIVO NO EXISTE LOS PROGRAMAS
      *****USAN SUS CLAVES POR DEFECTO, COMO SIEMPRE.
      *****REGLA DE EXENCION DE ISR DE LA PERCEPCION (6EMPNOMV3):
      *****N = TODO GRAVADO, T = TODO EXENTO, A = TOPE ANUAL DE
      *****CONC-UMAS UMAS (AGUINALDO, PRIMA VACACIONAL, PTU), S = EL
      *****CONC-PORC-EXENTO POR CIENTO HASTA CONC-UMAS UMAS POR SEMANA
      *****DEL PERIODO (HORAS EXTRAS, FESTIVO), D = HASTA CONC-UMAS
      *****UMAS POR DIA DEL MOVIMIENTO (PRIMA DOMINICAL). UN RENGLON
      *****VIEJO SIN REGLA TOMA LA DE LEY DE SU CLAVE
       FD  CONCEPTOS.
       01  CONCEPTOS-REG.
           03  CONC-CLAVE          PIC XX.
           03  CONC-LABEL           PIC X(13).
           03  CONC-BUCKET          PIC X(01).
           03  CONC-TOPE            PIC 9(08).
           03  CONC-EXENCION        PIC X(01).
           03  CONC-UMAS            PIC 9(03)V99.
           03  CONC-PORC-EXENTO     PIC 9(03).

      *****MAESTRO DE OPERADORES (VER 4USUABC); EL TOPE DE APROBACION
      *****ES UN CONTROL Y SOLO UN SUPERVISOR LO MUEVE
               05  TC-LABEL        PIC X(13).
               05  TC-BUCKET       PIC X(01).
               05  TC-TOPE         PIC 9(08).
               05  TC-EXENCION     PIC X(01).
               05  TC-UMAS         PIC 9(03)V99.
               05  TC-PORC-EXENTO  PIC 9(03).
       77  CONT-CONCEPTOS      PIC 99 VALUE ZERO.
       77  I-CON               PIC 99.

               ELSE
                   MOVE 0 TO TC-TOPE(CONT-CONCEPTOS)
               END-IF
               IF (CONC-EXENCION = "N" OR "T" OR "A" OR "S" OR "D")
                   AND CONC-UMAS NUMERIC AND CONC-PORC-EXENTO NUMERIC
                   MOVE CONC-EXENCION TO TC-EXENCION(CONT-CONCEPTOS)
                   MOVE CONC-UMAS     TO TC-UMAS(CONT-CONCEPTOS)
                   MOVE CONC-PORC-EXENTO
                       TO TC-PORC-EXENTO(CONT-CONCEPTOS)
               ELSE
                   MOVE CONT-CONCEPTOS TO RENGLON-HALLADO
                   PERFORM EXENCION-POR-DEFECTO
               END-IF
               READ CONCEPTOS AT END MOVE 1 TO CONCEPTOS-EOF
           END-PERFORM.
           CLOSE CONCEPTOS.
               MOVE TC-LABEL(I-CON)  TO CONC-LABEL
               MOVE TC-BUCKET(I-CON) TO CONC-BUCKET
               MOVE TC-TOPE(I-CON)   TO CONC-TOPE
               MOVE TC-EXENCION(I-CON)    TO CONC-EXENCION
               MOVE TC-UMAS(I-CON)        TO CONC-UMAS
               MOVE TC-PORC-EXENTO(I-CON) TO CONC-PORC-EXENTO
               WRITE CONCEPTOS-REG
           END-PERFORM.
           CLOSE CONCEPTOS.

      *****REGLA DE LEY POR CLAVE PARA EL RENGLON RENGLON-HALLADO;
      *****LA MISMA QUE 6EMPNOMV3 USA CUANDO NO HAY CATALOGO
       EXENCION-POR-DEFECTO.
           MOVE "N" TO TC-EXENCION(RENGLON-HALLADO).
           MOVE 0   TO TC-UMAS(RENGLON-HALLADO).
           MOVE 100 TO TC-PORC-EXENTO(RENGLON-HALLADO).
           IF TC-CLAVE(RENGLON-HALLADO) = "16"
               MOVE "A" TO TC-EXENCION(RENGLON-HALLADO)
               MOVE 30  TO TC-UMAS(RENGLON-HALLADO)
           END-IF.
           IF TC-CLAVE(RENGLON-HALLADO) = "17"
               MOVE "A" TO TC-EXENCION(RENGLON-HALLADO)
               MOVE 15  TO TC-UMAS(RENGLON-HALLADO)
           END-IF.
           IF TC-CLAVE(RENGLON-HALLADO) = "06" OR "25" OR "27"
               MOVE "S" TO TC-EXENCION(RENGLON-HALLADO)
               MOVE 5   TO TC-UMAS(RENGLON-HALLADO)
               MOVE 50  TO TC-PORC-EXENTO(RENGLON-HALLADO)
           END-IF.
           IF TC-CLAVE(RENGLON-HALLADO) = "26"
               MOVE "D" TO TC-EXENCION(RENGLON-HALLADO)
               MOVE 1   TO TC-UMAS(RENGLON-HALLADO)
           END-IF.
           IF TC-CLAVE(RENGLON-HALLADO) = "21" OR "29" OR "35"
               MOVE "T" TO TC-EXENCION(RENGLON-HALLADO)
           END-IF.

       BUSCAR-RENGLON.
           MOVE 0 TO RENGLON-HALLADO.
           PERFORM VARYING I-CON FROM 1 BY 1
           DISPLAY "TOPE DE IMPORTE PARA APROBACION (0 = SIN"
               " CONTROL)".
           ACCEPT TC-TOPE(RENGLON-HALLADO).
           IF TC-BUCKET(RENGLON-HALLADO) = "D"
               MOVE "N" TO TC-EXENCION(RENGLON-HALLADO)
               MOVE 0   TO TC-UMAS(RENGLON-HALLADO)
               MOVE 100 TO TC-PORC-EXENTO(RENGLON-HALLADO)
           ELSE
               PERFORM CAPTURA-EXENCION
           END-IF.

      *****REGLA DE EXENCION DE ISR DE UNA PERCEPCION
       CAPTURA-EXENCION.
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
               DISPLAY "EXENCION ISR (N = GRAVADO, T = EXENTO, A = TOPE"
                   " ANUAL, S = TOPE SEMANAL, D = TOPE DIARIO)"
               ACCEPT TC-EXENCION(RENGLON-HALLADO)
               IF TC-EXENCION(RENGLON-HALLADO) = "N" OR "T" OR "A"
                   OR "S" OR "D"
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               ELSE
                   DISPLAY "REGLA DE EXENCION INVALIDA"
               END-IF
           END-PERFORM.
           MOVE 0   TO TC-UMAS(RENGLON-HALLADO).
           MOVE 100 TO TC-PORC-EXENTO(RENGLON-HALLADO).
           IF TC-EXENCION(RENGLON-HALLADO) = "A" OR "S" OR "D"
               DISPLAY "TOPE EXENTO EN UMAS (999.99)"
               ACCEPT TC-UMAS(RENGLON-HALLADO)
               MOVE 0 TO BANDERA-CAMPO-VALIDO
               PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
                   DISPLAY "PORCENTAJE DEL IMPORTE QUE PUEDE SER"
                       " EXENTO (1-100)"
                   ACCEPT TC-PORC-EXENTO(RENGLON-HALLADO)
                   IF TC-PORC-EXENTO(RENGLON-HALLADO) > 0
                       AND TC-PORC-EXENTO(RENGLON-HALLADO) <= 100
                       MOVE 1 TO BANDERA-CAMPO-VALIDO
                   ELSE
                       DISPLAY "PORCENTAJE INVALIDO"
                   END-IF
               END-PERFORM
           END-IF.

      *******************************************************************
      *                            MODIFICAR
               DISPLAY "ETIQUETA: " TC-LABEL(RENGLON-HALLADO)
               DISPLAY "BOLSA:    " TC-BUCKET(RENGLON-HALLADO)
               DISPLAY "TOPE:     " TC-TOPE(RENGLON-HALLADO)
               DISPLAY "EXENCION: " TC-EXENCION(RENGLON-HALLADO)
                   "  UMAS: " TC-UMAS(RENGLON-HALLADO)
                   "  PORC: " TC-PORC-EXENTO(RENGLON-HALLADO)
               DISPLAY "DESEA MODIFICAR?"
               ACCEPT WKS-RESP
               IF NOT W88-NO
      *                          LISTAR TODOS
      *******************************************************************
       LISTAR-TODOS.
           DISPLAY "CLAVE ETIQUETA      BOLSA TOPE     EXE UMAS"
               "   PORC".
           PERFORM VARYING I-CON FROM 1 BY 1
                   UNTIL I-CON > CONT-CONCEPTOS
               DISPLAY TC-CLAVE(I-CON) "    " TC-LABEL(I-CON) " "
                   TC-BUCKET(I-CON) "    " TC-TOPE(I-CON) " "
                   TC-EXENCION(I-CON) "   " TC-UMAS(I-CON) " "
                   TC-PORC-EXENTO(I-CON)
           END-PERFORM.
           DISPLAY "TOTAL DE CONCEPTOS: " CONT-CONCEPTOS.

           DISPLAY "------------".
           DISPLAY "SELECCIONA UNA OPCION".
           DISPLAY "1. ALTA.".
           DISPLAY "2. MODIFICACION (ETIQUETA, BOLSA, TOPE Y "
               "EXENCION).".
           DISPLAY "3. LISTAR TODOS.".
           DISPLAY "4. GUARDAR Y SALIR."
           ACCEPT OPCION-MENU.
