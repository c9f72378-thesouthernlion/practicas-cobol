           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USU-CLAVE.

           SELECT OPTIONAL TARMAT ASSIGN TO "TARMAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TM-MATERIA.

       DATA DIVISION.
       FILE SECTION.
      *****CATALOGO DE MATERIAS: PONE NOMBRE A LAS 6 CASILLAS ANONIMAS
           03  USU-PASSWORD        PIC X(08).
           03  USU-NIVEL           PIC 9.

      *****TARIFA DE HORA-CLASE POR MATERIA; 3HORPAG LA USA CUANDO EL
      *****PROFESOR NO TIENE TARIFA PROPIA EN SU LIGA A NOMINA
       FD  TARMAT.
       01  TARMAT-REG.
           03  TM-MATERIA          PIC X(03).
           03  TM-TARIFA           PIC 9(04)V99.

       WORKING-STORAGE SECTION.
       77  BANDERA-SALIR-MENU  PIC 9.
       77  OPCION-MENU         PIC 9.
       77  I-PLA               PIC 9.
       77  MATERIA-CAPTURADA   PIC X(03).
       77  BANDERA-CASILLA     PIC 9.
       77  TM-KEY-EXISTE       PIC 9.
      *****FIRMA DEL OPERADOR: TRES INTENTOS; CON EL MAESTRO DE
      *****USUARIOS VACIO O AUSENTE SE ENTRA LIBRE COMO SUPERVISOR
      *****(ARRANQUE INICIAL)
           OPEN I-O MATERIAS.
           OPEN I-O PLANEST.
           OPEN INPUT GRUPOS.
           OPEN I-O TARMAT.
           PERFORM MOSTRAR-MENU UNTIL BANDERA-SALIR-MENU = 1.
           CLOSE MATERIAS
           CLOSE PLANEST
           CLOSE GRUPOS
           CLOSE TARMAT
           CLOSE USUARIOS
           MOVE 0 TO RETURN-CODE.
           GOBACK.
               MOVE MATERIA-CAPTURADA TO PLA-MATERIA(I-PLA)
           END-PERFORM.

      *******************************************************************
      *                      TARIFA HORA-CLASE
      *******************************************************************
      *****TARIFA EN CERO BORRA EL RENGLON: LA MATERIA QUEDA SIN
      *****TARIFA Y SOLO SE PAGA A QUIEN TENGA TARIFA PROPIA
       TARIFA-HORA-CLASE.
           DISPLAY "INGRESA CLAVE DE MATERIA"
           ACCEPT MAT-CLAVE
           PERFORM LEER-MATERIAS
           IF MAT-KEY-EXISTE = 0
               DISPLAY "MATERIA NO EXISTE"
           ELSE
               MOVE MAT-CLAVE TO TM-MATERIA
               MOVE 1 TO TM-KEY-EXISTE
               READ TARMAT INVALID KEY MOVE 0 TO TM-KEY-EXISTE
               END-READ
               IF TM-KEY-EXISTE = 1
                   DISPLAY "TARIFA ACTUAL: ", TM-TARIFA
               ELSE
                   DISPLAY "LA MATERIA NO TIENE TARIFA"
               END-IF
               DISPLAY "TARIFA POR HORA-CLASE (0 = SIN TARIFA)"
               ACCEPT TM-TARIFA
               IF TM-TARIFA = 0
                   IF TM-KEY-EXISTE = 1
                       DELETE TARMAT
                   END-IF
               ELSE
                   IF TM-KEY-EXISTE = 1
                       REWRITE TARMAT-REG
                   ELSE
                       WRITE TARMAT-REG
                   END-IF
               END-IF
               ADD 1 TO AUTORIZACION
               DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
           END-IF.

      *******************************************************************
      *                               MENU
      *******************************************************************
           DISPLAY "3. MODIFICACION.".
           DISPLAY "4. LISTAR TODAS.".
           DISPLAY "5. PLAN DE ESTUDIOS DEL GRUPO.".
           DISPLAY "6. TARIFA DE HORA-CLASE.".
           DISPLAY "7. SALIR."
           ACCEPT OPCION-MENU.
           IF OPCION-MENU = 1
               PERFORM ALTA
           ELSE IF OPCION-MENU = 5
               PERFORM PLAN-DE-ESTUDIOS
           ELSE IF OPCION-MENU = 6
               IF NIVEL-FIRMADO < 2
                   DISPLAY "LA TARIFA REQUIERE NIVEL SUPERVISOR"
               ELSE
                   PERFORM TARIFA-HORA-CLASE
               END-IF
           ELSE IF OPCION-MENU = 7
               DISPLAY "ADIOS"
               MOVE 1 TO BANDERA-SALIR-MENU.

