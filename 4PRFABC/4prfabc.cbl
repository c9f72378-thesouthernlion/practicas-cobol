           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USU-CLAVE.

           SELECT OPTIONAL PRFNOM ASSIGN TO "PRFNOM"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PN-PROFESOR.

           SELECT EMPINX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPINX-NOMINA.

       DATA DIVISION.
       FILE SECTION.
      *****MAESTRO DE PROFESORES: LA CLAVE ES LA MISMA CLAVE DE
           03  USU-PASSWORD        PIC X(08).
           03  USU-NIVEL           PIC 9.

      *****LIGA PROFESOR-NOMINA: A QUE NOMINA DE EMPINX SE PAGA LA
      *****HORA-CLASE QUE GENERA 3HORPAG Y LA TARIFA PROPIA DEL
      *****PROFESOR (CERO = LA TARIFA DE LA MATERIA)
       FD  PRFNOM.
       01  PRFNOM-REG.
           03  PN-PROFESOR         PIC X(08).
           03  PN-NOMINA           PIC 9(06).
           03  PN-TARIFA           PIC 9(04)V99.

       FD  EMPINX.
       01  EMPINX-REG.
           03  EMPINX-NOMINA       PIC 9(06).
           03  EMPINX-NOMBRE       PIC X(20).
           03  EMPINX-DPTO         PIC X(03).
           03  EMPINX-SUELDO       PIC S9(05)V99.
           03  EMPINX-RFC          PIC X(13).
           03  EMPINX-FEC-INGRESO  PIC 9(08).
           03  EMPINX-SUELDO-YTD   PIC 9(08)V99.
           03  EMPINX-PERCEP-YTD   PIC 9(08).
           03  EMPINX-DEDUC-YTD    PIC 9(08).
           03  EMPINX-CLABE        PIC X(18).
           03  EMPINX-HORAS-EXTRAS PIC 9(03).
           03  EMPINX-TARIFA-EXTRA PIC 9(03)V99.
           03  EMPINX-FALTAS-YTD   PIC 9(03).
           03  EMPINX-INCAP-YTD    PIC 9(03).

       WORKING-STORAGE SECTION.
       77  BANDERA-SALIR-MENU  PIC 9.
       77  OPCION-MENU         PIC 9.
           88  W88-NO VALUE "NO".
       77  FIN-LISTADO         PIC 9.
       77  PROFESOR-TRABAJO    PIC X(08).
       77  PN-KEY-EXISTE       PIC 9.
       77  EXISTE-NOMINA       PIC 9.
      *****FIRMA DEL OPERADOR: TRES INTENTOS; CON EL MAESTRO DE
      *****USUARIOS VACIO O AUSENTE SE ENTRA LIBRE COMO SUPERVISOR
      *****(ARRANQUE INICIAL)
           OPEN INPUT GRUPOS.
           OPEN INPUT PLANEST.
           OPEN INPUT MATERIAS.
           OPEN I-O PRFNOM.
           OPEN INPUT EMPINX.
           PERFORM MOSTRAR-MENU UNTIL BANDERA-SALIR-MENU = 1.
           CLOSE PROFESORES
           CLOSE ASIGNA
           CLOSE GRUPOS
           CLOSE PLANEST
           CLOSE MATERIAS
           CLOSE PRFNOM
           CLOSE EMPINX
           CLOSE USUARIOS
           MOVE 0 TO RETURN-CODE.
           GOBACK.
               END-READ
           END-PERFORM.

      *******************************************************************
      *                  LIGA A NOMINA Y TARIFA HORA-CLASE
      *******************************************************************
      *****LA NOMINA DEBE EXISTIR EN EMPINX; NOMINA EN CERO QUITA LA
      *****LIGA Y EL PROFESOR SALE EN LAS EXCEPCIONES DE 3HORPAG
       LIGA-NOMINA.
           DISPLAY "CLAVE DEL PROFESOR"
           ACCEPT PRF-CLAVE
           PERFORM LEER-PROFESORES
           IF PRF-KEY-EXISTE = 0
               DISPLAY "PROFESOR NO EXISTE"
           ELSE
               MOVE PRF-CLAVE TO PN-PROFESOR
               MOVE 1 TO PN-KEY-EXISTE
               READ PRFNOM INVALID KEY MOVE 0 TO PN-KEY-EXISTE
               END-READ
               IF PN-KEY-EXISTE = 1
                   DISPLAY "NOMINA ACTUAL:  ", PN-NOMINA
                   DISPLAY "TARIFA ACTUAL:  ", PN-TARIFA
               ELSE
                   DISPLAY "EL PROFESOR NO TIENE LIGA A NOMINA"
               END-IF
               DISPLAY "NOMINA DE EMPINX (0 = QUITAR LIGA)"
               ACCEPT PN-NOMINA
               MOVE 1 TO EXISTE-NOMINA
               IF PN-NOMINA NOT = 0
                   MOVE PN-NOMINA TO EMPINX-NOMINA
                   READ EMPINX INVALID KEY MOVE 0 TO EXISTE-NOMINA
                   END-READ
               END-IF
               IF EXISTE-NOMINA = 0
                   DISPLAY "LA NOMINA NO EXISTE EN EMPINX"
               END-IF
               IF EXISTE-NOMINA = 1 AND PN-NOMINA = 0
                   IF PN-KEY-EXISTE = 1
                       DELETE PRFNOM
                       ADD 1 TO AUTORIZACION
                       DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
                   END-IF
               END-IF
               IF EXISTE-NOMINA = 1 AND PN-NOMINA NOT = 0
                   DISPLAY "EMPLEADO: " EMPINX-NOMBRE
                   DISPLAY "TARIFA POR HORA-CLASE (0 = LA DE LA"
                       " MATERIA)"
                   ACCEPT PN-TARIFA
                   IF PN-KEY-EXISTE = 1
                       REWRITE PRFNOM-REG
                   ELSE
                       WRITE PRFNOM-REG
                   END-IF
                   ADD 1 TO AUTORIZACION
                   DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
               END-IF
           END-IF.

      *******************************************************************
      *                               MENU
      *******************************************************************
           DISPLAY "5. ASIGNAR GRUPO/CASILLA.".
           DISPLAY "6. QUITAR ASIGNACION.".
           DISPLAY "7. ASIGNACIONES DE UN PROFESOR.".
           DISPLAY "8. LIGA A NOMINA Y TARIFA HORA-CLASE.".
           DISPLAY "9. SALIR."
           ACCEPT OPCION-MENU.
           IF OPCION-MENU = 1
               PERFORM ALTA
           ELSE IF OPCION-MENU = 7
               PERFORM LISTAR-ASIGNACIONES
           ELSE IF OPCION-MENU = 8
               IF NIVEL-FIRMADO < 2
                   DISPLAY "LA LIGA A NOMINA REQUIERE NIVEL SUPERVISOR"
               ELSE
                   PERFORM LIGA-NOMINA
               END-IF
           ELSE IF OPCION-MENU = 9
               DISPLAY "ADIOS"
               MOVE 1 TO BANDERA-SALIR-MENU.

