      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 4CURABC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CURSOS ASSIGN TO "CURSOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUR-CLAVE.
           SELECT OPTIONAL PUECURSO ASSIGN TO "PUECURSO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PC-LLAVE.
           SELECT OPTIONAL PUESTOS ASSIGN TO "PUESTOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PUE-CLAVE.

       DATA DIVISION.
       FILE SECTION.
      *****CATALOGO DE CURSOS DE CAPACITACION PARA LA STPS: EL AREA ES
      *****LA CLAVE DEL AREA TEMATICA DEL CATALOGO DE LA STPS QUE PIDE
      *****LA DC-3; EL AGENTE ES EL REGISTRO DEL AGENTE CAPACITADOR
      *****EXTERNO (ESPACIOS = INSTRUCTOR INTERNO). 2CAPCAP REGISTRA
      *****QUIEN LOS TOMA Y 3DC3GEN IMPRIME LAS CONSTANCIAS
       FD  CURSOS.
       01  CURSOS-REG.
           03  CUR-CLAVE           PIC X(04).
           03  CUR-NOMBRE          PIC X(30).
           03  CUR-AREA            PIC X(04).
           03  CUR-HORAS           PIC 9(03).
           03  CUR-INSTRUCTOR      PIC X(30).
           03  CUR-AGENTE          PIC X(20).
           03  CUR-MODALIDAD       PIC X(01).

      *****CURSOS QUE EXIGE CADA PUESTO (4PUEABC). LA VIGENCIA EN MESES
      *****OBLIGA A REPETIR EL CURSO (CERO = SE TOMA UNA SOLA VEZ); LA
      *****USA EL REPORTE DE BRECHAS DE 5CAPREP
       FD  PUECURSO.
       01  PUECURSO-REG.
           03  PC-LLAVE.
               05  PC-PUESTO       PIC X(04).
               05  PC-CURSO        PIC X(04).
           03  PC-VIGENCIA-MESES   PIC 9(03).

       FD  PUESTOS.
       01  PUESTOS-REG.
           03  PUE-CLAVE           PIC X(04).
           03  PUE-DESCRIPCION     PIC X(20).
           03  PUE-SUELDO-MIN      PIC 9(05)V99.
           03  PUE-SUELDO-MAX      PIC 9(05)V99.

       WORKING-STORAGE SECTION.
       77  BANDERA-SALIR-MENU  PIC 9.
       77  OPCION-MENU         PIC 9.
       77  CUR-KEY-EXISTE      PIC 9.
       77  PC-KEY-EXISTE       PIC 9.
       77  PUE-KEY-EXISTE      PIC 9.
       77  AUTORIZACION        PIC 9(03).
       77  WKS-RESP PIC X(02).
           88  W88-NO VALUE "NO".
       77  FIN-LISTADO         PIC 9.
       77  BANDERA-CAMPO-VALIDO PIC 9.
       77  OPCION-REQUISITO    PIC X(01).
       77  PUESTO-BUSCADO      PIC X(04).
       77  CONT-REQUISITOS     PIC 9(03).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO BANDERA-SALIR-MENU.
           OPEN I-O CURSOS.
           OPEN I-O PUECURSO.
           OPEN INPUT PUESTOS.
           PERFORM MOSTRAR-MENU UNTIL BANDERA-SALIR-MENU = 1.
           CLOSE CURSOS.
           CLOSE PUECURSO.
           CLOSE PUESTOS.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *******************************************************************
      *                                LEER
      *******************************************************************
       LEER-CURSOS.
           MOVE 1 TO CUR-KEY-EXISTE.
           READ CURSOS INVALID KEY MOVE 0 TO CUR-KEY-EXISTE.

       LEER-PUECURSO.
           MOVE 1 TO PC-KEY-EXISTE.
           READ PUECURSO INVALID KEY MOVE 0 TO PC-KEY-EXISTE.

       LEER-PUESTOS.
           MOVE 1 TO PUE-KEY-EXISTE.
           READ PUESTOS INVALID KEY MOVE 0 TO PUE-KEY-EXISTE.

       CAPTURA-CURSO.
           DISPLAY "INGRESE EL NOMBRE DEL CURSO"
           ACCEPT CUR-NOMBRE
           DISPLAY "AREA TEMATICA (CLAVE DEL CATALOGO DE LA STPS)"
           ACCEPT CUR-AREA
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
               DISPLAY "DURACION EN HORAS"
               ACCEPT CUR-HORAS
               IF CUR-HORAS = 0
                   DISPLAY "LA DURACION NO PUEDE SER CERO"
               ELSE
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               END-IF
           END-PERFORM.
           DISPLAY "NOMBRE DEL INSTRUCTOR".
           ACCEPT CUR-INSTRUCTOR.
           DISPLAY "REGISTRO STPS DEL AGENTE EXTERNO (VACIO = INTERNO)".
           MOVE SPACES TO CUR-AGENTE.
           ACCEPT CUR-AGENTE.
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
               DISPLAY "MODALIDAD (P = PRESENCIAL, L = EN LINEA,"
                   " M = MIXTA)"
               ACCEPT CUR-MODALIDAD
               IF CUR-MODALIDAD = "P" OR "L" OR "M"
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               ELSE
                   DISPLAY "MODALIDAD INVALIDA"
               END-IF
           END-PERFORM.

       MOSTRAR-CURSO.
           DISPLAY "CLAVE:       ", CUR-CLAVE.
           DISPLAY "NOMBRE:      ", CUR-NOMBRE.
           DISPLAY "AREA:        ", CUR-AREA.
           DISPLAY "HORAS:       ", CUR-HORAS.
           DISPLAY "INSTRUCTOR:  ", CUR-INSTRUCTOR.
           IF CUR-AGENTE = SPACES
               DISPLAY "AGENTE:      INTERNO"
           ELSE
               DISPLAY "AGENTE:      ", CUR-AGENTE
           END-IF.
           DISPLAY "MODALIDAD:   ", CUR-MODALIDAD.

      *******************************************************************
      *                             ALTA
      *******************************************************************
       ALTA.
           DISPLAY "INGRESA CLAVE DEL CURSO"
           ACCEPT CUR-CLAVE
           PERFORM LEER-CURSOS
           IF CUR-KEY-EXISTE = 1
               DISPLAY "CURSO YA EXISTE"
           ELSE
               PERFORM CAPTURA-CURSO
               WRITE CURSOS-REG
               ADD 1 TO AUTORIZACION
               DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
           END-IF.

      *******************************************************************
      *                             BAJA
      *******************************************************************
      *****UN CURSO QUE ALGUN PUESTO EXIGE NO SE BORRA: PRIMERO SE
      *****QUITA DE LOS REQUISITOS
       BAJA.
           DISPLAY "INGRESA CLAVE DEL CURSO"
           ACCEPT CUR-CLAVE
           PERFORM LEER-CURSOS
           IF CUR-KEY-EXISTE = 1
               PERFORM MOSTRAR-CURSO
               PERFORM CONTAR-PUESTOS-DEL-CURSO
               IF CONT-REQUISITOS > 0
                   DISPLAY "EL CURSO LO EXIGEN " CONT-REQUISITOS
                       " PUESTOS; QUITELO DE SUS REQUISITOS ANTES"
               ELSE
                   DISPLAY "QUIERES DAR DE BAJA ESTE CURSO?"
                   ACCEPT WKS-RESP
                   IF NOT W88-NO
                       DELETE CURSOS
                       ADD 1 TO AUTORIZACION
                       DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
                   ELSE
                       DISPLAY "BAJA CANCELADA"
                   END-IF
               END-IF
           ELSE
               DISPLAY "CURSO NO EXISTE".

       CONTAR-PUESTOS-DEL-CURSO.
           MOVE 0 TO CONT-REQUISITOS.
           MOVE 0 TO FIN-LISTADO.
           MOVE LOW-VALUES TO PC-LLAVE.
           START PUECURSO KEY IS NOT LESS THAN PC-LLAVE
               INVALID KEY MOVE 1 TO FIN-LISTADO.
           PERFORM UNTIL FIN-LISTADO = 1
               READ PUECURSO NEXT RECORD
                   AT END
                       MOVE 1 TO FIN-LISTADO
                   NOT AT END
                       IF PC-CURSO = CUR-CLAVE
                           ADD 1 TO CONT-REQUISITOS
                       END-IF
               END-READ
           END-PERFORM.

      *******************************************************************
      *                           CONSULTA
      *******************************************************************
       CONSULTA.
           DISPLAY "INGRESA CLAVE DEL CURSO"
           ACCEPT CUR-CLAVE.
           PERFORM LEER-CURSOS.
           IF CUR-KEY-EXISTE = 1
               PERFORM MOSTRAR-CURSO
           ELSE
               DISPLAY "CURSO NO EXISTE".

      *******************************************************************
      *                            MODIFICAR
      *******************************************************************
       MODIFICAR.
           DISPLAY "INGRESA LA CLAVE DEL CURSO"
           ACCEPT CUR-CLAVE
           PERFORM LEER-CURSOS.
           IF CUR-KEY-EXISTE = 1
               PERFORM MOSTRAR-CURSO
               DISPLAY "DESEA MODIFICAR?"
               ACCEPT WKS-RESP
               IF NOT W88-NO
                   PERFORM CAPTURA-CURSO
                   REWRITE CURSOS-REG
                   ADD 1 TO AUTORIZACION
                   DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
               ELSE
                   DISPLAY "MODIFICACION CANCELADA"
           ELSE
               DISPLAY "CURSO NO EXISTE".

      *******************************************************************
      *                          LISTAR TODOS
      *******************************************************************
       LISTAR-TODOS.
           MOVE 0 TO FIN-LISTADO.
           MOVE LOW-VALUES TO CUR-CLAVE.
           START CURSOS KEY IS NOT LESS THAN CUR-CLAVE
               INVALID KEY
                   DISPLAY "NO HAY CURSOS"
                   MOVE 1 TO FIN-LISTADO.
           DISPLAY "CLAVE NOMBRE                         AREA HORAS"
               " AGENTE".
           PERFORM UNTIL FIN-LISTADO = 1
               READ CURSOS NEXT RECORD
                   AT END
                       MOVE 1 TO FIN-LISTADO
                   NOT AT END
                       DISPLAY CUR-CLAVE "  " CUR-NOMBRE " "
                           CUR-AREA " " CUR-HORAS "   " CUR-AGENTE
               END-READ
           END-PERFORM.

      *******************************************************************
      *                     REQUISITOS POR PUESTO
      *******************************************************************
      *****EL PUESTO DEBE EXISTIR EN 4PUEABC Y EL CURSO EN ESTE
      *****CATALOGO; CON EL CATALOGO DE PUESTOS VACIO NO HAY CONTRA QUE
      *****CRUZAR EL REPORTE DE BRECHAS, ASI QUE NO SE ACEPTAN
       REQUISITOS.
           DISPLAY "CLAVE DEL PUESTO".
           ACCEPT PUESTO-BUSCADO.
           MOVE PUESTO-BUSCADO TO PUE-CLAVE.
           PERFORM LEER-PUESTOS.
           IF PUE-KEY-EXISTE = 0
               DISPLAY "PUESTO NO EXISTE EN EL CATALOGO (4PUEABC)"
           ELSE
               DISPLAY "PUESTO: " PUE-DESCRIPCION
               PERFORM LISTAR-REQUISITOS
               DISPLAY "A = AGREGAR CURSO, Q = QUITAR CURSO,"
                   " OTRO = REGRESAR"
               ACCEPT OPCION-REQUISITO
               IF OPCION-REQUISITO = "A"
                   PERFORM AGREGAR-REQUISITO
               ELSE IF OPCION-REQUISITO = "Q"
                   PERFORM QUITAR-REQUISITO
               END-IF
               END-IF
           END-IF.

       LISTAR-REQUISITOS.
           MOVE 0 TO CONT-REQUISITOS.
           MOVE 0 TO FIN-LISTADO.
           MOVE PUESTO-BUSCADO TO PC-PUESTO.
           MOVE LOW-VALUES TO PC-CURSO.
           START PUECURSO KEY IS NOT LESS THAN PC-LLAVE
               INVALID KEY MOVE 1 TO FIN-LISTADO.
           DISPLAY "CURSO NOMBRE                         VIGENCIA".
           PERFORM UNTIL FIN-LISTADO = 1
               READ PUECURSO NEXT RECORD
                   AT END
                       MOVE 1 TO FIN-LISTADO
                   NOT AT END
                       IF PC-PUESTO NOT = PUESTO-BUSCADO
                           MOVE 1 TO FIN-LISTADO
                       ELSE
                           ADD 1 TO CONT-REQUISITOS
                           MOVE PC-CURSO TO CUR-CLAVE
                           PERFORM LEER-CURSOS
                           IF CUR-KEY-EXISTE = 0
                               MOVE "(SIN CATALOGO)" TO CUR-NOMBRE
                           END-IF
                           DISPLAY PC-CURSO "  " CUR-NOMBRE " "
                               PC-VIGENCIA-MESES
                       END-IF
               END-READ
           END-PERFORM.
           IF CONT-REQUISITOS = 0
               DISPLAY "EL PUESTO NO EXIGE CURSOS".

       AGREGAR-REQUISITO.
           DISPLAY "CLAVE DEL CURSO".
           ACCEPT CUR-CLAVE.
           PERFORM LEER-CURSOS.
           IF CUR-KEY-EXISTE = 0
               DISPLAY "CURSO NO EXISTE"
           ELSE
               MOVE PUESTO-BUSCADO TO PC-PUESTO
               MOVE CUR-CLAVE      TO PC-CURSO
               PERFORM LEER-PUECURSO
               IF PC-KEY-EXISTE = 1
                   DISPLAY "EL PUESTO YA EXIGE ESE CURSO"
               ELSE
                   DISPLAY "VIGENCIA EN MESES (0 = UNA SOLA VEZ)"
                   ACCEPT PC-VIGENCIA-MESES
                   WRITE PUECURSO-REG
                   ADD 1 TO AUTORIZACION
                   DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
               END-IF
           END-IF.

       QUITAR-REQUISITO.
           DISPLAY "CLAVE DEL CURSO".
           ACCEPT PC-CURSO.
           MOVE PUESTO-BUSCADO TO PC-PUESTO.
           PERFORM LEER-PUECURSO.
           IF PC-KEY-EXISTE = 0
               DISPLAY "EL PUESTO NO EXIGE ESE CURSO"
           ELSE
               DELETE PUECURSO
               ADD 1 TO AUTORIZACION
               DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
           END-IF.

      *******************************************************************
      *                               MENU
      *******************************************************************
       MOSTRAR-MENU.
           MOVE "NO" TO WKS-RESP.
           MOVE 0 TO OPCION-MENU.
           DISPLAY "------------".
           DISPLAY "  CURSOS DE CAPACITACION".
           DISPLAY "------------".
           DISPLAY "SELECCIONA UNA OPCION".
           DISPLAY "1. ALTA.".
           DISPLAY "2. BAJA.".
           DISPLAY "3. CONSULTA.".
           DISPLAY "4. MODIFICACION.".
           DISPLAY "5. LISTAR TODOS.".
           DISPLAY "6. CURSOS REQUERIDOS POR PUESTO.".
           DISPLAY "7. SALIR."
           ACCEPT OPCION-MENU.
           IF OPCION-MENU = 1
               PERFORM ALTA
           ELSE IF OPCION-MENU = 2
               PERFORM BAJA
           ELSE IF OPCION-MENU = 3
               PERFORM CONSULTA
           ELSE IF OPCION-MENU = 4
               PERFORM MODIFICAR
           ELSE IF OPCION-MENU = 5
               PERFORM LISTAR-TODOS
           ELSE IF OPCION-MENU = 6
               PERFORM REQUISITOS
           ELSE IF OPCION-MENU = 7
               DISPLAY "ADIOS"
               MOVE 1 TO BANDERA-SALIR-MENU.


       END PROGRAM 4CURABC.
