      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 4SERABC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SERVICIOS ASSIGN TO "SERVICIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SRV-CLAVE.

           SELECT OPTIONAL SERVINS ASSIGN TO "SERVINS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SIN-LLAVE
           ALTERNATE RECORD KEY IS SIN-SERVICIO WITH DUPLICATES.

           SELECT ALUINX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALUINX-MATRICULA.

           SELECT ALUPRO ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.
      *****CATALOGO DE SERVICIOS ESCOLARES: CADA RUTA DE TRANSPORTE,
      *****TURNO DE COMEDOR O TALLER VESPERTINO ES UNA CLAVE CON SU
      *****PRECIO MENSUAL, CUPO (CERO = SIN LIMITE) Y CAMPUS (ESPACIOS =
      *****TODOS). 3COLPRO LOS CARGA A LA CARTERA JUNTO A LA COLEGIATURA
       FD  SERVICIOS.
       01  SERVICIOS-REG.
           03  SRV-CLAVE           PIC X(04).
           03  SRV-TIPO            PIC X(01).
               88  SRV-TRANSPORTE  VALUE "T".
               88  SRV-COMEDOR     VALUE "C".
               88  SRV-TALLER      VALUE "K".
               88  SRV-TIPO-VALIDO VALUE "T" "C" "K".
           03  SRV-DESCRIPCION     PIC X(30).
           03  SRV-PRECIO          PIC 9(05)V99.
           03  SRV-CUPO            PIC 9(04).
           03  SRV-CAMPUS          PIC X(03).
           03  SRV-ESTADO          PIC X(10).

      *****INSCRIPCION DEL ALUMNO A CADA SERVICIO CON MES DE INICIO Y
      *****DE FIN (FIN EN CERO = SIN FECHA DE TERMINO); LA LLAVE
      *****ALTERNA POR SERVICIO DA EL CUPO Y LAS LISTAS (5SERREP)
       FD  SERVINS.
       01  SERVINS-REG.
           03  SIN-LLAVE.
               05  SIN-MATRICULA   PIC 9(08).
               05  SIN-SERVICIO    PIC X(04).
           03  SIN-MES-INICIO      PIC 9(06).
           03  SIN-MES-FIN         PIC 9(06).
           03  SIN-FEC-ALTA        PIC 9(08).

       FD  ALUINX.
       01  ALUINX-REG.
           03  ALUINX-MATRICULA    PIC 9(8).
           03  ALUINX-NOMBRE       PIC X(30).
           03  ALUINX-GRUPO        PIC X(03).
           03  ALUINX-PROMEDIO     PIC 9(03)V99.

      *****MISMO LAYOUT QUE EL ALUPRO-REG DE 3ALUPRO; SOLO SE TOMA DE
      *****AQUI EL CAMPUS/TURNO DEL ALUMNO
       FD  ALUPRO.
       01  ALUPRO-REG.
           03  ALUPRO-NOM     PIC X(30).
           03  ALUPRO-MAT     PIC 9(08).
           03  ALUPRO-GPO     PIC X(03).
           03  ALUPRO-CAMPUS-TURNO PIC X(03).
           03  ALUPRO-NUM-CAL PIC 9.
           03  ALUPRO-CALIFICACIONES  OCCURS 6 TIMES.
               05  ALUPRO-CAL     PIC 999V99.
           03  ALUPRO-PROM    PIC 999V99.
           03  ALUPRO-ESTATUS PIC X(09).
           03  FILLER          PIC XX.

       WORKING-STORAGE SECTION.
       77  BANDERA-SALIR-MENU  PIC 9.
       77  OPCION-MENU         PIC 9.
       77  SRV-KEY-EXISTE      PIC 9.
       77  SIN-KEY-EXISTE      PIC 9.
       77  EXISTE-MATRICULA    PIC 9.
       77  AUTORIZACION        PIC 9(03).
       77  WKS-RESP PIC X(02).
           88  W88-NO VALUE "NO".
       77  FIN-LISTADO         PIC 9.
       77  BANDERA-CAMPO-VALIDO PIC 9.
       77  ALUPRO-EOF          PIC 9.
       77  SERVINS-EOF         PIC 9.
       77  CAMPUS-ALUMNO       PIC X(03).
       77  MATRICULA-TRABAJO   PIC 9(08).
       77  SERVICIO-TRABAJO    PIC X(04).
       77  INICIO-TRABAJO      PIC 9(06).
       77  FIN-TRABAJO         PIC 9(06).
       77  MES-TOPE            PIC 9(06).
       77  INSCRITOS-MES       PIC 9(04).
       77  CUPO-OK             PIC 9.
       77  MESES-REVISADOS     PIC 9(02).
       77  FECHA-HOY-LARGA     PIC 9(08).
       01  FECHA-HOY.
           03  FECHA-HOY-AA        PIC 99.
           03  FECHA-HOY-MM        PIC 99.
           03  FECHA-HOY-DD        PIC 99.
       01  MES-REVISION.
           03  MES-REVISION-ANIO   PIC 9(04).
           03  MES-REVISION-MM     PIC 9(02).
       01  MES-REVISION-N REDEFINES MES-REVISION PIC 9(06).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO BANDERA-SALIR-MENU.
           ACCEPT FECHA-HOY FROM DATE.
           COMPUTE FECHA-HOY-LARGA =
               (2000 + FECHA-HOY-AA) * 10000
               + FECHA-HOY-MM * 100 + FECHA-HOY-DD.
           OPEN I-O SERVICIOS.
           OPEN I-O SERVINS.
           OPEN INPUT ALUINX.
           PERFORM MOSTRAR-MENU UNTIL BANDERA-SALIR-MENU = 1.
           CLOSE SERVICIOS
           CLOSE SERVINS
           CLOSE ALUINX
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *******************************************************************
      *                                LEER
      *******************************************************************
       LEER-SERVICIO.
           MOVE 1 TO SRV-KEY-EXISTE.
           READ SERVICIOS INVALID KEY MOVE 0 TO SRV-KEY-EXISTE.

       LEER-INSCRIPCION.
           MOVE 1 TO SIN-KEY-EXISTE.
           READ SERVINS INVALID KEY MOVE 0 TO SIN-KEY-EXISTE.

       CAPTURA-DATOS-SERVICIO.
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
               DISPLAY "TIPO: T = RUTA DE TRANSPORTE, C = TURNO DE "
                   "COMEDOR, K = TALLER"
               ACCEPT SRV-TIPO
               IF SRV-TIPO-VALIDO
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               ELSE
                   DISPLAY "TIPO INVALIDO"
               END-IF
           END-PERFORM.
           DISPLAY "DESCRIPCION".
           ACCEPT SRV-DESCRIPCION.
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
               DISPLAY "PRECIO MENSUAL (CON CENTAVOS)"
               ACCEPT SRV-PRECIO
               IF SRV-PRECIO = 0
                   DISPLAY "EL PRECIO DEBE SER MAYOR A CERO"
               ELSE
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               END-IF
           END-PERFORM.
           DISPLAY "CUPO (0 = SIN LIMITE)".
           ACCEPT SRV-CUPO.
           DISPLAY "CAMPUS/TURNO (ENTER = TODOS)".
           ACCEPT SRV-CAMPUS.

      *******************************************************************
      *                        ALTA DE SERVICIO
      *******************************************************************
       ALTA-SERVICIO.
           DISPLAY "CLAVE DEL SERVICIO".
           ACCEPT SRV-CLAVE.
           PERFORM LEER-SERVICIO.
           IF SRV-CLAVE = SPACES
               DISPLAY "LA CLAVE NO PUEDE IR EN BLANCO"
           ELSE IF SRV-KEY-EXISTE = 1
               DISPLAY "ESE SERVICIO YA EXISTE, USA MODIFICACION"
           ELSE
               PERFORM CAPTURA-DATOS-SERVICIO
               MOVE "ACTIVO" TO SRV-ESTADO
               WRITE SERVICIOS-REG
               ADD 1 TO AUTORIZACION
               DISPLAY "OPERACION EXITOSA: ", AUTORIZACION.

      *******************************************************************
      *                      MODIFICAR SERVICIO
      *******************************************************************
      *****EL SERVICIO INACTIVO YA NO ADMITE INSCRIPCIONES; LAS
      *****VIGENTES SE SIGUEN COBRANDO HASTA SU MES DE FIN
       MODIFICAR-SERVICIO.
           DISPLAY "CLAVE DEL SERVICIO".
           ACCEPT SRV-CLAVE.
           PERFORM LEER-SERVICIO.
           IF SRV-KEY-EXISTE = 1
               DISPLAY SRV-TIPO " " SRV-DESCRIPCION " PRECIO: "
                   SRV-PRECIO " CUPO: " SRV-CUPO " CAMPUS: "
                   SRV-CAMPUS " " SRV-ESTADO
               DISPLAY "DESEA MODIFICAR?"
               ACCEPT WKS-RESP
               IF NOT W88-NO
                   PERFORM CAPTURA-DATOS-SERVICIO
                   DISPLAY "ESTADO: 1 = ACTIVO, 2 = INACTIVO"
                   ACCEPT OPCION-MENU
                   IF OPCION-MENU = 2
                       MOVE "INACTIVO" TO SRV-ESTADO
                   ELSE
                       MOVE "ACTIVO" TO SRV-ESTADO
                   END-IF
                   MOVE 0 TO OPCION-MENU
                   REWRITE SERVICIOS-REG
                   ADD 1 TO AUTORIZACION
                   DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
               ELSE
                   DISPLAY "MODIFICACION CANCELADA"
           ELSE
               DISPLAY "NO EXISTE ESE SERVICIO".

      *******************************************************************
      *                       LISTAR SERVICIOS
      *******************************************************************
       LISTAR-SERVICIOS.
           MOVE 0 TO FIN-LISTADO.
           MOVE LOW-VALUES TO SRV-CLAVE.
           START SERVICIOS KEY IS NOT LESS THAN SRV-CLAVE
               INVALID KEY
                   DISPLAY "NO HAY SERVICIOS"
                   MOVE 1 TO FIN-LISTADO.
           DISPLAY "CLAV T DESCRIPCION                    PRECIO   "
               "CUPO CAM ESTADO".
           PERFORM UNTIL FIN-LISTADO = 1
               READ SERVICIOS NEXT RECORD
                   AT END
                       MOVE 1 TO FIN-LISTADO
                   NOT AT END
                       DISPLAY SRV-CLAVE " " SRV-TIPO " "
                           SRV-DESCRIPCION " " SRV-PRECIO " "
                           SRV-CUPO " " SRV-CAMPUS " " SRV-ESTADO
               END-READ
           END-PERFORM.

      *******************************************************************
      *                       INSCRIBIR ALUMNO
      *******************************************************************
      *****ALTA O CAMBIO DE PERIODO DE LA INSCRIPCION; EL SERVICIO DEBE
      *****ESTAR ACTIVO, SER DEL CAMPUS DEL ALUMNO Y TENER CUPO EN CADA
      *****MES DEL PERIODO
       INSCRIBIR-ALUMNO.
           PERFORM CAPTURA-MATRICULA.
           DISPLAY "CLAVE DEL SERVICIO".
           ACCEPT SRV-CLAVE.
           PERFORM LEER-SERVICIO.
           IF SRV-KEY-EXISTE = 0
               DISPLAY "NO EXISTE ESE SERVICIO"
           ELSE IF SRV-ESTADO NOT = "ACTIVO"
               DISPLAY "EL SERVICIO ESTA " SRV-ESTADO
           ELSE
               DISPLAY "SERVICIO: " SRV-DESCRIPCION
               PERFORM BUSCAR-CAMPUS-ALUMNO
               IF SRV-CAMPUS NOT = SPACES
                   AND CAMPUS-ALUMNO NOT = SPACES
                   AND CAMPUS-ALUMNO NOT = SRV-CAMPUS
                   DISPLAY "EL SERVICIO ES DEL CAMPUS " SRV-CAMPUS
                       " Y EL ALUMNO ES DE " CAMPUS-ALUMNO
               ELSE
                   PERFORM CAPTURA-PERIODO
               END-IF
           END-IF
           END-IF.

       CAPTURA-MATRICULA.
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
               DISPLAY "MATRICULA DEL ALUMNO"
               ACCEPT MATRICULA-TRABAJO
               MOVE MATRICULA-TRABAJO TO ALUINX-MATRICULA
               MOVE 1 TO EXISTE-MATRICULA
               READ ALUINX INVALID KEY MOVE 0 TO EXISTE-MATRICULA
               END-READ
               IF EXISTE-MATRICULA = 0
                   DISPLAY "MATRICULA NO EXISTE EN ALUINX"
               ELSE
                   DISPLAY "ALUMNO: " ALUINX-NOMBRE
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               END-IF
           END-PERFORM.

       CAPTURA-PERIODO.
           MOVE MATRICULA-TRABAJO TO SIN-MATRICULA.
           MOVE SRV-CLAVE         TO SIN-SERVICIO.
           PERFORM LEER-INSCRIPCION.
           IF SIN-KEY-EXISTE = 1
               DISPLAY "YA INSCRITO DE " SIN-MES-INICIO " A "
                   SIN-MES-FIN " - SE CAMBIA EL PERIODO"
           END-IF.
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
               DISPLAY "MES DE INICIO (AAAAMM)"
               ACCEPT INICIO-TRABAJO
               DISPLAY "MES DE FIN (AAAAMM, 0 = SIN FECHA)"
               ACCEPT FIN-TRABAJO
               MOVE INICIO-TRABAJO TO MES-REVISION-N
               IF MES-REVISION-MM < 1 OR MES-REVISION-MM > 12
                   DISPLAY "MES DE INICIO INVALIDO"
               ELSE IF FIN-TRABAJO NOT = 0
                   AND FIN-TRABAJO < INICIO-TRABAJO
                   DISPLAY "EL FIN NO PUEDE SER ANTES DEL INICIO"
               ELSE
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               END-IF
               END-IF
           END-PERFORM.
           PERFORM REVISAR-CUPO.
           IF CUPO-OK = 0
               DISPLAY "SIN CUPO EN " MES-REVISION-N " ("
                   INSCRITOS-MES " DE " SRV-CUPO ")"
           ELSE
               MOVE MATRICULA-TRABAJO TO SIN-MATRICULA
               MOVE SRV-CLAVE         TO SIN-SERVICIO
               MOVE INICIO-TRABAJO    TO SIN-MES-INICIO
               MOVE FIN-TRABAJO       TO SIN-MES-FIN
               MOVE FECHA-HOY-LARGA   TO SIN-FEC-ALTA
               IF SIN-KEY-EXISTE = 1
                   REWRITE SERVINS-REG
               ELSE
                   WRITE SERVINS-REG
               END-IF
               ADD 1 TO AUTORIZACION
               DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
           END-IF.

      *****CUENTA LOS INSCRITOS VIGENTES MES POR MES DEL PERIODO (SIN
      *****FIN SE REVISAN DOCE MESES), SIN CONTAR AL PROPIO ALUMNO
       REVISAR-CUPO.
           MOVE 1 TO CUPO-OK.
           IF SRV-CUPO > 0
               MOVE INICIO-TRABAJO TO MES-REVISION-N
               IF FIN-TRABAJO = 0
                   MOVE INICIO-TRABAJO TO MES-TOPE
                   PERFORM SIGUIENTE-MES-TOPE 11 TIMES
               ELSE
                   MOVE FIN-TRABAJO TO MES-TOPE
               END-IF
               MOVE 0 TO MESES-REVISADOS
               PERFORM REVISAR-CUPO-MES
                   UNTIL CUPO-OK = 0 OR MES-REVISION-N > MES-TOPE
                       OR MESES-REVISADOS > 24
           END-IF.

       SIGUIENTE-MES-TOPE.
           MOVE MES-TOPE TO MES-REVISION-N.
           PERFORM SIGUIENTE-MES.
           MOVE MES-REVISION-N TO MES-TOPE.
           MOVE INICIO-TRABAJO TO MES-REVISION-N.

       REVISAR-CUPO-MES.
           ADD 1 TO MESES-REVISADOS.
           MOVE 0 TO INSCRITOS-MES.
           MOVE 0 TO SERVINS-EOF.
           MOVE SRV-CLAVE TO SIN-SERVICIO.
           START SERVINS KEY IS = SIN-SERVICIO
               INVALID KEY MOVE 1 TO SERVINS-EOF.
           PERFORM UNTIL SERVINS-EOF = 1
               READ SERVINS NEXT RECORD
                   AT END
                       MOVE 1 TO SERVINS-EOF
                   NOT AT END
                       IF SIN-SERVICIO NOT = SRV-CLAVE
                           MOVE 1 TO SERVINS-EOF
                       ELSE
                           IF SIN-MATRICULA NOT = MATRICULA-TRABAJO
                               AND SIN-MES-INICIO <= MES-REVISION-N
                               AND (SIN-MES-FIN = 0
                               OR SIN-MES-FIN >= MES-REVISION-N)
                               ADD 1 TO INSCRITOS-MES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF INSCRITOS-MES >= SRV-CUPO
               MOVE 0 TO CUPO-OK
           ELSE
               PERFORM SIGUIENTE-MES
           END-IF.

       SIGUIENTE-MES.
           IF MES-REVISION-MM = 12
               ADD 1 TO MES-REVISION-ANIO
               MOVE 1 TO MES-REVISION-MM
           ELSE
               ADD 1 TO MES-REVISION-MM
           END-IF.

      *****SIN RENGLON EN ALUPRO EL CAMPUS QUEDA EN ESPACIOS Y NO SE
      *****RESTRINGE
       BUSCAR-CAMPUS-ALUMNO.
           MOVE SPACES TO CAMPUS-ALUMNO.
           MOVE 0 TO ALUPRO-EOF.
           OPEN INPUT ALUPRO.
           READ ALUPRO AT END MOVE 1 TO ALUPRO-EOF.
           PERFORM UNTIL ALUPRO-EOF = 1
               IF ALUPRO-MAT = MATRICULA-TRABAJO
                   MOVE ALUPRO-CAMPUS-TURNO TO CAMPUS-ALUMNO
                   MOVE 1 TO ALUPRO-EOF
               ELSE
                   READ ALUPRO AT END MOVE 1 TO ALUPRO-EOF
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE ALUPRO.

      *******************************************************************
      *                     TERMINAR INSCRIPCION
      *******************************************************************
      *****EL MES DE FIN ES EL ULTIMO QUE SE COBRA; LA INSCRIPCION SE
      *****CONSERVA PARA LAS LISTAS DE MESES PASADOS
       TERMINAR-INSCRIPCION.
           PERFORM CAPTURA-MATRICULA.
           DISPLAY "CLAVE DEL SERVICIO".
           ACCEPT SIN-SERVICIO.
           MOVE MATRICULA-TRABAJO TO SIN-MATRICULA.
           PERFORM LEER-INSCRIPCION.
           IF SIN-KEY-EXISTE = 1
               DISPLAY "INSCRITO DE " SIN-MES-INICIO " A " SIN-MES-FIN
               DISPLAY "ULTIMO MES A COBRAR (AAAAMM)"
               ACCEPT FIN-TRABAJO
               IF FIN-TRABAJO < SIN-MES-INICIO
                   DISPLAY "EL FIN NO PUEDE SER ANTES DEL INICIO"
               ELSE
                   MOVE FIN-TRABAJO TO SIN-MES-FIN
                   REWRITE SERVINS-REG
                   ADD 1 TO AUTORIZACION
                   DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
               END-IF
           ELSE
               DISPLAY "EL ALUMNO NO ESTA INSCRITO A ESE SERVICIO".

      *******************************************************************
      *                  INSCRIPCIONES DE UN ALUMNO
      *******************************************************************
       LISTAR-INSCRIPCIONES.
           PERFORM CAPTURA-MATRICULA.
           MOVE 0 TO FIN-LISTADO.
           MOVE MATRICULA-TRABAJO TO SIN-MATRICULA.
           MOVE LOW-VALUES TO SIN-SERVICIO.
           START SERVINS KEY IS NOT LESS THAN SIN-LLAVE
               INVALID KEY MOVE 1 TO FIN-LISTADO.
           DISPLAY "SERV DESCRIPCION                    INICIO FIN".
           PERFORM UNTIL FIN-LISTADO = 1
               READ SERVINS NEXT RECORD
                   AT END
                       MOVE 1 TO FIN-LISTADO
                   NOT AT END
                       IF SIN-MATRICULA NOT = MATRICULA-TRABAJO
                           MOVE 1 TO FIN-LISTADO
                       ELSE
                           MOVE SIN-SERVICIO TO SRV-CLAVE
                           PERFORM LEER-SERVICIO
                           IF SRV-KEY-EXISTE = 0
                               MOVE "(SIN CATALOGO)" TO SRV-DESCRIPCION
                           END-IF
                           DISPLAY SIN-SERVICIO " " SRV-DESCRIPCION " "
                               SIN-MES-INICIO " " SIN-MES-FIN
                       END-IF
               END-READ
           END-PERFORM.

      *******************************************************************
      *                               MENU
      *******************************************************************
       MOSTRAR-MENU.
           MOVE "NO" TO WKS-RESP.
           MOVE 0 TO OPCION-MENU.
           DISPLAY "----------------------".
           DISPLAY " SERVICIOS ESCOLARES".
           DISPLAY "----------------------".
           DISPLAY "SELECCIONA UNA OPCION".
           DISPLAY "1. ALTA DE SERVICIO.".
           DISPLAY "2. MODIFICAR SERVICIO.".
           DISPLAY "3. LISTAR SERVICIOS.".
           DISPLAY "4. INSCRIBIR ALUMNO.".
           DISPLAY "5. TERMINAR INSCRIPCION.".
           DISPLAY "6. INSCRIPCIONES DE UN ALUMNO.".
           DISPLAY "7. SALIR."
           ACCEPT OPCION-MENU.
           IF OPCION-MENU = 1
               PERFORM ALTA-SERVICIO
           ELSE IF OPCION-MENU = 2
               PERFORM MODIFICAR-SERVICIO
           ELSE IF OPCION-MENU = 3
               PERFORM LISTAR-SERVICIOS
           ELSE IF OPCION-MENU = 4
               PERFORM INSCRIBIR-ALUMNO
           ELSE IF OPCION-MENU = 5
               PERFORM TERMINAR-INSCRIPCION
           ELSE IF OPCION-MENU = 6
               PERFORM LISTAR-INSCRIPCIONES
           ELSE IF OPCION-MENU = 7
               DISPLAY "ADIOS"
               MOVE 1 TO BANDERA-SALIR-MENU.


       END PROGRAM 4SERABC.
