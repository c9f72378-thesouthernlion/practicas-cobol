      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 2EVACAP.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EVALUACION ASSIGN TO "EVALUACION"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EVA-LLAVE.
           SELECT OPTIONAL MERPROP ASSIGN TO "MERPROP"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MP-LLAVE.
           SELECT EMPINX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPINX-NOMINA.
           SELECT OPTIONAL USUARIOS ASSIGN TO "USUARIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USU-CLAVE.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *****EVALUACION ANUAL DEL DESEMPENO: UNA POR NOMINA Y ANIO CON LA
      *****CALIFICACION (0 A 100), QUIEN EVALUO Y CUANDO. 3MERPRO LA
      *****CRUZA CON LA MATRIZ DE MERITO DE 4MERABC
       FD  EVALUACION.
       01  EVALUACION-REG.
           03  EVA-LLAVE.
               05  EVA-NOMINA          PIC 9(06).
               05  EVA-ANIO            PIC 9(04).
           03  EVA-CALIFICACION        PIC 9(03).
           03  EVA-EVALUADOR           PIC X(08).
           03  EVA-FECHA               PIC 9(08).
           03  EVA-COMENTARIO          PIC X(30).

      *****PROPUESTAS DE AUMENTO POR MERITO (LAS GENERA 3MERPRO).
      *****ESTADOS: PROPUESTA (ESPERA REVISION), APROBADA Y RECHAZADA
      *****(AQUI, POR UN SUPERVISOR) Y CARGADA (YA ES UN CAMBIO
      *****PROGRAMADO EN PENDCAMB, CON SU FOLIO)
       FD  MERPROP.
       01  MERPROP-REG.
           03  MP-LLAVE.
               05  MP-ANIO             PIC 9(04).
               05  MP-NOMINA           PIC 9(06).
           03  MP-DPTO                 PIC X(03).
           03  MP-CALIFICACION         PIC 9(03).
           03  MP-CUARTIL              PIC 9(01).
           03  MP-BANDA                PIC X(01).
           03  MP-PORCENT              PIC 9(02)V99.
           03  MP-SUELDO-ACTUAL        PIC S9(05)V99.
           03  MP-SUELDO-PROPUESTO     PIC S9(05)V99.
           03  MP-SOBRE-PRESUP         PIC X(01).
           03  MP-ESTADO               PIC X(10).
           03  MP-APROBADOR            PIC X(08).
           03  MP-FOLIO-PC             PIC 9(06).

       FD  EMPINX.
       01  EMPINX-REG.
           03  EMPINX-NOMINA       PIC 9(06).
           03  EMPINX-NOMBRE       PIC X(20).
           03  EMPINX-DPTO         PIC X(03).
           03  EMPINX-RESTO        PIC X(86).

      *****MAESTRO DE OPERADORES (VER 4USUABC); LA REVISION DE LAS
      *****PROPUESTAS EXIGE NIVEL SUPERVISOR
       FD  USUARIOS.
       01  USUARIOS-REG.
           03  USU-CLAVE           PIC X(08).
           03  USU-PASSWORD        PIC X(08).
           03  USU-NIVEL           PIC 9.

       WORKING-STORAGE SECTION.
       77  BANDERA-SALIR-MENU  PIC 9.
       77  OPCION-MENU         PIC 9.
       77  EXISTE-NOMINA       PIC 9.
       77  EVA-KEY-EXISTE      PIC 9.
       77  ARCHIVO-EOF         PIC 9.
       77  NOMINA-BUSCADA      PIC 9(06).
       77  ANIO-BUSCADO        PIC 9(04).
       77  DPTO-FILTRO         PIC X(03).
       77  BANDERA-CAMPO-VALIDO PIC 9.
       77  DECISION-PROPUESTA  PIC X(01).
       77  WKS-RESP            PIC X(02).
           88  W88-NO VALUE "NO".

      *****FIRMA DEL OPERADOR: TRES INTENTOS; CON EL MAESTRO DE
      *****USUARIOS VACIO O AUSENTE SE ENTRA LIBRE COMO SUPERVISOR
      *****(ARRANQUE INICIAL)
       77  OPERADOR-FIRMADO    PIC X(08).
       77  NIVEL-FIRMADO       PIC 9.
       77  FIRMA-OK            PIC 9.
       77  INTENTOS-FIRMA      PIC 9.
       77  USUARIOS-VACIO      PIC 9.
       77  CLAVE-FIRMA         PIC X(08).
       77  PASSWORD-FIRMA      PIC X(08).
       77  FIRMA-EXISTE        PIC 9.

       77  CONT-LISTADAS       PIC 9(05).
       77  CONT-APROBADAS      PIC 9(05).
       77  CONT-RECHAZADAS     PIC 9(05).

       PROCEDURE DIVISION.
      *****EVALUACION DEL DESEMPENO Y REVISION DEL AUMENTO POR MERITO:
      *****LOS SUPERVISORES CAPTURAN LA CALIFICACION ANUAL DE CADA
      *****EMPLEADO; DESPUES DE 3MERPRO, RECURSOS HUMANOS APRUEBA O
      *****RECHAZA AQUI CADA PROPUESTA ANTES DE QUE 3MERPRO LA CARGUE
      *****COMO CAMBIO PROGRAMADO
       MAIN-PROCEDURE.
           MOVE 0 TO BANDERA-SALIR-MENU.
           OPEN INPUT USUARIOS.
           PERFORM FIRMAR-OPERADOR.
           IF FIRMA-OK = 0
               DISPLAY "ACCESO DENEGADO"
               CLOSE USUARIOS
               GOBACK
           END-IF.
           OPEN I-O EVALUACION.
           OPEN I-O MERPROP.
           OPEN INPUT EMPINX.
           PERFORM MOSTRAR-MENU UNTIL BANDERA-SALIR-MENU = 1.
           CLOSE EVALUACION.
           CLOSE MERPROP.
           CLOSE EMPINX.
           CLOSE USUARIOS.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *******************************************************************
      *                          FIRMA (SIGN-ON)
      *******************************************************************
       FIRMAR-OPERADOR.
           PERFORM REVISAR-USUARIOS-VACIO.
           IF USUARIOS-VACIO = 1
               DISPLAY "SIN MAESTRO DE USUARIOS - ACCESO LIBRE"
               MOVE "SISTEMA" TO OPERADOR-FIRMADO
               MOVE 2 TO NIVEL-FIRMADO
               MOVE 1 TO FIRMA-OK
           ELSE
               MOVE 0 TO FIRMA-OK
               MOVE 0 TO INTENTOS-FIRMA
               PERFORM VALIDAR-FIRMA
                   UNTIL FIRMA-OK = 1 OR INTENTOS-FIRMA >= 3
           END-IF.

       REVISAR-USUARIOS-VACIO.
           MOVE 1 TO USUARIOS-VACIO.
           MOVE LOW-VALUES TO USU-CLAVE.
           START USUARIOS KEY IS NOT LESS THAN USU-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ USUARIOS NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE 0 TO USUARIOS-VACIO
                   END-READ
           END-START.

       VALIDAR-FIRMA.
           ADD 1 TO INTENTOS-FIRMA.
           DISPLAY "CLAVE DE OPERADOR".
           ACCEPT CLAVE-FIRMA.
           DISPLAY "PASSWORD".
           ACCEPT PASSWORD-FIRMA.
           MOVE CLAVE-FIRMA TO USU-CLAVE.
           MOVE 1 TO FIRMA-EXISTE.
           READ USUARIOS INVALID KEY MOVE 0 TO FIRMA-EXISTE.
           IF FIRMA-EXISTE = 1 AND USU-PASSWORD = PASSWORD-FIRMA
               MOVE USU-CLAVE TO OPERADOR-FIRMADO
               MOVE USU-NIVEL TO NIVEL-FIRMADO
               MOVE 1 TO FIRMA-OK
           ELSE
               DISPLAY "CLAVE O PASSWORD INCORRECTOS"
           END-IF.

       LEER-EMPINX.
           MOVE 1 TO EXISTE-NOMINA.
           READ EMPINX INVALID KEY MOVE 0 TO EXISTE-NOMINA.

       LEER-EVALUACION.
           MOVE 1 TO EVA-KEY-EXISTE.
           READ EVALUACION INVALID KEY MOVE 0 TO EVA-KEY-EXISTE.

      *******************************************************************
      *                       CAPTURAR EVALUACION
      *******************************************************************
      *****UNA EVALUACION POR NOMINA Y ANIO; SI YA EXISTE SE PUEDE
      *****CORREGIR Y QUEDA COMO EVALUADOR QUIEN LA CORRIGIO
       CAPTURAR-EVALUACION.
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
               DISPLAY "NOMINA DEL EMPLEADO"
               ACCEPT NOMINA-BUSCADA
               MOVE NOMINA-BUSCADA TO EMPINX-NOMINA
               PERFORM LEER-EMPINX
               IF EXISTE-NOMINA = 0
                   DISPLAY "NOMINA NO EXISTE EN EMPINX, INGRESA OTRA"
               ELSE
                   DISPLAY "EMPLEADO: " EMPINX-NOMBRE
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               END-IF
           END-PERFORM.
           DISPLAY "ANIO EVALUADO (AAAA)".
           ACCEPT ANIO-BUSCADO.
           MOVE NOMINA-BUSCADA TO EVA-NOMINA.
           MOVE ANIO-BUSCADO   TO EVA-ANIO.
           PERFORM LEER-EVALUACION.
           MOVE "SI" TO WKS-RESP.
           IF EVA-KEY-EXISTE = 1
               PERFORM MOSTRAR-EVALUACION
               DISPLAY "YA ESTA EVALUADO. DESEA CORREGIR?"
               ACCEPT WKS-RESP
           END-IF.
           IF W88-NO
               DISPLAY "SIN CAMBIOS"
           ELSE
               PERFORM CAPTURA-CALIFICACION
               MOVE OPERADOR-FIRMADO TO EVA-EVALUADOR
               IF EVA-KEY-EXISTE = 1
                   REWRITE EVALUACION-REG
               ELSE
                   WRITE EVALUACION-REG
               END-IF
               DISPLAY "EVALUACION REGISTRADA"
           END-IF.

       CAPTURA-CALIFICACION.
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
               DISPLAY "CALIFICACION (0 A 100)"
               ACCEPT EVA-CALIFICACION
               IF EVA-CALIFICACION > 100
                   DISPLAY "LA CALIFICACION NO PUEDE REBASAR 100"
               ELSE
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               END-IF
           END-PERFORM.
           DISPLAY "FECHA DE LA EVALUACION (AAAAMMDD)".
           ACCEPT EVA-FECHA.
           DISPLAY "COMENTARIO".
           ACCEPT EVA-COMENTARIO.

       MOSTRAR-EVALUACION.
           DISPLAY "ANIO:          " EVA-ANIO.
           DISPLAY "CALIFICACION:  " EVA-CALIFICACION.
           DISPLAY "EVALUADOR:     " EVA-EVALUADOR.
           DISPLAY "FECHA:         " EVA-FECHA.
           DISPLAY "COMENTARIO:    " EVA-COMENTARIO.

      *******************************************************************
      *                     CONSULTA POR EMPLEADO
      *******************************************************************
       CONSULTA-EMPLEADO.
           DISPLAY "NOMINA DEL EMPLEADO".
           ACCEPT NOMINA-BUSCADA.
           MOVE NOMINA-BUSCADA TO EMPINX-NOMINA.
           PERFORM LEER-EMPINX.
           IF EXISTE-NOMINA = 1
               DISPLAY "EMPLEADO: " EMPINX-NOMBRE
           END-IF.
           MOVE 0 TO CONT-LISTADAS.
           MOVE 0 TO ARCHIVO-EOF.
           MOVE NOMINA-BUSCADA TO EVA-NOMINA.
           MOVE 0 TO EVA-ANIO.
           START EVALUACION KEY IS NOT LESS THAN EVA-LLAVE
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           DISPLAY "ANIO CALIF EVALUADOR FECHA    COMENTARIO".
           PERFORM UNTIL ARCHIVO-EOF = 1
               READ EVALUACION NEXT RECORD
                   AT END
                       MOVE 1 TO ARCHIVO-EOF
                   NOT AT END
                       IF EVA-NOMINA NOT = NOMINA-BUSCADA
                           MOVE 1 TO ARCHIVO-EOF
                       ELSE
                           DISPLAY EVA-ANIO " " EVA-CALIFICACION "   "
                               EVA-EVALUADOR "  " EVA-FECHA " "
                               EVA-COMENTARIO
                           ADD 1 TO CONT-LISTADAS
                       END-IF
               END-READ
           END-PERFORM.
           IF CONT-LISTADAS = 0
               DISPLAY "SIN EVALUACIONES"
           END-IF.

      *******************************************************************
      *                   LISTAR EVALUACIONES DEL ANIO
      *******************************************************************
       LISTAR-ANIO.
           DISPLAY "ANIO EVALUADO (AAAA)".
           ACCEPT ANIO-BUSCADO.
           MOVE 0 TO CONT-LISTADAS.
           MOVE 0 TO ARCHIVO-EOF.
           MOVE LOW-VALUES TO EVA-LLAVE.
           START EVALUACION KEY IS NOT LESS THAN EVA-LLAVE
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           DISPLAY "NOMINA CALIF EVALUADOR FECHA".
           PERFORM UNTIL ARCHIVO-EOF = 1
               READ EVALUACION NEXT RECORD
                   AT END
                       MOVE 1 TO ARCHIVO-EOF
                   NOT AT END
                       IF EVA-ANIO = ANIO-BUSCADO
                           DISPLAY EVA-NOMINA " " EVA-CALIFICACION
                               "   " EVA-EVALUADOR "  " EVA-FECHA
                           ADD 1 TO CONT-LISTADAS
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "EMPLEADOS EVALUADOS: " CONT-LISTADAS.

      *******************************************************************
      *                  REVISION DE PROPUESTAS DE AUMENTO
      *******************************************************************
      *****RECORRE LAS PROPUESTAS DEL ANIO (OPCIONALMENTE DE UN SOLO
      *****DEPARTAMENTO) QUE SIGUEN EN ESTADO PROPUESTA; LA MARCA DE
      *****SOBRE PRESUPUESTO LA DEJA 3MERPRO CUANDO EL DEPARTAMENTO
      *****REBASA DPTO-PRESUPUESTO CON LOS AUMENTOS. EL PORCENTAJE SE
      *****PUEDE AJUSTAR ANTES DE APROBAR
       REVISAR-PROPUESTAS.
           DISPLAY "ANIO DE LAS PROPUESTAS (AAAA)".
           ACCEPT ANIO-BUSCADO.
           DISPLAY "DEPARTAMENTO (ESPACIOS = TODOS)".
           ACCEPT DPTO-FILTRO.
           MOVE 0 TO CONT-LISTADAS.
           MOVE 0 TO CONT-APROBADAS.
           MOVE 0 TO CONT-RECHAZADAS.
           MOVE 0 TO ARCHIVO-EOF.
           MOVE ANIO-BUSCADO TO MP-ANIO.
           MOVE 0 TO MP-NOMINA.
           START MERPROP KEY IS NOT LESS THAN MP-LLAVE
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               READ MERPROP NEXT RECORD
                   AT END
                       MOVE 1 TO ARCHIVO-EOF
                   NOT AT END
                       IF MP-ANIO NOT = ANIO-BUSCADO
                           MOVE 1 TO ARCHIVO-EOF
                       ELSE
                           IF MP-ESTADO = "PROPUESTA"
                               AND (DPTO-FILTRO = SPACES
                                   OR DPTO-FILTRO = MP-DPTO)
                               PERFORM REVISAR-UNA-PROPUESTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "PROPUESTAS REVISADAS: " CONT-LISTADAS
               " APROBADAS: " CONT-APROBADAS
               " RECHAZADAS: " CONT-RECHAZADAS.

       REVISAR-UNA-PROPUESTA.
           ADD 1 TO CONT-LISTADAS.
           MOVE MP-NOMINA TO EMPINX-NOMINA.
           PERFORM LEER-EMPINX.
           IF EXISTE-NOMINA = 0
               MOVE "** BAJA **" TO EMPINX-NOMBRE
           END-IF.
           DISPLAY "------------".
           DISPLAY "NOMINA " MP-NOMINA " " EMPINX-NOMBRE
               " DPTO " MP-DPTO.
           DISPLAY "CALIFICACION: " MP-CALIFICACION
               " CUARTIL: " MP-CUARTIL " BANDA: " MP-BANDA.
           DISPLAY "SUELDO: " MP-SUELDO-ACTUAL " + " MP-PORCENT
               "% = " MP-SUELDO-PROPUESTO.
           IF MP-SOBRE-PRESUP = "S"
               DISPLAY "** EL DEPARTAMENTO REBASA SU PRESUPUESTO **"
           END-IF.
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
               DISPLAY "A = APROBAR, M = MODIFICAR %, R = RECHAZAR,"
                   " S = SALTAR"
               ACCEPT DECISION-PROPUESTA
               IF DECISION-PROPUESTA = "A" OR "M" OR "R" OR "S"
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               ELSE
                   DISPLAY "OPCION INVALIDA"
               END-IF
           END-PERFORM.
           IF DECISION-PROPUESTA = "M"
               DISPLAY "NUEVO PORCENTAJE (EJ. 05.50)"
               ACCEPT MP-PORCENT
               COMPUTE MP-SUELDO-PROPUESTO ROUNDED = MP-SUELDO-ACTUAL
                   + (MP-SUELDO-ACTUAL * MP-PORCENT / 100)
               DISPLAY "SUELDO PROPUESTO: " MP-SUELDO-PROPUESTO
               MOVE "A" TO DECISION-PROPUESTA
           END-IF.
           IF DECISION-PROPUESTA = "A"
               MOVE "APROBADA"       TO MP-ESTADO
               MOVE OPERADOR-FIRMADO TO MP-APROBADOR
               REWRITE MERPROP-REG
               ADD 1 TO CONT-APROBADAS
           ELSE IF DECISION-PROPUESTA = "R"
               MOVE "RECHAZADA"      TO MP-ESTADO
               MOVE OPERADOR-FIRMADO TO MP-APROBADOR
               REWRITE MERPROP-REG
               ADD 1 TO CONT-RECHAZADAS
           END-IF.

      *******************************************************************
      *                               MENU
      *******************************************************************
       MOSTRAR-MENU.
           MOVE "NO" TO WKS-RESP.
           MOVE 0 TO OPCION-MENU.
           DISPLAY "------------".
           DISPLAY " EVALUACION DEL DESEMPENO".
           DISPLAY "------------".
           DISPLAY "SELECCIONA UNA OPCION".
           DISPLAY "1. CAPTURAR EVALUACION.".
           DISPLAY "2. CONSULTA POR EMPLEADO.".
           DISPLAY "3. LISTAR EVALUACIONES DEL ANIO.".
           DISPLAY "4. REVISAR PROPUESTAS DE AUMENTO.".
           DISPLAY "5. SALIR."
           ACCEPT OPCION-MENU.
           IF OPCION-MENU = 1
               PERFORM CAPTURAR-EVALUACION
           ELSE IF OPCION-MENU = 2
               PERFORM CONSULTA-EMPLEADO
           ELSE IF OPCION-MENU = 3
               PERFORM LISTAR-ANIO
           ELSE IF OPCION-MENU = 4
               IF NIVEL-FIRMADO < 2
                   DISPLAY "LA REVISION REQUIERE NIVEL SUPERVISOR"
               ELSE
                   PERFORM REVISAR-PROPUESTAS
               END-IF
           ELSE IF OPCION-MENU = 5
               DISPLAY "ADIOS"
               MOVE 1 TO BANDERA-SALIR-MENU.

       END PROGRAM 2EVACAP.
