      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 2CAPCAP.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CAPACITA ASSIGN TO "CAPACITA"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAP-LLAVE.
           SELECT OPTIONAL CURSOS ASSIGN TO "CURSOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUR-CLAVE.
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
      *****REGISTRO DE CAPACITACION: UN RENGLON POR NOMINA, CURSO Y
      *****FECHA DE INICIO (EL MISMO CURSO SE PUEDE REPETIR).
      *****RESULTADOS: EN CURSO, APROBADO Y NO APROBO; SOLO LOS
      *****APROBADOS RECIBEN CONSTANCIA DC-3, QUE 3DC3GEN FOLIA Y DEJA
      *****ANOTADA AQUI
       FD  CAPACITA.
       01  CAPACITA-REG.
           03  CAP-LLAVE.
               05  CAP-NOMINA          PIC 9(06).
               05  CAP-CURSO           PIC X(04).
               05  CAP-FEC-INICIO      PIC 9(08).
           03  CAP-FEC-FIN             PIC 9(08).
           03  CAP-CALIFICACION        PIC 9(03).
           03  CAP-RESULTADO           PIC X(10).
           03  CAP-OPERADOR            PIC X(08).
           03  CAP-DC3-FOLIO           PIC 9(06).
           03  CAP-DC3-FECHA           PIC 9(08).

      *****MISMO LAYOUT QUE EL CURSOS DE 4CURABC
       FD  CURSOS.
       01  CURSOS-REG.
           03  CUR-CLAVE           PIC X(04).
           03  CUR-NOMBRE          PIC X(30).
           03  CUR-AREA            PIC X(04).
           03  CUR-HORAS           PIC 9(03).
           03  CUR-INSTRUCTOR      PIC X(30).
           03  CUR-AGENTE          PIC X(20).
           03  CUR-MODALIDAD       PIC X(01).

       FD  EMPINX.
       01  EMPINX-REG.
           03  EMPINX-NOMINA       PIC 9(06).
           03  EMPINX-NOMBRE       PIC X(20).
           03  EMPINX-DPTO         PIC X(03).
           03  EMPINX-RESTO        PIC X(86).

      *****MAESTRO DE OPERADORES (VER 4USUABC); EL OPERADOR FIRMADO
      *****QUEDA EN CADA REGISTRO QUE CAPTURA O CORRIGE
       FD  USUARIOS.
       01  USUARIOS-REG.
           03  USU-CLAVE           PIC X(08).
           03  USU-PASSWORD        PIC X(08).
           03  USU-NIVEL           PIC 9.

       WORKING-STORAGE SECTION.
       77  BANDERA-SALIR-MENU  PIC 9.
       77  OPCION-MENU         PIC 9.
       77  EXISTE-NOMINA       PIC 9.
       77  CAP-KEY-EXISTE      PIC 9.
       77  CUR-KEY-EXISTE      PIC 9.
       77  ARCHIVO-EOF         PIC 9.
       77  NOMINA-BUSCADA      PIC 9(06).
       77  CURSO-BUSCADO       PIC X(04).
       77  BANDERA-CAMPO-VALIDO PIC 9.
       77  OPCION-RESULTADO    PIC X(01).
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

       77  CONT-LISTADOS       PIC 9(05).

       PROCEDURE DIVISION.
      *****CAPTURA DEL REGISTRO DE CAPACITACION POR NOMINA: QUE CURSO
      *****TOMO, CUANDO Y CON QUE RESULTADO. UN REGISTRO QUE YA TIENE
      *****CONSTANCIA DC-3 EXPEDIDA YA NO SE CORRIGE
       MAIN-PROCEDURE.
           MOVE 0 TO BANDERA-SALIR-MENU.
           OPEN INPUT USUARIOS.
           PERFORM FIRMAR-OPERADOR.
           IF FIRMA-OK = 0
               DISPLAY "ACCESO DENEGADO"
               CLOSE USUARIOS
               GOBACK
           END-IF.
           OPEN I-O CAPACITA.
           OPEN INPUT CURSOS.
           OPEN INPUT EMPINX.
           PERFORM MOSTRAR-MENU UNTIL BANDERA-SALIR-MENU = 1.
           CLOSE CAPACITA.
           CLOSE CURSOS.
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

       LEER-CAPACITA.
           MOVE 1 TO CAP-KEY-EXISTE.
           READ CAPACITA INVALID KEY MOVE 0 TO CAP-KEY-EXISTE.

       LEER-CURSOS.
           MOVE 1 TO CUR-KEY-EXISTE.
           READ CURSOS INVALID KEY MOVE 0 TO CUR-KEY-EXISTE.

      *******************************************************************
      *                      CAPTURAR CAPACITACION
      *******************************************************************
      *****EL MISMO CURSO CON LA MISMA FECHA DE INICIO ES EL MISMO
      *****REGISTRO: SE PUEDE CERRAR O CORREGIR MIENTRAS NO TENGA DC-3
       CAPTURAR-CAPACITACION.
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
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
               DISPLAY "CLAVE DEL CURSO"
               ACCEPT CURSO-BUSCADO
               MOVE CURSO-BUSCADO TO CUR-CLAVE
               PERFORM LEER-CURSOS
               IF CUR-KEY-EXISTE = 0
                   DISPLAY "CURSO NO EXISTE EN EL CATALOGO (4CURABC)"
               ELSE
                   DISPLAY "CURSO: " CUR-NOMBRE " (" CUR-HORAS " HRS)"
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               END-IF
           END-PERFORM.
           MOVE NOMINA-BUSCADA TO CAP-NOMINA.
           MOVE CURSO-BUSCADO  TO CAP-CURSO.
           DISPLAY "FECHA DE INICIO (AAAAMMDD)".
           ACCEPT CAP-FEC-INICIO.
           PERFORM LEER-CAPACITA.
           MOVE "SI" TO WKS-RESP.
           IF CAP-KEY-EXISTE = 1
               PERFORM MOSTRAR-CAPACITACION
               IF CAP-DC3-FOLIO NOT = 0
                   DISPLAY "YA TIENE CONSTANCIA DC-3 FOLIO "
                       CAP-DC3-FOLIO "; NO SE PUEDE CORREGIR"
                   MOVE "NO" TO WKS-RESP
               ELSE
                   DISPLAY "YA ESTA REGISTRADO. DESEA CORREGIR?"
                   ACCEPT WKS-RESP
               END-IF
           ELSE
               MOVE 0 TO CAP-FEC-FIN
               MOVE 0 TO CAP-CALIFICACION
               MOVE 0 TO CAP-DC3-FOLIO
               MOVE 0 TO CAP-DC3-FECHA
           END-IF.
           IF W88-NO
               DISPLAY "SIN CAMBIOS"
           ELSE
               PERFORM CAPTURA-RESULTADO
               MOVE OPERADOR-FIRMADO TO CAP-OPERADOR
               IF CAP-KEY-EXISTE = 1
                   REWRITE CAPACITA-REG
               ELSE
                   WRITE CAPACITA-REG
               END-IF
               DISPLAY "CAPACITACION REGISTRADA"
           END-IF.

      *****UN CURSO EN CURSO NO LLEVA FECHA DE TERMINO NI CALIFICACION;
      *****EL TERMINO NO PUEDE SER ANTERIOR AL INICIO
       CAPTURA-RESULTADO.
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
               DISPLAY "RESULTADO (C = EN CURSO, A = APROBADO,"
                   " N = NO APROBADO)"
               ACCEPT OPCION-RESULTADO
               IF OPCION-RESULTADO = "C" OR "A" OR "N"
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               ELSE
                   DISPLAY "RESULTADO INVALIDO"
               END-IF
           END-PERFORM.
           IF OPCION-RESULTADO = "C"
               MOVE "EN CURSO" TO CAP-RESULTADO
               MOVE 0 TO CAP-FEC-FIN
               MOVE 0 TO CAP-CALIFICACION
           ELSE
               IF OPCION-RESULTADO = "A"
                   MOVE "APROBADO" TO CAP-RESULTADO
               ELSE
                   MOVE "NO APROBO" TO CAP-RESULTADO
               END-IF
               MOVE 0 TO BANDERA-CAMPO-VALIDO
               PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
                   DISPLAY "FECHA DE TERMINO (AAAAMMDD)"
                   ACCEPT CAP-FEC-FIN
                   IF CAP-FEC-FIN < CAP-FEC-INICIO
                       DISPLAY "EL TERMINO NO PUEDE SER ANTES DEL"
                           " INICIO"
                   ELSE
                       MOVE 1 TO BANDERA-CAMPO-VALIDO
                   END-IF
               END-PERFORM
               MOVE 0 TO BANDERA-CAMPO-VALIDO
               PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
                   DISPLAY "CALIFICACION (0 A 100)"
                   ACCEPT CAP-CALIFICACION
                   IF CAP-CALIFICACION > 100
                       DISPLAY "LA CALIFICACION NO PUEDE REBASAR 100"
                   ELSE
                       MOVE 1 TO BANDERA-CAMPO-VALIDO
                   END-IF
               END-PERFORM
           END-IF.

       MOSTRAR-CAPACITACION.
           DISPLAY "CURSO:         " CAP-CURSO.
           DISPLAY "INICIO:        " CAP-FEC-INICIO.
           DISPLAY "TERMINO:       " CAP-FEC-FIN.
           DISPLAY "RESULTADO:     " CAP-RESULTADO.
           DISPLAY "CALIFICACION:  " CAP-CALIFICACION.
           DISPLAY "CAPTURO:       " CAP-OPERADOR.
           IF CAP-DC3-FOLIO NOT = 0
               DISPLAY "DC-3 FOLIO:    " CAP-DC3-FOLIO
                   " DEL " CAP-DC3-FECHA
           END-IF.

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
           MOVE 0 TO CONT-LISTADOS.
           MOVE 0 TO ARCHIVO-EOF.
           MOVE NOMINA-BUSCADA TO CAP-NOMINA.
           MOVE LOW-VALUES TO CAP-CURSO.
           MOVE 0 TO CAP-FEC-INICIO.
           START CAPACITA KEY IS NOT LESS THAN CAP-LLAVE
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           DISPLAY "CURSO INICIO   TERMINO  RESULTADO  CALIF DC-3".
           PERFORM UNTIL ARCHIVO-EOF = 1
               READ CAPACITA NEXT RECORD
                   AT END
                       MOVE 1 TO ARCHIVO-EOF
                   NOT AT END
                       IF CAP-NOMINA NOT = NOMINA-BUSCADA
                           MOVE 1 TO ARCHIVO-EOF
                       ELSE
                           DISPLAY CAP-CURSO "  " CAP-FEC-INICIO " "
                               CAP-FEC-FIN " " CAP-RESULTADO " "
                               CAP-CALIFICACION "   " CAP-DC3-FOLIO
                           ADD 1 TO CONT-LISTADOS
                       END-IF
               END-READ
           END-PERFORM.
           IF CONT-LISTADOS = 0
               DISPLAY "SIN CAPACITACION REGISTRADA"
           END-IF.

      *******************************************************************
      *                       LISTAR POR CURSO
      *******************************************************************
       LISTAR-CURSO.
           DISPLAY "CLAVE DEL CURSO".
           ACCEPT CURSO-BUSCADO.
           MOVE CURSO-BUSCADO TO CUR-CLAVE.
           PERFORM LEER-CURSOS.
           IF CUR-KEY-EXISTE = 1
               DISPLAY "CURSO: " CUR-NOMBRE
           END-IF.
           MOVE 0 TO CONT-LISTADOS.
           MOVE 0 TO ARCHIVO-EOF.
           MOVE LOW-VALUES TO CAP-LLAVE.
           START CAPACITA KEY IS NOT LESS THAN CAP-LLAVE
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           DISPLAY "NOMINA INICIO   TERMINO  RESULTADO  CALIF DC-3".
           PERFORM UNTIL ARCHIVO-EOF = 1
               READ CAPACITA NEXT RECORD
                   AT END
                       MOVE 1 TO ARCHIVO-EOF
                   NOT AT END
                       IF CAP-CURSO = CURSO-BUSCADO
                           DISPLAY CAP-NOMINA " " CAP-FEC-INICIO " "
                               CAP-FEC-FIN " " CAP-RESULTADO " "
                               CAP-CALIFICACION "   " CAP-DC3-FOLIO
                           ADD 1 TO CONT-LISTADOS
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "PARTICIPANTES: " CONT-LISTADOS.

      *******************************************************************
      *                               MENU
      *******************************************************************
       MOSTRAR-MENU.
           MOVE 0 TO OPCION-MENU.
           DISPLAY "------------".
           DISPLAY " REGISTRO DE CAPACITACION".
           DISPLAY "------------".
           DISPLAY "SELECCIONA UNA OPCION".
           DISPLAY "1. CAPTURAR / CERRAR CURSO.".
           DISPLAY "2. CONSULTA POR EMPLEADO.".
           DISPLAY "3. LISTAR PARTICIPANTES DE UN CURSO.".
           DISPLAY "4. SALIR."
           ACCEPT OPCION-MENU.
           IF OPCION-MENU = 1
               PERFORM CAPTURAR-CAPACITACION
           ELSE IF OPCION-MENU = 2
               PERFORM CONSULTA-EMPLEADO
           ELSE IF OPCION-MENU = 3
               PERFORM LISTAR-CURSO
           ELSE IF OPCION-MENU = 4
               DISPLAY "ADIOS"
               MOVE 1 TO BANDERA-SALIR-MENU.

       END PROGRAM 2CAPCAP.
