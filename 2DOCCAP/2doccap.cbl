      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 2DOCCAP.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DOCEMP ASSIGN TO "DOCEMP"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DE-LLAVE.
           SELECT OPTIONAL TIPODOC ASSIGN TO "TIPODOC"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TD-CLAVE.
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
      *****DOCUMENTOS DEL PERSONAL: UN RENGLON POR NOMINA, TIPO Y FECHA
      *****DE EXPEDICION, ASI LA RENOVACION NO BORRA EL DOCUMENTO
      *****ANTERIOR. PARA 7DOCVEN EL VIGENTE ES EL DE EXPEDICION MAS
      *****RECIENTE. DE-FEC-VENCE = 0 CUANDO EL DOCUMENTO NO VENCE
       FD  DOCEMP.
       01  DOCEMP-REG.
           03  DE-LLAVE.
               05  DE-NOMINA           PIC 9(06).
               05  DE-TIPO             PIC X(04).
               05  DE-FEC-EXPEDICION   PIC 9(08).
           03  DE-NUMERO               PIC X(20).
           03  DE-FEC-VENCE            PIC 9(08).
           03  DE-OPERADOR             PIC X(08).
           03  DE-FEC-CAPTURA          PIC 9(08).

      *****MISMO LAYOUT QUE EL TIPODOC DE 4DOCABC
       FD  TIPODOC.
       01  TIPODOC-REG.
           03  TD-CLAVE            PIC X(04).
           03  TD-DESCRIPCION      PIC X(30).
           03  TD-AUTORIDAD        PIC X(20).
           03  TD-VENCE            PIC X(01).

       FD  EMPINX.
       01  EMPINX-REG.
           03  EMPINX-NOMINA       PIC 9(06).
           03  EMPINX-NOMBRE       PIC X(20).
           03  EMPINX-DPTO         PIC X(03).
           03  EMPINX-RESTO        PIC X(86).

      *****MAESTRO DE OPERADORES (VER 4USUABC); EL OPERADOR FIRMADO
      *****QUEDA EN CADA REGISTRO QUE CAPTURA
       FD  USUARIOS.
       01  USUARIOS-REG.
           03  USU-CLAVE           PIC X(08).
           03  USU-PASSWORD        PIC X(08).
           03  USU-NIVEL           PIC 9.

       WORKING-STORAGE SECTION.
       77  BANDERA-SALIR-MENU  PIC 9.
       77  OPCION-MENU         PIC 9.
       77  EXISTE-NOMINA       PIC 9.
       77  DE-KEY-EXISTE       PIC 9.
       77  TD-KEY-EXISTE       PIC 9.
       77  ARCHIVO-EOF         PIC 9.
       77  NOMINA-BUSCADA      PIC 9(06).
       77  TIPO-BUSCADO        PIC X(04).
       77  BANDERA-CAMPO-VALIDO PIC 9.
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

       01  FECHA-HOY.
           03  ANIO-HOY            PIC 9(02).
           03  MES-HOY             PIC 9(02).
           03  DIA-HOY             PIC 9(02).
       77  FECHA-HOY-LARGA     PIC 9(08).

       PROCEDURE DIVISION.
      *****CAPTURA DE LOS DOCUMENTOS DE CADA NOMINA (LICENCIAS, EXAMENES
      *****MEDICOS, PERMISOS DE TRABAJO) CON SU NUMERO, EXPEDICION Y
      *****VENCIMIENTO. LA VIGENCIA LA REVISA 7DOCVEN CADA DIA
       MAIN-PROCEDURE.
           MOVE 0 TO BANDERA-SALIR-MENU.
           ACCEPT FECHA-HOY FROM DATE.
           COMPUTE FECHA-HOY-LARGA = 20000000 + ANIO-HOY * 10000
               + MES-HOY * 100 + DIA-HOY.
           OPEN INPUT USUARIOS.
           PERFORM FIRMAR-OPERADOR.
           IF FIRMA-OK = 0
               DISPLAY "ACCESO DENEGADO"
               CLOSE USUARIOS
               GOBACK
           END-IF.
           OPEN I-O DOCEMP.
           OPEN INPUT TIPODOC.
           OPEN INPUT EMPINX.
           PERFORM MOSTRAR-MENU UNTIL BANDERA-SALIR-MENU = 1.
           CLOSE DOCEMP.
           CLOSE TIPODOC.
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

       LEER-DOCEMP.
           MOVE 1 TO DE-KEY-EXISTE.
           READ DOCEMP INVALID KEY MOVE 0 TO DE-KEY-EXISTE.

       LEER-TIPODOC.
           MOVE 1 TO TD-KEY-EXISTE.
           READ TIPODOC INVALID KEY MOVE 0 TO TD-KEY-EXISTE.

      *****PIDE NOMINA Y TIPO VALIDOS; DEJA LA LLAVE PARCIAL EN DOCEMP
       PEDIR-NOMINA-TIPO.
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
               DISPLAY "TIPO DE DOCUMENTO"
               ACCEPT TIPO-BUSCADO
               MOVE TIPO-BUSCADO TO TD-CLAVE
               PERFORM LEER-TIPODOC
               IF TD-KEY-EXISTE = 0
                   DISPLAY "TIPO NO EXISTE EN EL CATALOGO (4DOCABC)"
               ELSE
                   DISPLAY "DOCUMENTO: " TD-DESCRIPCION
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               END-IF
           END-PERFORM.
           MOVE NOMINA-BUSCADA TO DE-NOMINA.
           MOVE TIPO-BUSCADO   TO DE-TIPO.

      *******************************************************************
      *                      CAPTURAR DOCUMENTO
      *******************************************************************
      *****LA MISMA EXPEDICION ES EL MISMO DOCUMENTO Y SE CORRIGE; UNA
      *****RENOVACION SE CAPTURA CON SU NUEVA FECHA DE EXPEDICION
       CAPTURAR-DOCUMENTO.
           PERFORM PEDIR-NOMINA-TIPO.
           DISPLAY "FECHA DE EXPEDICION (AAAAMMDD)".
           ACCEPT DE-FEC-EXPEDICION.
           PERFORM LEER-DOCEMP.
           MOVE "SI" TO WKS-RESP.
           IF DE-KEY-EXISTE = 1
               PERFORM MOSTRAR-DOCUMENTO
               DISPLAY "YA ESTA REGISTRADO. DESEA CORREGIR?"
               ACCEPT WKS-RESP
           END-IF.
           IF W88-NO
               DISPLAY "SIN CAMBIOS"
           ELSE
               PERFORM CAPTURA-DATOS-DOCUMENTO
               MOVE OPERADOR-FIRMADO TO DE-OPERADOR
               MOVE FECHA-HOY-LARGA  TO DE-FEC-CAPTURA
               IF DE-KEY-EXISTE = 1
                   REWRITE DOCEMP-REG
               ELSE
                   WRITE DOCEMP-REG
               END-IF
               DISPLAY "DOCUMENTO REGISTRADO"
           END-IF.

      *****EL VENCIMIENTO NO PUEDE SER ANTERIOR A LA EXPEDICION; LOS
      *****TIPOS QUE NO VENCEN (TD-VENCE = "N") LO DEJAN EN CERO
       CAPTURA-DATOS-DOCUMENTO.
           DISPLAY "NUMERO DEL DOCUMENTO".
           ACCEPT DE-NUMERO.
           IF TD-VENCE = "N"
               MOVE 0 TO DE-FEC-VENCE
           ELSE
               MOVE 0 TO BANDERA-CAMPO-VALIDO
               PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
                   DISPLAY "FECHA DE VENCIMIENTO (AAAAMMDD)"
                   ACCEPT DE-FEC-VENCE
                   IF DE-FEC-VENCE < DE-FEC-EXPEDICION
                       DISPLAY "EL VENCIMIENTO NO PUEDE SER ANTES DE"
                           " LA EXPEDICION"
                   ELSE
                       MOVE 1 TO BANDERA-CAMPO-VALIDO
                   END-IF
               END-PERFORM
           END-IF.

       MOSTRAR-DOCUMENTO.
           DISPLAY "TIPO:          " DE-TIPO.
           DISPLAY "NUMERO:        " DE-NUMERO.
           DISPLAY "EXPEDICION:    " DE-FEC-EXPEDICION.
           DISPLAY "VENCIMIENTO:   " DE-FEC-VENCE.
           DISPLAY "CAPTURO:       " DE-OPERADOR " EL " DE-FEC-CAPTURA.

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
           MOVE NOMINA-BUSCADA TO DE-NOMINA.
           MOVE LOW-VALUES TO DE-TIPO.
           MOVE 0 TO DE-FEC-EXPEDICION.
           START DOCEMP KEY IS NOT LESS THAN DE-LLAVE
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           DISPLAY "TIPO NUMERO               EXPEDIC. VENCE".
           PERFORM UNTIL ARCHIVO-EOF = 1
               READ DOCEMP NEXT RECORD
                   AT END
                       MOVE 1 TO ARCHIVO-EOF
                   NOT AT END
                       IF DE-NOMINA NOT = NOMINA-BUSCADA
                           MOVE 1 TO ARCHIVO-EOF
                       ELSE
                           DISPLAY DE-TIPO " " DE-NUMERO " "
                               DE-FEC-EXPEDICION " " DE-FEC-VENCE
                           ADD 1 TO CONT-LISTADOS
                       END-IF
               END-READ
           END-PERFORM.
           IF CONT-LISTADOS = 0
               DISPLAY "SIN DOCUMENTOS REGISTRADOS"
           END-IF.

      *******************************************************************
      *                      BORRAR UNA CAPTURA ERRONEA
      *******************************************************************
       BORRAR-DOCUMENTO.
           PERFORM PEDIR-NOMINA-TIPO.
           DISPLAY "FECHA DE EXPEDICION (AAAAMMDD)".
           ACCEPT DE-FEC-EXPEDICION.
           PERFORM LEER-DOCEMP.
           IF DE-KEY-EXISTE = 0
               DISPLAY "DOCUMENTO NO EXISTE"
           ELSE
               PERFORM MOSTRAR-DOCUMENTO
               DISPLAY "QUIERES BORRAR ESTE DOCUMENTO?"
               ACCEPT WKS-RESP
               IF NOT W88-NO
                   DELETE DOCEMP
                   DISPLAY "DOCUMENTO BORRADO"
               ELSE
                   DISPLAY "BAJA CANCELADA"
               END-IF
           END-IF.

      *******************************************************************
      *                               MENU
      *******************************************************************
       MOSTRAR-MENU.
           MOVE 0 TO OPCION-MENU.
           DISPLAY "------------".
           DISPLAY " DOCUMENTOS DEL PERSONAL".
           DISPLAY "------------".
           DISPLAY "SELECCIONA UNA OPCION".
           DISPLAY "1. CAPTURAR / RENOVAR DOCUMENTO.".
           DISPLAY "2. CONSULTA POR EMPLEADO.".
           DISPLAY "3. BORRAR CAPTURA ERRONEA.".
           DISPLAY "4. SALIR."
           ACCEPT OPCION-MENU.
           IF OPCION-MENU = 1
               PERFORM CAPTURAR-DOCUMENTO
           ELSE IF OPCION-MENU = 2
               PERFORM CONSULTA-EMPLEADO
           ELSE IF OPCION-MENU = 3
               PERFORM BORRAR-DOCUMENTO
           ELSE IF OPCION-MENU = 4
               DISPLAY "ADIOS"
               MOVE 1 TO BANDERA-SALIR-MENU.

       END PROGRAM 2DOCCAP.
