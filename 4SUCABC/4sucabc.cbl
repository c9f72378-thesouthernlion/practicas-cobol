      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 4SUCABC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SUCURSALES ASSIGN TO "SUCURSALES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUC-CLAVE.
           SELECT OPTIONAL DEPARTAMENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DPTO-CLAVE.
           SELECT OPTIONAL USUARIOS ASSIGN TO "USUARIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USU-CLAVE.

       DATA DIVISION.
       FILE SECTION.
      *****CATALOGO DE SUCURSALES: CADA UNA MANDA SU ARCHIVO DE
      *****MOVIMIENTOS DEL PERIODO (MOVSUC + CLAVE) Y 1SUCREC LO RECIBE;
      *****SOLO SE ACEPTAN NOMINAS DE LOS DEPARTAMENTOS QUE AQUI SE LE
      *****ASIGNAN. UN DEPARTAMENTO PERTENECE A UNA SOLA SUCURSAL. LA
      *****SUCURSAL INACTIVA (SUC-ACTIVA = N) YA NO SE ESPERA EN LA
      *****RECEPCION
       FD  SUCURSALES.
       01  SUCURSALES-REG.
           03  SUC-CLAVE           PIC X(03).
           03  SUC-NOMBRE          PIC X(20).
           03  SUC-ACTIVA          PIC X(01).
               88  SUC-ES-ACTIVA      VALUE "S".
               88  SUC-ACTIVA-OK      VALUE "S" "N".
           03  SUC-DEPARTAMENTOS.
               05  SUC-DPTO        PIC X(03) OCCURS 10 TIMES.

       FD  DEPARTAMENTOS.
       01  DEPARTAMENTOS-REG.
           03  DPTO-CLAVE          PIC X(03).
           03  DPTO-DESCRIPCION    PIC X(20).
           03  DPTO-PRESUPUESTO    PIC 9(08).
           03  DPTO-PLANTILLA      PIC 9(04).

      *****MAESTRO DE OPERADORES (VER 4USUABC)
       FD  USUARIOS.
       01  USUARIOS-REG.
           03  USU-CLAVE           PIC X(08).
           03  USU-PASSWORD        PIC X(08).
           03  USU-NIVEL           PIC 9.

       WORKING-STORAGE SECTION.
       77  BANDERA-SALIR-MENU  PIC 9.
       77  OPCION-MENU         PIC 9.
       77  SUC-KEY-EXISTE      PIC 9.
       77  DPTO-KEY-EXISTE     PIC 9.
       77  ARCHIVO-EOF         PIC 9.
       77  AUTORIZACION        PIC 9(03).
       77  WKS-RESP PIC X(02).
           88  W88-NO VALUE "NO".
       77  BANDERA-CAMPO-VALIDO PIC 9.
       77  SUCURSALES-ALTA     PIC 9(03).

      *****CAPTURA DE LOS DEPARTAMENTOS: EL REGISTRO EN CAPTURA SE
      *****RESPALDA MIENTRAS SE RECORRE EL CATALOGO BUSCANDO SI EL
      *****DEPARTAMENTO YA ES DE OTRA SUCURSAL
       01  SUCURSAL-RESPALDO   PIC X(54).
       77  DPTO-CAPTURA        PIC X(03).
       77  CLAVE-CAPTURA       PIC X(03).
       77  SUCURSAL-DUENA      PIC X(03).
       77  I-DPTO              PIC 99.
       77  J-DPTO              PIC 99.
       77  CONT-DPTOS          PIC 99.
       77  FIN-DPTOS           PIC 9.

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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO BANDERA-SALIR-MENU.
           OPEN INPUT USUARIOS.
           PERFORM FIRMAR-OPERADOR.
           IF FIRMA-OK = 0
               DISPLAY "ACCESO DENEGADO"
               CLOSE USUARIOS
               GOBACK
           END-IF.
           IF NIVEL-FIRMADO < 2
               DISPLAY "EL CATALOGO DE SUCURSALES REQUIERE NIVEL "
                   "SUPERVISOR"
               CLOSE USUARIOS
               GOBACK
           END-IF.
           OPEN I-O SUCURSALES.
           OPEN INPUT DEPARTAMENTOS.
           PERFORM MOSTRAR-MENU UNTIL BANDERA-SALIR-MENU = 1.
           CLOSE SUCURSALES.
           CLOSE DEPARTAMENTOS.
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

      *******************************************************************
      *                                LEER
      *******************************************************************
       LEER-SUCURSAL.
           DISPLAY "CLAVE DE LA SUCURSAL (3 POSICIONES)".
           ACCEPT SUC-CLAVE.
           MOVE 1 TO SUC-KEY-EXISTE.
           READ SUCURSALES INVALID KEY MOVE 0 TO SUC-KEY-EXISTE.

       CAPTURA-DATOS.
           DISPLAY "NOMBRE DE LA SUCURSAL".
           ACCEPT SUC-NOMBRE.
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
               DISPLAY "ACTIVA (S/N)"
               ACCEPT SUC-ACTIVA
               IF SUC-ACTIVA-OK
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               ELSE
                   DISPLAY "CAPTURA S O N"
               END-IF
           END-PERFORM.
           MOVE SUC-CLAVE TO CLAVE-CAPTURA.
           MOVE SPACES TO SUC-DEPARTAMENTOS.
           MOVE 0 TO CONT-DPTOS.
           MOVE 0 TO FIN-DPTOS.
           PERFORM CAPTURA-UN-DPTO UNTIL FIN-DPTOS = 1.

      *****HASTA 10 DEPARTAMENTOS; EN BLANCO TERMINA, PERO LA SUCURSAL
      *****DEBE QUEDAR CON AL MENOS UNO
       CAPTURA-UN-DPTO.
           COMPUTE I-DPTO = CONT-DPTOS + 1.
           DISPLAY "DEPARTAMENTO " I-DPTO " (EN BLANCO PARA TERMINAR)".
           MOVE SPACES TO DPTO-CAPTURA.
           ACCEPT DPTO-CAPTURA.
           IF DPTO-CAPTURA = SPACES
               IF CONT-DPTOS = 0
                   DISPLAY "LA SUCURSAL DEBE TENER AL MENOS UN "
                       "DEPARTAMENTO"
               ELSE
                   MOVE 1 TO FIN-DPTOS
               END-IF
           ELSE
               PERFORM VALIDAR-DPTO
               IF BANDERA-CAMPO-VALIDO = 1
                   ADD 1 TO CONT-DPTOS
                   MOVE DPTO-CAPTURA TO SUC-DPTO(CONT-DPTOS)
                   IF CONT-DPTOS >= 10
                       MOVE 1 TO FIN-DPTOS
                   END-IF
               END-IF
           END-IF.

       VALIDAR-DPTO.
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           MOVE DPTO-CAPTURA TO DPTO-CLAVE.
           MOVE 1 TO DPTO-KEY-EXISTE.
           READ DEPARTAMENTOS INVALID KEY MOVE 0 TO DPTO-KEY-EXISTE.
           IF DPTO-KEY-EXISTE = 0
               DISPLAY "ESE DEPARTAMENTO NO EXISTE"
           ELSE
               MOVE 1 TO BANDERA-CAMPO-VALIDO
               PERFORM VARYING J-DPTO FROM 1 BY 1
                       UNTIL J-DPTO > CONT-DPTOS
                   IF SUC-DPTO(J-DPTO) = DPTO-CAPTURA
                       MOVE 0 TO BANDERA-CAMPO-VALIDO
                   END-IF
               END-PERFORM
               IF BANDERA-CAMPO-VALIDO = 0
                   DISPLAY "ESE DEPARTAMENTO YA ESTA CAPTURADO"
               ELSE
                   PERFORM BUSCAR-SUCURSAL-DUENA
                   IF SUCURSAL-DUENA NOT = SPACES
                       MOVE 0 TO BANDERA-CAMPO-VALIDO
                       DISPLAY "ESE DEPARTAMENTO YA ES DE LA SUCURSAL "
                           SUCURSAL-DUENA
                   END-IF
               END-IF
           END-IF.

      *****RECORRE EL CATALOGO COMPLETO; LA SUCURSAL EN CAPTURA NO
      *****CUENTA (SU LISTA SE ESTA VOLVIENDO A CAPTURAR)
       BUSCAR-SUCURSAL-DUENA.
           MOVE SUCURSALES-REG TO SUCURSAL-RESPALDO.
           MOVE SPACES TO SUCURSAL-DUENA.
           MOVE 0 TO ARCHIVO-EOF.
           MOVE LOW-VALUES TO SUC-CLAVE.
           START SUCURSALES KEY IS NOT LESS THAN SUC-CLAVE
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               READ SUCURSALES NEXT RECORD
                   AT END
                       MOVE 1 TO ARCHIVO-EOF
                   NOT AT END
                       IF SUC-CLAVE NOT = CLAVE-CAPTURA
                           PERFORM VARYING J-DPTO FROM 1 BY 1
                                   UNTIL J-DPTO > 10
                               IF SUC-DPTO(J-DPTO) = DPTO-CAPTURA
                                   MOVE SUC-CLAVE TO SUCURSAL-DUENA
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SUCURSAL-RESPALDO TO SUCURSALES-REG.

       MOSTRAR-SUCURSAL.
           DISPLAY "SUCURSAL:      " SUC-CLAVE " " SUC-NOMBRE.
           DISPLAY "ACTIVA:        " SUC-ACTIVA.
           DISPLAY "DEPARTAMENTOS: " SUC-DPTO(1) " " SUC-DPTO(2) " "
               SUC-DPTO(3) " " SUC-DPTO(4) " " SUC-DPTO(5) " "
               SUC-DPTO(6) " " SUC-DPTO(7) " " SUC-DPTO(8) " "
               SUC-DPTO(9) " " SUC-DPTO(10).

      *******************************************************************
      *                             ALTA
      *******************************************************************
       ALTA.
           PERFORM LEER-SUCURSAL.
           IF SUC-KEY-EXISTE = 1
               DISPLAY "ESA SUCURSAL YA EXISTE, USA MODIFICACION"
           ELSE IF SUC-CLAVE = SPACES
               DISPLAY "LA CLAVE ES OBLIGATORIA"
           ELSE
               PERFORM CAPTURA-DATOS
               WRITE SUCURSALES-REG
               ADD 1 TO AUTORIZACION
               DISPLAY "OPERACION EXITOSA: ", AUTORIZACION.

      *******************************************************************
      *                             BAJA
      *******************************************************************
      *****LAS RECEPCIONES YA REGISTRADAS EN SUCRECEP SE QUEDAN COMO
      *****HISTORIA; PARA DEJAR DE ESPERARLA BASTA MARCARLA INACTIVA
       BAJA.
           PERFORM LEER-SUCURSAL.
           IF SUC-KEY-EXISTE = 1
               PERFORM MOSTRAR-SUCURSAL
               DISPLAY "QUIERES DAR DE BAJA ESTA SUCURSAL?"
               ACCEPT WKS-RESP
               IF NOT W88-NO
                   DELETE SUCURSALES
                   ADD 1 TO AUTORIZACION
                   DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
               ELSE
                   DISPLAY "BAJA CANCELADA"
           ELSE
               DISPLAY "NO EXISTE ESA SUCURSAL".

      *******************************************************************
      *                           CONSULTA
      *******************************************************************
       CONSULTA.
           PERFORM LEER-SUCURSAL.
           IF SUC-KEY-EXISTE = 1
               PERFORM MOSTRAR-SUCURSAL
           ELSE
               DISPLAY "NO EXISTE ESA SUCURSAL".

      *******************************************************************
      *                            MODIFICAR
      *******************************************************************
       MODIFICAR.
           PERFORM LEER-SUCURSAL.
           IF SUC-KEY-EXISTE = 1
               PERFORM MOSTRAR-SUCURSAL
               DISPLAY "DESEA MODIFICAR?"
               ACCEPT WKS-RESP
               IF NOT W88-NO
                   PERFORM CAPTURA-DATOS
                   REWRITE SUCURSALES-REG
                   ADD 1 TO AUTORIZACION
                   DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
               ELSE
                   DISPLAY "MODIFICACION CANCELADA"
           ELSE
               DISPLAY "NO EXISTE ESA SUCURSAL".

      *******************************************************************
      *                          LISTAR TODOS
      *******************************************************************
       LISTAR-TODOS.
           MOVE 0 TO SUCURSALES-ALTA.
           MOVE 0 TO ARCHIVO-EOF.
           MOVE LOW-VALUES TO SUC-CLAVE.
           START SUCURSALES KEY IS NOT LESS THAN SUC-CLAVE
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           DISPLAY "SUC NOMBRE               A DEPARTAMENTOS".
           PERFORM UNTIL ARCHIVO-EOF = 1
               READ SUCURSALES NEXT RECORD
                   AT END
                       MOVE 1 TO ARCHIVO-EOF
                   NOT AT END
                       ADD 1 TO SUCURSALES-ALTA
                       DISPLAY SUC-CLAVE " " SUC-NOMBRE " "
                           SUC-ACTIVA " " SUC-DEPARTAMENTOS
               END-READ
           END-PERFORM.
           IF SUCURSALES-ALTA = 0
               DISPLAY "CATALOGO DE SUCURSALES VACIO"
           END-IF.

      *******************************************************************
      *                               MENU
      *******************************************************************
       MOSTRAR-MENU.
           MOVE "NO" TO WKS-RESP.
           MOVE 0 TO OPCION-MENU.
           DISPLAY "--------------------------".
           DISPLAY " SUCURSALES".
           DISPLAY "--------------------------".
           DISPLAY "SELECCIONA UNA OPCION".
           DISPLAY "1. ALTA.".
           DISPLAY "2. BAJA.".
           DISPLAY "3. CONSULTA.".
           DISPLAY "4. MODIFICACION.".
           DISPLAY "5. LISTAR TODAS.".
           DISPLAY "6. SALIR."
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
               DISPLAY "ADIOS"
               MOVE 1 TO BANDERA-SALIR-MENU.


       END PROGRAM 4SUCABC.
