      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 2INCCAP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INCIDENCIAS ASSIGN TO "INCIDENCIAS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INC-LLAVE.

           SELECT OPTIONAL TIPOSINC ASSIGN TO "TIPOSINC"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIN-CLAVE.

           SELECT OPTIONAL PROFESORES ASSIGN TO "PROFESORES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRF-CLAVE.

           SELECT ALUINX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALUINX-MATRICULA.

           SELECT OPTIONAL USUARIOS ASSIGN TO "USUARIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USU-CLAVE.

       DATA DIVISION.
       FILE SECTION.
      *****REGISTRO DE INCIDENTES DE CONDUCTA POR MATRICULA: REPORTES,
      *****SUSPENSIONES Y RECONOCIMIENTOS CON EL PROFESOR QUE REPORTA Y
      *****LA SANCION. INC-CARTA: P = CARTA PENDIENTE (EL TIPO PIDE
      *****NOTIFICAR), S = CARTA ENVIADA POR 3CARTAS, N = NO REQUIERE
       FD  INCIDENCIAS.
       01  INCIDENCIAS-REG.
           03  INC-LLAVE.
               05  INC-MATRICULA   PIC 9(08).
               05  INC-FECHA       PIC 9(08).
               05  INC-SECUENCIA   PIC 9(02).
           03  INC-GRUPO           PIC X(03).
           03  INC-TIPO            PIC X(03).
           03  INC-GRAVEDAD        PIC 9(01).
           03  INC-PROFESOR        PIC X(08).
           03  INC-DESCRIPCION     PIC X(60).
           03  INC-SANCION         PIC X(30).
           03  INC-CARTA           PIC X(01).
           03  INC-FEC-CARTA       PIC 9(08).
           03  INC-OPERADOR        PIC X(08).

      *****CATALOGO DE TIPOS DE INCIDENTE (4TINABC)
       FD  TIPOSINC.
       01  TIPOSINC-REG.
           03  TIN-CLAVE           PIC X(03).
           03  TIN-DESCRIPCION     PIC X(25).
           03  TIN-CATEGORIA       PIC X(01).
           03  TIN-NOTIFICA        PIC X(01).

      *****MAESTRO DE PROFESORES (4PRFABC)
       FD  PROFESORES.
       01  PROFESORES-REG.
           03  PRF-CLAVE           PIC X(08).
           03  PRF-NOMBRE          PIC X(30).
           03  PRF-ESTADO          PIC X(10).

       FD  ALUINX.
       01  ALUINX-REG.
           03  ALUINX-MATRICULA    PIC 9(8).
           03  ALUINX-NOMBRE       PIC X(30).
           03  ALUINX-GRUPO        PIC X(03).
           03  ALUINX-PROMEDIO     PIC 9(03)V99.

      *****MAESTRO DE OPERADORES (VER 4USUABC)
       FD  USUARIOS.
       01  USUARIOS-REG.
           03  USU-CLAVE           PIC X(08).
           03  USU-PASSWORD        PIC X(08).
           03  USU-NIVEL           PIC 9.

       WORKING-STORAGE SECTION.
       77  BANDERA-SALIR-MENU  PIC 9.
       77  OPCION-MENU         PIC 9.
       77  WKS-RESP            PIC X(02).
           88  W88-NO VALUE "NO".
       77  INC-KEY-EXISTE      PIC 9.
       77  TIN-KEY-EXISTE      PIC 9.
       77  PRF-KEY-EXISTE      PIC 9.
       77  EXISTE-MATRICULA    PIC 9.
       77  BANDERA-CAMPO-VALIDO PIC 9.
       77  INCIDENCIAS-EOF     PIC 9.
       77  INC-ESCRITO         PIC 9.
       77  MATRICULA-BUSCADA   PIC 9(08).
       77  CONT-INCIDENTES     PIC 9(04) VALUE 0.
       77  FECHA-HOY-LARGA     PIC 9(08).
       01  FECHA-HOY.
           03  FECHA-HOY-AA        PIC 99.
           03  FECHA-HOY-MM        PIC 99.
           03  FECHA-HOY-DD        PIC 99.
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
      *****BITACORA DE CONDUCTA DE LA PREFECTURA: EL PREFECTO REGISTRA
      *****CADA INCIDENTE CON EL PROFESOR QUE LO REPORTA; LOS TIPOS QUE
      *****PIDEN NOTIFICACION QUEDAN CON CARTA PENDIENTE PARA 3CARTAS.
      *****ANULAR UN INCIDENTE CAPTURADO POR ERROR ES DE SUPERVISOR
       MAIN-PROCEDURE.
           OPEN INPUT USUARIOS.
           PERFORM FIRMAR-OPERADOR.
           IF FIRMA-OK = 0
               DISPLAY "ACCESO DENEGADO"
               CLOSE USUARIOS
               GOBACK
           END-IF.
           ACCEPT FECHA-HOY FROM DATE.
           COMPUTE FECHA-HOY-LARGA =
               (2000 + FECHA-HOY-AA) * 10000
               + FECHA-HOY-MM * 100 + FECHA-HOY-DD.
           OPEN I-O INCIDENCIAS.
           OPEN INPUT TIPOSINC.
           OPEN INPUT PROFESORES.
           OPEN INPUT ALUINX.
           MOVE 0 TO BANDERA-SALIR-MENU.
           PERFORM MOSTRAR-MENU UNTIL BANDERA-SALIR-MENU = 1.
           DISPLAY "INCIDENTES REGISTRADOS: " CONT-INCIDENTES.
           CLOSE INCIDENCIAS.
           CLOSE TIPOSINC.
           CLOSE PROFESORES.
           CLOSE ALUINX.
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
      *                       REGISTRAR INCIDENTE
      *******************************************************************
       REGISTRAR-INCIDENTE.
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
               DISPLAY "MATRICULA DEL ALUMNO"
               ACCEPT ALUINX-MATRICULA
               MOVE 1 TO EXISTE-MATRICULA
               READ ALUINX INVALID KEY MOVE 0 TO EXISTE-MATRICULA
               END-READ
               IF EXISTE-MATRICULA = 0
                   DISPLAY "MATRICULA NO EXISTE EN ALUINX"
               ELSE
                   DISPLAY "ALUMNO: " ALUINX-NOMBRE " GRUPO: "
                       ALUINX-GRUPO
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               END-IF
           END-PERFORM.
           MOVE ALUINX-MATRICULA TO INC-MATRICULA.
           MOVE ALUINX-GRUPO     TO INC-GRUPO.
           DISPLAY "FECHA DEL INCIDENTE (AAAAMMDD, 0 = HOY)".
           ACCEPT INC-FECHA.
           IF INC-FECHA = 0
               MOVE FECHA-HOY-LARGA TO INC-FECHA
           END-IF.
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
               DISPLAY "TIPO DE INCIDENTE"
               ACCEPT TIN-CLAVE
               MOVE 1 TO TIN-KEY-EXISTE
               READ TIPOSINC INVALID KEY MOVE 0 TO TIN-KEY-EXISTE
               END-READ
               IF TIN-KEY-EXISTE = 0
                   DISPLAY "TIPO NO EXISTE EN EL CATALOGO (4TINABC)"
               ELSE
                   DISPLAY "TIPO: " TIN-DESCRIPCION
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               END-IF
           END-PERFORM.
           MOVE TIN-CLAVE TO INC-TIPO.
           IF TIN-CATEGORIA = "R"
               MOVE 0 TO INC-GRAVEDAD
           ELSE
               MOVE 0 TO BANDERA-CAMPO-VALIDO
               PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
                   DISPLAY "GRAVEDAD: 1 = LEVE, 2 = MODERADA, "
                       "3 = GRAVE"
                   ACCEPT INC-GRAVEDAD
                   IF INC-GRAVEDAD >= 1 AND INC-GRAVEDAD <= 3
                       MOVE 1 TO BANDERA-CAMPO-VALIDO
                   ELSE
                       DISPLAY "GRAVEDAD INVALIDA"
                   END-IF
               END-PERFORM
           END-IF.
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
               DISPLAY "CLAVE DEL PROFESOR QUE REPORTA"
               ACCEPT PRF-CLAVE
               MOVE 1 TO PRF-KEY-EXISTE
               READ PROFESORES INVALID KEY MOVE 0 TO PRF-KEY-EXISTE
               END-READ
               IF PRF-KEY-EXISTE = 0
                   DISPLAY "PROFESOR NO EXISTE EN EL MAESTRO"
               ELSE
                   DISPLAY "PROFESOR: " PRF-NOMBRE
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               END-IF
           END-PERFORM.
           MOVE PRF-CLAVE TO INC-PROFESOR.
           DISPLAY "DESCRIPCION DEL INCIDENTE".
           ACCEPT INC-DESCRIPCION.
           DISPLAY "SANCION (ENTER = NINGUNA)".
           ACCEPT INC-SANCION.
           IF TIN-NOTIFICA = "S"
               MOVE "P" TO INC-CARTA
           ELSE
               MOVE "N" TO INC-CARTA
           END-IF.
           MOVE 0 TO INC-FEC-CARTA.
           MOVE OPERADOR-FIRMADO TO INC-OPERADOR.
           MOVE 0 TO INC-ESCRITO.
           MOVE 1 TO INC-SECUENCIA.
           PERFORM UNTIL INC-ESCRITO = 1 OR INC-SECUENCIA > 98
               WRITE INCIDENCIAS-REG
                   INVALID KEY
                       ADD 1 TO INC-SECUENCIA
                   NOT INVALID KEY
                       MOVE 1 TO INC-ESCRITO
               END-WRITE
           END-PERFORM.
           IF INC-ESCRITO = 0
               DISPLAY "SECUENCIAS AGOTADAS PARA ESE DIA (98)"
           ELSE
               ADD 1 TO CONT-INCIDENTES
               DISPLAY "INCIDENTE REGISTRADO: " INC-FECHA "-"
                   INC-SECUENCIA
               IF INC-CARTA = "P"
                   DISPLAY "QUEDA CARTA PENDIENTE PARA EL TUTOR"
               END-IF
           END-IF.

      *******************************************************************
      *                  CAPTURAR SANCION / ANULAR
      *******************************************************************
       PEDIR-INCIDENTE.
           DISPLAY "MATRICULA DEL ALUMNO".
           ACCEPT INC-MATRICULA.
           DISPLAY "FECHA DEL INCIDENTE (AAAAMMDD)".
           ACCEPT INC-FECHA.
           DISPLAY "SECUENCIA".
           ACCEPT INC-SECUENCIA.
           MOVE 1 TO INC-KEY-EXISTE.
           READ INCIDENCIAS INVALID KEY MOVE 0 TO INC-KEY-EXISTE.
           IF INC-KEY-EXISTE = 0
               DISPLAY "NO EXISTE ESE INCIDENTE"
           ELSE
               DISPLAY "TIPO: " INC-TIPO " GRAVEDAD: " INC-GRAVEDAD
                   " PROFESOR: " INC-PROFESOR
               DISPLAY INC-DESCRIPCION
               DISPLAY "SANCION: " INC-SANCION
           END-IF.

       CAPTURAR-SANCION.
           PERFORM PEDIR-INCIDENTE.
           IF INC-KEY-EXISTE = 1
               DISPLAY "SANCION"
               ACCEPT INC-SANCION
               REWRITE INCIDENCIAS-REG
               DISPLAY "SANCION ACTUALIZADA"
           END-IF.

       ANULAR-INCIDENTE.
           IF NIVEL-FIRMADO < 2
               DISPLAY "ANULAR REQUIERE NIVEL SUPERVISOR"
           ELSE
               PERFORM PEDIR-INCIDENTE
               IF INC-KEY-EXISTE = 1
                   IF INC-CARTA = "S"
                       DISPLAY "OJO: YA SE ENVIO CARTA AL TUTOR EL "
                           INC-FEC-CARTA
                   END-IF
                   DISPLAY "QUIERES ANULAR ESTE INCIDENTE?"
                   ACCEPT WKS-RESP
                   IF NOT W88-NO
                       DELETE INCIDENCIAS
                       DISPLAY "INCIDENTE ANULADO"
                   ELSE
                       DISPLAY "ANULACION CANCELADA"
                   END-IF
               END-IF
           END-IF.

      *******************************************************************
      *                       CONSULTA POR ALUMNO
      *******************************************************************
       CONSULTA.
           DISPLAY "MATRICULA DEL ALUMNO".
           ACCEPT MATRICULA-BUSCADA.
           MOVE 0 TO INCIDENCIAS-EOF.
           MOVE MATRICULA-BUSCADA TO INC-MATRICULA.
           MOVE 0 TO INC-FECHA.
           MOVE 0 TO INC-SECUENCIA.
           START INCIDENCIAS KEY IS NOT LESS THAN INC-LLAVE
               INVALID KEY MOVE 1 TO INCIDENCIAS-EOF.
           DISPLAY "FECHA    SQ TIP G PROFESOR SANCION"
               "                        CARTA".
           PERFORM UNTIL INCIDENCIAS-EOF = 1
               READ INCIDENCIAS NEXT RECORD
                   AT END
                       MOVE 1 TO INCIDENCIAS-EOF
                   NOT AT END
                       IF INC-MATRICULA NOT = MATRICULA-BUSCADA
                           MOVE 1 TO INCIDENCIAS-EOF
                       ELSE
                           DISPLAY INC-FECHA " " INC-SECUENCIA " "
                               INC-TIPO " " INC-GRAVEDAD " "
                               INC-PROFESOR " " INC-SANCION " "
                               INC-CARTA
                       END-IF
               END-READ
           END-PERFORM.

      *******************************************************************
      *                               MENU
      *******************************************************************
       MOSTRAR-MENU.
           MOVE "NO" TO WKS-RESP.
           MOVE 0 TO OPCION-MENU.
           DISPLAY "------------------------".
           DISPLAY " INCIDENTES DE CONDUCTA".
           DISPLAY "------------------------".
           DISPLAY "SELECCIONA UNA OPCION".
           DISPLAY "1. REGISTRAR INCIDENTE.".
           DISPLAY "2. CAPTURAR SANCION.".
           DISPLAY "3. CONSULTA POR ALUMNO.".
           DISPLAY "4. ANULAR INCIDENTE.".
           DISPLAY "5. SALIR."
           ACCEPT OPCION-MENU.
           IF OPCION-MENU = 1
               PERFORM REGISTRAR-INCIDENTE
           ELSE IF OPCION-MENU = 2
               PERFORM CAPTURAR-SANCION
           ELSE IF OPCION-MENU = 3
               PERFORM CONSULTA
           ELSE IF OPCION-MENU = 4
               PERFORM ANULAR-INCIDENTE
           ELSE IF OPCION-MENU = 5
               MOVE 1 TO BANDERA-SALIR-MENU.

       END PROGRAM 2INCCAP.
