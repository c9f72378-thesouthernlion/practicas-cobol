      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 4AULABC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AULAS ASSIGN TO "AULAS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUL-CLAVE.

           SELECT OPTIONAL HORARIOS ASSIGN TO "HORARIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HOR-LLAVE.

           SELECT OPTIONAL USUARIOS ASSIGN TO "USUARIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USU-CLAVE.

       DATA DIVISION.
       FILE SECTION.
      *****MAESTRO DE AULAS: LA CLAVE ES LA MISMA HOR-AULA DE LOS
      *****HORARIOS; 4HORABC NO ACEPTA CLASES EN UN AULA QUE NO ESTE
      *****AQUI ACTIVA NI EN UNA CON MENOS LUGARES QUE INSCRITOS EN EL
      *****GRUPO. TIPO: L = LABORATORIO, C = COMPUTO, E = ESTANDAR
       FD  AULAS.
       01  AULAS-REG.
           03  AUL-CLAVE           PIC X(04).
           03  AUL-EDIFICIO        PIC X(10).
           03  AUL-CUPO            PIC 9(03).
           03  AUL-TIPO            PIC X(01).
           03  AUL-PLANTEL         PIC X(10).
           03  AUL-ESTADO          PIC X(10).

      *****MISMO LAYOUT QUE EL HORARIOS DE 4HORABC
       FD  HORARIOS.
       01  HORARIOS-REG.
           03  HOR-LLAVE.
               05  HOR-GRUPO       PIC X(03).
               05  HOR-DIA         PIC 9(01).
               05  HOR-INICIO      PIC 9(04).
           03  HOR-FIN             PIC 9(04).
           03  HOR-CASILLA         PIC 9(01).
           03  HOR-AULA            PIC X(04).
           03  HOR-PROFESOR        PIC X(08).

      *****MAESTRO DE OPERADORES (VER 4USUABC); LA FIRMA DE ENTRADA
      *****VALIDA CONTRA EL Y LA CLAVE FIRMADA QUEDA EN LAS AUDITORIAS
       FD  USUARIOS.
       01  USUARIOS-REG.
           03  USU-CLAVE           PIC X(08).
           03  USU-PASSWORD        PIC X(08).
           03  USU-NIVEL           PIC 9.

       WORKING-STORAGE SECTION.
       77  BANDERA-SALIR-MENU  PIC 9.
       77  OPCION-MENU         PIC 9.
       77  AUL-KEY-EXISTE      PIC 9.
       77  AUTORIZACION        PIC 9(03).
       77  WKS-RESP PIC X(02).
           88  W88-NO VALUE "NO".
       77  FIN-LISTADO         PIC 9.
       77  HORARIOS-EOF        PIC 9.
       77  CLASES-EN-AULA      PIC 9(04).
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
           OPEN I-O AULAS.
           OPEN INPUT HORARIOS.
           PERFORM MOSTRAR-MENU UNTIL BANDERA-SALIR-MENU = 1.
           CLOSE AULAS
           CLOSE HORARIOS
           CLOSE USUARIOS
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
       LEER-AULAS.
           MOVE 1 TO AUL-KEY-EXISTE.
           READ AULAS INVALID KEY MOVE 0 TO AUL-KEY-EXISTE.

      *******************************************************************
      *                             ALTA
      *******************************************************************
       ALTA.
           DISPLAY "INGRESA CLAVE DEL AULA"
           ACCEPT AUL-CLAVE
           PERFORM LEER-AULAS
           IF AUL-KEY-EXISTE = 1
               DISPLAY "AULA YA EXISTE"
           ELSE
               PERFORM CAPTURA-AULA
               MOVE "ACTIVA" TO AUL-ESTADO
               WRITE AULAS-REG
               ADD 1 TO AUTORIZACION
               DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
           END-IF.

      *****EL CUPO ES EL NUMERO DE LUGARES; UN AULA SIN LUGARES NO
      *****SIRVE PARA PROGRAMAR CLASES
       CAPTURA-AULA.
           DISPLAY "EDIFICIO"
           ACCEPT AUL-EDIFICIO.
           MOVE 0 TO AUL-CUPO.
           PERFORM WITH TEST AFTER UNTIL AUL-CUPO > 0
               DISPLAY "LUGARES (CUPO DEL AULA)"
               ACCEPT AUL-CUPO
           END-PERFORM.
           MOVE SPACES TO AUL-TIPO.
           PERFORM WITH TEST AFTER
                   UNTIL AUL-TIPO = "L" OR AUL-TIPO = "C"
                   OR AUL-TIPO = "E"
               DISPLAY "TIPO (L=LABORATORIO, C=COMPUTO, E=ESTANDAR)"
               ACCEPT AUL-TIPO
           END-PERFORM.
           DISPLAY "PLANTEL"
           ACCEPT AUL-PLANTEL.

      *******************************************************************
      *                             BAJA
      *******************************************************************
      *****LA BAJA ES LOGICA: LAS CLASES YA PROGRAMADAS SE AVISAN PARA
      *****QUE SE MUEVAN; LAS NUEVAS YA NO PUEDEN USAR EL AULA
       BAJA.
           DISPLAY "INGRESA CLAVE DEL AULA"
           ACCEPT AUL-CLAVE
           PERFORM LEER-AULAS
           IF AUL-KEY-EXISTE = 1
               PERFORM MOSTRAR-AULA
               PERFORM CONTAR-CLASES-AULA
               IF CLASES-EN-AULA > 0
                   DISPLAY "AVISO: EL AULA TIENE " CLASES-EN-AULA
                       " CLASES PROGRAMADAS EN HORARIOS"
               END-IF
               DISPLAY "QUIERES DAR DE BAJA ESTA AULA?"
               ACCEPT WKS-RESP
               IF NOT W88-NO
                   MOVE "BAJA" TO AUL-ESTADO
                   REWRITE AULAS-REG
                   ADD 1 TO AUTORIZACION
                   DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
               ELSE
                   DISPLAY "BAJA CANCELADA"
           ELSE
               DISPLAY "AULA NO EXISTE".

       CONTAR-CLASES-AULA.
           MOVE 0 TO CLASES-EN-AULA.
           MOVE 0 TO HORARIOS-EOF.
           MOVE LOW-VALUES TO HOR-LLAVE.
           START HORARIOS KEY IS NOT LESS THAN HOR-LLAVE
               INVALID KEY MOVE 1 TO HORARIOS-EOF.
           PERFORM UNTIL HORARIOS-EOF = 1
               READ HORARIOS NEXT RECORD
                   AT END
                       MOVE 1 TO HORARIOS-EOF
                   NOT AT END
                       IF HOR-AULA = AUL-CLAVE
                           ADD 1 TO CLASES-EN-AULA
                       END-IF
               END-READ
           END-PERFORM.

      *******************************************************************
      *                            MODIFICAR
      *******************************************************************
       MODIFICAR.
           DISPLAY "INGRESA LA CLAVE DEL AULA"
           ACCEPT AUL-CLAVE
           PERFORM LEER-AULAS.
           IF AUL-KEY-EXISTE = 1
               PERFORM MOSTRAR-AULA
               DISPLAY "DESEA MODIFICAR?"
               ACCEPT WKS-RESP
               IF NOT W88-NO
                   PERFORM CAPTURA-AULA
                   DISPLAY "INGRESE EL ESTADO (ACTIVA/BAJA)"
                   ACCEPT AUL-ESTADO
                   REWRITE AULAS-REG
                   ADD 1 TO AUTORIZACION
                   DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
               ELSE
                   DISPLAY "MODIFICACION CANCELADA"
           ELSE
               DISPLAY "AULA NO EXISTE".

       MOSTRAR-AULA.
           DISPLAY "EDIFICIO: ", AUL-EDIFICIO.
           DISPLAY "LUGARES:  ", AUL-CUPO.
           DISPLAY "TIPO:     ", AUL-TIPO.
           DISPLAY "PLANTEL:  ", AUL-PLANTEL.
           DISPLAY "ESTADO:   ", AUL-ESTADO.

      *******************************************************************
      *                          LISTAR TODAS
      *******************************************************************
       LISTAR-TODAS.
           MOVE 0 TO FIN-LISTADO.
           MOVE LOW-VALUES TO AUL-CLAVE.
           START AULAS KEY IS NOT LESS THAN AUL-CLAVE
               INVALID KEY
                   DISPLAY "NO HAY AULAS"
                   MOVE 1 TO FIN-LISTADO.
           DISPLAY "AULA EDIFICIO   LUG T PLANTEL    ESTADO".
           PERFORM UNTIL FIN-LISTADO = 1
               READ AULAS NEXT RECORD
                   AT END
                       MOVE 1 TO FIN-LISTADO
                   NOT AT END
                       DISPLAY AUL-CLAVE " " AUL-EDIFICIO " "
                           AUL-CUPO " " AUL-TIPO " " AUL-PLANTEL " "
                           AUL-ESTADO
               END-READ
           END-PERFORM.

      *******************************************************************
      *                               MENU
      *******************************************************************
       MOSTRAR-MENU.
           MOVE "NO" TO WKS-RESP.
           MOVE 0 TO OPCION-MENU.
           DISPLAY "------------".
           DISPLAY "   AULAS".
           DISPLAY "------------".
           DISPLAY "SELECCIONA UNA OPCION".
           DISPLAY "1. ALTA.".
           DISPLAY "2. BAJA.".
           DISPLAY "3. MODIFICACION.".
           DISPLAY "4. LISTAR TODAS.".
           DISPLAY "5. SALIR."
           ACCEPT OPCION-MENU.
           IF OPCION-MENU = 1
               PERFORM ALTA
           ELSE IF OPCION-MENU = 2
               IF NIVEL-FIRMADO < 2
                   DISPLAY "LA BAJA REQUIERE NIVEL SUPERVISOR"
               ELSE
                   PERFORM BAJA
               END-IF
           ELSE IF OPCION-MENU = 3
               IF NIVEL-FIRMADO < 2
                   DISPLAY "LA MODIFICACION REQUIERE NIVEL SUPERVISOR"
               ELSE
                   PERFORM MODIFICAR
               END-IF
           ELSE IF OPCION-MENU = 4
               PERFORM LISTAR-TODAS
           ELSE IF OPCION-MENU = 5
               DISPLAY "ADIOS"
               MOVE 1 TO BANDERA-SALIR-MENU.

       END PROGRAM 4AULABC.
