      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 4MTAABC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MOTIVOSALU ASSIGN TO "MOTIVOSALU"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MTA-CLAVE.

       DATA DIVISION.
       FILE SECTION.
      *****CATALOGO DE MOTIVOS DE BAJA ESCOLAR: 4ALUABC LO CAPTURA EN
      *****LA BAJA DEL ALUMNO Y 5DESREP AGRUPA LA DESERCION POR MOTIVO
      *****Y POR CATEGORIA (ECONOMICO, ACADEMICO, CAMBIO, SALUD,
      *****CONDUCTA, OTRO) PARA VER SI PESA MAS EL DINERO O LAS
      *****CALIFICACIONES
       FD  MOTIVOSALU.
       01  MOTIVOSALU-REG.
           03  MTA-CLAVE           PIC X(03).
           03  MTA-DESCRIPCION     PIC X(20).
           03  MTA-CATEGORIA       PIC X(10).

       WORKING-STORAGE SECTION.
       77  BANDERA-SALIR-MENU  PIC 9.
       77  OPCION-MENU         PIC 9.
       77  MTA-KEY-EXISTE      PIC 9.
       77  AUTORIZACION        PIC 9(03).
       77  WKS-RESP PIC X(02).
           88  W88-NO VALUE "NO".
       77  FIN-LISTADO         PIC 9.
       77  OPCION-CATEGORIA    PIC 9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO BANDERA-SALIR-MENU.
           OPEN I-O MOTIVOSALU.
           PERFORM MOSTRAR-MENU UNTIL BANDERA-SALIR-MENU = 1.
           CLOSE MOTIVOSALU
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *******************************************************************
      *                                LEER
      *******************************************************************
       LEER-MOTIVOSALU.
           MOVE 1 TO MTA-KEY-EXISTE.
           READ MOTIVOSALU INVALID KEY MOVE 0 TO MTA-KEY-EXISTE.

      *****LA CATEGORIA SE ELIGE DE UNA LISTA FIJA PARA QUE EL REPORTE
      *****DE DESERCION NO SE PARTA EN VARIANTES DE LA MISMA PALABRA
       CAPTURA-CATEGORIA.
           MOVE 0 TO OPCION-CATEGORIA.
           PERFORM UNTIL OPCION-CATEGORIA >= 1
                   AND OPCION-CATEGORIA <= 6
               DISPLAY "CATEGORIA: 1 ECONOMICO  2 ACADEMICO  3 CAMBIO"
               DISPLAY "           4 SALUD      5 CONDUCTA   6 OTRO"
               ACCEPT OPCION-CATEGORIA
           END-PERFORM.
           IF OPCION-CATEGORIA = 1
               MOVE "ECONOMICO" TO MTA-CATEGORIA
           ELSE IF OPCION-CATEGORIA = 2
               MOVE "ACADEMICO" TO MTA-CATEGORIA
           ELSE IF OPCION-CATEGORIA = 3
               MOVE "CAMBIO" TO MTA-CATEGORIA
           ELSE IF OPCION-CATEGORIA = 4
               MOVE "SALUD" TO MTA-CATEGORIA
           ELSE IF OPCION-CATEGORIA = 5
               MOVE "CONDUCTA" TO MTA-CATEGORIA
           ELSE
               MOVE "OTRO" TO MTA-CATEGORIA
           END-IF.

      *******************************************************************
      *                             ALTA
      *******************************************************************
       ALTA.
           DISPLAY "INGRESA CLAVE DE MOTIVO"
           ACCEPT MTA-CLAVE
           PERFORM LEER-MOTIVOSALU
           IF MTA-KEY-EXISTE = 1
               DISPLAY "MOTIVO YA EXISTE"
           ELSE
               DISPLAY "INGRESE LA DESCRIPCION"
               ACCEPT MTA-DESCRIPCION
               PERFORM CAPTURA-CATEGORIA
               WRITE MOTIVOSALU-REG
               ADD 1 TO AUTORIZACION
               DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
           END-IF.

      *******************************************************************
      *                             BAJA
      *******************************************************************
       BAJA.
           DISPLAY "INGRESA CLAVE DE MOTIVO"
           ACCEPT MTA-CLAVE
           PERFORM LEER-MOTIVOSALU
           IF MTA-KEY-EXISTE = 1
               DISPLAY "CLAVE:       ", MTA-CLAVE
               DISPLAY "DESCRIPCION: ", MTA-DESCRIPCION
               DISPLAY "QUIERES DAR DE BAJA ESTE MOTIVO?"
               ACCEPT WKS-RESP
               IF NOT W88-NO
                   DELETE MOTIVOSALU
                   ADD 1 TO AUTORIZACION
                   DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
               ELSE
                   DISPLAY "BAJA CANCELADA"
           ELSE
               DISPLAY "MOTIVO NO EXISTE".

      *******************************************************************
      *                           CONSULTA
      *******************************************************************
       CONSULTA.
           DISPLAY "INGRESA CLAVE DE MOTIVO"
           ACCEPT MTA-CLAVE.
           PERFORM LEER-MOTIVOSALU.
           IF MTA-KEY-EXISTE = 1
               DISPLAY "CLAVE:       ", MTA-CLAVE
               DISPLAY "DESCRIPCION: ", MTA-DESCRIPCION
               DISPLAY "CATEGORIA:   ", MTA-CATEGORIA
           ELSE
               DISPLAY "MOTIVO NO EXISTE".

      *******************************************************************
      *                            MODIFICAR
      *******************************************************************
       MODIFICAR.
           DISPLAY "INGRESA LA CLAVE DE MOTIVO"
           ACCEPT MTA-CLAVE
           PERFORM LEER-MOTIVOSALU.
           IF MTA-KEY-EXISTE = 1
               DISPLAY "DESCRIPCION: ", MTA-DESCRIPCION
               DISPLAY "CATEGORIA:   ", MTA-CATEGORIA
               DISPLAY "DESEA MODIFICAR?"
               ACCEPT WKS-RESP
               IF NOT W88-NO
                   DISPLAY "INGRESE LA DESCRIPCION"
                   ACCEPT MTA-DESCRIPCION
                   PERFORM CAPTURA-CATEGORIA
                   REWRITE MOTIVOSALU-REG
                   ADD 1 TO AUTORIZACION
                   DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
               ELSE
                   DISPLAY "MODIFICACION CANCELADA"
           ELSE
               DISPLAY "MOTIVO NO EXISTE".

      *******************************************************************
      *                          LISTAR TODOS
      *******************************************************************
       LISTAR-TODOS.
           MOVE 0 TO FIN-LISTADO.
           MOVE LOW-VALUES TO MTA-CLAVE.
           START MOTIVOSALU KEY IS NOT LESS THAN MTA-CLAVE
               INVALID KEY
                   DISPLAY "NO HAY MOTIVOS"
                   MOVE 1 TO FIN-LISTADO.
           DISPLAY "CLAVE DESCRIPCION          CATEGORIA".
           PERFORM UNTIL FIN-LISTADO = 1
               READ MOTIVOSALU NEXT RECORD
                   AT END
                       MOVE 1 TO FIN-LISTADO
                   NOT AT END
                       DISPLAY MTA-CLAVE "   " MTA-DESCRIPCION " "
                           MTA-CATEGORIA
               END-READ
           END-PERFORM.

      *******************************************************************
      *                               MENU
      *******************************************************************
       MOSTRAR-MENU.
           MOVE "NO" TO WKS-RESP.
           MOVE 0 TO OPCION-MENU.
           DISPLAY "-------------------------".
           DISPLAY " MOTIVOS DE BAJA ESCOLAR".
           DISPLAY "-------------------------".
           DISPLAY "SELECCIONA UNA OPCION".
           DISPLAY "1. ALTA.".
           DISPLAY "2. BAJA.".
           DISPLAY "3. CONSULTA.".
           DISPLAY "4. MODIFICACION.".
           DISPLAY "5. LISTAR TODOS.".
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


       END PROGRAM 4MTAABC.
