      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 4TINABC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TIPOSINC ASSIGN TO "TIPOSINC"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIN-CLAVE.

       DATA DIVISION.
       FILE SECTION.
      *****CATALOGO DE TIPOS DE INCIDENTE DE CONDUCTA: LA CATEGORIA
      *****SEPARA FALTAS, SUSPENSIONES Y RECONOCIMIENTOS, Y EL INDICADOR
      *****DE NOTIFICACION DICE SI 3CARTAS LE ESCRIBE AL TUTOR
       FD  TIPOSINC.
       01  TIPOSINC-REG.
           03  TIN-CLAVE           PIC X(03).
           03  TIN-DESCRIPCION     PIC X(25).
           03  TIN-CATEGORIA       PIC X(01).
               88  TIN-FALTA          VALUE "F".
               88  TIN-SUSPENSION     VALUE "S".
               88  TIN-RECONOCIMIENTO VALUE "R".
               88  TIN-CATEGORIA-OK   VALUE "F" "S" "R".
           03  TIN-NOTIFICA        PIC X(01).
               88  TIN-NOTIFICA-OK    VALUE "S" "N".

       WORKING-STORAGE SECTION.
       77  BANDERA-SALIR-MENU  PIC 9.
       77  OPCION-MENU         PIC 9.
       77  TIN-KEY-EXISTE      PIC 9.
       77  AUTORIZACION        PIC 9(03).
       77  WKS-RESP PIC X(02).
           88  W88-NO VALUE "NO".
       77  FIN-LISTADO         PIC 9.
       77  BANDERA-CAMPO-VALIDO PIC 9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO BANDERA-SALIR-MENU.
           OPEN I-O TIPOSINC.
           PERFORM MOSTRAR-MENU UNTIL BANDERA-SALIR-MENU = 1.
           CLOSE TIPOSINC
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *******************************************************************
      *                                LEER
      *******************************************************************
       LEER-TIPOSINC.
           DISPLAY "CLAVE DEL TIPO DE INCIDENTE".
           ACCEPT TIN-CLAVE.
           MOVE 1 TO TIN-KEY-EXISTE.
           READ TIPOSINC INVALID KEY MOVE 0 TO TIN-KEY-EXISTE.

       CAPTURA-DATOS.
           DISPLAY "DESCRIPCION".
           ACCEPT TIN-DESCRIPCION.
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
               DISPLAY "CATEGORIA: F = FALTA, S = SUSPENSION, "
                   "R = RECONOCIMIENTO"
               ACCEPT TIN-CATEGORIA
               IF TIN-CATEGORIA-OK
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               ELSE
                   DISPLAY "CATEGORIA INVALIDA"
               END-IF
           END-PERFORM.
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
               DISPLAY "SE NOTIFICA AL TUTOR POR CARTA? (S/N)"
               ACCEPT TIN-NOTIFICA
               IF TIN-NOTIFICA-OK
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               ELSE
                   DISPLAY "RESPONDE S O N"
               END-IF
           END-PERFORM.

      *******************************************************************
      *                             ALTA
      *******************************************************************
       ALTA.
           PERFORM LEER-TIPOSINC.
           IF TIN-KEY-EXISTE = 1
               DISPLAY "ESE TIPO YA EXISTE, USA MODIFICACION"
           ELSE
               PERFORM CAPTURA-DATOS
               WRITE TIPOSINC-REG
               ADD 1 TO AUTORIZACION
               DISPLAY "OPERACION EXITOSA: ", AUTORIZACION.

      *******************************************************************
      *                             BAJA
      *******************************************************************
       BAJA.
           PERFORM LEER-TIPOSINC.
           IF TIN-KEY-EXISTE = 1
               DISPLAY TIN-DESCRIPCION " " TIN-CATEGORIA " "
                   TIN-NOTIFICA
               DISPLAY "QUIERES DAR DE BAJA ESTE TIPO?"
               ACCEPT WKS-RESP
               IF NOT W88-NO
                   DELETE TIPOSINC
                   ADD 1 TO AUTORIZACION
                   DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
               ELSE
                   DISPLAY "BAJA CANCELADA"
           ELSE
               DISPLAY "NO EXISTE ESE TIPO".

      *******************************************************************
      *                            MODIFICAR
      *******************************************************************
       MODIFICAR.
           PERFORM LEER-TIPOSINC.
           IF TIN-KEY-EXISTE = 1
               DISPLAY TIN-DESCRIPCION " " TIN-CATEGORIA " "
                   TIN-NOTIFICA
               DISPLAY "DESEA MODIFICAR?"
               ACCEPT WKS-RESP
               IF NOT W88-NO
                   PERFORM CAPTURA-DATOS
                   REWRITE TIPOSINC-REG
                   ADD 1 TO AUTORIZACION
                   DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
               ELSE
                   DISPLAY "MODIFICACION CANCELADA"
           ELSE
               DISPLAY "NO EXISTE ESE TIPO".

      *******************************************************************
      *                          LISTAR TODOS
      *******************************************************************
       LISTAR-TODOS.
           MOVE 0 TO FIN-LISTADO.
           MOVE LOW-VALUES TO TIN-CLAVE.
           START TIPOSINC KEY IS NOT LESS THAN TIN-CLAVE
               INVALID KEY
                   DISPLAY "NO HAY TIPOS DE INCIDENTE"
                   MOVE 1 TO FIN-LISTADO.
           DISPLAY "CLV DESCRIPCION               CAT NOTIFICA".
           PERFORM UNTIL FIN-LISTADO = 1
               READ TIPOSINC NEXT RECORD
                   AT END
                       MOVE 1 TO FIN-LISTADO
                   NOT AT END
                       DISPLAY TIN-CLAVE " " TIN-DESCRIPCION " "
                           TIN-CATEGORIA "   " TIN-NOTIFICA
               END-READ
           END-PERFORM.

      *******************************************************************
      *                               MENU
      *******************************************************************
       MOSTRAR-MENU.
           MOVE "NO" TO WKS-RESP.
           MOVE 0 TO OPCION-MENU.
           DISPLAY "---------------------".
           DISPLAY " TIPOS DE INCIDENTE".
           DISPLAY "---------------------".
           DISPLAY "SELECCIONA UNA OPCION".
           DISPLAY "1. ALTA.".
           DISPLAY "2. BAJA.".
           DISPLAY "3. MODIFICACION.".
           DISPLAY "4. LISTAR TODOS.".
           DISPLAY "5. SALIR."
           ACCEPT OPCION-MENU.
           IF OPCION-MENU = 1
               PERFORM ALTA
           ELSE IF OPCION-MENU = 2
               PERFORM BAJA
           ELSE IF OPCION-MENU = 3
               PERFORM MODIFICAR
           ELSE IF OPCION-MENU = 4
               PERFORM LISTAR-TODOS
           ELSE IF OPCION-MENU = 5
               DISPLAY "ADIOS"
               MOVE 1 TO BANDERA-SALIR-MENU.


       END PROGRAM 4TINABC.
