      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 4MERABC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MERITO ASSIGN TO "MERITO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MER-LLAVE.

       DATA DIVISION.
       FILE SECTION.
      *****MATRIZ DE MERITO: PORCENTAJE DE AUMENTO POR BANDA DE
      *****CALIFICACION Y CUARTIL DEL SUELDO DENTRO DE SU BANDA (1 = EL
      *****MAS BAJO, 4 = EL MAS ALTO). LA BANDA DE CALIFICACION SE DEFINE
      *****POR SU MINIMO: UNA CALIFICACION CAE EN EL RENGLON CON EL
      *****MINIMO MAS ALTO QUE NO LA REBASE (VER 3MERPRO)
       FD  MERITO.
       01  MERITO-REG.
           03  MER-LLAVE.
               05  MER-CALIF-MIN       PIC 9(03).
               05  MER-CUARTIL         PIC 9(01).
           03  MER-DESCRIPCION         PIC X(15).
           03  MER-PORCENT             PIC 9(02)V99.

       WORKING-STORAGE SECTION.
       77  BANDERA-SALIR-MENU  PIC 9.
       77  OPCION-MENU         PIC 9.
       77  MER-KEY-EXISTE      PIC 9.
       77  AUTORIZACION        PIC 9(03).
       77  WKS-RESP PIC X(02).
           88  W88-NO VALUE "NO".
       77  FIN-LISTADO         PIC 9.
       77  BANDERA-CAMPO-VALIDO PIC 9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO BANDERA-SALIR-MENU.
           OPEN I-O MERITO.
           PERFORM MOSTRAR-MENU UNTIL BANDERA-SALIR-MENU = 1.
           CLOSE MERITO
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *******************************************************************
      *                                LEER
      *******************************************************************
       LEER-MERITO.
           MOVE 1 TO MER-KEY-EXISTE.
           READ MERITO INVALID KEY MOVE 0 TO MER-KEY-EXISTE.

      *****LA CALIFICACION VA DE 0 A 100 Y EL CUARTIL DE 1 A 4
       CAPTURA-LLAVE.
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
               DISPLAY "CALIFICACION MINIMA DE LA BANDA (0 A 100)"
               ACCEPT MER-CALIF-MIN
               IF MER-CALIF-MIN > 100
                   DISPLAY "LA CALIFICACION NO PUEDE REBASAR 100"
               ELSE
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               END-IF
           END-PERFORM.
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
               DISPLAY "CUARTIL DEL SUELDO EN SU BANDA (1 A 4)"
               ACCEPT MER-CUARTIL
               IF MER-CUARTIL < 1 OR MER-CUARTIL > 4
                   DISPLAY "CUARTIL INVALIDO"
               ELSE
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               END-IF
           END-PERFORM.

       CAPTURA-RENGLON.
           DISPLAY "DESCRIPCION DE LA BANDA (EJ. SOBRESALIENTE)".
           ACCEPT MER-DESCRIPCION.
           DISPLAY "PORCENTAJE DE AUMENTO (EJ. 05.50)".
           ACCEPT MER-PORCENT.

      *******************************************************************
      *                             ALTA
      *******************************************************************
       ALTA.
           PERFORM CAPTURA-LLAVE
           PERFORM LEER-MERITO
           IF MER-KEY-EXISTE = 1
               DISPLAY "EL RENGLON YA EXISTE"
           ELSE
               PERFORM CAPTURA-RENGLON
               WRITE MERITO-REG
               ADD 1 TO AUTORIZACION
               DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
           END-IF.

      *******************************************************************
      *                             BAJA
      *******************************************************************
       BAJA.
           PERFORM CAPTURA-LLAVE
           PERFORM LEER-MERITO
           IF MER-KEY-EXISTE = 1
               DISPLAY "RENGLON: " MER-CALIF-MIN " CUARTIL "
                   MER-CUARTIL " " MER-DESCRIPCION " " MER-PORCENT
               DISPLAY "QUIERES DAR DE BAJA EL RENGLON?"
               ACCEPT WKS-RESP
               IF NOT W88-NO
                   DELETE MERITO
                   ADD 1 TO AUTORIZACION
                   DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
               ELSE
                   DISPLAY "BAJA CANCELADA"
           ELSE
               DISPLAY "RENGLON NO EXISTE".

      *******************************************************************
      *                            MODIFICAR
      *******************************************************************
       MODIFICAR.
           PERFORM CAPTURA-LLAVE
           PERFORM LEER-MERITO.
           IF MER-KEY-EXISTE = 1
               DISPLAY "RENGLON: " MER-CALIF-MIN " CUARTIL "
                   MER-CUARTIL " " MER-DESCRIPCION " " MER-PORCENT
               DISPLAY "DESEA MODIFICAR?"
               ACCEPT WKS-RESP
               IF NOT W88-NO
                   PERFORM CAPTURA-RENGLON
                   REWRITE MERITO-REG
                   ADD 1 TO AUTORIZACION
                   DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
               ELSE
                   DISPLAY "MODIFICACION CANCELADA"
           ELSE
               DISPLAY "RENGLON NO EXISTE".

      *******************************************************************
      *                          LISTAR TODOS
      *******************************************************************
       LISTAR-TODOS.
           MOVE 0 TO FIN-LISTADO.
           MOVE LOW-VALUES TO MER-LLAVE.
           START MERITO KEY IS NOT LESS THAN MER-LLAVE
               INVALID KEY
                   DISPLAY "MATRIZ VACIA"
                   MOVE 1 TO FIN-LISTADO.
           DISPLAY "CALIF CUARTIL BANDA           PORCENTAJE".
           PERFORM UNTIL FIN-LISTADO = 1
               READ MERITO NEXT RECORD
                   AT END
                       MOVE 1 TO FIN-LISTADO
                   NOT AT END
                       DISPLAY MER-CALIF-MIN "   " MER-CUARTIL
                           "       " MER-DESCRIPCION " " MER-PORCENT
               END-READ
           END-PERFORM.

      *******************************************************************
      *                               MENU
      *******************************************************************
       MOSTRAR-MENU.
           MOVE "NO" TO WKS-RESP.
           MOVE 0 TO OPCION-MENU.
           DISPLAY "------------".
           DISPLAY " MATRIZ DE MERITO".
           DISPLAY "------------".
           DISPLAY "SELECCIONA UNA OPCION".
           DISPLAY "1. ALTA DE RENGLON.".
           DISPLAY "2. BAJA DE RENGLON.".
           DISPLAY "3. MODIFICACION.".
           DISPLAY "4. LISTAR MATRIZ.".
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


       END PROGRAM 4MERABC.
