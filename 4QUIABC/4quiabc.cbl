      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 4QUIABC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL QUINQUENIOS ASSIGN TO "QUINQUENIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS QUI-ANIOS.

       DATA DIVISION.
       FILE SECTION.
      *****ESCALONES DE ANTIGUEDAD DEL CONTRATO COLECTIVO, UNO POR
      *****QUINQUENIO CUMPLIDO (5, 10, 15...): EL BONO UNICO QUE SE PAGA
      *****EN EL PERIODO DEL ANIVERSARIO Y LA PRIMA MENSUAL QUE RIGE
      *****HASTA EL SIGUIENTE ESCALON. CADA UNO ES IMPORTE FIJO (I) O
      *****PORCENTAJE DEL SUELDO MENSUAL (P); VALOR CERO NO PAGA
       FD  QUINQUENIOS.
       01  QUINQUENIOS-REG.
           03  QUI-ANIOS           PIC 9(02).
           03  QUI-DESCRIPCION     PIC X(20).
           03  QUI-BONO-TIPO       PIC X(01).
           03  QUI-BONO-VALOR      PIC 9(06)V99.
           03  QUI-PRIMA-TIPO      PIC X(01).
           03  QUI-PRIMA-VALOR     PIC 9(06)V99.

       WORKING-STORAGE SECTION.
       77  BANDERA-SALIR-MENU  PIC 9.
       77  OPCION-MENU         PIC 9.
       77  QUI-KEY-EXISTE      PIC 9.
       77  AUTORIZACION        PIC 9(03).
       77  WKS-RESP PIC X(02).
           88  W88-NO VALUE "NO".
       77  FIN-LISTADO         PIC 9.
       77  BANDERA-CAMPO-VALIDO PIC 9.
       77  COCIENTE-QUI        PIC 9(02).
       77  RESIDUO-QUI         PIC 9(02).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO BANDERA-SALIR-MENU.
           OPEN I-O QUINQUENIOS.
           PERFORM MOSTRAR-MENU UNTIL BANDERA-SALIR-MENU = 1.
           CLOSE QUINQUENIOS
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *******************************************************************
      *                                LEER
      *******************************************************************
       LEER-QUINQUENIOS.
           MOVE 1 TO QUI-KEY-EXISTE.
           READ QUINQUENIOS INVALID KEY MOVE 0 TO QUI-KEY-EXISTE.

      *****EL ESCALON ES UN MULTIPLO DE CINCO ANIOS DE SERVICIO
       CAPTURA-ANIOS.
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
               DISPLAY "ANIOS DE SERVICIO DEL ESCALON (5, 10, 15...)"
               ACCEPT QUI-ANIOS
               DIVIDE QUI-ANIOS BY 5 GIVING COCIENTE-QUI
                   REMAINDER RESIDUO-QUI
               IF QUI-ANIOS = 0 OR RESIDUO-QUI NOT = 0
                   DISPLAY "DEBE SER MULTIPLO DE 5"
               ELSE
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               END-IF
           END-PERFORM.

       CAPTURA-ESCALON.
           DISPLAY "DESCRIPCION DEL ESCALON".
           ACCEPT QUI-DESCRIPCION.
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
               DISPLAY "BONO UNICO (I = IMPORTE, P = PORCENTAJE DEL"
                   " SUELDO)"
               ACCEPT QUI-BONO-TIPO
               IF QUI-BONO-TIPO = "I" OR QUI-BONO-TIPO = "P"
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               ELSE
                   DISPLAY "REGLA INVALIDA"
               END-IF
           END-PERFORM.
           DISPLAY "VALOR DEL BONO (IMPORTE O PORCENTAJE)".
           ACCEPT QUI-BONO-VALOR.
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
               DISPLAY "PRIMA MENSUAL (I = IMPORTE, P = PORCENTAJE DEL"
                   " SUELDO)"
               ACCEPT QUI-PRIMA-TIPO
               IF QUI-PRIMA-TIPO = "I" OR QUI-PRIMA-TIPO = "P"
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               ELSE
                   DISPLAY "REGLA INVALIDA"
               END-IF
           END-PERFORM.
           DISPLAY "VALOR DE LA PRIMA MENSUAL (IMPORTE O PORCENTAJE)".
           ACCEPT QUI-PRIMA-VALOR.

      *******************************************************************
      *                             ALTA
      *******************************************************************
       ALTA.
           PERFORM CAPTURA-ANIOS
           PERFORM LEER-QUINQUENIOS
           IF QUI-KEY-EXISTE = 1
               DISPLAY "EL ESCALON YA EXISTE"
           ELSE
               PERFORM CAPTURA-ESCALON
               WRITE QUINQUENIOS-REG
               ADD 1 TO AUTORIZACION
               DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
           END-IF.

      *******************************************************************
      *                             BAJA
      *******************************************************************
       BAJA.
           DISPLAY "INGRESA LOS ANIOS DEL ESCALON"
           ACCEPT QUI-ANIOS
           PERFORM LEER-QUINQUENIOS
           IF QUI-KEY-EXISTE = 1
               DISPLAY "ESCALON: " QUI-ANIOS " " QUI-DESCRIPCION
               DISPLAY "QUIERES DAR DE BAJA EL ESCALON?"
               ACCEPT WKS-RESP
               IF NOT W88-NO
                   DELETE QUINQUENIOS
                   ADD 1 TO AUTORIZACION
                   DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
               ELSE
                   DISPLAY "BAJA CANCELADA"
           ELSE
               DISPLAY "ESCALON NO EXISTE".

      *******************************************************************
      *                            MODIFICAR
      *******************************************************************
       MODIFICAR.
           DISPLAY "INGRESA LOS ANIOS DEL ESCALON"
           ACCEPT QUI-ANIOS
           PERFORM LEER-QUINQUENIOS.
           IF QUI-KEY-EXISTE = 1
               DISPLAY "ESCALON: " QUI-ANIOS " " QUI-DESCRIPCION
               DISPLAY "BONO: " QUI-BONO-TIPO " " QUI-BONO-VALOR
                   " PRIMA: " QUI-PRIMA-TIPO " " QUI-PRIMA-VALOR
               DISPLAY "DESEA MODIFICAR?"
               ACCEPT WKS-RESP
               IF NOT W88-NO
                   PERFORM CAPTURA-ESCALON
                   REWRITE QUINQUENIOS-REG
                   ADD 1 TO AUTORIZACION
                   DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
               ELSE
                   DISPLAY "MODIFICACION CANCELADA"
           ELSE
               DISPLAY "ESCALON NO EXISTE".

      *******************************************************************
      *                          LISTAR TODOS
      *******************************************************************
       LISTAR-TODOS.
           MOVE 0 TO FIN-LISTADO.
           MOVE 0 TO QUI-ANIOS.
           START QUINQUENIOS KEY IS NOT LESS THAN QUI-ANIOS
               INVALID KEY
                   DISPLAY "TABLA VACIA"
                   MOVE 1 TO FIN-LISTADO.
           DISPLAY "ANIOS DESCRIPCION          BONO          PRIMA".
           PERFORM UNTIL FIN-LISTADO = 1
               READ QUINQUENIOS NEXT RECORD
                   AT END
                       MOVE 1 TO FIN-LISTADO
                   NOT AT END
                       DISPLAY QUI-ANIOS "    " QUI-DESCRIPCION " "
                           QUI-BONO-TIPO " " QUI-BONO-VALOR " "
                           QUI-PRIMA-TIPO " " QUI-PRIMA-VALOR
               END-READ
           END-PERFORM.

      *******************************************************************
      *                               MENU
      *******************************************************************
       MOSTRAR-MENU.
           MOVE "NO" TO WKS-RESP.
           MOVE 0 TO OPCION-MENU.
           DISPLAY "------------".
           DISPLAY " QUINQUENIOS".
           DISPLAY "------------".
           DISPLAY "SELECCIONA UNA OPCION".
           DISPLAY "1. ALTA DE ESCALON.".
           DISPLAY "2. BAJA DE ESCALON.".
           DISPLAY "3. MODIFICACION.".
           DISPLAY "4. LISTAR TABLA.".
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


       END PROGRAM 4QUIABC.
