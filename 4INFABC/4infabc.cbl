           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPINX-NOMINA.

           SELECT OPTIONAL SELLOMOV ASSIGN TO "SELLOMOV".

       DATA DIVISION.
       FILE SECTION.
      *****MAESTRO DE CREDITOS INFONAVIT DEL EMPLEADO: NUMERO DE
           03  EMPINX-FALTAS-YTD   PIC 9(03).
           03  EMPINX-INCAP-YTD    PIC 9(03).

      *****MOVIMIENTOS DE CARTERA QUE EXPLICAN EL SELLO DE INFONAVIT
      *****ENTRE NOMINAS (VER 7SELLOS); EL VALOR ES EL FACTOR
       FD  SELLOMOV.
       01  SELLOMOV-REG.
           03  SMV-FECHA           PIC 9(06).
           03  FILLER              PIC X(01).
           03  SMV-HORA            PIC 9(06).
           03  FILLER              PIC X(01).
           03  SMV-ARCHIVO         PIC X(10).
           03  FILLER              PIC X(01).
           03  SMV-PROGRAMA        PIC X(08).
           03  FILLER              PIC X(01).
           03  SMV-NOMINA          PIC 9(06).
           03  FILLER              PIC X(01).
           03  SMV-OPERACION       PIC X(01).
           03  FILLER              PIC X(01).
           03  SMV-VALOR-ANTES     PIC 9(09)V99.
           03  FILLER              PIC X(01).
           03  SMV-VALOR-DESPUES   PIC 9(09)V99.
           03  FILLER              PIC X(01).
           03  SMV-OPERADOR        PIC X(08).

       WORKING-STORAGE SECTION.
       77  BANDERA-SALIR-MENU  PIC 9.
       77  OPCION-MENU         PIC 9.
           88  W88-NO VALUE "NO".
       77  FIN-LISTADO         PIC 9.
       77  BANDERA-CAMPO-VALIDO PIC 9.
       77  FACTOR-ANTES        PIC 9(04)V99.
       77  OPERACION-MOV       PIC X(01).
       01  FECHA-MOV.
           03  FECHA-MOV-AA        PIC 99.
           03  FECHA-MOV-MM        PIC 99.
           03  FECHA-MOV-DD        PIC 99.
       01  HORA-MOV.
           03  HORA-MOV-HH         PIC 99.
           03  HORA-MOV-MN         PIC 99.
           03  HORA-MOV-SS         PIC 99.
           03  HORA-MOV-CC         PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   WRITE INFONAV-REG
                   ADD 1 TO AUTORIZACION
                   DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
                   MOVE "A" TO OPERACION-MOV
                   MOVE 0   TO FACTOR-ANTES
                   PERFORM GRABAR-SELLOMOV
               END-IF
           END-IF.

               DISPLAY "DESEA MODIFICAR?"
               ACCEPT WKS-RESP
               IF NOT W88-NO
                   MOVE INF-FACTOR TO FACTOR-ANTES
                   DISPLAY "NUMERO DE CREDITO INFONAVIT"
                   ACCEPT INF-CREDITO
                   PERFORM CAPTURA-FACTOR
                   REWRITE INFONAV-REG
                   ADD 1 TO AUTORIZACION
                   DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
                   MOVE "M" TO OPERACION-MOV
                   PERFORM GRABAR-SELLOMOV
               ELSE
                   DISPLAY "MODIFICACION CANCELADA"
           ELSE
               DISPLAY "NOMINA SIN CREDITO".

      *******************************************************************
      *                   MOVIMIENTO PARA EL SELLO
      *******************************************************************
      *****EL LLAMADOR DEJA LA OPERACION Y EL FACTOR ANTERIOR; SE ABRE
      *****Y CIERRA POR MOVIMIENTO, IGUAL QUE LA BITACORA
       GRABAR-SELLOMOV.
           OPEN EXTEND SELLOMOV.
           MOVE SPACES TO SELLOMOV-REG.
           ACCEPT FECHA-MOV FROM DATE.
           ACCEPT HORA-MOV FROM TIME.
           MOVE FECHA-MOV      TO SMV-FECHA.
           MOVE HORA-MOV-HH    TO SMV-HORA(1:2).
           MOVE HORA-MOV-MN    TO SMV-HORA(3:2).
           MOVE HORA-MOV-SS    TO SMV-HORA(5:2).
           MOVE OPERACION-MOV  TO SMV-OPERACION.
           MOVE "INFONAV"      TO SMV-ARCHIVO.
           MOVE "4INFABC"      TO SMV-PROGRAMA.
           MOVE INF-NOMINA     TO SMV-NOMINA.
           MOVE FACTOR-ANTES   TO SMV-VALOR-ANTES.
           MOVE INF-FACTOR     TO SMV-VALOR-DESPUES.
           MOVE "CAPTURA"      TO SMV-OPERADOR.
           WRITE SELLOMOV-REG.
           CLOSE SELLOMOV.

      *******************************************************************
      *                          LISTAR TODOS
      *******************************************************************
