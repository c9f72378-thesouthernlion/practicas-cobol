           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USU-CLAVE.

           SELECT OPTIONAL SELLOMOV ASSIGN TO "SELLOMOV".

       DATA DIVISION.
       FILE SECTION.
      *****MAESTRO DE PENSIONES ALIMENTICIAS POR ORDEN JUDICIAL: EL
           03  USU-PASSWORD        PIC X(08).
           03  USU-NIVEL           PIC 9.

      *****MOVIMIENTOS DE CARTERA QUE EXPLICAN EL SELLO DE PENSIONES
      *****ENTRE NOMINAS (VER 7SELLOS); EL VALOR ES EL IMPORTE FIJO
      *****MAS EL PORCENTAJE, IGUAL QUE LA SUMA DEL SELLO
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
       77  VALOR-PENSION-ANTES PIC 9(09)V99.
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

      *****FIRMA DEL OPERADOR: TRES INTENTOS; CON EL MAESTRO DE
      *****USUARIOS VACIO O AUSENTE SE ENTRA LIBRE COMO SUPERVISOR
                   WRITE PENSIONES-REG
                   ADD 1 TO AUTORIZACION
                   DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
                   MOVE "A" TO OPERACION-MOV
                   MOVE 0   TO VALOR-PENSION-ANTES
                   PERFORM GRABAR-SELLOMOV
               END-IF
           END-IF.

               DISPLAY "DESEA MODIFICAR?"
               ACCEPT WKS-RESP
               IF NOT W88-NO
                   COMPUTE VALOR-PENSION-ANTES =
                       PEN-IMPORTE + PEN-PORCENTAJE
                   DISPLAY "EXPEDIENTE DEL JUZGADO"
                   ACCEPT PEN-EXPEDIENTE
                   PERFORM CAPTURA-DESCUENTO
                   REWRITE PENSIONES-REG
                   ADD 1 TO AUTORIZACION
                   DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
                   MOVE "M" TO OPERACION-MOV
                   PERFORM GRABAR-SELLOMOV
               ELSE
                   DISPLAY "MODIFICACION CANCELADA"
           ELSE
               DISPLAY "NOMINA SIN PENSION".

      *******************************************************************
      *                   MOVIMIENTO PARA EL SELLO
      *******************************************************************
      *****EL LLAMADOR DEJA LA OPERACION Y EL VALOR ANTERIOR; SE ABRE Y
      *****CIERRA POR MOVIMIENTO, IGUAL QUE LA BITACORA
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
           MOVE "PENSIONES"    TO SMV-ARCHIVO.
           MOVE "4PENABC"      TO SMV-PROGRAMA.
           MOVE PEN-NOMINA     TO SMV-NOMINA.
           MOVE VALOR-PENSION-ANTES TO SMV-VALOR-ANTES.
           COMPUTE SMV-VALOR-DESPUES = PEN-IMPORTE + PEN-PORCENTAJE.
           MOVE OPERADOR-FIRMADO TO SMV-OPERADOR.
           WRITE SELLOMOV-REG.
           CLOSE SELLOMOV.

      *******************************************************************
      *                          LISTAR TODOS
      *******************************************************************
