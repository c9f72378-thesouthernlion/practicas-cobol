           RECORD KEY IS USU-CLAVE.
           SELECT OPTIONAL MOVARCH ASSIGN TO "MOVARCH".
           SELECT REPORTE ASSIGN TO DISK.
           SELECT OPTIONAL SELLOMOV ASSIGN TO "SELLOMOV".
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  REPORTE.
       01  REPORTE-REG             PIC X(132).

      *****CADA SALDO RECONSTRUIDO QUEDA ANOTADO PARA QUE EL SELLO DE
      *****LA CARTERA (VER 7SELLOS) LO EXPLIQUE EN LA SIGUIENTE NOMINA
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
       77  MOV-EOF             PIC 9.
       77  ARCHIVO-EOF         PIC 9.
       77  PASSWORD-FIRMA      PIC X(08).
       77  FIRMA-EXISTE        PIC 9.

       77  ARCHIVO-MOV         PIC X(10).
       77  NOMINA-MOV          PIC 9(06).
       77  SALDO-ANTES-MOV     PIC 9(09)V99.
       01  FECHA-MOV.
           03  FECHA-MOV-AA        PIC 99.
           03  FECHA-MOV-MM        PIC 99.
           03  FECHA-MOV-DD        PIC 99.
       01  HORA-MOV.
           03  HORA-MOV-HH         PIC 99.
           03  HORA-MOV-MN         PIC 99.
           03  HORA-MOV-SS         PIC 99.
           03  HORA-MOV-CC         PIC 99.

       01  TITULO-SLD-1.
           05  FILLER              PIC X(44) VALUE
               "CONCILIACION DE CARTERAS CONTRA LA HISTORIA".
                       WRITE REPORTE-REG FROM DETALLE-SLD
                           BEFORE 1 LINES
                       IF BANDERA-RECONSTRUIR = 1
                           MOVE PRE-SALDO     TO SALDO-ANTES-MOV
                           MOVE SALDO-REBUILT TO PRE-SALDO
                           REWRITE PRESTAMOS-REG
                           ADD 1 TO CONT-RECONSTRUIDOS
                           MOVE "PRESTAMOS" TO ARCHIVO-MOV
                           MOVE PRE-NOMINA  TO NOMINA-MOV
                           PERFORM GRABAR-SELLOMOV
                       END-IF
                   END-IF
           END-READ.
                       WRITE REPORTE-REG FROM DETALLE-SLD
                           BEFORE 1 LINES
                       IF BANDERA-RECONSTRUIR = 1
                           MOVE FA-SALDO      TO SALDO-ANTES-MOV
                           MOVE SALDO-REBUILT TO FA-SALDO
                           REWRITE FONDOAH-REG
                           ADD 1 TO CONT-RECONSTRUIDOS
                           MOVE "FONDOAH"   TO ARCHIVO-MOV
                           MOVE FA-NOMINA   TO NOMINA-MOV
                           PERFORM GRABAR-SELLOMOV
                       END-IF
                   END-IF
           END-READ.
                   END-IF
           END-READ.

      *******************************************************************
      *                   MOVIMIENTO PARA EL SELLO
      *******************************************************************
      *****EL LLAMADOR DEJA LA CARTERA, LA NOMINA Y EL SALDO ANTERIOR;
      *****EL NUEVO ES EL RECONSTRUIDO
       GRABAR-SELLOMOV.
           OPEN EXTEND SELLOMOV.
           MOVE SPACES TO SELLOMOV-REG.
           ACCEPT FECHA-MOV FROM DATE.
           ACCEPT HORA-MOV FROM TIME.
           MOVE FECHA-MOV      TO SMV-FECHA.
           MOVE HORA-MOV-HH    TO SMV-HORA(1:2).
           MOVE HORA-MOV-MN    TO SMV-HORA(3:2).
           MOVE HORA-MOV-SS    TO SMV-HORA(5:2).
           MOVE ARCHIVO-MOV    TO SMV-ARCHIVO.
           MOVE "7SLDREC"      TO SMV-PROGRAMA.
           MOVE NOMINA-MOV     TO SMV-NOMINA.
           MOVE "M"            TO SMV-OPERACION.
           MOVE SALDO-ANTES-MOV TO SMV-VALOR-ANTES.
           MOVE SALDO-REBUILT  TO SMV-VALOR-DESPUES.
           MOVE OPERADOR-FIRMADO TO SMV-OPERADOR.
           WRITE SELLOMOV-REG.
           CLOSE SELLOMOV.

       END PROGRAM 7SLDREC.
