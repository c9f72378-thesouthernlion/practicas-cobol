      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 3ENTISR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PER-PERIODO.
           SELECT OPTIONAL PERCEPCION-DEDUCCION ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PERCEPCION-DEDUCCION-LLAVE.
           SELECT OPTIONAL ENTISRCTL ASSIGN TO "ENTISRCTL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENT-LLAVE.
           SELECT OPTIONAL CONTAMAP  ASSIGN TO DISK.
           SELECT POLIZA             ASSIGN TO DISK.
           SELECT REPORTE            ASSIGN TO "ENTISRREP".
           SELECT OPTIONAL EMPRESACT ASSIGN TO "EMPRESACT".
           SELECT PARM-OBLIG ASSIGN TO "PARMOBLIG".
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *****MISMO LAYOUT QUE EL PERIODOS DE 4PERABC
       FD  PERIODOS.
       01  PERIODOS-REG.
           03  PER-PERIODO         PIC 9(06).
           03  PER-ESTADO          PIC X(10).
           03  PER-FEC-INICIO      PIC 9(08).
           03  PER-FEC-FIN         PIC 9(08).

      *****MISMO LAYOUT QUE EL PERCEPCION-DEDUCCION DE 6EMPNOMV3
       FD  PERCEPCION-DEDUCCION.
       01  PERCEPCION-DEDUCCION-REG.
           03  PERCEPCION-DEDUCCION-LLAVE.
               05  PERCEPCION-DEDUCCION-PERIODO    PIC 9(06).
               05  PERCEPCION-DEDUCCION-NOMINA     PIC 9(06).
               05  PERCEPCION-DEDUCCION-CLAVE      PIC XX.
               05  PERCEPCION-DEDUCCION-SECUENCIA  PIC 9(03).
           03  PERCEPCION-DEDUCCION-IMPORTE    PIC 9(08)V99.
           03  PERCEPCION-DEDUCCION-DIAS       PIC 9(02).
           03  PERCEPCION-DEDUCCION-FEC-INICIO PIC 9(08).
           03  PERCEPCION-DEDUCCION-FEC-FIN    PIC 9(08).

      *****MESES YA ENTERADOS POR EMPRESA: UN MES DECLARADO NO SE
      *****VUELVE A DECLARAR; QUEDAN LAS CIFRAS QUE SE REPORTARON
       FD  ENTISRCTL.
       01  ENTISRCTL-REG.
           03  ENT-LLAVE.
               05  ENT-EMPRESA     PIC X(03).
               05  ENT-MES         PIC 9(06).
           03  ENT-PERIODOS        PIC 9(02).
           03  ENT-RETENIDO        PIC 9(10)V99.
           03  ENT-SUBSIDIO        PIC 9(10)V99.
           03  ENT-DEVOLUCION      PIC 9(10)V99.
           03  ENT-AJUSTE          PIC 9(10)V99.
           03  ENT-NETO            PIC S9(10)V99.
           03  ENT-FECHA           PIC 9(06).

      *****MISMO LAYOUT QUE EL CONTAMAP DE 6EMPNOMV3; EL TIPO E MAPEA
      *****LAS CUENTAS DEL ENTERO (RET = CARGO AL ISR RETENIDO, SUB =
      *****SUBSIDIO ACREDITADO, ENT = ISR POR ENTERAR)
       FD  CONTAMAP.
       01  CONTAMAP-REG.
           03  MAP-TIPO            PIC X(01).
           03  MAP-CLAVE           PIC X(03).
           03  MAP-CUENTA          PIC X(10).

      *****MISMO LAYOUT QUE LA POLIZA DE 6EMPNOMV3
       FD  POLIZA.
       01  POLIZA-REG.
           03  POL-CUENTA          PIC X(10).
           03  POL-DESCRIPCION     PIC X(20).
           03  POL-CARGO           PIC 9(08)V99.
           03  POL-ABONO           PIC 9(08)V99.
           03  POL-EMPRESA         PIC X(03).

       FD  REPORTE.
       01  REPORTE-REG             PIC X(132).

      *****EMPRESA ACTIVA DEL DIRECTORIO (4RAZABC)
       FD  EMPRESACT.
       01  EMPRESACT-REG.
           03  EA-CLAVE            PIC X(03).
           03  EA-RAZON            PIC X(30).
           03  EA-RFC              PIC X(13).
           03  EA-REGPAT           PIC X(11).

      *****MISMO LAYOUT QUE PARAMETROS DE 7OBLCAL
       FD  PARM-OBLIG.
       01  PARM-OBLIG-REG.
           03  POB-MODO            PIC X(01).
           03  POB-PROGRAMA        PIC X(08).
           03  POB-TIPO            PIC X(01).
           03  POB-PERIODO         PIC 9(06).

       WORKING-STORAGE SECTION.
       77  MES-DECLARADO       PIC 9(06).
       77  PERIODOS-EOF        PIC 9.
       77  MOV-EOF             PIC 9.
       77  ENT-KEY-EXISTE      PIC 9.
       77  HAY-ABIERTOS        PIC 9 VALUE 0.
       77  EMPRESA-ACTIVA      PIC X(03) VALUE SPACES.
       77  EMPRESA-RAZON       PIC X(30) VALUE SPACES.
       77  EMPRESA-RFC         PIC X(13) VALUE SPACES.
       77  PERIODO-ACTUAL      PIC 9(06).
       77  MES-PERIODO         PIC 9(06).

      *****PERIODOS DE NOMINA CUYA FECHA DE FIN (PAGO) CAE EN EL MES
       01  TABLA-PERIODOS-MES.
           03  PM-OC OCCURS 31 TIMES.
               05  PM-PERIODO      PIC 9(06).
               05  PM-RETENIDO     PIC 9(10)V99.
               05  PM-SUBSIDIO     PIC 9(10)V99.
               05  PM-DEVOLUCION   PIC 9(10)V99.
               05  PM-AJUSTE       PIC 9(10)V99.
       77  CONT-PERIODOS-MES   PIC 9(02) VALUE 0.
       77  I-PM                PIC 9(02).

       77  TOTAL-RETENIDO      PIC 9(10)V99 VALUE 0.
       77  TOTAL-SUBSIDIO      PIC 9(10)V99 VALUE 0.
       77  TOTAL-DEVOLUCION    PIC 9(10)V99 VALUE 0.
       77  TOTAL-AJUSTE        PIC 9(10)V99 VALUE 0.
       77  ISR-A-CARGO         PIC 9(10)V99 VALUE 0.
       77  NETO-ENTERO         PIC S9(10)V99 VALUE 0.

      *****MAPA DE CUENTAS CONTABLES, MISMO PATRON QUE 3EMPISN
       01  TABLA-CONTAMAP.
           03  MAPA-OC OCCURS 200 TIMES.
               05  MAPA-TIPO       PIC X(01).
               05  MAPA-CLAVE      PIC X(03).
               05  MAPA-CUENTA     PIC X(10).
       77  CONT-MAPA           PIC 9(03) VALUE 0.
       77  I-MAPA              PIC 9(03).
       77  CONTAMAP-EOF        PIC 9.
       77  CUENTA-HALLADA      PIC X(10).

       01  FECHA.
           03  FECHA-AA            PIC 99.
           03  FECHA-MM            PIC 99.
           03  FECHA-DD            PIC 99.
       01  MESES.
           03  FILLER              PIC X(36) VALUE
           "ENEFEBMARABRMAYJUNJILAGOSEPOCTNOVDIC".
       01  MESES-R REDEFINES MESES.
           03  MESES-OC OCCURS 12 TIMES.
               05  MES                 PIC X(03).
       01  TITULO-ENT-1.
           05  FILLER              PIC X(07) VALUE "FECHA: ".
           05  TENT-DD             PIC 99.
           05  FILLER              PIC X(01) VALUE "/".
           05  TENT-MM             PIC X(03).
           05  FILLER              PIC X(03) VALUE "/20".
           05  TENT-AA             PIC 99.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(40) VALUE
               "ENTERO MENSUAL DE RETENCIONES DE ISR".
       01  TITULO-ENT-2.
           05  FILLER              PIC X(09) VALUE "EMPRESA: ".
           05  TENT-EMPRESA        PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  TENT-RAZON          PIC X(30).
           05  FILLER              PIC X(06) VALUE "  RFC ".
           05  TENT-RFC            PIC X(13).
           05  FILLER              PIC X(07) VALUE "  MES: ".
           05  TENT-MES            PIC 9(06).
       01  TITULO-ENT-3.
           05  FILLER              PIC X(40) VALUE
               "PERIODO     ISR RETENIDO     SUBSIDIO EM".
           05  FILLER              PIC X(40) VALUE
               "PLEO   DEVOL AJUSTE ANUAL  AJUSTE ANUAL ".
           05  FILLER              PIC X(10) VALUE "A CARGO".
       01  DETALLE-ENT.
           05  DETENT-PERIODO      PIC 9(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETENT-RETENIDO     PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETENT-SUBSIDIO     PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(06) VALUE SPACES.
           05  DETENT-DEVOLUCION   PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  DETENT-AJUSTE       PIC $$$,$$$,$$9.99.
       01  DETALLE-ENT-X REDEFINES DETALLE-ENT.
           05  DETENT-LABEL        PIC X(06).
           05  FILLER              PIC X(64).
       01  NETO-ENT.
           05  FILLER              PIC X(30) VALUE
               "ISR A ENTERAR DEL MES:".
           05  NETENT-IMPORTE      PIC $$$,$$$,$$9.99-.
       01  AVISO-ENT.
           05  FILLER              PIC X(30) VALUE
               "SALDO A FAVOR (NETO NEGATIVO)".

       PROCEDURE DIVISION.
      *****ENTERO MENSUAL DEL ISR RETENIDO: JUNTA TODOS LOS PERIODOS
      *****DE NOMINA QUE SE PAGARON EN EL MES, SUMA EL ISR RETENIDO
      *****(CLAVE 11) Y EL AJUSTE ANUAL A CARGO (22), RESTA EL
      *****SUBSIDIO AL EMPLEO PAGADO (29) Y LA DEVOLUCION DEL AJUSTE
      *****ANUAL (21), ANEXA LA POLIZA DEL PASIVO Y DEJA EL MES
      *****MARCADO COMO DECLARADO PARA LA EMPRESA ACTIVA
       MAIN-PROCEDURE.
           DISPLAY "MES A DECLARAR (AAAAMM)".
           ACCEPT MES-DECLARADO.
           PERFORM LEER-EMPRESA-ACTIVA.
           OPEN I-O ENTISRCTL.
           MOVE EMPRESA-ACTIVA TO ENT-EMPRESA.
           MOVE MES-DECLARADO  TO ENT-MES.
           MOVE 1 TO ENT-KEY-EXISTE.
           READ ENTISRCTL INVALID KEY MOVE 0 TO ENT-KEY-EXISTE.
           IF ENT-KEY-EXISTE = 1
               DISPLAY "EL MES " MES-DECLARADO
                   " YA SE DECLARO EL " ENT-FECHA
                   " - NETO ENTERADO: " ENT-NETO
               CLOSE ENTISRCTL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM BUSCAR-PERIODOS-MES.
           IF CONT-PERIODOS-MES = 0
               DISPLAY "NINGUN PERIODO TERMINA EN " MES-DECLARADO
                   " - NO SE DECLARA"
               CLOSE ENTISRCTL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF HAY-ABIERTOS = 1
               DISPLAY "HAY PERIODOS DEL MES SIN CERRAR - NO SE DECLARA"
               CLOSE ENTISRCTL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT PERCEPCION-DEDUCCION.
           PERFORM VARYING I-PM FROM 1 BY 1
                   UNTIL I-PM > CONT-PERIODOS-MES
               PERFORM ACUMULAR-PERIODO
           END-PERFORM.
           CLOSE PERCEPCION-DEDUCCION.
           COMPUTE ISR-A-CARGO =
               TOTAL-RETENIDO + TOTAL-AJUSTE - TOTAL-DEVOLUCION.
           COMPUTE NETO-ENTERO =
               TOTAL-RETENIDO + TOTAL-AJUSTE
               - TOTAL-DEVOLUCION - TOTAL-SUBSIDIO.
           PERFORM ESCRIBIR-REPORTE.
           PERFORM CARGAR-CONTAMAP.
           PERFORM ANEXAR-POLIZA.
           PERFORM GRABAR-DECLARACION.
           CLOSE ENTISRCTL.
           DISPLAY "PERIODOS DEL MES    : " CONT-PERIODOS-MES.
           DISPLAY "ISR RETENIDO        : " TOTAL-RETENIDO.
           DISPLAY "SUBSIDIO AL EMPLEO  : " TOTAL-SUBSIDIO.
           DISPLAY "ISR A ENTERAR       : " NETO-ENTERO.
           PERFORM MARCAR-OBLIGACION.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *****CADA RAZON SOCIAL CORRE EN SU DIRECTORIO; SIN EMPRESACT LA
      *****DECLARACION QUEDA CON CLAVE EN BLANCO (UNA SOLA EMPRESA)
       LEER-EMPRESA-ACTIVA.
           OPEN INPUT EMPRESACT.
           READ EMPRESACT
               AT END
                   CONTINUE
               NOT AT END
                   MOVE EA-CLAVE TO EMPRESA-ACTIVA
                   MOVE EA-RAZON TO EMPRESA-RAZON
                   MOVE EA-RFC   TO EMPRESA-RFC
           END-READ.
           CLOSE EMPRESACT.

      *****UN PERIODO PERTENECE AL MES EN QUE SE PAGA (FECHA DE FIN);
      *****SI ALGUNO NO ESTA CERRADO SUS RETENCIONES AUN PUEDEN CAMBIAR
       BUSCAR-PERIODOS-MES.
           MOVE 0 TO PERIODOS-EOF.
           OPEN INPUT PERIODOS.
           PERFORM UNTIL PERIODOS-EOF = 1
               READ PERIODOS NEXT RECORD
                   AT END
                       MOVE 1 TO PERIODOS-EOF
                   NOT AT END
                       MOVE PER-FEC-FIN(1:6) TO MES-PERIODO
                       IF MES-PERIODO = MES-DECLARADO
                           PERFORM AGREGAR-PERIODO-MES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PERIODOS.

       AGREGAR-PERIODO-MES.
           IF CONT-PERIODOS-MES >= 31
               DISPLAY "CAPACIDAD DE PERIODOS DEL MES EXCEDIDA (31)"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO CONT-PERIODOS-MES.
           MOVE PER-PERIODO TO PM-PERIODO(CONT-PERIODOS-MES).
           MOVE 0 TO PM-RETENIDO(CONT-PERIODOS-MES).
           MOVE 0 TO PM-SUBSIDIO(CONT-PERIODOS-MES).
           MOVE 0 TO PM-DEVOLUCION(CONT-PERIODOS-MES).
           MOVE 0 TO PM-AJUSTE(CONT-PERIODOS-MES).
           IF PER-ESTADO NOT = "CERRADO"
               DISPLAY "PERIODO " PER-PERIODO " EN ESTADO " PER-ESTADO
               MOVE 1 TO HAY-ABIERTOS
           END-IF.

      *****POSICIONA EN EL PERIODO Y SUMA LAS CUATRO CLAVES DEL
      *****ENTERO; LA LECTURA TERMINA CUANDO LA LLAVE CAMBIA DE PERIODO
       ACUMULAR-PERIODO.
           MOVE 0 TO MOV-EOF.
           MOVE PM-PERIODO(I-PM) TO PERIODO-ACTUAL.
           MOVE PERIODO-ACTUAL TO PERCEPCION-DEDUCCION-PERIODO.
           MOVE 0      TO PERCEPCION-DEDUCCION-NOMINA.
           MOVE SPACES TO PERCEPCION-DEDUCCION-CLAVE.
           MOVE 0      TO PERCEPCION-DEDUCCION-SECUENCIA.
           START PERCEPCION-DEDUCCION
               KEY IS NOT LESS THAN PERCEPCION-DEDUCCION-LLAVE
               INVALID KEY MOVE 1 TO MOV-EOF.
           PERFORM LEER-MOVIMIENTO.
           PERFORM SUMAR-MOVIMIENTO UNTIL MOV-EOF = 1.
           ADD PM-RETENIDO(I-PM)   TO TOTAL-RETENIDO.
           ADD PM-SUBSIDIO(I-PM)   TO TOTAL-SUBSIDIO.
           ADD PM-DEVOLUCION(I-PM) TO TOTAL-DEVOLUCION.
           ADD PM-AJUSTE(I-PM)     TO TOTAL-AJUSTE.

       LEER-MOVIMIENTO.
           READ PERCEPCION-DEDUCCION NEXT RECORD
               AT END MOVE 1 TO MOV-EOF.
           IF MOV-EOF = 0
               AND PERCEPCION-DEDUCCION-PERIODO NOT = PERIODO-ACTUAL
               MOVE 1 TO MOV-EOF.

       SUMAR-MOVIMIENTO.
           IF PERCEPCION-DEDUCCION-CLAVE = "11"
               ADD PERCEPCION-DEDUCCION-IMPORTE TO PM-RETENIDO(I-PM)
           ELSE IF PERCEPCION-DEDUCCION-CLAVE = "29"
               ADD PERCEPCION-DEDUCCION-IMPORTE TO PM-SUBSIDIO(I-PM)
           ELSE IF PERCEPCION-DEDUCCION-CLAVE = "21"
               ADD PERCEPCION-DEDUCCION-IMPORTE TO PM-DEVOLUCION(I-PM)
           ELSE IF PERCEPCION-DEDUCCION-CLAVE = "22"
               ADD PERCEPCION-DEDUCCION-IMPORTE TO PM-AJUSTE(I-PM)
           END-IF.
           PERFORM LEER-MOVIMIENTO.

       ESCRIBIR-REPORTE.
           OPEN OUTPUT REPORTE.
           ACCEPT FECHA FROM DATE.
           MOVE FECHA-DD       TO TENT-DD.
           MOVE MES(FECHA-MM)  TO TENT-MM.
           MOVE FECHA-AA       TO TENT-AA.
           MOVE EMPRESA-ACTIVA TO TENT-EMPRESA.
           MOVE EMPRESA-RAZON  TO TENT-RAZON.
           MOVE EMPRESA-RFC    TO TENT-RFC.
           MOVE MES-DECLARADO  TO TENT-MES.
           WRITE REPORTE-REG FROM TITULO-ENT-1 BEFORE 1 LINES.
           WRITE REPORTE-REG FROM TITULO-ENT-2 BEFORE 2 LINES.
           WRITE REPORTE-REG FROM TITULO-ENT-3 BEFORE 1 LINES.
           PERFORM VARYING I-PM FROM 1 BY 1
                   UNTIL I-PM > CONT-PERIODOS-MES
               MOVE PM-PERIODO(I-PM)    TO DETENT-PERIODO
               MOVE PM-RETENIDO(I-PM)   TO DETENT-RETENIDO
               MOVE PM-SUBSIDIO(I-PM)   TO DETENT-SUBSIDIO
               MOVE PM-DEVOLUCION(I-PM) TO DETENT-DEVOLUCION
               MOVE PM-AJUSTE(I-PM)     TO DETENT-AJUSTE
               WRITE REPORTE-REG FROM DETALLE-ENT BEFORE 1 LINES
           END-PERFORM.
           MOVE TOTAL-RETENIDO   TO DETENT-RETENIDO.
           MOVE TOTAL-SUBSIDIO   TO DETENT-SUBSIDIO.
           MOVE TOTAL-DEVOLUCION TO DETENT-DEVOLUCION.
           MOVE TOTAL-AJUSTE     TO DETENT-AJUSTE.
           MOVE "TOTAL " TO DETENT-LABEL.
           WRITE REPORTE-REG FROM DETALLE-ENT BEFORE 2 LINES.
           MOVE NETO-ENTERO TO NETENT-IMPORTE.
           WRITE REPORTE-REG FROM NETO-ENT BEFORE 2 LINES.
           IF NETO-ENTERO < 0
               WRITE REPORTE-REG FROM AVISO-ENT BEFORE 1 LINES
           END-IF.
           CLOSE REPORTE.

      *****CARGA EL MAPA DE CUENTAS SI EXISTE; LAS CLAVES DEL ENTERO NO
      *****MAPEADAS CAEN A LAS CUENTAS GENERICAS
       CARGAR-CONTAMAP.
           MOVE 0 TO CONTAMAP-EOF.
           OPEN INPUT CONTAMAP.
           READ CONTAMAP AT END MOVE 1 TO CONTAMAP-EOF.
           PERFORM UNTIL CONTAMAP-EOF = 1
               IF CONT-MAPA >= 200
                   DISPLAY "CAPACIDAD DE CONTAMAP EXCEDIDA (200)"
                   MOVE 1 TO CONTAMAP-EOF
               ELSE
                   ADD 1 TO CONT-MAPA
                   MOVE MAP-TIPO   TO MAPA-TIPO(CONT-MAPA)
                   MOVE MAP-CLAVE  TO MAPA-CLAVE(CONT-MAPA)
                   MOVE MAP-CUENTA TO MAPA-CUENTA(CONT-MAPA)
                   READ CONTAMAP AT END MOVE 1 TO CONTAMAP-EOF
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE CONTAMAP.

       BUSCAR-CUENTA.
           IF MAP-CLAVE = "RET"
               MOVE "2105000000" TO CUENTA-HALLADA
           ELSE IF MAP-CLAVE = "SUB"
               MOVE "1107000000" TO CUENTA-HALLADA
           ELSE
               MOVE "2107000000" TO CUENTA-HALLADA.
           PERFORM VARYING I-MAPA FROM 1 BY 1
                   UNTIL I-MAPA > CONT-MAPA
               IF MAPA-TIPO(I-MAPA) = MAP-TIPO
                   AND MAPA-CLAVE(I-MAPA) = MAP-CLAVE
                   MOVE MAPA-CUENTA(I-MAPA) TO CUENTA-HALLADA
               END-IF
           END-PERFORM.

      *****RECLASIFICA EL ISR RETENIDO DE LA NOMINA AL PASIVO POR
      *****ENTERAR: CARGO AL RETENIDO (NETO DEL AJUSTE ANUAL), ABONO
      *****AL SUBSIDIO ACREDITADO Y EL NETO AL ISR POR ENTERAR; UN NETO
      *****NEGATIVO (SALDO A FAVOR) VA COMO CARGO
       ANEXAR-POLIZA.
           OPEN EXTEND POLIZA.
           MOVE "E"   TO MAP-TIPO.
           MOVE "RET" TO MAP-CLAVE.
           PERFORM BUSCAR-CUENTA.
           MOVE CUENTA-HALLADA   TO POL-CUENTA.
           MOVE "ISR RETENIDO MES"  TO POL-DESCRIPCION.
           MOVE ISR-A-CARGO      TO POL-CARGO.
           MOVE 0                TO POL-ABONO.
           MOVE EMPRESA-ACTIVA TO POL-EMPRESA.
           WRITE POLIZA-REG.
           MOVE "E"   TO MAP-TIPO.
           MOVE "SUB" TO MAP-CLAVE.
           PERFORM BUSCAR-CUENTA.
           MOVE CUENTA-HALLADA   TO POL-CUENTA.
           MOVE "SUBSIDIO ACREDITADO" TO POL-DESCRIPCION.
           MOVE 0                TO POL-CARGO.
           MOVE TOTAL-SUBSIDIO   TO POL-ABONO.
           MOVE EMPRESA-ACTIVA TO POL-EMPRESA.
           WRITE POLIZA-REG.
           MOVE "E"   TO MAP-TIPO.
           MOVE "ENT" TO MAP-CLAVE.
           PERFORM BUSCAR-CUENTA.
           MOVE CUENTA-HALLADA   TO POL-CUENTA.
           MOVE "ISR POR ENTERAR"  TO POL-DESCRIPCION.
           IF NETO-ENTERO < 0
               COMPUTE POL-CARGO = 0 - NETO-ENTERO
               MOVE 0 TO POL-ABONO
           ELSE
               MOVE 0 TO POL-CARGO
               MOVE NETO-ENTERO TO POL-ABONO
           END-IF.
           MOVE EMPRESA-ACTIVA TO POL-EMPRESA.
           WRITE POLIZA-REG.
           CLOSE POLIZA.
           DISPLAY "ENTERO DE ISR ANEXADO A LA POLIZA".

       GRABAR-DECLARACION.
           MOVE EMPRESA-ACTIVA    TO ENT-EMPRESA.
           MOVE MES-DECLARADO     TO ENT-MES.
           MOVE CONT-PERIODOS-MES TO ENT-PERIODOS.
           MOVE TOTAL-RETENIDO    TO ENT-RETENIDO.
           MOVE TOTAL-SUBSIDIO    TO ENT-SUBSIDIO.
           MOVE TOTAL-DEVOLUCION  TO ENT-DEVOLUCION.
           MOVE TOTAL-AJUSTE      TO ENT-AJUSTE.
           MOVE NETO-ENTERO       TO ENT-NETO.
           MOVE FECHA             TO ENT-FECHA.
           WRITE ENTISRCTL-REG.

      *****AVISA AL CALENDARIO DE OBLIGACIONES QUE ESTA SALIDA YA SE
      *****PRODUJO, CON EL MES QUE SE PROCESO
       MARCAR-OBLIGACION.
           MOVE "C"       TO POB-MODO.
           MOVE "3ENTISR" TO POB-PROGRAMA.
           MOVE "M"       TO POB-TIPO.
           MOVE MES-DECLARADO TO POB-PERIODO.
           OPEN OUTPUT PARM-OBLIG.
           WRITE PARM-OBLIG-REG.
           CLOSE PARM-OBLIG.
           CALL "7OBLCAL".

       END PROGRAM 3ENTISR.
