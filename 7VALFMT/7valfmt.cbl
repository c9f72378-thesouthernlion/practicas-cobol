      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 7VALFMT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PERCEPCION-DEDUCCION ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PERCEPCION-DEDUCCION-LLAVE.
           SELECT OPTIONAL PERIODOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PER-PERIODO.
           SELECT OPTIONAL APROBCTL ASSIGN TO "APROBCTL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AP-LLAVE.
           SELECT OPTIONAL VALTAR ASSIGN TO "VALTAR"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VT-NOMINA.
           SELECT OPTIONAL VALESPER ASSIGN TO "VALESPER"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VP-LLAVE.
           SELECT EMPINX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPINX-NOMINA.
           SELECT OPTIONAL EMPRESACT ASSIGN TO "EMPRESACT".
           SELECT VALESSAL ASSIGN TO "VALESSAL".
           SELECT REPORTE  ASSIGN TO "VALFMTREP".
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *****MISMO LAYOUT QUE EL PERCEPCION-DEDUCCION DE 6EMPNOMV3; LOS
      *****VALES SON LA CLAVE 05 DEL PERIODO YA PAGADO
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

      *****MAESTRO DE PERIODOS (4PERABC); SOLO SE DISPERSA UN PERIODO
      *****QUE LA NOMINA YA CERRO
       FD  PERIODOS.
       01  PERIODOS-REG.
           03  PER-PERIODO         PIC 9(06).
           03  PER-ESTADO          PIC X(10).
           03  PER-FEC-INICIO      PIC 9(08).
           03  PER-FEC-FIN         PIC 9(08).

      *****MESA DE APROBACIONES (2MOVCAP/2APRCAP): EL MOVIMIENTO QUE
      *****SIGUIO PENDIENTE SE FUE A SUSPENSO Y NO SE PAGO
       FD  APROBCTL.
       01  APROBCTL-REG.
           03  AP-LLAVE.
               05  AP-PERIODO      PIC 9(06).
               05  AP-NOMINA       PIC 9(06).
               05  AP-CLAVE        PIC XX.
               05  AP-SECUENCIA    PIC 9(03).
           03  AP-IMPORTE          PIC 9(08)V99.
           03  AP-ESTADO           PIC X(10).
           03  AP-OPER-CAPTURA     PIC X(08).
           03  AP-OPER-APRUEBA     PIC X(08).

      *****MISMO LAYOUT QUE EL VALTAR DE 4VALABC
       FD  VALTAR.
       01  VALTAR-REG.
           03  VT-NOMINA           PIC 9(06).
           03  VT-TARJETA          PIC X(16).
           03  VT-ESTADO           PIC X(10).
           03  VT-FEC-ALTA         PIC 9(06).
           03  VT-OPERADOR         PIC X(08).

      *****MISMO LAYOUT QUE EL VALESPER DE 4VALABC
       FD  VALESPER.
       01  VALESPER-REG.
           03  VP-LLAVE.
               05  VP-PERIODO      PIC 9(06).
               05  VP-NOMINA       PIC 9(06).
           03  VP-TARJETA          PIC X(16).
           03  VP-IMPORTE          PIC 9(08)V99.
           03  VP-EMPRESA          PIC X(03).
           03  VP-ESTADO           PIC X(10).
           03  VP-MOTIVO           PIC X(20).

       FD  EMPINX.
       01  EMPINX-REG.
           03  EMPINX-NOMINA       PIC 9(06).
           03  EMPINX-NOMBRE       PIC X(20).
           03  EMPINX-DPTO         PIC X(03).
           03  EMPINX-RESTO        PIC X(86).

      *****EMPRESA ACTIVA DEL DIRECTORIO DE DATOS (4RAZABC)
       FD  EMPRESACT.
       01  EMPRESACT-REG.
           03  EA-CLAVE            PIC X(03).
           03  EA-RAZON            PIC X(30).
           03  EA-RFC              PIC X(13).
           03  EA-REGPAT           PIC X(11).

      *****ARCHIVO PARA EL PROVEEDOR DE VALES: ENCABEZADO H CON LA
      *****EMPRESA, UN DETALLE D POR TARJETA Y COLA T DE CONTROL
       FD  VALESSAL.
       01  VALESSAL-REG            PIC X(80).

      *****CIFRAS DE CONTROL Y EXCEPCIONES DE LA DISPERSION
       FD  REPORTE.
       01  REPORTE-REG             PIC X(132).

       WORKING-STORAGE SECTION.
       77  MOV-EOF             PIC 9.
       77  PER-KEY-EXISTE      PIC 9.
       77  VT-KEY-EXISTE       PIC 9.
       77  EXISTE-NOMINA       PIC 9.
       77  EMPRESA-TRABAJO     PIC X(03).
       77  PERIODO-TRABAJO     PIC 9(06).
       77  NOMINA-ACTUAL       PIC 9(06).
       77  IMPORTE-NOMINA      PIC 9(08)V99.
       77  MOTIVO-TRABAJO      PIC X(20).
       77  IMPORTE-CENTAVOS    PIC 9(12).
       77  CLAVE-VALES         PIC XX VALUE "05".

       77  CONT-ENVIADOS       PIC 9(06) VALUE 0.
       77  CONT-EXCEPCIONES    PIC 9(06) VALUE 0.
       77  CONT-SUSPENSO       PIC 9(06) VALUE 0.
       77  TOTAL-ENVIADO       PIC 9(12)V99 VALUE 0.
       77  TOTAL-EXCEPCIONES   PIC 9(12)V99 VALUE 0.
       77  TOTAL-CLAVE-05      PIC 9(12)V99 VALUE 0.
       01  FECHA-HOY.
           03  FECHA-HOY-AA        PIC 99.
           03  FECHA-HOY-MM        PIC 99.
           03  FECHA-HOY-DD        PIC 99.

       01  SALIDA-ENCABEZADO.
           05  FILLER              PIC X(01) VALUE "H".
           05  SAL-HDR-EMPRESA     PIC X(03).
           05  SAL-HDR-RFC         PIC X(13).
           05  SAL-HDR-PERIODO     PIC 9(06).
           05  SAL-HDR-FECHA       PIC 9(08).
           05  FILLER              PIC X(49) VALUE SPACES.
       01  SALIDA-DETALLE.
           05  FILLER              PIC X(01) VALUE "D".
           05  SAL-DET-TARJETA     PIC X(16).
           05  SAL-DET-NOMINA      PIC 9(06).
           05  SAL-DET-IMPORTE     PIC 9(12).
           05  SAL-DET-EMPRESA     PIC X(03).
           05  SAL-DET-NOMBRE      PIC X(20).
           05  FILLER              PIC X(22) VALUE SPACES.
       01  SALIDA-COLA.
           05  FILLER              PIC X(01) VALUE "T".
           05  SAL-TRL-REGISTROS   PIC 9(06).
           05  SAL-TRL-IMPORTE     PIC 9(12).
           05  FILLER              PIC X(61) VALUE SPACES.

       01  TITULO-VAL-1.
           05  FILLER              PIC X(40) VALUE
               "DISPERSION DE VALES DE DESPENSA - PER. ".
           05  TVAL-PERIODO        PIC 9(06).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(09) VALUE "EMPRESA: ".
           05  TVAL-EMPRESA        PIC X(03).
       01  TITULO-VAL-2.
           05  FILLER              PIC X(40) VALUE
               "NOMINA NOMBRE               TARJETA".
           05  FILLER              PIC X(40) VALUE
               "                IMPORTE  EXCEPCION".
       01  DETALLE-VAL.
           05  DETVAL-NOMINA       PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETVAL-NOMBRE       PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETVAL-TARJETA      PIC X(16).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETVAL-IMPORTE      PIC $$$,$$9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETVAL-MOTIVO       PIC X(20).
       01  RESUMEN-VAL-1.
           05  FILLER              PIC X(24) VALUE
               "TARJETAS ENVIADAS:      ".
           05  RESVAL-ENVIADOS     PIC ZZZZZ9.
           05  FILLER              PIC X(10) VALUE "  IMPORTE:".
           05  RESVAL-ENVIADO      PIC $$$,$$$,$$9.99.
       01  RESUMEN-VAL-2.
           05  FILLER              PIC X(24) VALUE
               "EXCEPCIONES (NO ENV.):  ".
           05  RESVAL-EXCEPCIONES  PIC ZZZZZ9.
           05  FILLER              PIC X(10) VALUE "  IMPORTE:".
           05  RESVAL-EXCEPCION    PIC $$$,$$$,$$9.99.
       01  RESUMEN-VAL-3.
           05  FILLER              PIC X(24) VALUE
               "CLAVE 05 PAGADA:        ".
           05  FILLER              PIC X(06) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "  IMPORTE:".
           05  RESVAL-CLAVE-05     PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(24) VALUE
               "  DESVIADOS A SUSPENSO: ".
           05  RESVAL-SUSPENSO     PIC ZZZZZ9.

       PROCEDURE DIVISION.
      *****DISPERSION DE VALES: JUNTA LA CLAVE 05 PAGADA DEL PERIODO
      *****POR NOMINA (SIN LO DESVIADO A SUSPENSO), LA MANDA A LA
      *****TARJETA ACTIVA DEL EMPLEADO EN EL ARCHIVO DEL PROVEEDOR CON
      *****SUS TOTALES DE CONTROL Y DEJA EL ESTADO POR PERIODO EN
      *****VALESPER; SIN TARJETA ACTIVA SALE COMO EXCEPCION
       MAIN-PROCEDURE.
           DISPLAY "PERIODO A DISPERSAR (AAAAPP)".
           ACCEPT PERIODO-TRABAJO.
           OPEN INPUT PERIODOS.
           MOVE PERIODO-TRABAJO TO PER-PERIODO.
           MOVE 1 TO PER-KEY-EXISTE.
           READ PERIODOS INVALID KEY MOVE 0 TO PER-KEY-EXISTE.
           CLOSE PERIODOS.
           IF PER-KEY-EXISTE = 0 OR PER-ESTADO NOT = "CERRADO"
               DISPLAY "EL PERIODO " PERIODO-TRABAJO
                   " NO ESTA PAGADO (CERRADO) - NO SE DISPERSA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO EMPRESA-TRABAJO.
           MOVE SPACES TO EA-RFC.
           OPEN INPUT EMPRESACT.
           READ EMPRESACT
               AT END
                   MOVE SPACES TO EA-RFC
               NOT AT END
                   MOVE EA-CLAVE TO EMPRESA-TRABAJO
           END-READ.
           CLOSE EMPRESACT.
           ACCEPT FECHA-HOY FROM DATE.
           OPEN INPUT PERCEPCION-DEDUCCION.
           OPEN INPUT APROBCTL.
           OPEN INPUT VALTAR.
           OPEN I-O VALESPER.
           OPEN INPUT EMPINX.
           OPEN OUTPUT VALESSAL.
           OPEN OUTPUT REPORTE.
           MOVE EMPRESA-TRABAJO TO SAL-HDR-EMPRESA.
           MOVE EA-RFC          TO SAL-HDR-RFC.
           MOVE PERIODO-TRABAJO TO SAL-HDR-PERIODO.
           COMPUTE SAL-HDR-FECHA =
               (2000 + FECHA-HOY-AA) * 10000
               + FECHA-HOY-MM * 100 + FECHA-HOY-DD.
           WRITE VALESSAL-REG FROM SALIDA-ENCABEZADO.
           MOVE PERIODO-TRABAJO TO TVAL-PERIODO.
           MOVE EMPRESA-TRABAJO TO TVAL-EMPRESA.
           WRITE REPORTE-REG FROM TITULO-VAL-1 BEFORE 1 LINES.
           WRITE REPORTE-REG FROM TITULO-VAL-2 BEFORE 2 LINES.
           MOVE 0 TO NOMINA-ACTUAL.
           MOVE 0 TO IMPORTE-NOMINA.
           PERFORM POSICIONAR-PERIODO.
           PERFORM LEER-MOVIMIENTO.
           PERFORM ACUMULAR-VALES UNTIL MOV-EOF = 1.
           IF IMPORTE-NOMINA > 0
               PERFORM DISPERSAR-NOMINA
           END-IF.
           MOVE CONT-ENVIADOS TO SAL-TRL-REGISTROS.
           COMPUTE SAL-TRL-IMPORTE ROUNDED = TOTAL-ENVIADO * 100.
           WRITE VALESSAL-REG FROM SALIDA-COLA.
           MOVE CONT-ENVIADOS     TO RESVAL-ENVIADOS.
           MOVE TOTAL-ENVIADO     TO RESVAL-ENVIADO.
           MOVE CONT-EXCEPCIONES  TO RESVAL-EXCEPCIONES.
           MOVE TOTAL-EXCEPCIONES TO RESVAL-EXCEPCION.
           MOVE CONT-SUSPENSO     TO RESVAL-SUSPENSO.
           MOVE TOTAL-CLAVE-05    TO RESVAL-CLAVE-05.
           WRITE REPORTE-REG FROM RESUMEN-VAL-1 BEFORE 2 LINES.
           WRITE REPORTE-REG FROM RESUMEN-VAL-2 BEFORE 1 LINES.
           WRITE REPORTE-REG FROM RESUMEN-VAL-3 BEFORE 1 LINES.
           DISPLAY "TARJETAS ENVIADAS   : " CONT-ENVIADOS.
           DISPLAY "IMPORTE ENVIADO     : " TOTAL-ENVIADO.
           DISPLAY "EXCEPCIONES         : " CONT-EXCEPCIONES.
           DISPLAY "IMPORTE NO ENVIADO  : " TOTAL-EXCEPCIONES.
           DISPLAY "DESVIADOS A SUSPENSO: " CONT-SUSPENSO.
           CLOSE PERCEPCION-DEDUCCION.
           CLOSE APROBCTL.
           CLOSE VALTAR.
           CLOSE VALESPER.
           CLOSE EMPINX.
           CLOSE VALESSAL.
           CLOSE REPORTE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *****POSICIONA AL INICIO DEL PERIODO; LA LECTURA TERMINA EN
      *****CUANTO LA LLAVE CAMBIA DE PERIODO (MISMO PATRON QUE 2MOVCAP)
       POSICIONAR-PERIODO.
           MOVE 0 TO MOV-EOF.
           MOVE PERIODO-TRABAJO TO PERCEPCION-DEDUCCION-PERIODO.
           MOVE 0      TO PERCEPCION-DEDUCCION-NOMINA.
           MOVE SPACES TO PERCEPCION-DEDUCCION-CLAVE.
           MOVE 0      TO PERCEPCION-DEDUCCION-SECUENCIA.
           START PERCEPCION-DEDUCCION
               KEY IS NOT LESS THAN PERCEPCION-DEDUCCION-LLAVE
               INVALID KEY MOVE 1 TO MOV-EOF.

       LEER-MOVIMIENTO.
           READ PERCEPCION-DEDUCCION NEXT RECORD
               AT END MOVE 1 TO MOV-EOF.
           IF MOV-EOF = 0
               AND PERCEPCION-DEDUCCION-PERIODO NOT = PERIODO-TRABAJO
               MOVE 1 TO MOV-EOF.

      *****LA LLAVE VA POR NOMINA: AL CAMBIAR DE NOMINA SE DISPERSA LO
      *****ACUMULADO DE LA ANTERIOR
       ACUMULAR-VALES.
           IF PERCEPCION-DEDUCCION-CLAVE = CLAVE-VALES
               IF PERCEPCION-DEDUCCION-NOMINA NOT = NOMINA-ACTUAL
                   IF IMPORTE-NOMINA > 0
                       PERFORM DISPERSAR-NOMINA
                   END-IF
                   MOVE PERCEPCION-DEDUCCION-NOMINA TO NOMINA-ACTUAL
                   MOVE 0 TO IMPORTE-NOMINA
               END-IF
               PERFORM REVISAR-APROBACION
           END-IF.
           PERFORM LEER-MOVIMIENTO.

       REVISAR-APROBACION.
           MOVE PERCEPCION-DEDUCCION-LLAVE TO AP-LLAVE.
           MOVE SPACES TO AP-ESTADO.
           READ APROBCTL INVALID KEY MOVE SPACES TO AP-ESTADO.
           IF AP-ESTADO = "PENDIENTE"
               ADD 1 TO CONT-SUSPENSO
           ELSE
               ADD PERCEPCION-DEDUCCION-IMPORTE TO IMPORTE-NOMINA
               ADD PERCEPCION-DEDUCCION-IMPORTE TO TOTAL-CLAVE-05
           END-IF.

      *****SOLO LA TARJETA ACTIVA RECIBE; SIN TARJETA, BLOQUEADA O
      *****CANCELADA QUEDA EN VALESPER CON SU MOTIVO Y EN EL REPORTE
       DISPERSAR-NOMINA.
           MOVE NOMINA-ACTUAL TO EMPINX-NOMINA.
           MOVE 1 TO EXISTE-NOMINA.
           READ EMPINX INVALID KEY MOVE 0 TO EXISTE-NOMINA.
           IF EXISTE-NOMINA = 0
               MOVE "(YA NO EXISTE)" TO EMPINX-NOMBRE
           END-IF.
           MOVE NOMINA-ACTUAL TO VT-NOMINA.
           MOVE 1 TO VT-KEY-EXISTE.
           READ VALTAR INVALID KEY MOVE 0 TO VT-KEY-EXISTE.
           MOVE SPACES TO MOTIVO-TRABAJO.
           IF VT-KEY-EXISTE = 0
               MOVE SPACES TO VT-TARJETA
               MOVE "SIN TARJETA" TO MOTIVO-TRABAJO
           ELSE IF VT-ESTADO NOT = "ACTIVA"
               MOVE "TARJETA" TO MOTIVO-TRABAJO
               MOVE VT-ESTADO TO MOTIVO-TRABAJO(9:10)
           END-IF.
           MOVE PERIODO-TRABAJO TO VP-PERIODO.
           MOVE NOMINA-ACTUAL   TO VP-NOMINA.
           MOVE VT-TARJETA      TO VP-TARJETA.
           MOVE IMPORTE-NOMINA  TO VP-IMPORTE.
           MOVE EMPRESA-TRABAJO TO VP-EMPRESA.
           MOVE MOTIVO-TRABAJO  TO VP-MOTIVO.
           IF MOTIVO-TRABAJO = SPACES
               MOVE "ENVIADO" TO VP-ESTADO
               ADD 1 TO CONT-ENVIADOS
               ADD IMPORTE-NOMINA TO TOTAL-ENVIADO
               MOVE VT-TARJETA    TO SAL-DET-TARJETA
               MOVE NOMINA-ACTUAL TO SAL-DET-NOMINA
               COMPUTE IMPORTE-CENTAVOS ROUNDED = IMPORTE-NOMINA * 100
               MOVE IMPORTE-CENTAVOS TO SAL-DET-IMPORTE
               MOVE EMPRESA-TRABAJO  TO SAL-DET-EMPRESA
               MOVE EMPINX-NOMBRE    TO SAL-DET-NOMBRE
               WRITE VALESSAL-REG FROM SALIDA-DETALLE
           ELSE
               MOVE "NO ENVIADO" TO VP-ESTADO
               ADD 1 TO CONT-EXCEPCIONES
               ADD IMPORTE-NOMINA TO TOTAL-EXCEPCIONES
               MOVE NOMINA-ACTUAL  TO DETVAL-NOMINA
               MOVE EMPINX-NOMBRE  TO DETVAL-NOMBRE
               MOVE VT-TARJETA     TO DETVAL-TARJETA
               MOVE IMPORTE-NOMINA TO DETVAL-IMPORTE
               MOVE MOTIVO-TRABAJO TO DETVAL-MOTIVO
               WRITE REPORTE-REG FROM DETALLE-VAL BEFORE 1 LINES
           END-IF.
           WRITE VALESPER-REG
               INVALID KEY
                   REWRITE VALESPER-REG
           END-WRITE.

       END PROGRAM 7VALFMT.
