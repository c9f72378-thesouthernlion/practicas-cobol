      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 7VALREC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VALESRET ASSIGN TO "VALESRET".
           SELECT REPORTE  ASSIGN TO "VALRECREP".
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
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *****CONFIRMACION DEL PROVEEDOR DE VALES: ESTADO 00 = ABONADO A
      *****LA TARJETA, BL = TARJETA BLOQUEADA, CUALQUIER OTRO ES UN
      *****RECHAZO CON SU MOTIVO EN TEXTO
       FD  VALESRET.
       01  VALESRET-REG.
           03  VR-NOMINA           PIC 9(06).
           03  VR-TARJETA          PIC X(16).
           03  VR-ESTADO           PIC X(02).
           03  VR-MOTIVO           PIC X(20).

       FD  REPORTE.
       01  REPORTE-REG             PIC X(132).

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

       WORKING-STORAGE SECTION.
       77  VALESRET-EOF        PIC 9 VALUE ZERO.
       77  VALESPER-EOF        PIC 9.
       77  VP-KEY-EXISTE       PIC 9.
       77  VT-KEY-EXISTE       PIC 9.
       77  EXISTE-NOMINA       PIC 9.
       77  PERIODO-TRABAJO     PIC 9(06).
       77  SITUACION-TRABAJO   PIC X(16).

       77  CONT-RESPUESTAS     PIC 9(05) VALUE 0.
       77  CONT-ABONADOS       PIC 9(05) VALUE 0.
       77  CONT-RECHAZADOS     PIC 9(05) VALUE 0.
       77  CONT-BLOQUEADAS     PIC 9(05) VALUE 0.
       77  CONT-SIN-ENVIO      PIC 9(05) VALUE 0.
       77  CONT-SIN-RESPUESTA  PIC 9(05) VALUE 0.
       77  MONTO-ABONADO       PIC 9(10)V99 VALUE 0.
       77  MONTO-RECHAZADO     PIC 9(10)V99 VALUE 0.

       01  TITULO-VRC-1.
           05  FILLER              PIC X(40) VALUE
               "VALES RECHAZADOS POR EL PROVEEDOR - PER.".
           05  TVRC-PERIODO        PIC 9(06).
       01  TITULO-VRC-2.
           05  FILLER              PIC X(40) VALUE
               "NOMINA NOMBRE               TARJETA".
           05  FILLER              PIC X(40) VALUE
               "                IMPORTE  MOTIVO".
           05  FILLER              PIC X(30) VALUE
               "                SITUACION".
       01  DETALLE-VRC.
           05  DETVRC-NOMINA       PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETVRC-NOMBRE       PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETVRC-TARJETA      PIC X(16).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETVRC-IMPORTE      PIC $$$,$$9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETVRC-MOTIVO       PIC X(20).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETVRC-SITUACION    PIC X(16).
       01  RESUMEN-VRC-1.
           05  FILLER              PIC X(13) VALUE "ABONADOS:   ".
           05  RESVRC-ABON         PIC ZZZZ9.
           05  FILLER              PIC X(09) VALUE "  MONTO: ".
           05  RESVRC-MONTO-ABON   PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(14) VALUE "  RECHAZADOS: ".
           05  RESVRC-RECH         PIC ZZZZ9.
           05  FILLER              PIC X(09) VALUE "  MONTO: ".
           05  RESVRC-MONTO-RECH   PIC $$$,$$$,$$9.99.
       01  RESUMEN-VRC-2.
           05  FILLER              PIC X(13) VALUE "BLOQUEADAS: ".
           05  RESVRC-BLOQ         PIC ZZZZ9.
           05  FILLER              PIC X(14) VALUE "  SIN ENVIO:  ".
           05  RESVRC-SIN-ENVIO    PIC ZZZZ9.
           05  FILLER              PIC X(18) VALUE
               "  SIN RESPUESTA:  ".
           05  RESVRC-SIN-RESP     PIC ZZZZ9.

       PROCEDURE DIVISION.
      *****CONCILIACION DE TARJETAS: CASA LA CONFIRMACION DEL PROVEEDOR
      *****CONTRA LO ENVIADO EN VALESPER, MARCA CADA NOMINA ABONADA O
      *****RECHAZADA, BLOQUEA EN VALTAR LA TARJETA QUE EL PROVEEDOR
      *****REPORTA BLOQUEADA Y LISTA TODO LO QUE NO LLEGO, INCLUSO LO
      *****ENVIADO QUE EL PROVEEDOR NO CONTESTO
       MAIN-PROCEDURE.
           DISPLAY "PERIODO DE LA CONFIRMACION (AAAAPP)".
           ACCEPT PERIODO-TRABAJO.
           OPEN INPUT VALESRET.
           OPEN OUTPUT REPORTE.
           OPEN I-O VALTAR.
           OPEN I-O VALESPER.
           OPEN INPUT EMPINX.
           MOVE PERIODO-TRABAJO TO TVRC-PERIODO.
           WRITE REPORTE-REG FROM TITULO-VRC-1 BEFORE 1 LINES.
           WRITE REPORTE-REG FROM TITULO-VRC-2 BEFORE 2 LINES.
           PERFORM LEER-VALESRET.
           PERFORM PROCESAR-RESPUESTA UNTIL VALESRET-EOF = 1.
           PERFORM BUSCAR-SIN-RESPUESTA.
           MOVE CONT-ABONADOS     TO RESVRC-ABON.
           MOVE MONTO-ABONADO     TO RESVRC-MONTO-ABON.
           MOVE CONT-RECHAZADOS   TO RESVRC-RECH.
           MOVE MONTO-RECHAZADO   TO RESVRC-MONTO-RECH.
           MOVE CONT-BLOQUEADAS   TO RESVRC-BLOQ.
           MOVE CONT-SIN-ENVIO    TO RESVRC-SIN-ENVIO.
           MOVE CONT-SIN-RESPUESTA TO RESVRC-SIN-RESP.
           WRITE REPORTE-REG FROM RESUMEN-VRC-1 BEFORE 2 LINES.
           WRITE REPORTE-REG FROM RESUMEN-VRC-2 BEFORE 1 LINES.
           DISPLAY "RESPUESTAS LEIDAS   : " CONT-RESPUESTAS.
           DISPLAY "ABONADOS            : " CONT-ABONADOS.
           DISPLAY "RECHAZADOS          : " CONT-RECHAZADOS.
           DISPLAY "TARJETAS BLOQUEADAS : " CONT-BLOQUEADAS.
           DISPLAY "SIN ENVIO           : " CONT-SIN-ENVIO.
           DISPLAY "SIN RESPUESTA       : " CONT-SIN-RESPUESTA.
           CLOSE VALESRET.
           CLOSE REPORTE.
           CLOSE VALTAR.
           CLOSE VALESPER.
           CLOSE EMPINX.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       LEER-VALESRET.
           READ VALESRET AT END MOVE 1 TO VALESRET-EOF.

      *****LA RESPUESTA SE CASA POR PERIODO Y NOMINA; UNA NOMINA QUE
      *****NO SE ENVIO EN ESE PERIODO SE REPORTA Y NO SE TOCA NADA
       PROCESAR-RESPUESTA.
           ADD 1 TO CONT-RESPUESTAS.
           MOVE PERIODO-TRABAJO TO VP-PERIODO.
           MOVE VR-NOMINA       TO VP-NOMINA.
           MOVE 1 TO VP-KEY-EXISTE.
           READ VALESPER INVALID KEY MOVE 0 TO VP-KEY-EXISTE.
           IF VP-KEY-EXISTE = 0
               ADD 1 TO CONT-SIN-ENVIO
               MOVE 0 TO VP-IMPORTE
               MOVE "SIN ENVIO" TO SITUACION-TRABAJO
               PERFORM IMPRIMIR-EXCEPCION
           ELSE IF VR-ESTADO = "00"
               ADD 1 TO CONT-ABONADOS
               ADD VP-IMPORTE TO MONTO-ABONADO
               MOVE "ABONADO" TO VP-ESTADO
               MOVE SPACES    TO VP-MOTIVO
               REWRITE VALESPER-REG
           ELSE
               ADD 1 TO CONT-RECHAZADOS
               ADD VP-IMPORTE TO MONTO-RECHAZADO
               MOVE "RECHAZADO" TO VP-ESTADO
               MOVE VR-MOTIVO   TO VP-MOTIVO
               REWRITE VALESPER-REG
               MOVE "RECHAZADO" TO SITUACION-TRABAJO
               IF VR-ESTADO = "BL"
                   PERFORM BLOQUEAR-TARJETA
               END-IF
               PERFORM IMPRIMIR-EXCEPCION
           END-IF.
           PERFORM LEER-VALESRET.

      *****LA TARJETA QUE EL PROVEEDOR REPORTA BLOQUEADA YA NO RECIBE
      *****DISPERSION HASTA QUE SE REPONGA O DESBLOQUEE EN 4VALABC
       BLOQUEAR-TARJETA.
           MOVE VR-NOMINA TO VT-NOMINA.
           MOVE 1 TO VT-KEY-EXISTE.
           READ VALTAR INVALID KEY MOVE 0 TO VT-KEY-EXISTE.
           IF VT-KEY-EXISTE = 1 AND VT-TARJETA = VR-TARJETA
               AND VT-ESTADO = "ACTIVA"
               MOVE "BLOQUEADA" TO VT-ESTADO
               MOVE "PROVEEDR" TO VT-OPERADOR
               REWRITE VALTAR-REG
               ADD 1 TO CONT-BLOQUEADAS
               MOVE "TARJETA BLOQUEADA" TO SITUACION-TRABAJO
           END-IF.

      *****LO ENVIADO DEL PERIODO QUE QUEDO SIN CONTESTAR TAMBIEN ES
      *****UN VALE QUE NO SE SABE SI LLEGO
       BUSCAR-SIN-RESPUESTA.
           MOVE 0 TO VALESPER-EOF.
           MOVE PERIODO-TRABAJO TO VP-PERIODO.
           MOVE 0 TO VP-NOMINA.
           START VALESPER KEY IS NOT LESS THAN VP-LLAVE
               INVALID KEY MOVE 1 TO VALESPER-EOF.
           PERFORM UNTIL VALESPER-EOF = 1
               READ VALESPER NEXT RECORD
                   AT END
                       MOVE 1 TO VALESPER-EOF
                   NOT AT END
                       IF VP-PERIODO NOT = PERIODO-TRABAJO
                           MOVE 1 TO VALESPER-EOF
                       ELSE IF VP-ESTADO = "ENVIADO"
                           ADD 1 TO CONT-SIN-RESPUESTA
                           MOVE VP-NOMINA  TO VR-NOMINA
                           MOVE VP-TARJETA TO VR-TARJETA
                           MOVE SPACES     TO VR-MOTIVO
                           MOVE "SIN RESPUESTA" TO SITUACION-TRABAJO
                           PERFORM IMPRIMIR-EXCEPCION
                       END-IF
               END-READ
           END-PERFORM.

       IMPRIMIR-EXCEPCION.
           MOVE VR-NOMINA TO EMPINX-NOMINA.
           MOVE 1 TO EXISTE-NOMINA.
           READ EMPINX INVALID KEY MOVE 0 TO EXISTE-NOMINA.
           MOVE VR-NOMINA  TO DETVRC-NOMINA.
           IF EXISTE-NOMINA = 1
               MOVE EMPINX-NOMBRE TO DETVRC-NOMBRE
           ELSE
               MOVE "(YA NO EXISTE)" TO DETVRC-NOMBRE
           END-IF.
           MOVE VR-TARJETA TO DETVRC-TARJETA.
           MOVE VP-IMPORTE TO DETVRC-IMPORTE.
           MOVE VR-MOTIVO  TO DETVRC-MOTIVO.
           MOVE SITUACION-TRABAJO TO DETVRC-SITUACION.
           WRITE REPORTE-REG FROM DETALLE-VRC BEFORE 1 LINES.

       END PROGRAM 7VALREC.
