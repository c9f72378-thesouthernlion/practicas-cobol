      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 7FONCED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FONCED       ASSIGN TO "FONCED".
           SELECT REPORTE      ASSIGN TO "FONCEDREP".
           SELECT OPTIONAL FONACOT ASSIGN TO "FONACOT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FON-LLAVE.
           SELECT EMPINX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPINX-NOMINA.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *****CEDULA MENSUAL DE FONACOT CONVERTIDA A LAYOUT FIJO: UNA
      *****LINEA POR CREDITO CON LA RETENCION QUE EL INSTITUTO PIDE
      *****PARA EL MES Y EL SALDO DEL CREDITO AL EMITIR LA CEDULA
       FD  FONCED.
       01  FONCED-REG.
           03  FC-NOMINA           PIC 9(06).
           03  FC-RFC              PIC X(13).
           03  FC-NOMBRE           PIC X(30).
           03  FC-CREDITO          PIC X(10).
           03  FC-RETENCION        PIC 9(08)V99.
           03  FC-SALDO            PIC 9(08)V99.

       FD  REPORTE.
       01  REPORTE-REG             PIC X(132).

      *****MISMO LAYOUT QUE EL FONACOT DE 6EMPNOMV3
       FD  FONACOT.
       01  FONACOT-REG.
           03  FON-LLAVE.
               05  FON-NOMINA      PIC 9(06).
               05  FON-CREDITO     PIC X(10).
           03  FON-RFC             PIC X(13).
           03  FON-RETENCION-MENSUAL PIC 9(08)V99.
           03  FON-SALDO           PIC 9(08)V99.
           03  FON-MES-CEDULA      PIC 9(06).
           03  FON-MES-RETENIDO    PIC 9(06).
           03  FON-RETENIDO-MES    PIC 9(08)V99.
           03  FON-ULT-PERIODO     PIC 9(06).
           03  FON-ULT-IMPORTE     PIC 9(08)V99.
           03  FON-ESTADO          PIC X(10).
           03  FON-MES-BAJA        PIC 9(06).

       FD  EMPINX.
       01  EMPINX-REG.
           03  EMPINX-NOMINA       PIC 9(06).
           03  EMPINX-NOMBRE       PIC X(20).
           03  EMPINX-DPTO         PIC X(03).
           03  EMPINX-SUELDO       PIC S9(05)V99.
           03  EMPINX-RFC          PIC X(13).
           03  EMPINX-FEC-INGRESO  PIC 9(08).
           03  EMPINX-RESTO        PIC X(58).

       WORKING-STORAGE SECTION.
       77  FONCED-EOF          PIC 9 VALUE ZERO.
       77  FONACOT-EOF         PIC 9 VALUE ZERO.
       77  EXISTE-NOMINA       PIC 9.
       77  EXISTE-CREDITO      PIC 9.
       77  MES-CEDULA          PIC 9(06).
       77  MOTIVO-RECHAZO      PIC X(30).

       77  CONT-CEDULA         PIC 9(05) VALUE 0.
       77  CONT-NUEVOS         PIC 9(05) VALUE 0.
       77  CONT-ACTUALIZADOS   PIC 9(05) VALUE 0.
       77  CONT-RECHAZADOS     PIC 9(05) VALUE 0.
       77  CONT-SIN-CEDULA     PIC 9(05) VALUE 0.
       77  TOTAL-RETENCION     PIC 9(10)V99 VALUE 0.

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
       01  TITULO-FON-1.
           05  FILLER              PIC X(07) VALUE "FECHA: ".
           05  TFON-DD             PIC 99.
           05  FILLER              PIC X(01) VALUE "/".
           05  TFON-MM             PIC X(03).
           05  FILLER              PIC X(03) VALUE "/20".
           05  TFON-AA             PIC 99.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE
               "CARGA CEDULA FONACOT  MES     ".
           05  TFON-MES            PIC 9(06).
       01  TITULO-FON-2.
           05  FILLER              PIC X(40) VALUE
               "NOMINA NOMBRE                         CR".
           05  FILLER              PIC X(40) VALUE
               "EDITO          RETENCION          SALDO ".
           05  FILLER              PIC X(40) VALUE
               "RESULTADO".
       01  DETALLE-FON.
           05  DETFON-NOMINA       PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETFON-NOMBRE       PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETFON-CREDITO      PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETFON-RETENCION    PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETFON-SALDO        PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETFON-RESULTADO    PIC X(30).
       01  TITULO-FON-3.
           05  FILLER              PIC X(50) VALUE
               "CREDITOS ACTIVOS QUE NO VINIERON EN LA CEDULA".
       01  RESUMEN-FON-1.
           05  FILLER              PIC X(17) VALUE "CREDITOS CEDULA: ".
           05  RESFON-CEDULA       PIC ZZZZ9.
           05  FILLER              PIC X(10) VALUE "  NUEVOS: ".
           05  RESFON-NUEVOS       PIC ZZZZ9.
           05  FILLER              PIC X(16) VALUE "  ACTUALIZADOS: ".
           05  RESFON-ACTUAL       PIC ZZZZ9.
           05  FILLER              PIC X(15) VALUE "  RECHAZADOS: ".
           05  RESFON-RECHAZO      PIC ZZZZ9.
       01  RESUMEN-FON-2.
           05  FILLER              PIC X(17) VALUE "SIN CEDULA:      ".
           05  RESFON-SIN-CEDULA   PIC ZZZZ9.
           05  FILLER              PIC X(21) VALUE
               "  RETENCION DEL MES: ".
           05  RESFON-RETENCION    PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
      *****CARGA LA CEDULA MENSUAL DE FONACOT A LA CARTERA DE CREDITOS
      *****QUE 6EMPNOMV3 RETIENE (CLAVE 33). CADA CREDITO SE CASA CON
      *****SU NOMINA EN EMPINX Y SE RECHAZA SI LA NOMINA NO EXISTE O EL
      *****RFC NO COINCIDE; LOS ACEPTADOS QUEDAN ACTIVOS CON LA
      *****RETENCION Y EL SALDO DE LA CEDULA PARA EL MES. AL FINAL SE
      *****LISTAN LOS CREDITOS ACTIVOS QUE FONACOT YA NO MANDO, QUE NO
      *****SE RETENDRAN ESTE MES
       MAIN-PROCEDURE.
           DISPLAY "MES DE LA CEDULA (AAAAMM)".
           ACCEPT MES-CEDULA.
           IF MES-CEDULA(5:2) < "01" OR MES-CEDULA(5:2) > "12"
               DISPLAY "MES INVALIDO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT FONCED.
           OPEN INPUT EMPINX.
           OPEN I-O FONACOT.
           OPEN OUTPUT REPORTE.
           PERFORM LEE-FECHA.
           MOVE MES-CEDULA TO TFON-MES.
           WRITE REPORTE-REG FROM TITULO-FON-1 BEFORE 1 LINES.
           WRITE REPORTE-REG FROM TITULO-FON-2 BEFORE 2 LINES.
           PERFORM LEER-CEDULA.
           PERFORM PROCESAR-CEDULA UNTIL FONCED-EOF = 1.
           WRITE REPORTE-REG FROM TITULO-FON-3 BEFORE 2 LINES.
           PERFORM REPORTAR-SIN-CEDULA.
           MOVE CONT-CEDULA       TO RESFON-CEDULA.
           MOVE CONT-NUEVOS       TO RESFON-NUEVOS.
           MOVE CONT-ACTUALIZADOS TO RESFON-ACTUAL.
           MOVE CONT-RECHAZADOS   TO RESFON-RECHAZO.
           MOVE CONT-SIN-CEDULA   TO RESFON-SIN-CEDULA.
           MOVE TOTAL-RETENCION   TO RESFON-RETENCION.
           WRITE REPORTE-REG FROM RESUMEN-FON-1 BEFORE 2 LINES.
           WRITE REPORTE-REG FROM RESUMEN-FON-2 BEFORE 1 LINES.
           DISPLAY "CREDITOS EN CEDULA      : " CONT-CEDULA.
           DISPLAY "CREDITOS NUEVOS         : " CONT-NUEVOS.
           DISPLAY "CREDITOS ACTUALIZADOS   : " CONT-ACTUALIZADOS.
           DISPLAY "CREDITOS RECHAZADOS     : " CONT-RECHAZADOS.
           DISPLAY "ACTIVOS SIN CEDULA      : " CONT-SIN-CEDULA.
           CLOSE FONCED.
           CLOSE EMPINX.
           CLOSE FONACOT.
           CLOSE REPORTE.
           IF CONT-RECHAZADOS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       LEER-CEDULA.
           READ FONCED AT END MOVE 1 TO FONCED-EOF.

       PROCESAR-CEDULA.
           ADD 1 TO CONT-CEDULA.
           MOVE SPACES TO MOTIVO-RECHAZO.
           MOVE FC-NOMINA TO EMPINX-NOMINA.
           MOVE 1 TO EXISTE-NOMINA.
           READ EMPINX INVALID KEY MOVE 0 TO EXISTE-NOMINA.
           IF EXISTE-NOMINA = 0
               MOVE "RECHAZADO: NOMINA NO EXISTE" TO MOTIVO-RECHAZO
           ELSE
               IF EMPINX-RFC NOT = FC-RFC
                   MOVE "RECHAZADO: RFC NO COINCIDE" TO MOTIVO-RECHAZO
               END-IF
           END-IF.
           IF MOTIVO-RECHAZO NOT = SPACES
               ADD 1 TO CONT-RECHAZADOS
               MOVE MOTIVO-RECHAZO TO DETFON-RESULTADO
           ELSE
               PERFORM GRABAR-CREDITO
           END-IF.
           MOVE FC-NOMINA    TO DETFON-NOMINA.
           MOVE FC-NOMBRE    TO DETFON-NOMBRE.
           MOVE FC-CREDITO   TO DETFON-CREDITO.
           MOVE FC-RETENCION TO DETFON-RETENCION.
           MOVE FC-SALDO     TO DETFON-SALDO.
           WRITE REPORTE-REG FROM DETALLE-FON BEFORE 1 LINES.
           PERFORM LEER-CEDULA.

      *****EL SALDO DE LA CEDULA ES AL INICIO DEL MES; SI LA CEDULA SE
      *****VUELVE A CARGAR CON PERIODOS DEL MES YA RETENIDOS, LO YA
      *****RETENIDO SE DESCUENTA PARA NO REGRESAR EL SALDO
       GRABAR-CREDITO.
           MOVE FC-NOMINA  TO FON-NOMINA.
           MOVE FC-CREDITO TO FON-CREDITO.
           MOVE 1 TO EXISTE-CREDITO.
           READ FONACOT INVALID KEY MOVE 0 TO EXISTE-CREDITO.
           IF EXISTE-CREDITO = 0
               MOVE 0 TO FON-MES-RETENIDO
               MOVE 0 TO FON-RETENIDO-MES
               MOVE 0 TO FON-ULT-PERIODO
               MOVE 0 TO FON-ULT-IMPORTE
               MOVE 0 TO FON-MES-BAJA
           END-IF.
           MOVE FC-RFC       TO FON-RFC.
           MOVE FC-RETENCION TO FON-RETENCION-MENSUAL.
           MOVE MES-CEDULA   TO FON-MES-CEDULA.
           IF FON-MES-RETENIDO = MES-CEDULA
               AND FC-SALDO > FON-RETENIDO-MES
               COMPUTE FON-SALDO = FC-SALDO - FON-RETENIDO-MES
           ELSE
               IF FON-MES-RETENIDO = MES-CEDULA
                   MOVE 0 TO FON-SALDO
               ELSE
                   MOVE FC-SALDO TO FON-SALDO
               END-IF
           END-IF.
           IF FON-SALDO > 0
               MOVE "ACTIVO" TO FON-ESTADO
           ELSE
               MOVE "LIQUIDADO" TO FON-ESTADO
           END-IF.
           MOVE 0 TO FON-MES-BAJA.
           ADD FC-RETENCION TO TOTAL-RETENCION.
           IF EXISTE-CREDITO = 0
               WRITE FONACOT-REG
               ADD 1 TO CONT-NUEVOS
               MOVE "ALTA DE CREDITO" TO DETFON-RESULTADO
           ELSE
               REWRITE FONACOT-REG
               ADD 1 TO CONT-ACTUALIZADOS
               MOVE "ACTUALIZADO" TO DETFON-RESULTADO
           END-IF.

      *****UN CREDITO ACTIVO QUE NO VINO EN LA CEDULA DEL MES NO SE
      *****RETIENE (6EMPNOMV3 SOLO TOMA LA CEDULA DEL MES); SE LISTA
      *****PARA ACLARARLO CON FONACOT
       REPORTAR-SIN-CEDULA.
           MOVE LOW-VALUES TO FON-LLAVE.
           MOVE 0 TO FONACOT-EOF.
           START FONACOT KEY IS NOT LESS THAN FON-LLAVE
               INVALID KEY MOVE 1 TO FONACOT-EOF.
           PERFORM UNTIL FONACOT-EOF = 1
               READ FONACOT NEXT RECORD
                   AT END
                       MOVE 1 TO FONACOT-EOF
                   NOT AT END
                       IF FON-ESTADO = "ACTIVO"
                           AND FON-MES-CEDULA NOT = MES-CEDULA
                           PERFORM IMPRIMIR-SIN-CEDULA
                       END-IF
               END-READ
           END-PERFORM.

       IMPRIMIR-SIN-CEDULA.
           ADD 1 TO CONT-SIN-CEDULA.
           MOVE FON-NOMINA TO EMPINX-NOMINA.
           MOVE 1 TO EXISTE-NOMINA.
           READ EMPINX INVALID KEY MOVE 0 TO EXISTE-NOMINA.
           IF EXISTE-NOMINA = 1
               MOVE EMPINX-NOMBRE TO DETFON-NOMBRE
           ELSE
               MOVE "(YA NO EXISTE)" TO DETFON-NOMBRE
           END-IF.
           MOVE FON-NOMINA            TO DETFON-NOMINA.
           MOVE FON-CREDITO           TO DETFON-CREDITO.
           MOVE FON-RETENCION-MENSUAL TO DETFON-RETENCION.
           MOVE FON-SALDO             TO DETFON-SALDO.
           MOVE "SIN CEDULA - NO SE RETIENE" TO DETFON-RESULTADO.
           WRITE REPORTE-REG FROM DETALLE-FON BEFORE 1 LINES.

       LEE-FECHA.
           ACCEPT FECHA FROM DATE.
           MOVE FECHA-DD       TO TFON-DD.
           MOVE MES(FECHA-MM)  TO TFON-MM.
           MOVE FECHA-AA       TO TFON-AA.

       END PROGRAM 7FONCED.
