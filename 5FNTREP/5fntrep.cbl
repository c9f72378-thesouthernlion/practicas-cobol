      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 5FNTREP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FONACOT ASSIGN TO "FONACOT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FON-LLAVE.
           SELECT EMPINX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPINX-NOMINA.
           SELECT OPTIONAL EMPRESACT ASSIGN TO "EMPRESACT".
           SELECT FNTPAGO  ASSIGN TO "FNTPAGO".
           SELECT REPORTE  ASSIGN TO "FNTREP".
           SELECT PARM-OBLIG ASSIGN TO "PARMOBLIG".
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
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
           03  EMPINX-RESTO        PIC X(89).

      *****EMPRESA ACTIVA DEL DIRECTORIO DE DATOS (4RAZABC)
       FD  EMPRESACT.
       01  EMPRESACT-REG.
           03  EA-CLAVE            PIC X(03).
           03  EA-RAZON            PIC X(30).
           03  EA-RFC              PIC X(13).
           03  EA-REGPAT           PIC X(11).

      *****ARCHIVO DE PAGO PARA FONACOT: ENCABEZADO H CON EL PATRON Y
      *****EL MES, UN DETALLE D POR CREDITO DE LA CEDULA CON LO
      *****RETENIDO (INCIDENCIA B = BAJA DEL TRABAJADOR) Y COLA T
       FD  FNTPAGO.
       01  FNTPAGO-REG             PIC X(80).

       FD  REPORTE.
       01  REPORTE-REG             PIC X(132).

      *****MISMO LAYOUT QUE PARAMETROS DE 7OBLCAL
       FD  PARM-OBLIG.
       01  PARM-OBLIG-REG.
           03  POB-MODO            PIC X(01).
           03  POB-PROGRAMA        PIC X(08).
           03  POB-TIPO            PIC X(01).
           03  POB-PERIODO         PIC 9(06).

       WORKING-STORAGE SECTION.
       77  FONACOT-EOF         PIC 9 VALUE ZERO.
       77  EXISTE-NOMINA       PIC 9.
       77  MES-PAGO            PIC 9(06).
       77  RETENIDO-CREDITO    PIC 9(08)V99.
       77  INCIDENCIA          PIC X(01).

       77  CONT-CREDITOS       PIC 9(06) VALUE 0.
       77  CONT-BAJAS          PIC 9(05) VALUE 0.
       77  TOTAL-CEDULA        PIC 9(12)V99 VALUE 0.
       77  TOTAL-RETENIDO      PIC 9(12)V99 VALUE 0.
       77  TOTAL-SALDO-BAJAS   PIC 9(12)V99 VALUE 0.
       01  FECHA-HOY.
           03  FECHA-HOY-AA        PIC 99.
           03  FECHA-HOY-MM        PIC 99.
           03  FECHA-HOY-DD        PIC 99.

      *****CREDITOS CON SALDO DE TRABAJADORES QUE YA NO ESTAN EN
      *****EMPINX, PARA EL AVISO DE BAJA; TOPE REVISADO
       01  TABLA-BAJAS.
           03  BAJA-OC OCCURS 500 TIMES.
               05  TB-NOMINA       PIC 9(06).
               05  TB-CREDITO      PIC X(10).
               05  TB-RFC          PIC X(13).
               05  TB-SALDO        PIC 9(08)V99.
       77  I-BAJA              PIC 9(04).

       01  SALIDA-ENCABEZADO.
           05  FILLER              PIC X(01) VALUE "H".
           05  SAL-HDR-REGPAT      PIC X(11).
           05  SAL-HDR-RFC         PIC X(13).
           05  SAL-HDR-MES         PIC 9(06).
           05  SAL-HDR-FECHA       PIC 9(08).
           05  FILLER              PIC X(41) VALUE SPACES.
       01  SALIDA-DETALLE.
           05  FILLER              PIC X(01) VALUE "D".
           05  SAL-DET-RFC         PIC X(13).
           05  SAL-DET-NOMINA      PIC 9(06).
           05  SAL-DET-CREDITO     PIC X(10).
           05  SAL-DET-CEDULA      PIC 9(10).
           05  SAL-DET-RETENIDO    PIC 9(10).
           05  SAL-DET-INCIDENCIA  PIC X(01).
           05  SAL-DET-SALDO       PIC 9(10).
           05  FILLER              PIC X(19) VALUE SPACES.
       01  SALIDA-COLA.
           05  FILLER              PIC X(01) VALUE "T".
           05  SAL-TRL-REGISTROS   PIC 9(06).
           05  SAL-TRL-CEDULA      PIC 9(12).
           05  SAL-TRL-RETENIDO    PIC 9(12).
           05  SAL-TRL-BAJAS       PIC 9(05).
           05  FILLER              PIC X(44) VALUE SPACES.

       01  TITULO-FNT-1.
           05  FILLER              PIC X(40) VALUE
               "PAGO MENSUAL FONACOT - MES ".
           05  TFNT-MES            PIC 9(06).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE "PATRON: ".
           05  TFNT-REGPAT         PIC X(11).
       01  TITULO-FNT-2.
           05  FILLER              PIC X(40) VALUE
               "NOMINA NOMBRE               CREDITO     ".
           05  FILLER              PIC X(40) VALUE
               "       CEDULA       RETENIDO     DIFEREN".
           05  FILLER              PIC X(10) VALUE
               "CIA   INC".
       01  DETALLE-FNT.
           05  DETFNT-NOMINA       PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETFNT-NOMBRE       PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETFNT-CREDITO      PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETFNT-CEDULA       PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETFNT-RETENIDO     PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETFNT-DIF          PIC $$$,$$$,$$9.99-.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETFNT-INCIDENCIA   PIC X(01).
       01  TITULO-FNT-3.
           05  FILLER              PIC X(50) VALUE
               "AVISO DE BAJA - TRABAJADORES CON SALDO FONACOT".
       01  TITULO-FNT-4.
           05  FILLER              PIC X(40) VALUE
               "NOMINA RFC           CREDITO           S".
           05  FILLER              PIC X(10) VALUE
               "ALDO".
       01  DETALLE-BAJA.
           05  DETBAJ-NOMINA       PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETBAJ-RFC          PIC X(13).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETBAJ-CREDITO      PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETBAJ-SALDO        PIC $$$,$$$,$$9.99.
       01  RESUMEN-FNT-1.
           05  FILLER              PIC X(10) VALUE "CREDITOS: ".
           05  RESFNT-CREDITOS     PIC ZZZZZ9.
           05  FILLER              PIC X(10) VALUE "  CEDULA: ".
           05  RESFNT-CEDULA       PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(12) VALUE "  RETENIDO: ".
           05  RESFNT-RETENIDO     PIC $$$,$$$,$$9.99.
       01  RESUMEN-FNT-2.
           05  FILLER              PIC X(10) VALUE "BAJAS:    ".
           05  RESFNT-BAJAS        PIC ZZZZ9.
           05  FILLER              PIC X(20) VALUE
               "  SALDO DE BAJAS:  ".
           05  RESFNT-SALDO-BAJAS  PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
      *****PAGO MENSUAL A FONACOT: POR CADA CREDITO DE LA CEDULA DEL
      *****MES, LO QUE LA CEDULA PIDIO CONTRA LO QUE 6EMPNOMV3 RETUVO
      *****(CLAVE 33) EN LOS PERIODOS DEL MES. EL CREDITO CON SALDO DE
      *****UN TRABAJADOR QUE YA NO ESTA EN EMPINX SE MARCA BAJA EN LA
      *****CARTERA (YA NO SE RETIENE) Y SALE EN EL AVISO DE BAJA QUE
      *****FONACOT PIDE; UNA SEGUNDA CORRIDA DEL MISMO MES LO REPITE
       MAIN-PROCEDURE.
           DISPLAY "MES A PAGAR (AAAAMM)".
           ACCEPT MES-PAGO.
           IF MES-PAGO(5:2) < "01" OR MES-PAGO(5:2) > "12"
               DISPLAY "MES INVALIDO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO EA-RFC.
           MOVE SPACES TO EA-REGPAT.
           OPEN INPUT EMPRESACT.
           READ EMPRESACT
               AT END
                   MOVE SPACES TO EA-RFC
                   MOVE SPACES TO EA-REGPAT
           END-READ.
           CLOSE EMPRESACT.
           ACCEPT FECHA-HOY FROM DATE.
           OPEN I-O FONACOT.
           OPEN INPUT EMPINX.
           OPEN OUTPUT FNTPAGO.
           OPEN OUTPUT REPORTE.
           MOVE EA-REGPAT TO SAL-HDR-REGPAT.
           MOVE EA-RFC    TO SAL-HDR-RFC.
           MOVE MES-PAGO  TO SAL-HDR-MES.
           COMPUTE SAL-HDR-FECHA =
               (2000 + FECHA-HOY-AA) * 10000
               + FECHA-HOY-MM * 100 + FECHA-HOY-DD.
           WRITE FNTPAGO-REG FROM SALIDA-ENCABEZADO.
           MOVE MES-PAGO  TO TFNT-MES.
           MOVE EA-REGPAT TO TFNT-REGPAT.
           WRITE REPORTE-REG FROM TITULO-FNT-1 BEFORE 1 LINES.
           WRITE REPORTE-REG FROM TITULO-FNT-2 BEFORE 2 LINES.
           MOVE LOW-VALUES TO FON-LLAVE.
           START FONACOT KEY IS NOT LESS THAN FON-LLAVE
               INVALID KEY MOVE 1 TO FONACOT-EOF.
           PERFORM LEER-CREDITO.
           PERFORM PROCESAR-CREDITO UNTIL FONACOT-EOF = 1.
           MOVE CONT-CREDITOS TO SAL-TRL-REGISTROS.
           COMPUTE SAL-TRL-CEDULA ROUNDED = TOTAL-CEDULA * 100.
           COMPUTE SAL-TRL-RETENIDO ROUNDED = TOTAL-RETENIDO * 100.
           MOVE CONT-BAJAS TO SAL-TRL-BAJAS.
           WRITE FNTPAGO-REG FROM SALIDA-COLA.
           PERFORM ESCRIBIR-AVISO-BAJA.
           MOVE CONT-CREDITOS     TO RESFNT-CREDITOS.
           MOVE TOTAL-CEDULA      TO RESFNT-CEDULA.
           MOVE TOTAL-RETENIDO    TO RESFNT-RETENIDO.
           MOVE CONT-BAJAS        TO RESFNT-BAJAS.
           MOVE TOTAL-SALDO-BAJAS TO RESFNT-SALDO-BAJAS.
           WRITE REPORTE-REG FROM RESUMEN-FNT-1 BEFORE 2 LINES.
           WRITE REPORTE-REG FROM RESUMEN-FNT-2 BEFORE 1 LINES.
           DISPLAY "CREDITOS PAGADOS     : " CONT-CREDITOS.
           DISPLAY "TOTAL RETENIDO       : " TOTAL-RETENIDO.
           DISPLAY "AVISOS DE BAJA       : " CONT-BAJAS.
           CLOSE FONACOT.
           CLOSE EMPINX.
           CLOSE FNTPAGO.
           CLOSE REPORTE.
           PERFORM MARCAR-OBLIGACION.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       LEER-CREDITO.
           READ FONACOT NEXT RECORD AT END MOVE 1 TO FONACOT-EOF.

      *****EL CREDITO VA AL PAGO SI VINO EN LA CEDULA DEL MES, AL AVISO
      *****DE BAJA SI SU TRABAJADOR YA NO EXISTE Y LE QUEDA SALDO
       PROCESAR-CREDITO.
           MOVE FON-NOMINA TO EMPINX-NOMINA.
           MOVE 1 TO EXISTE-NOMINA.
           READ EMPINX INVALID KEY MOVE 0 TO EXISTE-NOMINA.
           MOVE SPACES TO INCIDENCIA.
           IF EXISTE-NOMINA = 0
               AND FON-SALDO > 0
               AND (FON-ESTADO = "ACTIVO" OR FON-MES-BAJA = MES-PAGO)
               MOVE "B" TO INCIDENCIA
               PERFORM MARCAR-BAJA
           END-IF.
           IF FON-MES-CEDULA = MES-PAGO
               PERFORM PAGAR-CREDITO
           END-IF.
           PERFORM LEER-CREDITO.

       MARCAR-BAJA.
           IF FON-ESTADO NOT = "BAJA"
               MOVE "BAJA"   TO FON-ESTADO
               MOVE MES-PAGO TO FON-MES-BAJA
               REWRITE FONACOT-REG
           END-IF.
           IF CONT-BAJAS >= 500
               DISPLAY "CAPACIDAD DE BAJAS EXCEDIDA (500)"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO CONT-BAJAS.
           MOVE FON-NOMINA  TO TB-NOMINA(CONT-BAJAS).
           MOVE FON-CREDITO TO TB-CREDITO(CONT-BAJAS).
           MOVE FON-RFC     TO TB-RFC(CONT-BAJAS).
           MOVE FON-SALDO   TO TB-SALDO(CONT-BAJAS).
           ADD FON-SALDO TO TOTAL-SALDO-BAJAS.

       PAGAR-CREDITO.
           IF FON-MES-RETENIDO = MES-PAGO
               MOVE FON-RETENIDO-MES TO RETENIDO-CREDITO
           ELSE
               MOVE 0 TO RETENIDO-CREDITO
           END-IF.
           ADD 1 TO CONT-CREDITOS.
           ADD FON-RETENCION-MENSUAL TO TOTAL-CEDULA.
           ADD RETENIDO-CREDITO TO TOTAL-RETENIDO.
           MOVE FON-RFC     TO SAL-DET-RFC.
           MOVE FON-NOMINA  TO SAL-DET-NOMINA.
           MOVE FON-CREDITO TO SAL-DET-CREDITO.
           COMPUTE SAL-DET-CEDULA ROUNDED = FON-RETENCION-MENSUAL * 100.
           COMPUTE SAL-DET-RETENIDO ROUNDED = RETENIDO-CREDITO * 100.
           MOVE INCIDENCIA  TO SAL-DET-INCIDENCIA.
           COMPUTE SAL-DET-SALDO ROUNDED = FON-SALDO * 100.
           WRITE FNTPAGO-REG FROM SALIDA-DETALLE.
           MOVE FON-NOMINA  TO DETFNT-NOMINA.
           IF EXISTE-NOMINA = 1
               MOVE EMPINX-NOMBRE TO DETFNT-NOMBRE
           ELSE
               MOVE "(YA NO EXISTE)" TO DETFNT-NOMBRE
           END-IF.
           MOVE FON-CREDITO           TO DETFNT-CREDITO.
           MOVE FON-RETENCION-MENSUAL TO DETFNT-CEDULA.
           MOVE RETENIDO-CREDITO      TO DETFNT-RETENIDO.
           COMPUTE DETFNT-DIF =
               FON-RETENCION-MENSUAL - RETENIDO-CREDITO.
           MOVE INCIDENCIA            TO DETFNT-INCIDENCIA.
           WRITE REPORTE-REG FROM DETALLE-FNT BEFORE 1 LINES.

       ESCRIBIR-AVISO-BAJA.
           WRITE REPORTE-REG FROM TITULO-FNT-3 BEFORE 2 LINES.
           WRITE REPORTE-REG FROM TITULO-FNT-4 BEFORE 1 LINES.
           PERFORM VARYING I-BAJA FROM 1 BY 1 UNTIL I-BAJA > CONT-BAJAS
               MOVE TB-NOMINA(I-BAJA)  TO DETBAJ-NOMINA
               MOVE TB-RFC(I-BAJA)     TO DETBAJ-RFC
               MOVE TB-CREDITO(I-BAJA) TO DETBAJ-CREDITO
               MOVE TB-SALDO(I-BAJA)   TO DETBAJ-SALDO
               WRITE REPORTE-REG FROM DETALLE-BAJA BEFORE 1 LINES
           END-PERFORM.

      *****AVISA AL CALENDARIO DE OBLIGACIONES QUE ESTA SALIDA YA SE
      *****PRODUJO, CON EL MES QUE SE PROCESO
       MARCAR-OBLIGACION.
           MOVE "C"       TO POB-MODO.
           MOVE "5FNTREP" TO POB-PROGRAMA.
           MOVE "M"       TO POB-TIPO.
           MOVE MES-PAGO TO POB-PERIODO.
           OPEN OUTPUT PARM-OBLIG.
           WRITE PARM-OBLIG-REG.
           CLOSE PARM-OBLIG.
           CALL "7OBLCAL".

       END PROGRAM 5FNTREP.
