      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 5ANIREP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPINX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPINX-NOMINA.
           SELECT OPTIONAL QUINQUENIOS ASSIGN TO "QUINQUENIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS QUI-ANIOS.
           SELECT ANISORT      ASSIGN TO DISK.
           SELECT REPORTE      ASSIGN TO "ANIREP".
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  EMPINX.
       01  EMPINX-REG.
           03  EMPINX-NOMINA       PIC 9(06).
           03  EMPINX-NOMBRE       PIC X(20).
           03  EMPINX-DPTO         PIC X(03).
           03  EMPINX-SUELDO       PIC S9(05)V99.
           03  EMPINX-RFC          PIC X(13).
           03  EMPINX-FEC-INGRESO  PIC 9(08).
           03  EMPINX-RESTO        PIC X(58).

      *****MISMO LAYOUT QUE EL QUINQUENIOS DE 4QUIABC
       FD  QUINQUENIOS.
       01  QUINQUENIOS-REG.
           03  QUI-ANIOS           PIC 9(02).
           03  QUI-DESCRIPCION     PIC X(20).
           03  QUI-BONO-TIPO       PIC X(01).
           03  QUI-BONO-VALOR      PIC 9(06)V99.
           03  QUI-PRIMA-TIPO      PIC X(01).
           03  QUI-PRIMA-VALOR     PIC 9(06)V99.

      *****ANIVERSARIOS DE LA VENTANA EN ORDEN DE FECHA
       SD  ANISORT.
       01  ANISORT-REG.
           03  AS-FECHA            PIC 9(08).
           03  AS-NOMINA           PIC 9(06).
           03  AS-NOMBRE           PIC X(20).
           03  AS-DPTO             PIC X(03).
           03  AS-INGRESO          PIC 9(08).
           03  AS-ANIOS            PIC 9(02).
           03  AS-DIAS-FALTAN      PIC 9(03).

       FD  REPORTE.
       01  REPORTE-REG             PIC X(132).

       WORKING-STORAGE SECTION.
       77  EMPINX-EOF          PIC 9 VALUE ZERO.
       77  ANISORT-EOF         PIC 9 VALUE ZERO.
       77  QUI-KEY-EXISTE      PIC 9.
       77  DIAS-VENTANA        PIC 9(03) VALUE 90.
       01  FECHA-SIS.
           03  FECHA-SIS-AA        PIC 99.
           03  FECHA-SIS-MM        PIC 99.
           03  FECHA-SIS-DD        PIC 99.
       77  ANIO-HOY            PIC 9(04).
       77  FECHA-HOY           PIC 9(08).

      *****FECHAS COMO DIAS DESDE EL 2000 (SIN BISIESTOS), MISMO
      *****CALCULO QUE 3CTRVEN
       77  ANIO-SERIE          PIC 9(04).
       77  MES-SERIE           PIC 9(02).
       77  DIA-SERIE           PIC 9(02).
       77  SERIE-FECHA         PIC S9(06).
       77  SERIE-HOY           PIC S9(06).
       77  DIAS-FALTAN         PIC S9(06).
       01  TABLA-DIAS-MES.
           03  FILLER              PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  TABLA-DIAS-MES-R REDEFINES TABLA-DIAS-MES.
           03  DIAS-ACUM-MES   PIC 9(03) OCCURS 12 TIMES.

       77  ANIO-INGRESO        PIC 9(04).
       77  ANIO-ANIVERSARIO    PIC 9(04).
       77  COCIENTE-QUI        PIC 9(02).
       77  RESIDUO-QUI         PIC 9(02).

       77  CONT-ANIVERSARIOS   PIC 9(05) VALUE 0.
       77  CONT-QUINQUENIOS    PIC 9(05) VALUE 0.

       01  TITULO-ANI-1.
           05  FILLER              PIC X(40) VALUE
               "ANIVERSARIOS DE LOS PROXIMOS ".
           05  TANI-DIAS           PIC ZZ9.
           05  FILLER              PIC X(13) VALUE " DIAS DESDE ".
           05  TANI-HOY            PIC 9(08).
       01  TITULO-ANI-2.
           05  FILLER              PIC X(40) VALUE
               "FECHA    FALTAN NOMINA NOMBRE           ".
           05  FILLER              PIC X(40) VALUE
               "     DPT INGRESO  ANIOS RECONOCIMIENTO".
       01  DETALLE-ANI.
           05  DETANI-FECHA        PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETANI-FALTAN       PIC ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETANI-NOMINA       PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETANI-NOMBRE       PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETANI-DPTO         PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETANI-INGRESO      PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETANI-ANIOS        PIC Z9.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  DETANI-RECONOCE     PIC X(30).
       01  RESUMEN-ANI.
           05  FILLER              PIC X(18) VALUE
               "ANIVERSARIOS:     ".
           05  RESANI-ANIVERSARIOS PIC ZZZZ9.
           05  FILLER              PIC X(16) VALUE "  QUINQUENIOS:  ".
           05  RESANI-QUINQUENIOS  PIC ZZZZ9.

       PROCEDURE DIVISION.
      *****ANIVERSARIOS DE INGRESO QUE CAEN EN LOS PROXIMOS 90 DIAS, EN
      *****ORDEN DE FECHA, PARA QUE RECURSOS HUMANOS PREPARE LOS
      *****RECONOCIMIENTOS; LOS QUINQUENIOS SE MARCAN CON LA DESCRIPCION
      *****DE SU ESCALON SI ESTA EN LA TABLA DE 4QUIABC
       MAIN-PROCEDURE.
           ACCEPT FECHA-SIS FROM DATE.
           COMPUTE ANIO-HOY = 2000 + FECHA-SIS-AA.
           COMPUTE FECHA-HOY = ANIO-HOY * 10000
               + FECHA-SIS-MM * 100 + FECHA-SIS-DD.
           MOVE ANIO-HOY     TO ANIO-SERIE.
           MOVE FECHA-SIS-MM TO MES-SERIE.
           MOVE FECHA-SIS-DD TO DIA-SERIE.
           PERFORM CALCULAR-SERIE.
           MOVE SERIE-FECHA TO SERIE-HOY.
           OPEN INPUT EMPINX.
           OPEN INPUT QUINQUENIOS.
           OPEN OUTPUT REPORTE.
           MOVE DIAS-VENTANA TO TANI-DIAS.
           MOVE FECHA-HOY    TO TANI-HOY.
           WRITE REPORTE-REG FROM TITULO-ANI-1 BEFORE 2 LINES.
           WRITE REPORTE-REG FROM TITULO-ANI-2 BEFORE 1 LINES.
           SORT ANISORT ON ASCENDING KEY AS-FECHA AS-NOMINA
               INPUT PROCEDURE BUSCAR-ANIVERSARIOS
               OUTPUT PROCEDURE LISTAR-ANIVERSARIOS.
           MOVE CONT-ANIVERSARIOS TO RESANI-ANIVERSARIOS.
           MOVE CONT-QUINQUENIOS  TO RESANI-QUINQUENIOS.
           WRITE REPORTE-REG FROM RESUMEN-ANI BEFORE 3 LINES.
           DISPLAY "ANIVERSARIOS EN LA VENTANA : " CONT-ANIVERSARIOS.
           DISPLAY "QUINQUENIOS                : " CONT-QUINQUENIOS.
           CLOSE EMPINX.
           CLOSE QUINQUENIOS.
           CLOSE REPORTE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       CALCULAR-SERIE.
           IF MES-SERIE < 1 OR MES-SERIE > 12
               MOVE 1 TO MES-SERIE
           END-IF.
           COMPUTE SERIE-FECHA =
               (ANIO-SERIE - 2000) * 365
               + DIAS-ACUM-MES(MES-SERIE)
               + DIA-SERIE.

      *******************************************************************
      *              ENTRADA DEL SORT: ANIVERSARIOS EN VENTANA
      *******************************************************************
       BUSCAR-ANIVERSARIOS SECTION.
           MOVE 0 TO EMPINX-NOMINA.
           START EMPINX KEY IS NOT LESS THAN EMPINX-NOMINA
               INVALID KEY MOVE 1 TO EMPINX-EOF.
           PERFORM REVISAR-EMPLEADO UNTIL EMPINX-EOF = 1.
           GO TO FIN-BUSCAR.

       REVISAR-EMPLEADO.
           READ EMPINX NEXT RECORD
               AT END
                   MOVE 1 TO EMPINX-EOF
               NOT AT END
                   IF EMPINX-FEC-INGRESO NOT = 0
                       PERFORM UBICAR-ANIVERSARIO
                   END-IF
           END-READ.

      *****EL ANIVERSARIO DE ESTE ANIO, O EL DEL SIGUIENTE SI YA PASO
       UBICAR-ANIVERSARIO.
           MOVE EMPINX-FEC-INGRESO(1:4) TO ANIO-INGRESO.
           MOVE ANIO-HOY TO ANIO-ANIVERSARIO.
           MOVE ANIO-HOY TO ANIO-SERIE.
           MOVE EMPINX-FEC-INGRESO(5:2) TO MES-SERIE.
           MOVE EMPINX-FEC-INGRESO(7:2) TO DIA-SERIE.
           PERFORM CALCULAR-SERIE.
           IF SERIE-FECHA < SERIE-HOY
               ADD 1 TO ANIO-ANIVERSARIO
               ADD 365 TO SERIE-FECHA
           END-IF.
           COMPUTE DIAS-FALTAN = SERIE-FECHA - SERIE-HOY.
           IF DIAS-FALTAN <= DIAS-VENTANA
               AND ANIO-ANIVERSARIO > ANIO-INGRESO
               COMPUTE AS-FECHA = ANIO-ANIVERSARIO * 10000
                   + MES-SERIE * 100 + DIA-SERIE
               MOVE EMPINX-NOMINA      TO AS-NOMINA
               MOVE EMPINX-NOMBRE      TO AS-NOMBRE
               MOVE EMPINX-DPTO        TO AS-DPTO
               MOVE EMPINX-FEC-INGRESO TO AS-INGRESO
               COMPUTE AS-ANIOS = ANIO-ANIVERSARIO - ANIO-INGRESO
               MOVE DIAS-FALTAN        TO AS-DIAS-FALTAN
               RELEASE ANISORT-REG
           END-IF.

       FIN-BUSCAR.

      *******************************************************************
      *                  SALIDA DEL SORT: EL LISTADO
      *******************************************************************
       LISTAR-ANIVERSARIOS SECTION.
           PERFORM LEER-ANISORT.
           PERFORM IMPRIMIR-ANIVERSARIO UNTIL ANISORT-EOF = 1.
           GO TO FIN-LISTAR.

       LEER-ANISORT.
           RETURN ANISORT AT END MOVE 1 TO ANISORT-EOF.

       IMPRIMIR-ANIVERSARIO.
           ADD 1 TO CONT-ANIVERSARIOS.
           MOVE AS-FECHA       TO DETANI-FECHA.
           MOVE AS-DIAS-FALTAN TO DETANI-FALTAN.
           MOVE AS-NOMINA      TO DETANI-NOMINA.
           MOVE AS-NOMBRE      TO DETANI-NOMBRE.
           MOVE AS-DPTO        TO DETANI-DPTO.
           MOVE AS-INGRESO     TO DETANI-INGRESO.
           MOVE AS-ANIOS       TO DETANI-ANIOS.
           MOVE SPACES         TO DETANI-RECONOCE.
           DIVIDE AS-ANIOS BY 5 GIVING COCIENTE-QUI
               REMAINDER RESIDUO-QUI.
           IF RESIDUO-QUI = 0
               ADD 1 TO CONT-QUINQUENIOS
               MOVE AS-ANIOS TO QUI-ANIOS
               MOVE 1 TO QUI-KEY-EXISTE
               READ QUINQUENIOS INVALID KEY MOVE 0 TO QUI-KEY-EXISTE
               END-READ
               IF QUI-KEY-EXISTE = 1
                   STRING "QUINQUENIO - " QUI-DESCRIPCION
                       DELIMITED BY SIZE INTO DETANI-RECONOCE
               ELSE
                   MOVE "QUINQUENIO (SIN ESCALON)" TO DETANI-RECONOCE
               END-IF
           END-IF.
           WRITE REPORTE-REG FROM DETALLE-ANI BEFORE 1 LINES.
           PERFORM LEER-ANISORT.

       FIN-LISTAR.

       END PROGRAM 5ANIREP.
