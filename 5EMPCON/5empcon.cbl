           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUBT-LLAVE.
           SELECT OPTIONAL EXENTOS ASSIGN TO "EXENTOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EXE-LLAVE.
           SELECT PARM-OBLIG ASSIGN TO "PARMOBLIG".

       DATA DIVISION.
       FILE SECTION.
           03  EA-RFC              PIC X(13).
           03  EA-REGPAT           PIC X(11).

      *****MISMO LAYOUT QUE EL EXENTOS DE 6EMPNOMV3: PARTE EXENTA Y
      *****GRAVADA DE CADA PERCEPCION POR CLAVE Y PERIODO
       FD  EXENTOS.
       01  EXENTOS-REG.
           03  EXE-LLAVE.
               05  EXE-NOMINA      PIC 9(06).
               05  EXE-ANIO        PIC 9(04).
               05  EXE-CLAVE       PIC XX.
               05  EXE-PERIODO     PIC 9(06).
           03  EXE-IMPORTE         PIC 9(08)V99.
           03  EXE-EXENTO          PIC 9(08)V99.
           03  EXE-GRAVADO         PIC 9(08)V99.

      *****MISMO LAYOUT QUE PARAMETROS DE 7OBLCAL
       FD  PARM-OBLIG.
       01  PARM-OBLIG-REG.
           03  POB-MODO            PIC X(01).
           03  POB-PROGRAMA        PIC X(08).
           03  POB-TIPO            PIC X(01).
           03  POB-PERIODO         PIC 9(06).

       WORKING-STORAGE SECTION.
       01  FECHA.
           03  FECHA-AA            PIC 99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETCON-LABEL        PIC X(30).
           05  DETCON-IMPORTE      PIC $$$,$$$,$$9.99.
       01  TITULO-CON-EXE.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE "CLAVE".
           05  FILLER              PIC X(07) VALUE SPACES.
           05  FILLER              PIC X(07) VALUE "IMPORTE".
           05  FILLER              PIC X(09) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE "EXENTO".
           05  FILLER              PIC X(09) VALUE SPACES.
           05  FILLER              PIC X(07) VALUE "GRAVADO".
       01  DETALLE-CON-EXE.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  DETEXE-CLAVE        PIC X(02).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  DETEXE-IMPORTE      PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETEXE-EXENTO       PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETEXE-GRAVADO      PIC $$$,$$$,$$9.99.
       01  TITULO-CON-TOT.
           05  FILLER              PIC X(30) VALUE
               "TOTALES DE LA EMPRESA".
       77  ISR-RETENIDO-ANIO   PIC 9(09)V99.

       77  TOTAL-SUELDO-YTD    PIC 9(10)V99 VALUE 0.
       77  TOTAL-PERCEP-YTD    PIC 9(10)V99 VALUE 0.
       77  TOTAL-DEDUC-YTD     PIC 9(10) VALUE 0.
       77  TOTAL-ISR           PIC 9(10)V99 VALUE 0.
      *****EXENTO DEL ANIO (EXENTOS) Y BASE GRAVABLE = PERCEPCIONES
      *****MENOS EXENTO, LA MISMA BASE DEL AJUSTE ANUAL DE 3EMPAJU
       77  ANIO-CONSTANCIA     PIC 9(04).
       77  EXENTOS-EOF         PIC 9.
       77  EXENTO-ANIO         PIC 9(09)V99.
       77  GRAVADO-ANIO        PIC 9(09)V99.
      *****LA PTU (6EMPNOMV3 MODO 2) SE PAGA FUERA DE LA NOMINA: NO
      *****ESTA EN PERCEP-YTD NI TUVO RETENCION, SOLO SU RENGLON EN
      *****EXENTOS CON LA CLAVE "PT"
       77  CLAVE-EXENTO-PTU    PIC XX VALUE "PT".
       77  PTU-ANIO            PIC 9(09)V99.
       77  PTU-GRAVADO-ANIO    PIC 9(09)V99.
       77  PERCEP-ANIO         PIC 9(09)V99.
       77  GRAVADO-NOMINA      PIC 9(09)V99.
       77  TOTAL-EXENTO        PIC 9(10)V99 VALUE 0.
       77  TOTAL-GRAVADO       PIC 9(10)V99 VALUE 0.
       77  CLAVE-EXE-ANTERIOR  PIC XX.
       77  IMPORTE-CLAVE-EXE   PIC 9(09)V99.
       77  EXENTO-CLAVE-EXE    PIC 9(09)V99.
       77  GRAVADO-CLAVE-EXE   PIC 9(09)V99.
      *****CARGA DE LA TARIFA VIGENTE DESDE ISRTAB
       77  ISRTAB-EOF          PIC 9.
       77  ISRT-KEY-EXISTE     PIC 9.
       MAIN-PROCEDURE.
           OPEN INPUT EMPINX.
           OPEN OUTPUT REPORTE.
           OPEN INPUT EXENTOS.
           PERFORM LEER-EMPRESA-ACTIVA.
           PERFORM INICIALIZAR-ISR.
           PERFORM LEE-FECHA.
           COMPUTE ANIO-CONSTANCIA = 2000 + FECHA-AA.
           COMPUTE FECHA-OBJETIVO-ISR = 20000000
               + FECHA-AA * 10000 + FECHA-MM * 100 + FECHA-DD.
           PERFORM CARGAR-ISR-VIGENTE.
           DISPLAY "CONSTANCIAS IMPRESAS: " CONT-EMP.
           CLOSE EMPINX.
           CLOSE REPORTE.
           CLOSE EXENTOS.
           PERFORM MARCAR-OBLIGACION.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

           END-READ.

       IMPRIMIR-UNA-CONSTANCIA.
           PERFORM SUMAR-EXENTO-ANIO.
           PERFORM ESTIMAR-ISR-ANIO.
           MOVE EMPINX-NOMINA      TO TCON-NOMINA.
           MOVE EMPINX-NOMBRE      TO TCON-NOMBRE.
           WRITE REPORTE-REG FROM TITULO-CON-3 BEFORE 2 LINES.
           WRITE REPORTE-REG FROM TITULO-CON-4 BEFORE 2 LINES.
           MOVE "PERCEPCIONES DEL ANIO"     TO DETCON-LABEL.
           MOVE PERCEP-ANIO                 TO DETCON-IMPORTE.
           WRITE REPORTE-REG FROM DETALLE-CON BEFORE 2 LINES.
           MOVE "  PERCEPCIONES EXENTAS"    TO DETCON-LABEL.
           MOVE EXENTO-ANIO                 TO DETCON-IMPORTE.
           WRITE REPORTE-REG FROM DETALLE-CON BEFORE 1 LINES.
           MOVE "  PERCEPCIONES GRAVADAS"   TO DETCON-LABEL.
           MOVE GRAVADO-ANIO                TO DETCON-IMPORTE.
           WRITE REPORTE-REG FROM DETALLE-CON BEFORE 1 LINES.
           MOVE "DEDUCCIONES DEL ANIO"      TO DETCON-LABEL.
           MOVE EMPINX-DEDUC-YTD            TO DETCON-IMPORTE.
           WRITE REPORTE-REG FROM DETALLE-CON BEFORE 1 LINES.
           MOVE "SUBSIDIO AL EMPLEO (EST)"  TO DETCON-LABEL.
           MOVE SUBSIDIO-ANIO               TO DETCON-IMPORTE.
           WRITE REPORTE-REG FROM DETALLE-CON BEFORE 1 LINES.
           IF EXENTO-ANIO > 0
               WRITE REPORTE-REG FROM TITULO-CON-EXE BEFORE 2 LINES
               PERFORM IMPRIMIR-EXENTOS-CLAVE
           END-IF.
           ADD 1 TO CONT-EMP.
           ADD EXENTO-ANIO  TO TOTAL-EXENTO.
           ADD GRAVADO-ANIO TO TOTAL-GRAVADO.
           ADD SUBSIDIO-ANIO TO TOTAL-SUBSIDIO.
           ADD EMPINX-SUELDO-YTD TO TOTAL-SUELDO-YTD.
           ADD PERCEP-ANIO       TO TOTAL-PERCEP-YTD.
           ADD EMPINX-DEDUC-YTD  TO TOTAL-DEDUC-YTD.
           ADD ISR-RETENIDO-ANIO TO TOTAL-ISR.

      *****EXENTO DEL ANIO DEL EMPLEADO, TODAS LAS CLAVES Y PERIODOS;
      *****LA PTU SE SUMA ADEMAS A LAS PERCEPCIONES DEL ANIO
       SUMAR-EXENTO-ANIO.
           MOVE 0 TO EXENTO-ANIO.
           MOVE 0 TO PTU-ANIO.
           MOVE 0 TO PTU-GRAVADO-ANIO.
           PERFORM POSICIONAR-EXENTOS.
           PERFORM UNTIL EXENTOS-EOF = 1
               READ EXENTOS NEXT RECORD
                   AT END
                       MOVE 1 TO EXENTOS-EOF
                   NOT AT END
                       IF EXE-NOMINA NOT = EMPINX-NOMINA
                           OR EXE-ANIO NOT = ANIO-CONSTANCIA
                           MOVE 1 TO EXENTOS-EOF
                       ELSE
                           ADD EXE-EXENTO TO EXENTO-ANIO
                           IF EXE-CLAVE = CLAVE-EXENTO-PTU
                               ADD EXE-IMPORTE TO PTU-ANIO
                               ADD EXE-GRAVADO TO PTU-GRAVADO-ANIO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           COMPUTE PERCEP-ANIO = EMPINX-PERCEP-YTD + PTU-ANIO.
           IF EXENTO-ANIO >= PERCEP-ANIO
               MOVE 0 TO GRAVADO-ANIO
           ELSE
               COMPUTE GRAVADO-ANIO = PERCEP-ANIO - EXENTO-ANIO
           END-IF.
           IF PTU-GRAVADO-ANIO >= GRAVADO-ANIO
               MOVE 0 TO GRAVADO-NOMINA
           ELSE
               COMPUTE GRAVADO-NOMINA = GRAVADO-ANIO - PTU-GRAVADO-ANIO
           END-IF.

       POSICIONAR-EXENTOS.
           MOVE EMPINX-NOMINA   TO EXE-NOMINA.
           MOVE ANIO-CONSTANCIA TO EXE-ANIO.
           MOVE LOW-VALUES      TO EXE-CLAVE.
           MOVE 0               TO EXE-PERIODO.
           MOVE 0 TO EXENTOS-EOF.
           START EXENTOS KEY IS NOT LESS THAN EXE-LLAVE
               INVALID KEY MOVE 1 TO EXENTOS-EOF.

      *****DESGLOSE POR CLAVE: LOS RENGLONES DE UNA CLAVE VIENEN
      *****JUNTOS EN LA LLAVE, SE IMPRIMEN CON CORTE DE CLAVE
       IMPRIMIR-EXENTOS-CLAVE.
           MOVE SPACES TO CLAVE-EXE-ANTERIOR.
           MOVE 0 TO IMPORTE-CLAVE-EXE.
           MOVE 0 TO EXENTO-CLAVE-EXE.
           MOVE 0 TO GRAVADO-CLAVE-EXE.
           PERFORM POSICIONAR-EXENTOS.
           PERFORM UNTIL EXENTOS-EOF = 1
               READ EXENTOS NEXT RECORD
                   AT END
                       MOVE 1 TO EXENTOS-EOF
                   NOT AT END
                       IF EXE-NOMINA NOT = EMPINX-NOMINA
                           OR EXE-ANIO NOT = ANIO-CONSTANCIA
                           MOVE 1 TO EXENTOS-EOF
                       ELSE
                           IF EXE-CLAVE NOT = CLAVE-EXE-ANTERIOR
                               AND CLAVE-EXE-ANTERIOR NOT = SPACES
                               PERFORM IMPRIMIR-UNA-CLAVE-EXE
                           END-IF
                           MOVE EXE-CLAVE TO CLAVE-EXE-ANTERIOR
                           ADD EXE-IMPORTE TO IMPORTE-CLAVE-EXE
                           ADD EXE-EXENTO  TO EXENTO-CLAVE-EXE
                           ADD EXE-GRAVADO TO GRAVADO-CLAVE-EXE
                       END-IF
               END-READ
           END-PERFORM.
           IF CLAVE-EXE-ANTERIOR NOT = SPACES
               PERFORM IMPRIMIR-UNA-CLAVE-EXE
           END-IF.

       IMPRIMIR-UNA-CLAVE-EXE.
           MOVE CLAVE-EXE-ANTERIOR TO DETEXE-CLAVE.
           MOVE IMPORTE-CLAVE-EXE  TO DETEXE-IMPORTE.
           MOVE EXENTO-CLAVE-EXE   TO DETEXE-EXENTO.
           MOVE GRAVADO-CLAVE-EXE  TO DETEXE-GRAVADO.
           WRITE REPORTE-REG FROM DETALLE-CON-EXE BEFORE 1 LINES.
           MOVE 0 TO IMPORTE-CLAVE-EXE.
           MOVE 0 TO EXENTO-CLAVE-EXE.
           MOVE 0 TO GRAVADO-CLAVE-EXE.

      *****MISMA ESTIMACION QUE EL AJUSTE ANUAL (3EMPAJU): LO RETENIDO
      *****MES A MES SOBRE EL INGRESO GRAVABLE MENSUAL PROMEDIO, POR
      *****DOCE MESES; LA PTU GRAVADA NO TUVO RETENCION Y NO ENTRA
       ESTIMAR-ISR-ANIO.
           IF GRAVADO-NOMINA = 0
               MOVE 0 TO ISR-RETENIDO-ANIO
               MOVE 0 TO SUBSIDIO-ANIO
           ELSE
               COMPUTE INGRESO-MENSUAL ROUNDED =
                   GRAVADO-NOMINA / 12
               MOVE 1 TO I-ISR
               PERFORM VARYING I-ISR FROM 1 BY 1
                       UNTIL I-ISR = 7
           MOVE "PERCEPCIONES DEL ANIO"     TO DETCON-LABEL.
           MOVE TOTAL-PERCEP-YTD            TO DETCON-IMPORTE.
           WRITE REPORTE-REG FROM DETALLE-CON BEFORE 2 LINES.
           MOVE "  PERCEPCIONES EXENTAS"    TO DETCON-LABEL.
           MOVE TOTAL-EXENTO                TO DETCON-IMPORTE.
           WRITE REPORTE-REG FROM DETALLE-CON BEFORE 1 LINES.
           MOVE "  PERCEPCIONES GRAVADAS"   TO DETCON-LABEL.
           MOVE TOTAL-GRAVADO               TO DETCON-IMPORTE.
           WRITE REPORTE-REG FROM DETALLE-CON BEFORE 1 LINES.
           MOVE "DEDUCCIONES DEL ANIO"      TO DETCON-LABEL.
           MOVE TOTAL-DEDUC-YTD             TO DETCON-IMPORTE.
           WRITE REPORTE-REG FROM DETALLE-CON BEFORE 1 LINES.
           MOVE MES(FECHA-MM)  TO TCON-MM.
           MOVE FECHA-AA       TO TCON-AA.

      *****AVISA AL CALENDARIO DE OBLIGACIONES QUE ESTA SALIDA YA SE
      *****PRODUJO, SIN PERIODO: 7OBLCAL CUMPLE LA PENDIENTE MAS VIEJA
       MARCAR-OBLIGACION.
           MOVE "C"       TO POB-MODO.
           MOVE "5EMPCON" TO POB-PROGRAMA.
           MOVE "F"       TO POB-TIPO.
           MOVE 0         TO POB-PERIODO.
           OPEN OUTPUT PARM-OBLIG.
           WRITE PARM-OBLIG-REG.
           CLOSE PARM-OBLIG.
           CALL "7OBLCAL".

       END PROGRAM 5EMPCON.
