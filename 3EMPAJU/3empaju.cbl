           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PER-PERIODO.
           SELECT OPTIONAL EXENTOS ASSIGN TO "EXENTOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EXE-LLAVE.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           03  PER-FEC-INICIO      PIC 9(08).
           03  PER-FEC-FIN         PIC 9(08).

      *****MISMO LAYOUT QUE EL EXENTOS DE 6EMPNOMV3: LA PARTE EXENTA
      *****DE LAS PERCEPCIONES DEL ANIO NO ENTRA A LA BASE DEL AJUSTE
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

       WORKING-STORAGE SECTION.
       77  EMPINX-EOF          PIC 9 VALUE ZERO.
       77  CONT-EMP            PIC 9(05).
       77  DIFERENCIA-ISR      PIC S9(09)V99.
       77  IMPORTE-AJUSTE      PIC 9(08)V99.
       77  MOV-ESCRITO         PIC 9.
       77  EXENTOS-EOF         PIC 9.
       77  EXENTO-ANIO         PIC 9(09)V99.
       77  INGRESO-GRAVABLE    PIC 9(09)V99.
      *****LA PTU (6EMPNOMV3 MODO 2) SE PAGA FUERA DE LA NOMINA: NO
      *****ESTA EN PERCEP-YTD NI TUVO RETENCION; SU PARTE GRAVADA SOLO
      *****ENTRA AL IMPUESTO ANUAL
       77  CLAVE-EXENTO-PTU    PIC XX VALUE "PT".
       77  PTU-GRAVADO-ANIO    PIC 9(09)V99.
       77  GRAVABLE-NOMINA     PIC 9(09)V99.

       01  FECHA.
           03  FECHA-AA            PIC 99.
           OPEN INPUT EMPINX.
           OPEN I-O PERCEPCION-DEDUCCION.
           OPEN OUTPUT REPORTE.
           OPEN INPUT EXENTOS.
           PERFORM INICIALIZAR-ISR.
      *    LA TARIFA VIGENTE ES LA DEL ANIO QUE SE AJUSTA
           MOVE PERIODO-DICIEMBRE(1:4) TO ANIO-AJUSTE.
           CLOSE EMPINX.
           CLOSE PERCEPCION-DEDUCCION.
           CLOSE REPORTE.
           CLOSE EXENTOS.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

           END-READ.

      *****RETENIDO DEL ANIO: LO QUE 3EMPSDO RETUVO MES A MES SOBRE EL
      *****INGRESO MENSUAL PROMEDIO (GRAVABLE / 12) POR DOCE MESES.
      *****ANUAL: LA TARIFA ANUAL SOBRE EL GRAVABLE DEL ANIO, QUE ES
      *****PERCEP-YTD MENOS LO EXENTO REGISTRADO EN EXENTOS, MAS LA
      *****PTU GRAVADA DEL ANIO. LA DIFERENCIA SALE COMO DEVOLUCION
      *****(21) O CARGO (22) EN EL PERIODO DE DICIEMBRE
       AJUSTAR-UN-EMPLEADO.
           ADD 1 TO CONT-EMP.
           PERFORM SUMAR-EXENTO-ANIO.
           IF EXENTO-ANIO >= EMPINX-PERCEP-YTD
               MOVE 0 TO GRAVABLE-NOMINA
           ELSE
               COMPUTE GRAVABLE-NOMINA =
                   EMPINX-PERCEP-YTD - EXENTO-ANIO
           END-IF.
           COMPUTE INGRESO-GRAVABLE =
               GRAVABLE-NOMINA + PTU-GRAVADO-ANIO.
           IF INGRESO-GRAVABLE > 0
               COMPUTE INGRESO-MENSUAL ROUNDED =
                   GRAVABLE-NOMINA / 12
               IF INGRESO-MENSUAL = 0
                   MOVE 0 TO ISR-MENSUAL
               ELSE
                   PERFORM CALCULAR-ISR-MENSUAL
               END-IF
      *        EL SUBSIDIO AL EMPLEO DEL ANIO (EL MISMO QUE 3EMPSDO
      *        ACREDITO MES A MES) REBAJA TANTO LO RETENIDO COMO EL
      *        IMPUESTO ANUAL, SIN BAJAR DE CERO
               WRITE REPORTE-REG FROM DETALLE-AJU BEFORE 1 LINES
           END-IF.

      *****EXENTO DEL ANIO DEL EMPLEADO, TODAS LAS CLAVES Y PERIODOS
      *****DE LA NOMINA; DEL RENGLON DE LA PTU SOLO CUENTA LO GRAVADO
       SUMAR-EXENTO-ANIO.
           MOVE 0 TO EXENTO-ANIO.
           MOVE 0 TO PTU-GRAVADO-ANIO.
           MOVE EMPINX-NOMINA TO EXE-NOMINA.
           MOVE ANIO-AJUSTE   TO EXE-ANIO.
           MOVE LOW-VALUES    TO EXE-CLAVE.
           MOVE 0             TO EXE-PERIODO.
           MOVE 0 TO EXENTOS-EOF.
           START EXENTOS KEY IS NOT LESS THAN EXE-LLAVE
               INVALID KEY MOVE 1 TO EXENTOS-EOF.
           PERFORM UNTIL EXENTOS-EOF = 1
               READ EXENTOS NEXT RECORD
                   AT END
                       MOVE 1 TO EXENTOS-EOF
                   NOT AT END
                       IF EXE-NOMINA NOT = EMPINX-NOMINA
                           OR EXE-ANIO NOT = ANIO-AJUSTE
                           MOVE 1 TO EXENTOS-EOF
                       ELSE
                           IF EXE-CLAVE = CLAVE-EXENTO-PTU
                               ADD EXE-GRAVADO TO PTU-GRAVADO-ANIO
                           ELSE
                               ADD EXE-EXENTO TO EXENTO-ANIO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ESCRIBIR-AJUSTE.
           IF IMPORTE-AJUSTE > 0
               MOVE EMPINX-NOMINA     TO PERCEPCION-DEDUCCION-NOMINA
      *****ESCRITURA CON LLAVE: LA SECUENCIA SE BUSCA DESDE 1 Y CADA
      *****LLAVE OCUPADA LA SUBE, PARA ADMITIR VARIOS MOVIMIENTOS DE
      *****LA MISMA CLAVE EN EL PERIODO
      *****SE DETIENE EN 899: DE 900 A 999 SON LOS MOVIMIENTOS
      *****GENERADOS (3HORPAG, 3RECGEN, 3COMPRO, 3VIALIQ, 3QUIPRO)
       ESCRIBIR-MOVIMIENTO.
           MOVE 0 TO MOV-ESCRITO.
           MOVE 1 TO PERCEPCION-DEDUCCION-SECUENCIA.
           PERFORM UNTIL MOV-ESCRITO = 1
               OR PERCEPCION-DEDUCCION-SECUENCIA > 899
               WRITE PERCEPCION-DEDUCCION-REG
                   INVALID KEY
                       ADD 1 TO PERCEPCION-DEDUCCION-SECUENCIA
               END-WRITE
           END-PERFORM.
           IF MOV-ESCRITO = 0
               DISPLAY "SECUENCIAS AGOTADAS PARA ESA LLAVE (899)".


       CALCULAR-ISR-MENSUAL.
           MOVE 1 TO I-ISR.
           PERFORM VARYING I-ISR FROM 1 BY 1
                   UNTIL I-ISR = 7
                      OR INGRESO-GRAVABLE
                         < ISRA-LIM-INFERIOR(I-ISR + 1)
               CONTINUE
           END-PERFORM.
           COMPUTE ISR-ANUAL ROUNDED =
               ISRA-CUOTA-FIJA(I-ISR) +
               (INGRESO-GRAVABLE - ISRA-LIM-INFERIOR(I-ISR))
               * ISRA-PORCENTAJE(I-ISR) / 100.

       LEE-FECHA.
