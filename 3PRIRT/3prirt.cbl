      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 3PRIRT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RIESGOS ASSIGN TO "RIESGOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RT-LLAVE.
           SELECT OPTIONAL PERCEPCION-DEDUCCION ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PERCEPCION-DEDUCCION-LLAVE.
           SELECT OPTIONAL NOMHIST ASSIGN TO DISK.
           SELECT OPTIONAL PARAMET ASSIGN TO "PARAMET"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-LLAVE.
           SELECT OPTIONAL PARAMHIST ASSIGN TO "PARAMHIST".
           SELECT OPTIONAL EMPRESACT ASSIGN TO "EMPRESACT".
           SELECT REPORTE ASSIGN TO "PRIRTREP".
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *****MISMO LAYOUT QUE EL RIESGOS DE 4RIEABC
       FD  RIESGOS.
       01  RIESGOS-REG.
           03  RT-LLAVE.
               05  RT-NOMINA       PIC 9(06).
               05  RT-FECHA        PIC 9(08).
           03  RT-TIPO             PIC X(01).
           03  RT-DESCRIPCION      PIC X(30).
           03  RT-DIAS-INCAP       PIC 9(03).
           03  RT-FEC-ALTA         PIC 9(08).
           03  RT-PCT-INCAP        PIC 9(03)V99.
           03  RT-DEFUNCION        PIC X(01).
           03  RT-OPERADOR         PIC X(08).

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

      *****MISMO LAYOUT QUE EL NOMHIST DE 6EMPNOMV3: DE LOS EMPLEADOS
      *****POR PERIODO SALE LA PLANTILLA PROMEDIO EXPUESTA AL RIESGO
       FD  NOMHIST.
       01  NOMHIST-REG.
           03  NH-PERIODO          PIC 9(06).
           03  NH-DPTO             PIC X(04).
           03  NH-EMPLEADOS        PIC 9(04).
           03  NH-PERCEPCIONES     PIC 9(08)V99.
           03  NH-DEDUCCIONES      PIC 9(08)V99.
           03  NH-SUELDO           PIC 9(08)V99.
           03  NH-PRESUPUESTO      PIC 9(08).
           03  NH-EMPRESA          PIC X(03).

      *****MAESTRO CENTRAL DE PARAMETROS (4PARABC): DE AQUI SALE LA
      *****PRIMA VIGENTE Y AQUI QUEDA LA NUEVA, CON VIGENCIA DEL 1 DE
      *****MARZO SIGUIENTE, PARA QUE 3EMPIMS LA TOME SOLA
       FD  PARAMET.
       01  PARAMET-REG.
           03  PAR-LLAVE.
               05  PAR-CODIGO      PIC X(12).
               05  PAR-VIGENCIA    PIC 9(08).
           03  PAR-VALOR           PIC 9(09)V9999.
           03  PAR-DESCRIPCION     PIC X(20).

      *****MISMO LAYOUT QUE EL PARAMHIST DE 4PARABC
       FD  PARAMHIST.
       01  PARAMHIST-REG.
           03  PH-FECHA            PIC 9(06).
           03  FILLER              PIC X(01).
           03  PH-HORA             PIC 9(06).
           03  FILLER              PIC X(01).
           03  PH-OPERADOR         PIC X(08).
           03  FILLER              PIC X(01).
           03  PH-CODIGO           PIC X(12).
           03  FILLER              PIC X(01).
           03  PH-VIGENCIA         PIC 9(08).
           03  FILLER              PIC X(01).
           03  PH-OPERACION        PIC X(10).
           03  FILLER              PIC X(01).
           03  PH-VALOR            PIC 9(09).9999.

      *****EMPRESA ACTIVA DEL DIRECTORIO (4RAZABC)
       FD  EMPRESACT.
       01  EMPRESACT-REG.
           03  EA-CLAVE            PIC X(03).
           03  EA-RAZON            PIC X(30).
           03  EA-RFC              PIC X(13).
           03  EA-REGPAT           PIC X(11).

       FD  REPORTE.
       01  REPORTE-REG             PIC X(132).

       WORKING-STORAGE SECTION.
       77  ANIO-EXPOSICION     PIC 9(04).
       77  FECHA-CIERRE-ANIO   PIC 9(08).
       77  VIGENCIA-NUEVA      PIC 9(08).
       77  PAR-KEY-EXISTE      PIC 9.
       77  PARAMET-EOF         PIC 9.
       77  RIESGOS-EOF         PIC 9.
       77  MOV-EOF             PIC 9.
       77  NOMHIST-EOF         PIC 9.
       77  PARM-VIG-ELEGIDA    PIC 9(08) VALUE 0.
       77  EMPRESA-RAZON       PIC X(30) VALUE SPACES.
       77  EMPRESA-REGPAT      PIC X(11) VALUE SPACES.

      *****PRIMA CON LA QUE SE COTIZO EL ANIO; SIN PARAMETRO ES LA
      *****MISMA PRIMA QUE TRAE INCLUIDA EL PORCENTAJE FIJO DE 3EMPIMS
       77  PRIMA-ANTERIOR      PIC 99V9999 VALUE 0.5435.
       77  PRIMA-CALCULADA     PIC 99V9999.
       77  PRIMA-NUEVA         PIC 99V9999.
       77  PRIMA-MINIMA        PIC 99V9999 VALUE 0.5000.
       77  PRIMA-MAXIMA        PIC 99V9999 VALUE 15.0000.
       77  VARIACION-MAXIMA    PIC 99V9999 VALUE 1.0000.
       77  LIMITE-VARIACION    PIC S99V9999.

      *****FACTORES DE LA FORMULA DEL ARTICULO 72 DE LA LSS:
      *****PRIMA = ((S/365) + V * (I + D)) * (F/N) + M
       77  FACTOR-V            PIC 99 VALUE 28.
       77  FACTOR-F            PIC 9V9 VALUE 2.3.
       77  FACTOR-M            PIC 9V999 VALUE 0.005.
       77  TOTAL-S             PIC 9(06) VALUE 0.
       77  TOTAL-I             PIC 9(04)V9999 VALUE 0.
       77  TOTAL-D             PIC 9(04) VALUE 0.
       77  PLANTILLA-N         PIC 9(06)V99 VALUE 0.
       77  PRIMA-FRACCION      PIC 9(03)V9(08).

      *****SINIESTROS DEL ANIO QUE ENTRAN A LA PRIMA (SIN TRAYECTO),
      *****CON LOS DIAS DE INCAPACIDAD QUE SE JUNTAN DE LA CLAVE 19
       01  TABLA-SINIESTROS.
           03  SIN-OC OCCURS 999 TIMES.
               05  SIN-NOMINA      PIC 9(06).
               05  SIN-FECHA       PIC 9(08).
               05  SIN-TIPO        PIC X(01).
               05  SIN-TOPE        PIC 9(08).
               05  SIN-DIAS-CAPT   PIC 9(03).
               05  SIN-DIAS-MOV    PIC 9(04).
               05  SIN-PCT         PIC 9(03)V99.
               05  SIN-DEFUNCION   PIC X(01).
       77  SINIESTROS-TOTAL    PIC 9(03) VALUE 0.
       77  I-SIN               PIC 9(03).
       77  DIAS-SINIESTRO      PIC 9(04).
       77  CONT-TRAYECTO       PIC 9(04) VALUE 0.

      *****EMPLEADOS POR PERIODO DE NOMINA DEL ANIO; UNA CORRIDA
      *****REPETIDA DEL MISMO PERIODO REEMPLAZA A LA ANTERIOR
       01  TABLA-PLANTILLA.
           03  PLA-OC OCCURS 99 TIMES.
               05  PLA-PERIODO     PIC 9(06).
               05  PLA-EMPLEADOS   PIC 9(06).
       77  PLANTILLA-TOTAL     PIC 9(02) VALUE 0.
       77  I-PLA               PIC 9(02).
       77  I-PLA-ACTUAL        PIC 9(02) VALUE 0.
       77  PERIODO-ANTERIOR    PIC 9(06) VALUE 0.
       77  SUMA-EMPLEADOS      PIC 9(08) VALUE 0.

       01  FECHA-HIST.
           03  FECHA-HIST-AA       PIC 99.
           03  FECHA-HIST-MM       PIC 99.
           03  FECHA-HIST-DD       PIC 99.
       01  HORA-HIST.
           03  HORA-HIST-HH        PIC 99.
           03  HORA-HIST-MN        PIC 99.
           03  HORA-HIST-SS        PIC 99.
           03  HORA-HIST-CC        PIC 99.

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
       01  TITULO-PRT-1.
           05  FILLER              PIC X(07) VALUE "FECHA: ".
           05  TPRT-DD             PIC 99.
           05  FILLER              PIC X(01) VALUE "/".
           05  TPRT-MM             PIC X(03).
           05  FILLER              PIC X(03) VALUE "/20".
           05  TPRT-AA             PIC 99.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(44) VALUE
               "DETERMINACION DE LA PRIMA DE RIESGO - ANIO ".
           05  TPRT-ANIO           PIC 9(04).
       01  TITULO-PRT-2.
           05  FILLER              PIC X(09) VALUE "EMPRESA: ".
           05  TPRT-RAZON          PIC X(30).
           05  FILLER              PIC X(15) VALUE "  REG. PATRON: ".
           05  TPRT-REGPAT         PIC X(11).
       01  TITULO-PRT-3.
           05  FILLER              PIC X(40) VALUE
               "NOMINA FECHA    TIPO  DIAS SUBS  INC PER".
           05  FILLER              PIC X(20) VALUE
               "M %  DEFUNCION".
       01  DETALLE-PRT.
           05  DETPRT-NOMINA       PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETPRT-FECHA        PIC 9(08).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  DETPRT-TIPO         PIC X(01).
           05  FILLER              PIC X(05) VALUE SPACES.
           05  DETPRT-DIAS         PIC ZZZ9.
           05  FILLER              PIC X(06) VALUE SPACES.
           05  DETPRT-PCT          PIC ZZ9.99.
           05  FILLER              PIC X(06) VALUE SPACES.
           05  DETPRT-DEFUNCION    PIC X(01).
       01  FACTOR-PRT.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FACPRT-LABEL        PIC X(44).
           05  FACPRT-VALOR        PIC ZZZ,ZZ9.9999.

       PROCEDURE DIVISION.
      *****DETERMINACION ANUAL DE LA PRIMA DE RIESGO DE TRABAJO: CON
      *****LOS SINIESTROS DEL ANIO CALENDARIO ANTERIOR (4RIEABC) Y LA
      *****PLANTILLA PROMEDIO DE LAS CORRIDAS DE NOMINA APLICA LA
      *****FORMULA DE LA LSS, LIMITA EL CAMBIO A UN PUNTO CONTRA LA
      *****PRIMA ANTERIOR, IMPRIME LA DETERMINACION QUE SE PRESENTA AL
      *****IMSS Y DEJA LA PRIMA NUEVA EN PARAMET CON VIGENCIA DEL 1 DE
      *****MARZO. UNA PRIMA YA DETERMINADA NO SE VUELVE A GRABAR
       MAIN-PROCEDURE.
           DISPLAY "ANIO DE EXPOSICION AL RIESGO (AAAA)".
           ACCEPT ANIO-EXPOSICION.
           COMPUTE FECHA-CIERRE-ANIO = ANIO-EXPOSICION * 10000 + 1231.
           COMPUTE VIGENCIA-NUEVA =
               (ANIO-EXPOSICION + 1) * 10000 + 0301.
           OPEN I-O PARAMET.
           MOVE "PRIMA-RIESGO" TO PAR-CODIGO.
           MOVE VIGENCIA-NUEVA TO PAR-VIGENCIA.
           MOVE 1 TO PAR-KEY-EXISTE.
           READ PARAMET INVALID KEY MOVE 0 TO PAR-KEY-EXISTE.
           IF PAR-KEY-EXISTE = 1
               DISPLAY "LA PRIMA CON VIGENCIA " VIGENCIA-NUEVA
                   " YA SE DETERMINO: " PAR-VALOR
               CLOSE PARAMET
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CARGAR-PRIMA-ANTERIOR.
           PERFORM CARGAR-SINIESTROS.
           PERFORM JUNTAR-DIAS-INCAPACIDAD.
           PERFORM CALCULAR-PLANTILLA.
           IF PLANTILLA-N = 0
               DISPLAY "SIN CORRIDAS DE NOMINA EN " ANIO-EXPOSICION
                   " - NO HAY PLANTILLA PROMEDIO"
               CLOSE PARAMET
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM SUMAR-FACTORES.
           PERFORM CALCULAR-PRIMA.
           PERFORM ESCRIBIR-REPORTE.
           PERFORM GRABAR-PRIMA.
           CLOSE PARAMET.
           DISPLAY "SINIESTROS DEL ANIO : " SINIESTROS-TOTAL.
           DISPLAY "PLANTILLA PROMEDIO  : " PLANTILLA-N.
           DISPLAY "PRIMA ANTERIOR      : " PRIMA-ANTERIOR.
           DISPLAY "PRIMA NUEVA         : " PRIMA-NUEVA.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *****PRIMA VIGENTE AL CIERRE DEL ANIO DE EXPOSICION
       CARGAR-PRIMA-ANTERIOR.
           MOVE 0 TO PARAMET-EOF.
           MOVE "PRIMA-RIESGO" TO PAR-CODIGO.
           MOVE 0 TO PAR-VIGENCIA.
           START PARAMET KEY IS NOT LESS THAN PAR-LLAVE
               INVALID KEY MOVE 1 TO PARAMET-EOF.
           PERFORM UNTIL PARAMET-EOF = 1
               READ PARAMET NEXT RECORD
                   AT END
                       MOVE 1 TO PARAMET-EOF
                   NOT AT END
                       IF PAR-CODIGO NOT = "PRIMA-RIESGO"
                           MOVE 1 TO PARAMET-EOF
                       ELSE
                           IF PAR-VIGENCIA <= FECHA-CIERRE-ANIO
                               AND PAR-VIGENCIA >= PARM-VIG-ELEGIDA
                               MOVE PAR-VIGENCIA TO PARM-VIG-ELEGIDA
                               MOVE PAR-VALOR TO PRIMA-ANTERIOR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *****EL ACCIDENTE EN TRAYECTO SE REGISTRA PERO LA LEY LO EXCLUYE
      *****DE LA SINIESTRALIDAD; SOLO SE CUENTA
       CARGAR-SINIESTROS.
           MOVE 0 TO RIESGOS-EOF.
           OPEN INPUT RIESGOS.
           MOVE LOW-VALUES TO RT-LLAVE.
           START RIESGOS KEY IS NOT LESS THAN RT-LLAVE
               INVALID KEY MOVE 1 TO RIESGOS-EOF.
           PERFORM UNTIL RIESGOS-EOF = 1
               READ RIESGOS NEXT RECORD
                   AT END
                       MOVE 1 TO RIESGOS-EOF
                   NOT AT END
                       IF RT-FECHA(1:4) = ANIO-EXPOSICION
                           IF RT-TIPO = "T"
                               ADD 1 TO CONT-TRAYECTO
                           ELSE
                               PERFORM AGREGAR-SINIESTRO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RIESGOS.

       AGREGAR-SINIESTRO.
           IF SINIESTROS-TOTAL >= 999
               DISPLAY "CAPACIDAD DE SINIESTROS EXCEDIDA (999)"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO SINIESTROS-TOTAL.
           MOVE RT-NOMINA     TO SIN-NOMINA(SINIESTROS-TOTAL).
           MOVE RT-FECHA      TO SIN-FECHA(SINIESTROS-TOTAL).
           MOVE RT-TIPO       TO SIN-TIPO(SINIESTROS-TOTAL).
           IF RT-FEC-ALTA = 0 OR RT-FEC-ALTA > FECHA-CIERRE-ANIO
               MOVE FECHA-CIERRE-ANIO TO SIN-TOPE(SINIESTROS-TOTAL)
           ELSE
               MOVE RT-FEC-ALTA TO SIN-TOPE(SINIESTROS-TOTAL)
           END-IF.
           MOVE RT-DIAS-INCAP TO SIN-DIAS-CAPT(SINIESTROS-TOTAL).
           MOVE 0             TO SIN-DIAS-MOV(SINIESTROS-TOTAL).
           MOVE RT-PCT-INCAP  TO SIN-PCT(SINIESTROS-TOTAL).
           MOVE RT-DEFUNCION  TO SIN-DEFUNCION(SINIESTROS-TOTAL).

      *****UNA SOLA PASADA POR EL ALMACEN: CADA INCAPACIDAD (CLAVE 19)
      *****SE ABONA AL SINIESTRO DE SU NOMINA CUYO RANGO LA CONTIENE
       JUNTAR-DIAS-INCAPACIDAD.
           IF SINIESTROS-TOTAL > 0
               MOVE 0 TO MOV-EOF
               OPEN INPUT PERCEPCION-DEDUCCION
               MOVE LOW-VALUES TO PERCEPCION-DEDUCCION-LLAVE
               START PERCEPCION-DEDUCCION
                   KEY IS NOT LESS THAN PERCEPCION-DEDUCCION-LLAVE
                   INVALID KEY MOVE 1 TO MOV-EOF
               END-START
               PERFORM UNTIL MOV-EOF = 1
                   READ PERCEPCION-DEDUCCION NEXT RECORD
                       AT END
                           MOVE 1 TO MOV-EOF
                       NOT AT END
                           IF PERCEPCION-DEDUCCION-CLAVE = "19"
                               PERFORM ABONAR-INCAPACIDAD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERCEPCION-DEDUCCION
           END-IF.

       ABONAR-INCAPACIDAD.
           PERFORM VARYING I-SIN FROM 1 BY 1
                   UNTIL I-SIN > SINIESTROS-TOTAL
               IF SIN-NOMINA(I-SIN) = PERCEPCION-DEDUCCION-NOMINA
                   AND PERCEPCION-DEDUCCION-FEC-INICIO
                       NOT < SIN-FECHA(I-SIN)
                   AND PERCEPCION-DEDUCCION-FEC-INICIO
                       NOT > SIN-TOPE(I-SIN)
                   ADD PERCEPCION-DEDUCCION-DIAS TO SIN-DIAS-MOV(I-SIN)
               END-IF
           END-PERFORM.

      *****PLANTILLA PROMEDIO: EMPLEADOS DE CADA PERIODO DEL ANIO
      *****(SUMA DE LOS DEPARTAMENTOS DE LA CORRIDA) ENTRE EL NUMERO
      *****DE PERIODOS CORRIDOS
       CALCULAR-PLANTILLA.
           MOVE 0 TO NOMHIST-EOF.
           OPEN INPUT NOMHIST.
           PERFORM UNTIL NOMHIST-EOF = 1
               READ NOMHIST
                   AT END
                       MOVE 1 TO NOMHIST-EOF
                   NOT AT END
                       IF NH-PERIODO(1:4) = ANIO-EXPOSICION
                           PERFORM ACUMULAR-PLANTILLA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE NOMHIST.
           PERFORM VARYING I-PLA FROM 1 BY 1
                   UNTIL I-PLA > PLANTILLA-TOTAL
               ADD PLA-EMPLEADOS(I-PLA) TO SUMA-EMPLEADOS
           END-PERFORM.
           IF PLANTILLA-TOTAL > 0
               COMPUTE PLANTILLA-N ROUNDED =
                   SUMA-EMPLEADOS / PLANTILLA-TOTAL
           END-IF.

       ACUMULAR-PLANTILLA.
           IF NH-PERIODO NOT = PERIODO-ANTERIOR
               MOVE NH-PERIODO TO PERIODO-ANTERIOR
               MOVE 0 TO I-PLA-ACTUAL
               PERFORM VARYING I-PLA FROM 1 BY 1
                       UNTIL I-PLA > PLANTILLA-TOTAL
                   IF PLA-PERIODO(I-PLA) = NH-PERIODO
                       MOVE I-PLA TO I-PLA-ACTUAL
                   END-IF
               END-PERFORM
               IF I-PLA-ACTUAL = 0
                   IF PLANTILLA-TOTAL >= 99
                       DISPLAY "CAPACIDAD DE PERIODOS EXCEDIDA (99)"
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO PLANTILLA-TOTAL
                   MOVE PLANTILLA-TOTAL TO I-PLA-ACTUAL
                   MOVE NH-PERIODO TO PLA-PERIODO(I-PLA-ACTUAL)
               END-IF
               MOVE 0 TO PLA-EMPLEADOS(I-PLA-ACTUAL)
           END-IF.
           ADD NH-EMPLEADOS TO PLA-EMPLEADOS(I-PLA-ACTUAL).

      *****S = DIAS SUBSIDIADOS (LOS DE CLAVE 19; SI EL SINIESTRO NO
      *****TIENE MOVIMIENTOS, LOS CAPTURADOS), I = SUMA DE LOS
      *****PORCENTAJES DE INCAPACIDAD PERMANENTE ENTRE 100, D =
      *****DEFUNCIONES
       SUMAR-FACTORES.
           PERFORM VARYING I-SIN FROM 1 BY 1
                   UNTIL I-SIN > SINIESTROS-TOTAL
               IF SIN-DIAS-MOV(I-SIN) > 0
                   ADD SIN-DIAS-MOV(I-SIN) TO TOTAL-S
               ELSE
                   ADD SIN-DIAS-CAPT(I-SIN) TO TOTAL-S
               END-IF
               COMPUTE TOTAL-I = TOTAL-I + SIN-PCT(I-SIN) / 100
               IF SIN-DEFUNCION(I-SIN) = "S"
                   ADD 1 TO TOTAL-D
               END-IF
           END-PERFORM.

      *****LA PRIMA RESULTANTE NO PUEDE SUBIR NI BAJAR MAS DE UN PUNTO
      *****CONTRA LA ANTERIOR, NI SALIR DEL RANGO DE 0.5 A 15 POR CIENTO
       CALCULAR-PRIMA.
           COMPUTE PRIMA-FRACCION ROUNDED =
               ((TOTAL-S / 365) + FACTOR-V * (TOTAL-I + TOTAL-D))
               * (FACTOR-F / PLANTILLA-N) + FACTOR-M.
           COMPUTE PRIMA-CALCULADA ROUNDED = PRIMA-FRACCION * 100
               ON SIZE ERROR MOVE PRIMA-MAXIMA TO PRIMA-CALCULADA.
           MOVE PRIMA-CALCULADA TO PRIMA-NUEVA.
           COMPUTE LIMITE-VARIACION = PRIMA-ANTERIOR + VARIACION-MAXIMA.
           IF PRIMA-NUEVA > LIMITE-VARIACION
               MOVE LIMITE-VARIACION TO PRIMA-NUEVA
           END-IF.
           COMPUTE LIMITE-VARIACION = PRIMA-ANTERIOR - VARIACION-MAXIMA.
           IF PRIMA-NUEVA < LIMITE-VARIACION
               MOVE LIMITE-VARIACION TO PRIMA-NUEVA
           END-IF.
           IF PRIMA-NUEVA < PRIMA-MINIMA
               MOVE PRIMA-MINIMA TO PRIMA-NUEVA
           END-IF.
           IF PRIMA-NUEVA > PRIMA-MAXIMA
               MOVE PRIMA-MAXIMA TO PRIMA-NUEVA
           END-IF.

       ESCRIBIR-REPORTE.
           OPEN INPUT EMPRESACT.
           READ EMPRESACT
               AT END
                   CONTINUE
               NOT AT END
                   MOVE EA-RAZON  TO EMPRESA-RAZON
                   MOVE EA-REGPAT TO EMPRESA-REGPAT
           END-READ.
           CLOSE EMPRESACT.
           OPEN OUTPUT REPORTE.
           ACCEPT FECHA FROM DATE.
           MOVE FECHA-DD       TO TPRT-DD.
           MOVE MES(FECHA-MM)  TO TPRT-MM.
           MOVE FECHA-AA       TO TPRT-AA.
           MOVE ANIO-EXPOSICION TO TPRT-ANIO.
           MOVE EMPRESA-RAZON  TO TPRT-RAZON.
           MOVE EMPRESA-REGPAT TO TPRT-REGPAT.
           WRITE REPORTE-REG FROM TITULO-PRT-1 BEFORE 1 LINES.
           WRITE REPORTE-REG FROM TITULO-PRT-2 BEFORE 2 LINES.
           WRITE REPORTE-REG FROM TITULO-PRT-3 BEFORE 1 LINES.
           PERFORM VARYING I-SIN FROM 1 BY 1
                   UNTIL I-SIN > SINIESTROS-TOTAL
               IF SIN-DIAS-MOV(I-SIN) > 0
                   MOVE SIN-DIAS-MOV(I-SIN) TO DIAS-SINIESTRO
               ELSE
                   MOVE SIN-DIAS-CAPT(I-SIN) TO DIAS-SINIESTRO
               END-IF
               MOVE SIN-NOMINA(I-SIN)    TO DETPRT-NOMINA
               MOVE SIN-FECHA(I-SIN)     TO DETPRT-FECHA
               MOVE SIN-TIPO(I-SIN)      TO DETPRT-TIPO
               MOVE DIAS-SINIESTRO       TO DETPRT-DIAS
               MOVE SIN-PCT(I-SIN)       TO DETPRT-PCT
               MOVE SIN-DEFUNCION(I-SIN) TO DETPRT-DEFUNCION
               WRITE REPORTE-REG FROM DETALLE-PRT BEFORE 1 LINES
           END-PERFORM.
           MOVE "ACCIDENTES EN TRAYECTO (EXCLUIDOS)" TO FACPRT-LABEL.
           MOVE CONT-TRAYECTO TO FACPRT-VALOR.
           WRITE REPORTE-REG FROM FACTOR-PRT BEFORE 2 LINES.
           MOVE "S  DIAS SUBSIDIADOS" TO FACPRT-LABEL.
           MOVE TOTAL-S TO FACPRT-VALOR.
           WRITE REPORTE-REG FROM FACTOR-PRT BEFORE 1 LINES.
           MOVE "I  SUMA DE INCAPACIDADES PERMANENTES" TO FACPRT-LABEL.
           MOVE TOTAL-I TO FACPRT-VALOR.
           WRITE REPORTE-REG FROM FACTOR-PRT BEFORE 1 LINES.
           MOVE "D  DEFUNCIONES" TO FACPRT-LABEL.
           MOVE TOTAL-D TO FACPRT-VALOR.
           WRITE REPORTE-REG FROM FACTOR-PRT BEFORE 1 LINES.
           MOVE "N  TRABAJADORES PROMEDIO EXPUESTOS" TO FACPRT-LABEL.
           MOVE PLANTILLA-N TO FACPRT-VALOR.
           WRITE REPORTE-REG FROM FACTOR-PRT BEFORE 1 LINES.
           MOVE "PRIMA RESULTANTE DE LA FORMULA (PCT)" TO FACPRT-LABEL.
           MOVE PRIMA-CALCULADA TO FACPRT-VALOR.
           WRITE REPORTE-REG FROM FACTOR-PRT BEFORE 2 LINES.
           MOVE "PRIMA ANTERIOR (PCT)" TO FACPRT-LABEL.
           MOVE PRIMA-ANTERIOR TO FACPRT-VALOR.
           WRITE REPORTE-REG FROM FACTOR-PRT BEFORE 1 LINES.
           MOVE "PRIMA DETERMINADA A PARTIR DEL 1 DE MARZO"
               TO FACPRT-LABEL.
           MOVE PRIMA-NUEVA TO FACPRT-VALOR.
           WRITE REPORTE-REG FROM FACTOR-PRT BEFORE 1 LINES.
           CLOSE REPORTE.

       GRABAR-PRIMA.
           MOVE "PRIMA-RIESGO"      TO PAR-CODIGO.
           MOVE VIGENCIA-NUEVA      TO PAR-VIGENCIA.
           MOVE PRIMA-NUEVA         TO PAR-VALOR.
           MOVE "PRIMA RIESGO TRAB" TO PAR-DESCRIPCION.
           WRITE PARAMET-REG.
           OPEN EXTEND PARAMHIST.
           ACCEPT FECHA-HIST FROM DATE.
           ACCEPT HORA-HIST FROM TIME.
           MOVE FECHA-HIST       TO PH-FECHA.
           MOVE HORA-HIST-HH     TO PH-HORA(1:2).
           MOVE HORA-HIST-MN     TO PH-HORA(3:2).
           MOVE HORA-HIST-SS     TO PH-HORA(5:2).
           MOVE "3PRIRT"         TO PH-OPERADOR.
           MOVE PAR-CODIGO       TO PH-CODIGO.
           MOVE PAR-VIGENCIA     TO PH-VIGENCIA.
           MOVE "ALTA"           TO PH-OPERACION.
           MOVE PAR-VALOR        TO PH-VALOR.
           WRITE PARAMHIST-REG.
           CLOSE PARAMHIST.
           DISPLAY "PRIMA GRABADA EN PARAMET CON VIGENCIA "
               VIGENCIA-NUEVA.

       END PROGRAM 3PRIRT.
