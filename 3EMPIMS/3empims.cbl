           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DPTO-CLAVE.
           SELECT OPTIONAL PARAMET ASSIGN TO "PARAMET"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-LLAVE.
           SELECT PARM-OBLIG ASSIGN TO "PARMOBLIG".
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  REPORTE.
       01  REPORTE-REG             PIC X(132).

      *****MAESTRO CENTRAL DE PARAMETROS (4PARABC); DE AQUI SALE LA
      *****PRIMA DE RIESGO DE TRABAJO QUE DETERMINA 3PRIRT CADA ANIO
       FD  PARAMET.
       01  PARAMET-REG.
           03  PAR-LLAVE.
               05  PAR-CODIGO      PIC X(12).
               05  PAR-VIGENCIA    PIC 9(08).
           03  PAR-VALOR           PIC 9(09)V9999.
           03  PAR-DESCRIPCION     PIC X(20).

      *****MISMO LAYOUT QUE PARAMETROS DE 7OBLCAL
       FD  PARM-OBLIG.
       01  PARM-OBLIG-REG.
           03  POB-MODO            PIC X(01).
           03  POB-PROGRAMA        PIC X(08).
           03  POB-TIPO            PIC X(01).
           03  POB-PERIODO         PIC 9(06).

       WORKING-STORAGE SECTION.
       77  WKS-EMPSDO-EOF  PIC 9 VALUE ZERO.
           88  W88-EXISTE-EMPSDO      VALUE 0.
      *****IMSS (RIESGO DE TRABAJO, ENFERMEDAD Y MATERNIDAD,
      *****INVALIDEZ Y VIDA, GUARDERIAS), RCV (RETIRO Y CESANTIA)
      *****E INFONAVIT
       77  PORCENT-IMSS-FIJO   PIC 99V9999 VALUE 10.8700.
       77  PORCENT-IMSS        PIC 99V9999 VALUE 10.8700.
       77  PORCENT-RCV         PIC 99V9999 VALUE 5.1500.
       77  PORCENT-INFONAVIT   PIC 99V9999 VALUE 5.0000.

      *****EL PORCENTAJE IMSS TRAE INCLUIDA UNA PRIMA DE RIESGO DE
      *****TRABAJO FIJA; SI PARAMET TIENE UNA PRIMA-RIESGO VIGENTE
      *****(3PRIRT) SE SUSTITUYE LA FIJA POR ESA
       77  PRIMA-RIESGO-BASE   PIC 99V9999 VALUE 0.5435.
       77  PRIMA-RIESGO        PIC 99V9999 VALUE 0.
       77  PARAMET-EOF         PIC 9.
       77  PARM-VIG-ELEGIDA    PIC 9(08) VALUE 0.
       77  FECHA-OBJETIVO      PIC 9(08).

       77  CUOTA-IMSS          PIC 9(07)V99.
       77  SDI-KEY-EXISTE      PIC 9.
       77  BASE-COTIZACION     PIC 9(07)V99.
           OPEN OUTPUT SUAEXP.
           OPEN OUTPUT REPORTE.
           PERFORM LEE-FECHA.
           PERFORM CARGAR-PRIMA-RIESGO.
           PERFORM LEER-EMPSDO.
           PERFORM PROCESA-EMPLEADO UNTIL W88-NOEXISTE-EMPSDO.
           PERFORM LEER-CONTROL-SDOTOT.
           CLOSE DEPARTAMENTOS.
           CLOSE SUAEXP.
           CLOSE REPORTE.
           PERFORM MARCAR-OBLIGACION.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       LEER-EMPSDO.
           READ EMPSDO AT END MOVE 1 TO WKS-EMPSDO-EOF.

      *****PRIMA DE RIESGO VIGENTE A LA FECHA DE LA CORRIDA; SE PARTE
      *****SIEMPRE DEL PORCENTAJE FIJO PORQUE EL MENU LLAMA ESTE
      *****PROGRAMA VARIAS VECES EN LA SESION
       CARGAR-PRIMA-RIESGO.
           MOVE 0 TO PARM-VIG-ELEGIDA.
           MOVE 0 TO PRIMA-RIESGO.
           COMPUTE FECHA-OBJETIVO = 20000000 + FECHA-AA * 10000
               + FECHA-MM * 100 + FECHA-DD.
           MOVE 0 TO PARAMET-EOF.
           OPEN INPUT PARAMET.
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
                           IF PAR-VIGENCIA <= FECHA-OBJETIVO
                               AND PAR-VIGENCIA >= PARM-VIG-ELEGIDA
                               MOVE PAR-VIGENCIA TO PARM-VIG-ELEGIDA
                               MOVE PAR-VALOR TO PRIMA-RIESGO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PARAMET.
           IF PARM-VIG-ELEGIDA > 0
               COMPUTE PORCENT-IMSS =
                   PORCENT-IMSS-FIJO - PRIMA-RIESGO-BASE + PRIMA-RIESGO
               DISPLAY "PRIMA DE RIESGO VIGENTE " PARM-VIG-ELEGIDA
                   ": " PRIMA-RIESGO
           ELSE
               MOVE PORCENT-IMSS-FIJO TO PORCENT-IMSS
           END-IF.

      *****CALCULA LAS CUOTAS PATRONALES DEL EMPLEADO SOBRE SU BASE
      *****DE COTIZACION (EL SDI MENSUALIZADO DEL LIBRO DE 3EMPSDI, O
      *****LA PERCEPCION MENSUAL SI NO TIENE SDI) Y ESCRIBE SU LINEA
           MOVE MES(FECHA-MM)  TO TIMS-MM.
           MOVE FECHA-AA       TO TIMS-AA.

      *****AVISA AL CALENDARIO DE OBLIGACIONES QUE ESTA SALIDA YA SE
      *****PRODUJO, SIN PERIODO: 7OBLCAL CUMPLE LA PENDIENTE MAS VIEJA
       MARCAR-OBLIGACION.
           MOVE "C"       TO POB-MODO.
           MOVE "3EMPIMS" TO POB-PROGRAMA.
           MOVE "F"       TO POB-TIPO.
           MOVE 0         TO POB-PERIODO.
           OPEN OUTPUT PARM-OBLIG.
           WRITE PARM-OBLIG-REG.
           CLOSE PARM-OBLIG.
           CALL "7OBLCAL".

       END PROGRAM 3EMPIMS.
