      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 3RECGEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RECURREN ASSIGN TO "RECURREN"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REC-LLAVE.
           SELECT EMPINX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPINX-NOMINA.
           SELECT OPTIONAL PERIODOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PER-PERIODO.
           SELECT OPTIONAL PERCEPCION-DEDUCCION ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PERCEPCION-DEDUCCION-LLAVE.
           SELECT OPTIONAL PARAMETROS ASSIGN TO "PARMRECGEN".
           SELECT REPORTE ASSIGN TO "RECGENREP".
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *****MISMO LAYOUT QUE EL RECURREN DE 4RECABC
       FD  RECURREN.
       01  RECURREN-REG.
           03  REC-LLAVE.
               05  REC-NOMINA      PIC 9(06).
               05  REC-CLAVE       PIC XX.
           03  REC-IMPORTE         PIC 9(08)V99.
           03  REC-PER-INICIO      PIC 9(06).
           03  REC-PER-FIN         PIC 9(06).
           03  REC-OCURRENCIAS     PIC 9(03).
           03  REC-GENERADAS       PIC 9(03).
           03  REC-ULT-PERIODO     PIC 9(06).
           03  REC-ESTADO          PIC X(10).
           03  REC-OPERADOR        PIC X(08).

      *****LA NOMINA QUE YA NO ESTA EN EMPINX ESTA DADA DE BAJA (4EMPABC
      *****LA PASA A RESPALDO-BAJAS) Y NO SE LE GENERA NADA
       FD  EMPINX.
       01  EMPINX-REG.
           03  EMPINX-NOMINA       PIC 9(06).
           03  EMPINX-NOMBRE       PIC X(20).
           03  EMPINX-DPTO         PIC X(03).
           03  EMPINX-RESTO        PIC X(86).

      *****MAESTRO DE PERIODOS (4PERABC); LOS MOVIMIENTOS LLEVAN LAS
      *****FECHAS DEL PERIODO QUE SE ABRE
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

      *****4PERABC DEJA AQUI EL PERIODO QUE ACABA DE ABRIR; SIN
      *****PARAMETRO SE TOMA EL PRIMER PERIODO ABIERTO DEL MAESTRO
       FD  PARAMETROS.
       01  PARAMETROS-REG.
           03  PARM-PERIODO        PIC 9(06).

      *****LISTA DE LO GENERADO Y LO OMITIDO EN LA CORRIDA
       FD  REPORTE.
       01  REPORTE-REG             PIC X(132).

       WORKING-STORAGE SECTION.
       77  RECURREN-EOF        PIC 9 VALUE ZERO.
       77  PERIODOS-EOF        PIC 9.
       77  PERIODO-HALLADO     PIC 9.
       77  PERIODO-TRABAJO     PIC 9(06).
       77  PERIODO-INICIO      PIC 9(08).
       77  PERIODO-FIN         PIC 9(08).
       77  BANDERA-MODO-PARM   PIC 9 VALUE 0.
       77  EXISTE-NOMINA       PIC 9.
       77  MOV-ESCRITO         PIC 9.
       77  RESULTADO-TRABAJO   PIC X(20).
      *****EL RECURRENTE VIVE EN LAS SECUENCIAS 950 A 959 DE SU CLAVE:
      *****LA CAPTURA MANUAL (2MOVCAP, 2SUSCAP) NUMERA DE 1 A 899 Y EL
      *****RANGO 900-999 QUEDA PARA LOS MOVIMIENTOS GENERADOS (900 ES
      *****LA HORA-CLASE DE 3HORPAG); DOS RECURRENTES DE LA MISMA
      *****NOMINA Y CLAVE TOMAN LA PRIMERA LIBRE. UNA RE-CORRIDA DEL
      *****MISMO PERIODO NO DUPLICA PORQUE REC-ULT-PERIODO YA LO TIENE
       77  SECUENCIA-RECURRENTE PIC 9(03) VALUE 950.
       77  SECUENCIA-RECURRENTE-MAX PIC 9(03) VALUE 959.
       77  CONT-SIN-SECUENCIA  PIC 9(05) VALUE 0.

       77  CONT-LEIDOS         PIC 9(05) VALUE 0.
       77  CONT-GENERADOS      PIC 9(05) VALUE 0.
       77  CONT-BAJAS          PIC 9(05) VALUE 0.
       77  CONT-TERMINADOS     PIC 9(05) VALUE 0.
       77  CONT-EXISTENTES     PIC 9(05) VALUE 0.
       77  CONT-NO-INICIADOS   PIC 9(05) VALUE 0.
       77  TOTAL-IMPORTE       PIC 9(09)V99 VALUE 0.

       01  TITULO-REC-1.
           05  FILLER              PIC X(40) VALUE
               "MOVIMIENTOS RECURRENTES - PERIODO ".
           05  TREC-PERIODO        PIC 9(06).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  TREC-INICIO         PIC 9(08).
           05  FILLER              PIC X(03) VALUE " A ".
           05  TREC-FIN            PIC 9(08).
       01  TITULO-REC-2.
           05  FILLER              PIC X(40) VALUE
               "NOMINA NOMBRE               CLAVE".
           05  FILLER              PIC X(40) VALUE
               "     IMPORTE  RESULTADO".
       01  DETALLE-REC.
           05  DETREC-NOMINA       PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETREC-NOMBRE       PIC X(20).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETREC-CLAVE        PIC XX.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  DETREC-IMPORTE      PIC $$$,$$9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETREC-RESULTADO    PIC X(20).
       01  RESUMEN-REC-1.
           05  FILLER              PIC X(18) VALUE
               "RECURRENTES:      ".
           05  RESREC-LEIDOS       PIC ZZZZ9.
           05  FILLER              PIC X(14) VALUE "  GENERADOS:  ".
           05  RESREC-GENERADOS    PIC ZZZZ9.
           05  FILLER              PIC X(10) VALUE "  IMPORTE:".
           05  RESREC-IMPORTE      PIC $$$,$$$,$$9.99.
       01  RESUMEN-REC-2.
           05  FILLER              PIC X(18) VALUE
               "OMITIDOS BAJA:    ".
           05  RESREC-BAJAS        PIC ZZZZ9.
           05  FILLER              PIC X(14) VALUE "  TERMINADOS: ".
           05  RESREC-TERMINADOS   PIC ZZZZ9.
           05  FILLER              PIC X(14) VALUE "  YA EXISTIAN:".
           05  RESREC-EXISTENTES   PIC ZZZZ9.

       PROCEDURE DIVISION.
      *****AL ABRIRSE UN PERIODO CADA RECURRENTE ACTIVO SE VUELVE UN
      *****MOVIMIENTO DE PERCEPCION-DEDUCCION: SE RESPETA EL PERIODO DE
      *****INICIO, EL FIN Y EL NUMERO DE OCURRENCIAS (AL AGOTARSE QUEDA
      *****TERMINADO), Y SE OMITE AL EMPLEADO QUE YA NO ESTA EN EMPINX
       MAIN-PROCEDURE.
      *    4PERABC LO LLAMA EN CADA ALTA O APERTURA DE PERIODO: CADA
      *    LLAMADA EMPIEZA CON LOS CONTADORES EN CERO
           MOVE 0 TO RECURREN-EOF.
           MOVE 0 TO CONT-LEIDOS.
           MOVE 0 TO CONT-GENERADOS.
           MOVE 0 TO CONT-BAJAS.
           MOVE 0 TO CONT-TERMINADOS.
           MOVE 0 TO CONT-EXISTENTES.
           MOVE 0 TO CONT-NO-INICIADOS.
           MOVE 0 TO CONT-SIN-SECUENCIA.
           MOVE 0 TO TOTAL-IMPORTE.
           PERFORM LEER-PARAMETROS.
           PERFORM BUSCAR-PERIODO.
           IF PERIODO-HALLADO = 0
               DISPLAY "NO HAY PERIODO ABIERTO EN EL MAESTRO DE"
                   " PERIODOS - NO SE GENERAN RECURRENTES"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "PERIODO DE TRABAJO: " PERIODO-TRABAJO
               " DEL " PERIODO-INICIO " AL " PERIODO-FIN.
           OPEN I-O RECURREN.
           OPEN INPUT EMPINX.
           OPEN I-O PERCEPCION-DEDUCCION.
           OPEN OUTPUT REPORTE.
           MOVE PERIODO-TRABAJO TO TREC-PERIODO.
           MOVE PERIODO-INICIO  TO TREC-INICIO.
           MOVE PERIODO-FIN     TO TREC-FIN.
           WRITE REPORTE-REG FROM TITULO-REC-1 BEFORE 1 LINES.
           WRITE REPORTE-REG FROM TITULO-REC-2 BEFORE 2 LINES.
           MOVE LOW-VALUES TO REC-LLAVE.
           START RECURREN KEY IS NOT LESS THAN REC-LLAVE
               INVALID KEY MOVE 1 TO RECURREN-EOF.
           PERFORM LEER-RECURRENTE UNTIL RECURREN-EOF = 1.
           MOVE CONT-LEIDOS       TO RESREC-LEIDOS.
           MOVE CONT-GENERADOS    TO RESREC-GENERADOS.
           MOVE TOTAL-IMPORTE     TO RESREC-IMPORTE.
           MOVE CONT-BAJAS        TO RESREC-BAJAS.
           MOVE CONT-TERMINADOS   TO RESREC-TERMINADOS.
           MOVE CONT-EXISTENTES   TO RESREC-EXISTENTES.
           WRITE REPORTE-REG FROM RESUMEN-REC-1 BEFORE 2 LINES.
           WRITE REPORTE-REG FROM RESUMEN-REC-2 BEFORE 1 LINES.
           DISPLAY "RECURRENTES ACTIVOS : " CONT-LEIDOS.
           DISPLAY "MOVIMIENTOS GENERADOS: " CONT-GENERADOS.
           DISPLAY "OMITIDOS POR BAJA   : " CONT-BAJAS.
           DISPLAY "TERMINADOS          : " CONT-TERMINADOS.
           DISPLAY "YA EXISTIAN         : " CONT-EXISTENTES.
           DISPLAY "AUN NO INICIAN      : " CONT-NO-INICIADOS.
           IF CONT-SIN-SECUENCIA > 0
               DISPLAY "SIN SECUENCIA LIBRE : " CONT-SIN-SECUENCIA
           END-IF.
           CLOSE RECURREN.
           CLOSE EMPINX.
           CLOSE PERCEPCION-DEDUCCION.
           CLOSE REPORTE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *****EL PARAMETRO SE CONSUME: SE VACIA AL LEERLO PARA QUE UNA
      *****CORRIDA POSTERIOR DESDE EL MENU NO TOME UN PERIODO VIEJO
       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           READ PARAMETROS
               AT END
                   MOVE 0 TO BANDERA-MODO-PARM
               NOT AT END
                   MOVE 1 TO BANDERA-MODO-PARM
                   MOVE PARM-PERIODO TO PERIODO-TRABAJO
           END-READ.
           CLOSE PARAMETROS.
           IF BANDERA-MODO-PARM = 1
               OPEN OUTPUT PARAMETROS
               CLOSE PARAMETROS
           END-IF.

      *****CON PARAMETRO SE LEE ESE PERIODO Y DEBE ESTAR ABIERTO; SIN
      *****EL, EL PRIMER PERIODO ABIERTO DEL MAESTRO (IGUAL QUE 3HORPAG)
       BUSCAR-PERIODO.
           MOVE 0 TO PERIODO-HALLADO.
           MOVE 0 TO PERIODOS-EOF.
           OPEN INPUT PERIODOS.
           IF BANDERA-MODO-PARM = 1
               MOVE PERIODO-TRABAJO TO PER-PERIODO
               READ PERIODOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PER-ESTADO = "ABIERTO"
                           MOVE 1 TO PERIODO-HALLADO
                           MOVE PER-FEC-INICIO TO PERIODO-INICIO
                           MOVE PER-FEC-FIN    TO PERIODO-FIN
                       END-IF
               END-READ
           ELSE
               MOVE 0 TO PER-PERIODO
               START PERIODOS KEY IS NOT LESS THAN PER-PERIODO
                   INVALID KEY MOVE 1 TO PERIODOS-EOF
               END-START
               PERFORM UNTIL PERIODOS-EOF = 1
                   READ PERIODOS NEXT RECORD
                       AT END
                           MOVE 1 TO PERIODOS-EOF
                       NOT AT END
                           IF PER-ESTADO = "ABIERTO"
                               MOVE 1 TO PERIODO-HALLADO
                               MOVE 1 TO PERIODOS-EOF
                               MOVE PER-PERIODO TO PERIODO-TRABAJO
                               MOVE PER-FEC-INICIO TO PERIODO-INICIO
                               MOVE PER-FEC-FIN    TO PERIODO-FIN
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PERIODOS.

       LEER-RECURRENTE.
           READ RECURREN NEXT RECORD
               AT END
                   MOVE 1 TO RECURREN-EOF
               NOT AT END
                   IF REC-ESTADO = "ACTIVO"
                       ADD 1 TO CONT-LEIDOS
                       PERFORM PROCESAR-RECURRENTE
                   END-IF
           END-READ.

      *****ORDEN DE LAS REVISIONES: AUN NO INICIA, VIGENCIA AGOTADA
      *****(PERIODO FIN U OCURRENCIAS), YA GENERADO EN ESTE PERIODO,
      *****EMPLEADO DADO DE BAJA; LO QUE PASA TODO SE ESCRIBE
       PROCESAR-RECURRENTE.
           MOVE SPACES TO RESULTADO-TRABAJO.
           MOVE REC-NOMINA TO EMPINX-NOMINA.
           MOVE 1 TO EXISTE-NOMINA.
           READ EMPINX INVALID KEY MOVE 0 TO EXISTE-NOMINA.
           IF EXISTE-NOMINA = 0
               MOVE SPACES TO EMPINX-NOMBRE
           END-IF.
           IF PERIODO-TRABAJO < REC-PER-INICIO
               ADD 1 TO CONT-NO-INICIADOS
           ELSE IF (REC-PER-FIN > 0 AND PERIODO-TRABAJO > REC-PER-FIN)
               OR (REC-OCURRENCIAS > 0
                   AND REC-GENERADAS >= REC-OCURRENCIAS)
               PERFORM TERMINAR-RECURRENTE
           ELSE IF REC-ULT-PERIODO >= PERIODO-TRABAJO
               ADD 1 TO CONT-EXISTENTES
               MOVE "YA GENERADO" TO RESULTADO-TRABAJO
           ELSE IF EXISTE-NOMINA = 0
               ADD 1 TO CONT-BAJAS
               MOVE "BAJA - OMITIDO" TO RESULTADO-TRABAJO
           ELSE
               PERFORM ESCRIBIR-MOVIMIENTO
           END-IF.
           IF RESULTADO-TRABAJO NOT = SPACES
               PERFORM IMPRIMIR-DETALLE
           END-IF.

       TERMINAR-RECURRENTE.
           MOVE "TERMINADO" TO REC-ESTADO.
           REWRITE RECURREN-REG.
           ADD 1 TO CONT-TERMINADOS.
           MOVE "VIGENCIA TERMINADA" TO RESULTADO-TRABAJO.

       ESCRIBIR-MOVIMIENTO.
           MOVE PERIODO-TRABAJO      TO PERCEPCION-DEDUCCION-PERIODO.
           MOVE REC-NOMINA           TO PERCEPCION-DEDUCCION-NOMINA.
           MOVE REC-CLAVE            TO PERCEPCION-DEDUCCION-CLAVE.
           MOVE SECUENCIA-RECURRENTE
               TO PERCEPCION-DEDUCCION-SECUENCIA.
           MOVE REC-IMPORTE          TO PERCEPCION-DEDUCCION-IMPORTE.
           MOVE 0                    TO PERCEPCION-DEDUCCION-DIAS.
           MOVE PERIODO-INICIO TO PERCEPCION-DEDUCCION-FEC-INICIO.
           MOVE PERIODO-FIN    TO PERCEPCION-DEDUCCION-FEC-FIN.
           MOVE 0 TO MOV-ESCRITO.
           PERFORM UNTIL MOV-ESCRITO = 1
               OR PERCEPCION-DEDUCCION-SECUENCIA
                   > SECUENCIA-RECURRENTE-MAX
               WRITE PERCEPCION-DEDUCCION-REG
                   INVALID KEY
                       ADD 1 TO PERCEPCION-DEDUCCION-SECUENCIA
                   NOT INVALID KEY
                       MOVE 1 TO MOV-ESCRITO
                       ADD 1 TO REC-GENERADAS
                       MOVE PERIODO-TRABAJO TO REC-ULT-PERIODO
               END-WRITE
           END-PERFORM.
      *    SIN SECUENCIA LIBRE EL RECURRENTE NO AVANZA: LA SIGUIENTE
      *    CORRIDA DEL PERIODO LO VUELVE A INTENTAR
           IF MOV-ESCRITO = 1
               ADD 1 TO CONT-GENERADOS
               ADD REC-IMPORTE TO TOTAL-IMPORTE
               MOVE "GENERADO" TO RESULTADO-TRABAJO
               IF REC-OCURRENCIAS > 0
                   AND REC-GENERADAS >= REC-OCURRENCIAS
                   MOVE "TERMINADO" TO REC-ESTADO
               END-IF
               REWRITE RECURREN-REG
           ELSE
               ADD 1 TO CONT-SIN-SECUENCIA
               MOVE "SIN SECUENCIA LIBRE" TO RESULTADO-TRABAJO
           END-IF.

       IMPRIMIR-DETALLE.
           MOVE REC-NOMINA         TO DETREC-NOMINA.
           MOVE EMPINX-NOMBRE      TO DETREC-NOMBRE.
           MOVE REC-CLAVE          TO DETREC-CLAVE.
           MOVE REC-IMPORTE        TO DETREC-IMPORTE.
           MOVE RESULTADO-TRABAJO  TO DETREC-RESULTADO.
           WRITE REPORTE-REG FROM DETALLE-REC BEFORE 1 LINES.

       END PROGRAM 3RECGEN.
