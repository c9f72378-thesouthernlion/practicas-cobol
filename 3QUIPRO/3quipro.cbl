      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 3QUIPRO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORTE      ASSIGN TO "QUIREP".
           SELECT OPTIONAL QUINQUENIOS ASSIGN TO "QUINQUENIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS QUI-ANIOS.
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
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  REPORTE.
       01  REPORTE-REG             PIC X(132).

      *****MISMO LAYOUT QUE EL QUINQUENIOS DE 4QUIABC
       FD  QUINQUENIOS.
       01  QUINQUENIOS-REG.
           03  QUI-ANIOS           PIC 9(02).
           03  QUI-DESCRIPCION     PIC X(20).
           03  QUI-BONO-TIPO       PIC X(01).
           03  QUI-BONO-VALOR      PIC 9(06)V99.
           03  QUI-PRIMA-TIPO      PIC X(01).
           03  QUI-PRIMA-VALOR     PIC 9(06)V99.

       FD  EMPINX.
       01  EMPINX-REG.
           03  EMPINX-NOMINA       PIC 9(06).
           03  EMPINX-NOMBRE       PIC X(20).
           03  EMPINX-DPTO         PIC X(03).
           03  EMPINX-SUELDO       PIC S9(05)V99.
           03  EMPINX-RFC          PIC X(13).
           03  EMPINX-FEC-INGRESO  PIC 9(08).
           03  EMPINX-SUELDO-YTD   PIC 9(08)V99.
           03  EMPINX-PERCEP-YTD   PIC 9(08).
           03  EMPINX-DEDUC-YTD    PIC 9(08).
           03  EMPINX-CLABE        PIC X(18).
           03  EMPINX-HORAS-EXTRAS PIC 9(03).
           03  EMPINX-TARIFA-EXTRA PIC 9(03)V99.
           03  EMPINX-FALTAS-YTD   PIC 9(03).
           03  EMPINX-INCAP-YTD    PIC 9(03).

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

       WORKING-STORAGE SECTION.
       77  EMPINX-EOF          PIC 9 VALUE ZERO.
       77  QUINQUENIOS-EOF     PIC 9 VALUE ZERO.
       77  PERIODOS-EOF        PIC 9.
       77  PERIODO-HALLADO     PIC 9.
       77  PERIODO-TRABAJO     PIC 9(06).
       77  PERIODO-INICIO      PIC 9(08).
       77  PERIODO-FIN         PIC 9(08).
       77  PERIODOS-DEL-MES    PIC 9(02).
       77  MOV-ESCRITO         PIC 9.
      *****EL BONO VIVE EN LA CLAVE 38 SECUENCIA 980 Y LA PRIMA EN LA
      *****CLAVE 39 SECUENCIA 981, DENTRO DEL RANGO 900-999 DE LOS
      *****MOVIMIENTOS GENERADOS (970/971 SON DE 3VIALIQ)
       77  CLAVE-BONO          PIC XX VALUE "38".
       77  CLAVE-PRIMA         PIC XX VALUE "39".
       77  SECUENCIA-BONO      PIC 9(03) VALUE 980.
       77  SECUENCIA-PRIMA     PIC 9(03) VALUE 981.
       77  CLAVE-MOV           PIC XX.
       77  SECUENCIA-MOV       PIC 9(03).
       77  IMPORTE-MOV         PIC 9(08)V99.
       77  CONCEPTO-MOV        PIC X(12).

      *****ESCALONES DE LA TABLA EN ORDEN ASCENDENTE DE ANIOS
       01  TABLA-ESCALONES.
           03  ESCALON-OC OCCURS 20 TIMES.
               05  ESC-ANIOS       PIC 9(02).
               05  ESC-BONO-TIPO   PIC X(01).
               05  ESC-BONO-VALOR  PIC 9(06)V99.
               05  ESC-PRIMA-TIPO  PIC X(01).
               05  ESC-PRIMA-VALOR PIC 9(06)V99.
       77  ESCALONES-TOTAL     PIC 9(02) VALUE 0.
       77  I-ESC               PIC 9(02).
       77  I-VIGENTE           PIC 9(02).

      *****ANTIGUEDAD DEL EMPLEADO
       77  ANIO-INGRESO        PIC 9(04).
       77  MMDD-INGRESO        PIC 9(04).
       77  ANIO-ANIVERSARIO    PIC 9(04).
       77  FECHA-ANIVERSARIO   PIC 9(08).
       77  ANIOS-CUMPLIDOS     PIC S9(04).
       77  ANIOS-AL-CORTE      PIC S9(04).
       77  ANIO-CORTE          PIC 9(04).
       77  MMDD-CORTE          PIC 9(04).
       77  COCIENTE-QUI        PIC 9(04).
       77  RESIDUO-QUI         PIC 9(02).

       77  CONT-EMPLEADOS      PIC 9(05) VALUE 0.
       77  CONT-BONOS          PIC 9(05) VALUE 0.
       77  CONT-PRIMAS         PIC 9(05) VALUE 0.
       77  CONT-YA-EXISTIAN    PIC 9(05) VALUE 0.
       77  TOTAL-BONOS         PIC 9(09)V99 VALUE 0.
       77  TOTAL-PRIMAS        PIC 9(09)V99 VALUE 0.

       01  TITULO-QUI-1.
           05  FILLER              PIC X(40) VALUE
               "ANTIGUEDAD CONTRACTUAL - PERIODO ".
           05  TQUI-PERIODO        PIC 9(06).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  TQUI-INICIO         PIC 9(08).
           05  FILLER              PIC X(03) VALUE " A ".
           05  TQUI-FIN            PIC 9(08).
       01  TITULO-QUI-2.
           05  FILLER              PIC X(40) VALUE
               "NOMINA NOMBRE               INGRESO  ANI".
           05  FILLER              PIC X(40) VALUE
               "OS CONCEPTO          IMPORTE  RESULTADO".
       01  DETALLE-QUI.
           05  DETQUI-NOMINA       PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETQUI-NOMBRE       PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETQUI-INGRESO      PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETQUI-ANIOS        PIC Z9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  DETQUI-CONCEPTO     PIC X(12).
           05  DETQUI-IMPORTE      PIC $$$,$$9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETQUI-RESULTADO    PIC X(22).
       01  RESUMEN-QUI-1.
           05  FILLER              PIC X(18) VALUE
               "EMPLEADOS:        ".
           05  RESQUI-EMPLEADOS    PIC ZZZZ9.
           05  FILLER              PIC X(14) VALUE "  BONOS:      ".
           05  RESQUI-BONOS        PIC ZZZZ9.
           05  FILLER              PIC X(14) VALUE "  PRIMAS:     ".
           05  RESQUI-PRIMAS       PIC ZZZZ9.
           05  FILLER              PIC X(16) VALUE "  YA EXISTIAN:  ".
           05  RESQUI-YA-EXISTIAN  PIC ZZZZ9.
       01  RESUMEN-QUI-2.
           05  FILLER              PIC X(18) VALUE
               "TOTAL BONOS:      ".
           05  RESQUI-TOT-BONOS    PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(16) VALUE "  TOTAL PRIMAS: ".
           05  RESQUI-TOT-PRIMAS   PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
      *****ANTIGUEDAD DEL CONTRATO COLECTIVO: CON EMPINX-FEC-INGRESO
      *****GENERA EN EL PRIMER PERIODO ABIERTO EL BONO DE QUINQUENIO
      *****(CLAVE 38) CUANDO EL ANIVERSARIO CAE DENTRO DEL PERIODO Y LA
      *****PRIMA MENSUAL DEL ESCALON VIGENTE (CLAVE 39) REPARTIDA ENTRE
      *****LOS PERIODOS DEL MES, COMO LA PRIMA DEL SEGURO EN 6EMPNOMV3
       MAIN-PROCEDURE.
           PERFORM BUSCAR-PERIODO.
           IF PERIODO-HALLADO = 0
               DISPLAY "NO HAY PERIODO ABIERTO EN EL MAESTRO DE"
                   " PERIODOS - NO SE GENERA ANTIGUEDAD"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "PERIODO DE TRABAJO: " PERIODO-TRABAJO
               " DEL " PERIODO-INICIO " AL " PERIODO-FIN.
           PERFORM CARGAR-ESCALONES.
           IF RETURN-CODE = 16
               GOBACK
           END-IF.
           IF ESCALONES-TOTAL = 0
               DISPLAY "TABLA DE QUINQUENIOS VACIA - NADA QUE GENERAR"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CONTAR-PERIODOS-MES.
           OPEN INPUT EMPINX.
           OPEN I-O PERCEPCION-DEDUCCION.
           OPEN OUTPUT REPORTE.
           MOVE PERIODO-TRABAJO TO TQUI-PERIODO.
           MOVE PERIODO-INICIO  TO TQUI-INICIO.
           MOVE PERIODO-FIN     TO TQUI-FIN.
           WRITE REPORTE-REG FROM TITULO-QUI-1 BEFORE 2 LINES.
           WRITE REPORTE-REG FROM TITULO-QUI-2 BEFORE 1 LINES.
           MOVE 0 TO EMPINX-NOMINA.
           START EMPINX KEY IS NOT LESS THAN EMPINX-NOMINA
               INVALID KEY MOVE 1 TO EMPINX-EOF.
           PERFORM UNTIL EMPINX-EOF = 1
               READ EMPINX NEXT RECORD
                   AT END
                       MOVE 1 TO EMPINX-EOF
                   NOT AT END
                       PERFORM PROCESAR-EMPLEADO
               END-READ
           END-PERFORM.
           MOVE CONT-EMPLEADOS   TO RESQUI-EMPLEADOS.
           MOVE CONT-BONOS       TO RESQUI-BONOS.
           MOVE CONT-PRIMAS      TO RESQUI-PRIMAS.
           MOVE CONT-YA-EXISTIAN TO RESQUI-YA-EXISTIAN.
           MOVE TOTAL-BONOS      TO RESQUI-TOT-BONOS.
           MOVE TOTAL-PRIMAS     TO RESQUI-TOT-PRIMAS.
           WRITE REPORTE-REG FROM RESUMEN-QUI-1 BEFORE 3 LINES.
           WRITE REPORTE-REG FROM RESUMEN-QUI-2 BEFORE 1 LINES.
           DISPLAY "EMPLEADOS LEIDOS    : " CONT-EMPLEADOS.
           DISPLAY "BONOS CLAVE 38      : " CONT-BONOS.
           DISPLAY "PRIMAS CLAVE 39     : " CONT-PRIMAS.
           DISPLAY "YA EXISTIAN         : " CONT-YA-EXISTIAN.
           CLOSE EMPINX.
           CLOSE PERCEPCION-DEDUCCION.
           CLOSE REPORTE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *****EL PRIMER PERIODO ABIERTO DEL MAESTRO (IGUAL QUE 3HORPAG)
       BUSCAR-PERIODO.
           MOVE 0 TO PERIODO-HALLADO.
           MOVE 0 TO PERIODOS-EOF.
           OPEN INPUT PERIODOS.
           MOVE 0 TO PER-PERIODO.
           START PERIODOS KEY IS NOT LESS THAN PER-PERIODO
               INVALID KEY MOVE 1 TO PERIODOS-EOF
           END-START.
           PERFORM UNTIL PERIODOS-EOF = 1
               READ PERIODOS NEXT RECORD
                   AT END
                       MOVE 1 TO PERIODOS-EOF
                   NOT AT END
                       IF PER-ESTADO = "ABIERTO"
                           MOVE 1 TO PERIODO-HALLADO
                           MOVE 1 TO PERIODOS-EOF
                           MOVE PER-PERIODO    TO PERIODO-TRABAJO
                           MOVE PER-FEC-INICIO TO PERIODO-INICIO
                           MOVE PER-FEC-FIN    TO PERIODO-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PERIODOS.

      *****PERIODOS QUE TERMINAN EN EL MES DEL PERIODO DE TRABAJO, PARA
      *****REPARTIR LA PRIMA MENSUAL (MISMO CRITERIO QUE 359 DE
      *****6EMPNOMV3); NUNCA MENOS DE UNO
       CONTAR-PERIODOS-MES.
           MOVE 0 TO PERIODOS-DEL-MES.
           MOVE 0 TO PERIODOS-EOF.
           OPEN INPUT PERIODOS.
           MOVE 0 TO PER-PERIODO.
           START PERIODOS KEY IS NOT LESS THAN PER-PERIODO
               INVALID KEY MOVE 1 TO PERIODOS-EOF
           END-START.
           PERFORM UNTIL PERIODOS-EOF = 1
               READ PERIODOS NEXT RECORD
                   AT END
                       MOVE 1 TO PERIODOS-EOF
                   NOT AT END
                       IF PER-FEC-FIN(1:6) = PERIODO-FIN(1:6)
                           ADD 1 TO PERIODOS-DEL-MES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PERIODOS.
           IF PERIODOS-DEL-MES = 0
               MOVE 1 TO PERIODOS-DEL-MES
           END-IF.

       CARGAR-ESCALONES.
           OPEN INPUT QUINQUENIOS.
           MOVE 0 TO QUI-ANIOS.
           START QUINQUENIOS KEY IS NOT LESS THAN QUI-ANIOS
               INVALID KEY MOVE 1 TO QUINQUENIOS-EOF.
           PERFORM UNTIL QUINQUENIOS-EOF = 1
               READ QUINQUENIOS NEXT RECORD
                   AT END
                       MOVE 1 TO QUINQUENIOS-EOF
                   NOT AT END
                       PERFORM AGREGAR-ESCALON
               END-READ
           END-PERFORM.
           CLOSE QUINQUENIOS.

       AGREGAR-ESCALON.
           IF ESCALONES-TOTAL >= 20
               DISPLAY "CAPACIDAD DE ESCALONES EXCEDIDA ("
                   ESCALONES-TOTAL ")"
               MOVE 16 TO RETURN-CODE
               MOVE 1 TO QUINQUENIOS-EOF
           ELSE
               ADD 1 TO ESCALONES-TOTAL
               MOVE ESCALONES-TOTAL TO I-ESC
               MOVE QUI-ANIOS       TO ESC-ANIOS(I-ESC)
               MOVE QUI-BONO-TIPO   TO ESC-BONO-TIPO(I-ESC)
               MOVE QUI-BONO-VALOR  TO ESC-BONO-VALOR(I-ESC)
               MOVE QUI-PRIMA-TIPO  TO ESC-PRIMA-TIPO(I-ESC)
               MOVE QUI-PRIMA-VALOR TO ESC-PRIMA-VALOR(I-ESC)
           END-IF.

      *******************************************************************
      *                       EMPLEADO POR EMPLEADO
      *******************************************************************
       PROCESAR-EMPLEADO.
           ADD 1 TO CONT-EMPLEADOS.
           IF EMPINX-FEC-INGRESO NOT = 0
               MOVE EMPINX-FEC-INGRESO(1:4) TO ANIO-INGRESO
               MOVE EMPINX-FEC-INGRESO(5:4) TO MMDD-INGRESO
               PERFORM REVISAR-ANIVERSARIO
               PERFORM CALCULAR-PRIMA
           END-IF.

      *****EL ANIVERSARIO PUEDE CAER EN EL ANIO DE INICIO O EN EL DE
      *****FIN DEL PERIODO (PERIODO QUE CRUZA EL FIN DE ANIO)
       REVISAR-ANIVERSARIO.
           MOVE PERIODO-INICIO(1:4) TO ANIO-ANIVERSARIO.
           PERFORM PROBAR-ANIVERSARIO.
           IF PERIODO-FIN(1:4) NOT = PERIODO-INICIO(1:4)
               MOVE PERIODO-FIN(1:4) TO ANIO-ANIVERSARIO
               PERFORM PROBAR-ANIVERSARIO
           END-IF.

       PROBAR-ANIVERSARIO.
           COMPUTE FECHA-ANIVERSARIO =
               ANIO-ANIVERSARIO * 10000 + MMDD-INGRESO.
           COMPUTE ANIOS-CUMPLIDOS = ANIO-ANIVERSARIO - ANIO-INGRESO.
           IF FECHA-ANIVERSARIO >= PERIODO-INICIO
               AND FECHA-ANIVERSARIO <= PERIODO-FIN
               AND ANIOS-CUMPLIDOS > 0
               DIVIDE ANIOS-CUMPLIDOS BY 5 GIVING COCIENTE-QUI
                   REMAINDER RESIDUO-QUI
               IF RESIDUO-QUI = 0
                   PERFORM PAGAR-BONO
               END-IF
           END-IF.

      *****EL BONO SOLO SE PAGA SI EL QUINQUENIO CUMPLIDO TIENE SU
      *****ESCALON EN LA TABLA
       PAGAR-BONO.
           MOVE 0 TO I-VIGENTE.
           PERFORM VARYING I-ESC FROM 1 BY 1
                   UNTIL I-ESC > ESCALONES-TOTAL
               IF ESC-ANIOS(I-ESC) = ANIOS-CUMPLIDOS
                   MOVE I-ESC TO I-VIGENTE
               END-IF
           END-PERFORM.
           IF I-VIGENTE > 0 AND ESC-BONO-VALOR(I-VIGENTE) > 0
               IF ESC-BONO-TIPO(I-VIGENTE) = "P"
                   COMPUTE IMPORTE-MOV ROUNDED =
                       EMPINX-SUELDO * ESC-BONO-VALOR(I-VIGENTE) / 100
               ELSE
                   MOVE ESC-BONO-VALOR(I-VIGENTE) TO IMPORTE-MOV
               END-IF
               MOVE CLAVE-BONO     TO CLAVE-MOV
               MOVE SECUENCIA-BONO TO SECUENCIA-MOV
               MOVE "BONO QUINQ"   TO CONCEPTO-MOV
               MOVE ANIOS-CUMPLIDOS TO DETQUI-ANIOS
               PERFORM GRABAR-MOVIMIENTO
               IF MOV-ESCRITO = 1
                   ADD 1 TO CONT-BONOS
                   ADD IMPORTE-MOV TO TOTAL-BONOS
               END-IF
           END-IF.

      *****LA PRIMA ES LA DEL ESCALON MAS ALTO YA CUMPLIDO AL FIN DEL
      *****PERIODO
       CALCULAR-PRIMA.
           MOVE PERIODO-FIN(1:4) TO ANIO-CORTE.
           MOVE PERIODO-FIN(5:4) TO MMDD-CORTE.
           COMPUTE ANIOS-AL-CORTE = ANIO-CORTE - ANIO-INGRESO.
           IF MMDD-CORTE < MMDD-INGRESO
               SUBTRACT 1 FROM ANIOS-AL-CORTE
           END-IF.
           MOVE 0 TO I-VIGENTE.
           PERFORM VARYING I-ESC FROM 1 BY 1
                   UNTIL I-ESC > ESCALONES-TOTAL
               IF ESC-ANIOS(I-ESC) <= ANIOS-AL-CORTE
                   MOVE I-ESC TO I-VIGENTE
               END-IF
           END-PERFORM.
           IF I-VIGENTE > 0 AND ESC-PRIMA-VALOR(I-VIGENTE) > 0
               IF ESC-PRIMA-TIPO(I-VIGENTE) = "P"
                   COMPUTE IMPORTE-MOV ROUNDED =
                       EMPINX-SUELDO * ESC-PRIMA-VALOR(I-VIGENTE)
                           / 100 / PERIODOS-DEL-MES
               ELSE
                   COMPUTE IMPORTE-MOV ROUNDED =
                       ESC-PRIMA-VALOR(I-VIGENTE) / PERIODOS-DEL-MES
               END-IF
               MOVE CLAVE-PRIMA     TO CLAVE-MOV
               MOVE SECUENCIA-PRIMA TO SECUENCIA-MOV
               MOVE "PRIMA QUINQ"   TO CONCEPTO-MOV
               MOVE ANIOS-AL-CORTE  TO DETQUI-ANIOS
               PERFORM GRABAR-MOVIMIENTO
               IF MOV-ESCRITO = 1
                   ADD 1 TO CONT-PRIMAS
                   ADD IMPORTE-MOV TO TOTAL-PRIMAS
               END-IF
           END-IF.

      *****UN SOLO MOVIMIENTO DE CADA UNO POR EMPLEADO Y PERIODO: SI YA
      *****EXISTE (OTRA CORRIDA EN EL MISMO PERIODO) NO SE DUPLICA
       GRABAR-MOVIMIENTO.
           MOVE 0 TO MOV-ESCRITO.
           IF IMPORTE-MOV > 0
               MOVE PERIODO-TRABAJO TO PERCEPCION-DEDUCCION-PERIODO
               MOVE EMPINX-NOMINA   TO PERCEPCION-DEDUCCION-NOMINA
               MOVE CLAVE-MOV       TO PERCEPCION-DEDUCCION-CLAVE
               MOVE SECUENCIA-MOV   TO PERCEPCION-DEDUCCION-SECUENCIA
               MOVE IMPORTE-MOV     TO PERCEPCION-DEDUCCION-IMPORTE
               MOVE 0               TO PERCEPCION-DEDUCCION-DIAS
               MOVE PERIODO-INICIO TO PERCEPCION-DEDUCCION-FEC-INICIO
               MOVE PERIODO-FIN    TO PERCEPCION-DEDUCCION-FEC-FIN
               MOVE 1 TO MOV-ESCRITO
               WRITE PERCEPCION-DEDUCCION-REG
                   INVALID KEY MOVE 0 TO MOV-ESCRITO
               END-WRITE
               MOVE EMPINX-NOMINA      TO DETQUI-NOMINA
               MOVE EMPINX-NOMBRE      TO DETQUI-NOMBRE
               MOVE EMPINX-FEC-INGRESO TO DETQUI-INGRESO
               MOVE CONCEPTO-MOV       TO DETQUI-CONCEPTO
               MOVE IMPORTE-MOV        TO DETQUI-IMPORTE
               IF MOV-ESCRITO = 1
                   MOVE "GENERADO" TO DETQUI-RESULTADO
               ELSE
                   MOVE "MOVIMIENTO YA EXISTIA" TO DETQUI-RESULTADO
                   ADD 1 TO CONT-YA-EXISTIAN
               END-IF
               WRITE REPORTE-REG FROM DETALLE-QUI BEFORE 1 LINES
           END-IF.

       END PROGRAM 3QUIPRO.
