      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 5EQUREP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPINX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPINX-NOMINA.
           SELECT OPTIONAL EMPDATOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DAT-NOMINA.
           SELECT OPTIONAL PUESTOS ASSIGN TO "PUESTOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PUE-CLAVE.
           SELECT OPTIONAL EMPINXHIST ASSIGN TO DISK.
           SELECT OPTIONAL PARAMET ASSIGN TO "PARAMET"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-LLAVE.
           SELECT EQUSORT ASSIGN TO DISK.
           SELECT REPORTE ASSIGN TO "EQUREP".
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
           03  EMPINX-SUELDO-YTD   PIC 9(08)V99.
           03  EMPINX-PERCEP-YTD   PIC 9(08).
           03  EMPINX-DEDUC-YTD    PIC 9(08).
           03  EMPINX-CLABE        PIC X(18).
           03  EMPINX-HORAS-EXTRAS PIC 9(03).
           03  EMPINX-TARIFA-EXTRA PIC 9(03)V99.
           03  EMPINX-FALTAS-YTD   PIC 9(03).
           03  EMPINX-INCAP-YTD    PIC 9(03).

      *****MISMO LAYOUT QUE EL EMPDATOS DE 4DATABC; DA EL PUESTO Y EL
      *****SEXO DE CADA EMPLEADO
       FD  EMPDATOS.
       01  EMPDATOS-REG.
           03  DAT-NOMINA          PIC 9(06).
           03  DAT-DOMICILIO       PIC X(40).
           03  DAT-TELEFONO        PIC X(10).
           03  DAT-NSS             PIC X(11).
           03  DAT-CONTACTO        PIC X(30).
           03  DAT-TEL-CONTACTO    PIC X(10).
           03  DAT-PUESTO          PIC X(20).
           03  DAT-NIP             PIC 9(04).
           03  DAT-SEXO            PIC X(01).

      *****MISMO LAYOUT QUE EL PUESTOS DE 4PUEABC
       FD  PUESTOS.
       01  PUESTOS-REG.
           03  PUE-CLAVE           PIC X(04).
           03  PUE-DESCRIPCION     PIC X(20).
           03  PUE-SUELDO-MIN      PIC 9(05)V99.
           03  PUE-SUELDO-MAX      PIC 9(05)V99.

      *****MISMO LAYOUT QUE EL EMPINXHIST DE 4EMPABC
       FD  EMPINXHIST.
       01  EMPINXHIST-REG.
           03  HIST-FECHA          PIC 9(06).
           03  FILLER              PIC X(01).
           03  HIST-HORA           PIC 9(06).
           03  FILLER              PIC X(01).
           03  HIST-PROGRAMA       PIC X(08).
           03  FILLER              PIC X(01).
           03  HIST-NOMINA         PIC 9(06).
           03  FILLER              PIC X(01).
           03  HIST-CAMPO          PIC X(15).
           03  FILLER              PIC X(01).
           03  HIST-VALOR-ANTES    PIC X(15).
           03  FILLER              PIC X(01).
           03  HIST-VALOR-DESPUES  PIC X(15).
           03  FILLER              PIC X(01).
           03  HIST-OPERADOR       PIC X(08).

      *****MAESTRO CENTRAL DE PARAMETROS CON VIGENCIAS (4PARABC)
       FD  PARAMET.
       01  PARAMET-REG.
           03  PAR-LLAVE.
               05  PAR-CODIGO      PIC X(12).
               05  PAR-VIGENCIA    PIC 9(08).
           03  PAR-VALOR           PIC 9(09)V9999.
           03  PAR-DESCRIPCION     PIC X(20).

      *****UN RENGLON POR EMPLEADO; EL GRUPO ES EL PUESTO EN LA PRIMERA
      *****PASADA Y EL DEPARTAMENTO EN LA SEGUNDA
       SD  EQUSORT.
       01  EQUSORT-REG.
           03  EQ-GRUPO            PIC X(04).
           03  EQ-SEXO             PIC X(01).
           03  EQ-SUELDO           PIC 9(05)V99.
           03  EQ-NOMINA           PIC 9(06).
           03  EQ-NOMBRE           PIC X(20).
           03  EQ-DPTO             PIC X(03).

       FD  REPORTE.
       01  REPORTE-REG             PIC X(132).

       WORKING-STORAGE SECTION.
       77  ANIO-REPORTE        PIC 9(04).
       77  AGRUPACION          PIC X(01).
       77  EMPINX-EOF          PIC 9.
       77  EQUSORT-EOF         PIC 9.
       77  HIST-EOF            PIC 9.
       77  EXISTE-DATOS        PIC 9.
       77  HAY-GRUPO           PIC 9.
       77  HAY-BANDA           PIC 9.
       77  GRUPO-ANTERIOR      PIC X(04).
       77  CONT-EMPLEADOS      PIC 9(05) VALUE 0.
       77  CONT-SIN-SEXO       PIC 9(05) VALUE 0.
       77  CONT-PUESTOS-MARCADOS PIC 9(04) VALUE 0.
       77  CONT-DPTOS-MARCADOS PIC 9(04) VALUE 0.
       77  POSICION-BANDA      PIC S9(04)V9.
       77  BRECHA-PROMEDIO     PIC S9(04)V99.
       77  BRECHA-MEDIANA      PIC S9(04)V99.
       77  MITAD               PIC 9(04).
       77  I-GR                PIC 9(04).
       77  I-SX                PIC 9.
       77  SUELDO-ANTES        PIC S9(08)V99.
       77  SUELDO-DESPUES      PIC S9(08)V99.
       77  PORC-AUMENTO        PIC 9(05)V99.

      *****UMBRAL DE BRECHA EN PORCIENTO (PARAMETRO BRECHA-PCT)
       77  UMBRAL-BRECHA       PIC 9(03)V99 VALUE 5.

      *****BUSQUEDA DEL PARAMETRO VIGENTE EN EL MAESTRO CENTRAL
       77  PARAMET-EOF         PIC 9.
       77  PARM-CODIGO-BUSCADO PIC X(12).
       77  PARM-VALOR-VIGENTE  PIC 9(09)V9999.
       77  PARM-VIG-ELEGIDA    PIC 9(08).
       77  PARM-HALLADO        PIC 9.

       77  FECHA-HOY-LARGA     PIC 9(08).
       01  FECHA-SIS.
           03  FECHA-SIS-AA        PIC 99.
           03  FECHA-SIS-MM        PIC 99.
           03  FECHA-SIS-DD        PIC 99.

      *****DES-EDICION DE IMPORTES DEL HISTORIAL, MISMO PATRON QUE LA
      *****DE 7EMPFIX
       77  DESED-TEXTO         PIC X(15).
       77  DESED-RESULTADO     PIC S9(08)V99.
       77  DESED-ENTERO        PIC 9(08).
       77  DESED-CENT          PIC 9(02).
       77  DESED-NEGATIVO      PIC 9.
       77  DESED-PUNTO         PIC 9.
       77  DESED-NCENT         PIC 9.
       77  I-DESED             PIC 99.
       01  DESED-DIGITO-X      PIC X.
       01  DESED-DIGITO REDEFINES DESED-DIGITO-X PIC 9.

      *****SUELDOS DEL GRUPO EN CURSO; EL SORT LOS ENTREGA POR SEXO Y
      *****SUELDO, ASI QUE LA MEDIANA DE CADA SEXO SALE POR POSICION
       01  TABLA-GRUPO.
           03  GR-SUELDO OCCURS 2000 TIMES PIC 9(05)V99.
       77  GRUPO-TOTAL         PIC 9(04) VALUE 0.

      *****1 = HOMBRES, 2 = MUJERES, 3 = NO DECLARADO O SIN CAPTURA
       01  TABLA-SEXOS.
           03  SX-OC OCCURS 3 TIMES.
               05  SX-CUENTA       PIC 9(04).
               05  SX-PRIMERO      PIC 9(04).
               05  SX-SUMA         PIC 9(09)V99.
               05  SX-PROMEDIO     PIC 9(07)V99.
               05  SX-MEDIANA      PIC 9(07)V99.

      *****PLANTILLA Y MOVIMIENTOS DEL ANIO POR SEXO
       01  TABLA-MOVIMIENTOS.
           03  MOV-OC OCCURS 3 TIMES.
               05  MOV-PLANTILLA   PIC 9(05).
               05  MOV-AUMENTOS    PIC 9(05).
               05  MOV-SUMA-PORC   PIC 9(08)V99.
               05  MOV-PROMOCIONES PIC 9(05).

       01  NOMBRES-SEXO-VALORES.
           03  FILLER              PIC X(13) VALUE "HOMBRES".
           03  FILLER              PIC X(13) VALUE "MUJERES".
           03  FILLER              PIC X(13) VALUE "NO DECLARADO".
       01  NOMBRES-SEXO REDEFINES NOMBRES-SEXO-VALORES.
           03  NOMBRE-SEXO OCCURS 3 TIMES PIC X(13).

       01  TITULO-EQU-1.
           05  FILLER              PIC X(40) VALUE
               "REPORTE DE EQUIDAD SALARIAL POR PUESTO Y".
           05  FILLER              PIC X(06) VALUE " SEXO ".
           05  FILLER              PIC X(09) VALUE "   FECHA ".
           05  TEQU-FECHA          PIC 9(08).
           05  FILLER              PIC X(21) VALUE
               "   UMBRAL DE BRECHA: ".
           05  TEQU-UMBRAL         PIC ZZ9.99.
           05  FILLER              PIC X(01) VALUE "%".
       01  TITULO-SECCION.
           05  FILLER              PIC X(05) VALUE "*****".
           05  FILLER              PIC X(01) VALUE SPACES.
           05  TSEC-TEXTO          PIC X(50).
       01  TITULO-PUESTO.
           05  FILLER              PIC X(08) VALUE "PUESTO: ".
           05  TPUE-CLAVE          PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  TPUE-DESCRIPCION    PIC X(20).
           05  FILLER              PIC X(09) VALUE "  BANDA: ".
           05  TPUE-MINIMO         PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(03) VALUE " - ".
           05  TPUE-MAXIMO         PIC ZZ,ZZ9.99.
       01  TITULO-DPTO.
           05  FILLER              PIC X(14) VALUE "DEPARTAMENTO: ".
           05  TDPT-CLAVE          PIC X(03).
       01  TITULO-DETALLE.
           05  FILLER              PIC X(40) VALUE
               "  NOMINA NOMBRE               DPTO SEXO ".
           05  FILLER              PIC X(40) VALUE
               "    SUELDO  POSICION EN BANDA".
       01  DETALLE-EQU.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DEQU-NOMINA         PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DEQU-NOMBRE         PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DEQU-DPTO           PIC X(03).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  DEQU-SEXO           PIC X(01).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  DEQU-SUELDO         PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  DEQU-POSICION       PIC ----9.9.
           05  DEQU-POSICION-X REDEFINES DEQU-POSICION PIC X(07).
           05  DEQU-PORCIENTO      PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DEQU-MARCA          PIC X(15).
       01  RESUMEN-SEXO.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RSX-SEXO            PIC X(13).
           05  FILLER              PIC X(12) VALUE " PLANTILLA: ".
           05  RSX-CUENTA          PIC ZZZ9.
           05  FILLER              PIC X(12) VALUE "  PROMEDIO: ".
           05  RSX-PROMEDIO        PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(11) VALUE "  MEDIANA: ".
           05  RSX-MEDIANA         PIC Z,ZZZ,ZZ9.99.
       01  RESUMEN-BRECHA.
           05  FILLER              PIC X(25) VALUE
               "  BRECHA H/M   PROMEDIO: ".
           05  RBR-PROMEDIO        PIC ----9.99.
           05  FILLER              PIC X(12) VALUE "%  MEDIANA: ".
           05  RBR-MEDIANA         PIC ----9.99.
           05  FILLER              PIC X(03) VALUE "%  ".
           05  RBR-MARCA           PIC X(24).
       01  RESUMEN-SIN-BRECHA.
           05  FILLER              PIC X(40) VALUE
               "  BRECHA H/M: NO APLICA (SOLO HAY UN SEX".
           05  FILLER              PIC X(10) VALUE "O DECLARA".
           05  FILLER              PIC X(03) VALUE "DO)".
       01  DETALLE-MOV.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DMOV-SEXO           PIC X(13).
           05  FILLER              PIC X(12) VALUE " PLANTILLA: ".
           05  DMOV-PLANTILLA      PIC ZZZZ9.
           05  FILLER              PIC X(12) VALUE "  AUMENTOS: ".
           05  DMOV-AUMENTOS       PIC ZZZZ9.
           05  FILLER              PIC X(20) VALUE
               "  AUMENTO PROMEDIO: ".
           05  DMOV-PORC           PIC ZZ9.99.
           05  FILLER              PIC X(17) VALUE
               "%  PROMOCIONES: ".
           05  DMOV-PROMOCIONES    PIC ZZZZ9.
           05  FILLER              PIC X(16) VALUE
               "  POR CADA 100: ".
           05  DMOV-TASA           PIC ZZ9.9.

       PROCEDURE DIVISION.
      *****EQUIDAD SALARIAL: LA PLANTILLA DE EMPINX SE CRUZA CON EL
      *****PUESTO Y EL SEXO DEL SATELITE (4DATABC) Y SALE POR PUESTO,
      *****CON CADA PERSONA UBICADA EN LA BANDA DEL CATALOGO, Y POR
      *****DEPARTAMENTO; DE CADA GRUPO SE DA PLANTILLA, PROMEDIO Y
      *****MEDIANA POR SEXO Y LA BRECHA ENTRE HOMBRES Y MUJERES SOBRE
      *****EL SUELDO DE LOS HOMBRES. AL FINAL, LOS AUMENTOS Y
      *****PROMOCIONES DEL ANIO QUE QUEDARON EN EMPINXHIST
       MAIN-PROCEDURE.
           ACCEPT FECHA-SIS FROM DATE.
           COMPUTE FECHA-HOY-LARGA = 20000000
               + FECHA-SIS-AA * 10000
               + FECHA-SIS-MM * 100 + FECHA-SIS-DD.
           MOVE 0 TO ANIO-REPORTE.
           DISPLAY "ANIO DE LOS MOVIMIENTOS (AAAA, 0 = ACTUAL)".
           ACCEPT ANIO-REPORTE.
           IF ANIO-REPORTE = 0
               MOVE FECHA-HOY-LARGA(1:4) TO ANIO-REPORTE
           END-IF.
           PERFORM CARGAR-PARAMETROS.
           INITIALIZE TABLA-MOVIMIENTOS.
           OPEN INPUT EMPINX.
           OPEN INPUT EMPDATOS.
           OPEN INPUT PUESTOS.
           OPEN OUTPUT REPORTE.
           MOVE FECHA-HOY-LARGA TO TEQU-FECHA.
           MOVE UMBRAL-BRECHA   TO TEQU-UMBRAL.
           WRITE REPORTE-REG FROM TITULO-EQU-1 BEFORE 2 LINES.
           MOVE "P" TO AGRUPACION.
           SORT EQUSORT ON ASCENDING KEY EQ-GRUPO EQ-SEXO EQ-SUELDO
               INPUT PROCEDURE JUNTAR-PLANTILLA
               OUTPUT PROCEDURE RESUMIR-GRUPOS.
           MOVE "D" TO AGRUPACION.
           SORT EQUSORT ON ASCENDING KEY EQ-GRUPO EQ-SEXO EQ-SUELDO
               INPUT PROCEDURE JUNTAR-PLANTILLA
               OUTPUT PROCEDURE RESUMIR-GRUPOS.
           PERFORM MOVIMIENTOS-ANIO.
           CLOSE EMPINX.
           CLOSE EMPDATOS.
           CLOSE PUESTOS.
           CLOSE REPORTE.
           DISPLAY "EMPLEADOS EN EL REPORTE: " CONT-EMPLEADOS.
           DISPLAY "PUESTOS SOBRE EL UMBRAL: " CONT-PUESTOS-MARCADOS.
           DISPLAY "DEPARTAMENTOS SOBRE EL UMBRAL: "
               CONT-DPTOS-MARCADOS.
           IF CONT-SIN-SEXO > 0
               DISPLAY "EMPLEADOS SIN SEXO CAPTURADO: " CONT-SIN-SEXO
                   " (VER FALTANTES EN 4DATABC)"
           END-IF.
           IF CONT-EMPLEADOS = 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      *******************************************************************
      *                            PARAMETROS
      *******************************************************************
       CARGAR-PARAMETROS.
           OPEN INPUT PARAMET.
           MOVE "BRECHA-PCT" TO PARM-CODIGO-BUSCADO.
           PERFORM BUSCAR-PARAMETRO.
           IF PARM-HALLADO = 1 AND PARM-VALOR-VIGENTE > 0
               MOVE PARM-VALOR-VIGENTE TO UMBRAL-BRECHA.
           CLOSE PARAMET.

      *****DEJA EN PARM-VALOR-VIGENTE EL VALOR CON LA VIGENCIA MAS
      *****RECIENTE QUE NO SEA FUTURA
       BUSCAR-PARAMETRO.
           MOVE 0 TO PARM-HALLADO.
           MOVE 0 TO PARM-VIG-ELEGIDA.
           MOVE 0 TO PARAMET-EOF.
           MOVE PARM-CODIGO-BUSCADO TO PAR-CODIGO.
           MOVE 0 TO PAR-VIGENCIA.
           START PARAMET KEY IS NOT LESS THAN PAR-LLAVE
               INVALID KEY MOVE 1 TO PARAMET-EOF.
           PERFORM UNTIL PARAMET-EOF = 1
               READ PARAMET NEXT RECORD
                   AT END
                       MOVE 1 TO PARAMET-EOF
                   NOT AT END
                       IF PAR-CODIGO NOT = PARM-CODIGO-BUSCADO
                           MOVE 1 TO PARAMET-EOF
                       ELSE
                           IF PAR-VIGENCIA <= FECHA-HOY-LARGA
                               AND PAR-VIGENCIA >= PARM-VIG-ELEGIDA
                               MOVE PAR-VIGENCIA TO PARM-VIG-ELEGIDA
                               MOVE PAR-VALOR TO PARM-VALOR-VIGENTE
                               MOVE 1 TO PARM-HALLADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *******************************************************************
      *                      MOVIMIENTOS DEL ANIO
      *******************************************************************
      *****AUMENTO ES TODO CAMBIO DE EMPINX-SUELDO HACIA ARRIBA SOBRE
      *****UN SUELDO ANTERIOR (EL ALTA NO CUENTA); PROMOCION ES TODO
      *****CAMBIO DE CLAVE DE PUESTO QUE 4DATABC DEJA COMO DAT-PUESTO
      *****SOBRE UN PUESTO YA CAPTURADO
       MOVIMIENTOS-ANIO.
           MOVE 0 TO HIST-EOF.
           OPEN INPUT EMPINXHIST.
           PERFORM UNTIL HIST-EOF = 1
               READ EMPINXHIST
                   AT END
                       MOVE 1 TO HIST-EOF
                   NOT AT END
                       IF HIST-FECHA(1:2) = ANIO-REPORTE(3:2)
                           PERFORM REVISAR-MOVIMIENTO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EMPINXHIST.
           MOVE "AUMENTOS Y PROMOCIONES DEL ANIO" TO TSEC-TEXTO.
           MOVE ANIO-REPORTE TO TSEC-TEXTO(33:4).
           WRITE REPORTE-REG FROM TITULO-SECCION BEFORE 2 LINES.
           PERFORM VARYING I-SX FROM 1 BY 1 UNTIL I-SX > 3
               PERFORM IMPRIMIR-MOVIMIENTOS
           END-PERFORM.

       REVISAR-MOVIMIENTO.
           IF HIST-CAMPO = "EMPINX-SUELDO"
               MOVE HIST-VALOR-ANTES TO DESED-TEXTO
               PERFORM DESEDITAR-IMPORTE
               MOVE DESED-RESULTADO TO SUELDO-ANTES
               MOVE HIST-VALOR-DESPUES TO DESED-TEXTO
               PERFORM DESEDITAR-IMPORTE
               MOVE DESED-RESULTADO TO SUELDO-DESPUES
               IF SUELDO-ANTES > 0 AND SUELDO-DESPUES > SUELDO-ANTES
                   PERFORM SEXO-DEL-MOVIMIENTO
                   ADD 1 TO MOV-AUMENTOS(I-SX)
                   COMPUTE PORC-AUMENTO ROUNDED =
                       (SUELDO-DESPUES - SUELDO-ANTES) * 100
                       / SUELDO-ANTES
                   ADD PORC-AUMENTO TO MOV-SUMA-PORC(I-SX)
               END-IF
           ELSE IF HIST-CAMPO = "DAT-PUESTO"
               IF HIST-VALOR-ANTES NOT = SPACES
                   AND HIST-VALOR-ANTES(1:4) NOT =
                       HIST-VALOR-DESPUES(1:4)
                   PERFORM SEXO-DEL-MOVIMIENTO
                   ADD 1 TO MOV-PROMOCIONES(I-SX)
               END-IF
           END-IF.

       SEXO-DEL-MOVIMIENTO.
           MOVE HIST-NOMINA TO DAT-NOMINA.
           MOVE 1 TO EXISTE-DATOS.
           READ EMPDATOS INVALID KEY MOVE 0 TO EXISTE-DATOS.
           IF EXISTE-DATOS = 0
               MOVE SPACES TO DAT-SEXO
           END-IF.
           PERFORM INDICE-SEXO.

       INDICE-SEXO.
           IF DAT-SEXO = "H"
               MOVE 1 TO I-SX
           ELSE IF DAT-SEXO = "M"
               MOVE 2 TO I-SX
           ELSE
               MOVE 3 TO I-SX
           END-IF.

       IMPRIMIR-MOVIMIENTOS.
           MOVE NOMBRE-SEXO(I-SX)      TO DMOV-SEXO.
           MOVE MOV-PLANTILLA(I-SX)    TO DMOV-PLANTILLA.
           MOVE MOV-AUMENTOS(I-SX)     TO DMOV-AUMENTOS.
           MOVE MOV-PROMOCIONES(I-SX)  TO DMOV-PROMOCIONES.
           MOVE 0 TO DMOV-PORC.
           IF MOV-AUMENTOS(I-SX) > 0
               COMPUTE DMOV-PORC ROUNDED =
                   MOV-SUMA-PORC(I-SX) / MOV-AUMENTOS(I-SX)
           END-IF.
           MOVE 0 TO DMOV-TASA.
           IF MOV-PLANTILLA(I-SX) > 0
               COMPUTE DMOV-TASA ROUNDED =
                   MOV-PROMOCIONES(I-SX) * 100 / MOV-PLANTILLA(I-SX)
           END-IF.
           WRITE REPORTE-REG FROM DETALLE-MOV BEFORE 1 LINES.

       DESEDITAR-IMPORTE.
           MOVE 0 TO DESED-ENTERO.
           MOVE 0 TO DESED-CENT.
           MOVE 0 TO DESED-NEGATIVO.
           MOVE 0 TO DESED-PUNTO.
           MOVE 0 TO DESED-NCENT.
           PERFORM VARYING I-DESED FROM 1 BY 1 UNTIL I-DESED > 15
               MOVE DESED-TEXTO(I-DESED:1) TO DESED-DIGITO-X
               IF DESED-DIGITO-X = "-"
                   MOVE 1 TO DESED-NEGATIVO
               ELSE IF DESED-DIGITO-X = "."
                   MOVE 1 TO DESED-PUNTO
               ELSE IF DESED-DIGITO-X NUMERIC
                   IF DESED-PUNTO = 0
                       COMPUTE DESED-ENTERO =
                           DESED-ENTERO * 10 + DESED-DIGITO
                   ELSE IF DESED-NCENT < 2
                       COMPUTE DESED-CENT =
                           DESED-CENT * 10 + DESED-DIGITO
                       ADD 1 TO DESED-NCENT
                   END-IF
               END-IF
           END-PERFORM.
           IF DESED-NCENT = 1
               MULTIPLY 10 BY DESED-CENT.
           COMPUTE DESED-RESULTADO = DESED-ENTERO + DESED-CENT / 100.
           IF DESED-NEGATIVO = 1
               COMPUTE DESED-RESULTADO = DESED-RESULTADO * -1.

      *******************************************************************
      *                       PLANTILLA AL SORT
      *******************************************************************
      *****QUIEN NO TIENE SATELITE O NO CAPTURO SEXO VA CON LOS NO
      *****DECLARADOS; SIN PUESTO QUEDA EN EL GRUPO EN BLANCO
       JUNTAR-PLANTILLA SECTION.
           MOVE 0 TO EMPINX-EOF.
           MOVE 0 TO EMPINX-NOMINA.
           START EMPINX KEY IS NOT LESS THAN EMPINX-NOMINA
               INVALID KEY MOVE 1 TO EMPINX-EOF.
           PERFORM UNTIL EMPINX-EOF = 1
               READ EMPINX NEXT RECORD
                   AT END
                       MOVE 1 TO EMPINX-EOF
                   NOT AT END
                       PERFORM SOLTAR-EMPLEADO
               END-READ
           END-PERFORM.
           GO TO FIN-JUNTAR.

       SOLTAR-EMPLEADO.
           MOVE EMPINX-NOMINA TO DAT-NOMINA.
           MOVE 1 TO EXISTE-DATOS.
           READ EMPDATOS INVALID KEY MOVE 0 TO EXISTE-DATOS.
           IF EXISTE-DATOS = 0
               MOVE SPACES TO DAT-PUESTO
               MOVE SPACES TO DAT-SEXO
           END-IF.
           PERFORM INDICE-SEXO.
           IF I-SX = 3
               MOVE "N" TO EQ-SEXO
           ELSE
               MOVE DAT-SEXO TO EQ-SEXO
           END-IF.
           IF AGRUPACION = "P"
               MOVE DAT-PUESTO(1:4) TO EQ-GRUPO
               ADD 1 TO CONT-EMPLEADOS
               ADD 1 TO MOV-PLANTILLA(I-SX)
               IF DAT-SEXO = SPACES
                   ADD 1 TO CONT-SIN-SEXO
               END-IF
           ELSE
               MOVE SPACES      TO EQ-GRUPO
               MOVE EMPINX-DPTO TO EQ-GRUPO(1:3)
           END-IF.
           MOVE EMPINX-SUELDO TO EQ-SUELDO.
           MOVE EMPINX-NOMINA TO EQ-NOMINA.
           MOVE EMPINX-NOMBRE TO EQ-NOMBRE.
           MOVE EMPINX-DPTO   TO EQ-DPTO.
           RELEASE EQUSORT-REG.

       FIN-JUNTAR.

      *******************************************************************
      *                        CORTES POR GRUPO
      *******************************************************************
       RESUMIR-GRUPOS SECTION.
           MOVE 0 TO EQUSORT-EOF.
           MOVE 0 TO HAY-GRUPO.
           IF AGRUPACION = "P"
               MOVE "PLANTILLA POR PUESTO" TO TSEC-TEXTO
           ELSE
               MOVE "RESUMEN POR DEPARTAMENTO" TO TSEC-TEXTO
           END-IF.
           WRITE REPORTE-REG FROM TITULO-SECCION BEFORE 2 LINES.
           PERFORM LEER-EQUSORT.
           PERFORM RESUMIR-UNO UNTIL EQUSORT-EOF = 1.
           IF HAY-GRUPO = 1
               PERFORM CORTE-GRUPO
           END-IF.
           GO TO FIN-RESUMIR.

       RESUMIR-UNO.
           IF HAY-GRUPO = 0 OR EQ-GRUPO NOT = GRUPO-ANTERIOR
               IF HAY-GRUPO = 1
                   PERFORM CORTE-GRUPO
               END-IF
               PERFORM ABRIR-GRUPO
           END-IF.
           PERFORM ACUMULAR-EMPLEADO.
           IF AGRUPACION = "P"
               PERFORM IMPRIMIR-EMPLEADO
           END-IF.
           PERFORM LEER-EQUSORT.

       LEER-EQUSORT.
           RETURN EQUSORT AT END MOVE 1 TO EQUSORT-EOF.

      *****LA BANDA DEL PUESTO SE LEE UNA VEZ POR GRUPO; SIN CATALOGO
      *****O CON PUESTO DE TEXTO LIBRE NO HAY BANDA CONTRA QUE MEDIR
       ABRIR-GRUPO.
           MOVE 1 TO HAY-GRUPO.
           MOVE EQ-GRUPO TO GRUPO-ANTERIOR.
           MOVE 0 TO GRUPO-TOTAL.
           INITIALIZE TABLA-SEXOS.
           IF AGRUPACION = "P"
               MOVE EQ-GRUPO TO TPUE-CLAVE
               MOVE 0 TO TPUE-MINIMO
               MOVE 0 TO TPUE-MAXIMO
               MOVE 0 TO HAY-BANDA
               IF EQ-GRUPO = SPACES
                   MOVE "SIN PUESTO CAPTURADO" TO TPUE-DESCRIPCION
               ELSE
                   MOVE EQ-GRUPO TO PUE-CLAVE
                   MOVE 1 TO HAY-BANDA
                   READ PUESTOS INVALID KEY MOVE 0 TO HAY-BANDA
                   END-READ
                   IF HAY-BANDA = 1
                       MOVE PUE-DESCRIPCION TO TPUE-DESCRIPCION
                       MOVE PUE-SUELDO-MIN  TO TPUE-MINIMO
                       MOVE PUE-SUELDO-MAX  TO TPUE-MAXIMO
                   ELSE
                       MOVE "SIN CATALOGO" TO TPUE-DESCRIPCION
                   END-IF
               END-IF
               WRITE REPORTE-REG FROM TITULO-PUESTO BEFORE 2 LINES
               WRITE REPORTE-REG FROM TITULO-DETALLE BEFORE 1 LINES
           ELSE
               MOVE EQ-GRUPO TO TDPT-CLAVE
               WRITE REPORTE-REG FROM TITULO-DPTO BEFORE 1 LINES
           END-IF.

       ACUMULAR-EMPLEADO.
           MOVE EQ-SEXO TO DAT-SEXO.
           PERFORM INDICE-SEXO.
           IF GRUPO-TOTAL >= 2000
               DISPLAY "CAPACIDAD DEL GRUPO EXCEDIDA (2000): "
                   EQ-GRUPO
           ELSE
               ADD 1 TO GRUPO-TOTAL
               MOVE EQ-SUELDO TO GR-SUELDO(GRUPO-TOTAL)
               IF SX-CUENTA(I-SX) = 0
                   MOVE GRUPO-TOTAL TO SX-PRIMERO(I-SX)
               END-IF
               ADD 1 TO SX-CUENTA(I-SX)
               ADD EQ-SUELDO TO SX-SUMA(I-SX)
           END-IF.

      *****POSICION EN LA BANDA: 0% ES EL MINIMO DEL PUESTO Y 100% EL
      *****MAXIMO; FUERA DE ESE RANGO SE SENALA
       IMPRIMIR-EMPLEADO.
           MOVE EQ-NOMINA TO DEQU-NOMINA.
           MOVE EQ-NOMBRE TO DEQU-NOMBRE.
           MOVE EQ-DPTO   TO DEQU-DPTO.
           MOVE EQ-SEXO   TO DEQU-SEXO.
           MOVE EQ-SUELDO TO DEQU-SUELDO.
           MOVE SPACES TO DEQU-MARCA.
           IF HAY-BANDA = 1 AND PUE-SUELDO-MAX > PUE-SUELDO-MIN
               COMPUTE POSICION-BANDA ROUNDED =
                   (EQ-SUELDO - PUE-SUELDO-MIN) * 100
                   / (PUE-SUELDO-MAX - PUE-SUELDO-MIN)
               MOVE POSICION-BANDA TO DEQU-POSICION
               MOVE "%" TO DEQU-PORCIENTO
               IF EQ-SUELDO < PUE-SUELDO-MIN
                   MOVE "DEBAJO DE BANDA" TO DEQU-MARCA
               ELSE IF EQ-SUELDO > PUE-SUELDO-MAX
                   MOVE "ENCIMA DE BANDA" TO DEQU-MARCA
               END-IF
           ELSE
               MOVE SPACES TO DEQU-POSICION-X
               MOVE SPACES TO DEQU-PORCIENTO
               MOVE "SIN BANDA" TO DEQU-MARCA
           END-IF.
           WRITE REPORTE-REG FROM DETALLE-EQU BEFORE 1 LINES.

      *****MEDIANA POR POSICION DENTRO DE LOS SUELDOS DE CADA SEXO;
      *****CON CUENTA PAR ES EL PROMEDIO DE LOS DOS CENTRALES
       CORTE-GRUPO.
           PERFORM VARYING I-SX FROM 1 BY 1 UNTIL I-SX > 3
               IF SX-CUENTA(I-SX) > 0
                   PERFORM CALCULAR-SEXO
                   MOVE NOMBRE-SEXO(I-SX) TO RSX-SEXO
                   MOVE SX-CUENTA(I-SX)   TO RSX-CUENTA
                   MOVE SX-PROMEDIO(I-SX) TO RSX-PROMEDIO
                   MOVE SX-MEDIANA(I-SX)  TO RSX-MEDIANA
                   WRITE REPORTE-REG FROM RESUMEN-SEXO BEFORE 1 LINES
               END-IF
           END-PERFORM.
           IF SX-CUENTA(1) > 0 AND SX-CUENTA(2) > 0
               AND SX-PROMEDIO(1) > 0
               PERFORM CALCULAR-BRECHA
               WRITE REPORTE-REG FROM RESUMEN-BRECHA BEFORE 2 LINES
           ELSE
               WRITE REPORTE-REG FROM RESUMEN-SIN-BRECHA
                   BEFORE 2 LINES
           END-IF.

       CALCULAR-SEXO.
           COMPUTE SX-PROMEDIO(I-SX) ROUNDED =
               SX-SUMA(I-SX) / SX-CUENTA(I-SX).
           COMPUTE MITAD = SX-CUENTA(I-SX) / 2.
           COMPUTE I-GR = SX-PRIMERO(I-SX) + MITAD.
           IF MITAD * 2 = SX-CUENTA(I-SX)
               COMPUTE SX-MEDIANA(I-SX) ROUNDED =
                   (GR-SUELDO(I-GR - 1) + GR-SUELDO(I-GR)) / 2
           ELSE
               MOVE GR-SUELDO(I-GR) TO SX-MEDIANA(I-SX)
           END-IF.

      *****LA BRECHA SE MIDE SOBRE EL SUELDO DE LOS HOMBRES: POSITIVA
      *****CUANDO LAS MUJERES GANAN MENOS
       CALCULAR-BRECHA.
           COMPUTE BRECHA-PROMEDIO ROUNDED =
               (SX-PROMEDIO(1) - SX-PROMEDIO(2)) * 100
               / SX-PROMEDIO(1).
           MOVE 0 TO BRECHA-MEDIANA.
           IF SX-MEDIANA(1) > 0
               COMPUTE BRECHA-MEDIANA ROUNDED =
                   (SX-MEDIANA(1) - SX-MEDIANA(2)) * 100
                   / SX-MEDIANA(1)
           END-IF.
           MOVE BRECHA-PROMEDIO TO RBR-PROMEDIO.
           MOVE BRECHA-MEDIANA  TO RBR-MEDIANA.
           MOVE SPACES TO RBR-MARCA.
           IF BRECHA-PROMEDIO > UMBRAL-BRECHA
               OR BRECHA-PROMEDIO < UMBRAL-BRECHA * -1
               MOVE "*** REBASA EL UMBRAL ***" TO RBR-MARCA
               IF AGRUPACION = "P"
                   ADD 1 TO CONT-PUESTOS-MARCADOS
               ELSE
                   ADD 1 TO CONT-DPTOS-MARCADOS
               END-IF
           END-IF.

       FIN-RESUMIR.

       END PROGRAM 5EQUREP.
