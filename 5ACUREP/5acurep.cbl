      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 5ACUREP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL NOMDET ASSIGN TO "NOMDET"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ND-LLAVE.
           SELECT PERIODOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PER-PERIODO.
           SELECT EMPINX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPINX-NOMINA.
           SELECT OPTIONAL RESPALDO-BAJAS ASSIGN TO DISK.
           SELECT OPTIONAL CONCEPTOS ASSIGN TO DISK.
           SELECT OPTIONAL EMPRESACT ASSIGN TO "EMPRESACT".
           SELECT REPORTE ASSIGN TO "ACUREP".
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *****MISMO LAYOUT QUE EL NOMDET DE 6EMPNOMV3
       FD  NOMDET.
       01  NOMDET-REG.
           03  ND-LLAVE.
               05  ND-PERIODO      PIC 9(06).
               05  ND-NOMINA       PIC 9(06).
               05  ND-CLAVE        PIC XX.
           03  ND-TIPO             PIC X(01).
           03  ND-IMPORTE          PIC 9(08)V99.
           03  ND-DIAS             PIC 9(03).
           03  ND-EXENTO           PIC 9(08)V99.
           03  ND-GRAVADO          PIC 9(08)V99.
           03  ND-DPTO             PIC X(03).
           03  ND-EMPRESA          PIC X(03).

      *****MISMO LAYOUT QUE EL PERIODOS DE 4PERABC
       FD  PERIODOS.
       01  PERIODOS-REG.
           03  PER-PERIODO         PIC 9(06).
           03  PER-ESTADO          PIC X(10).
           03  PER-FEC-INICIO      PIC 9(08).
           03  PER-FEC-FIN         PIC 9(08).

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

      *****MISMO LAYOUT QUE EL RESPALDO-BAJAS DE 4EMPABC; DA NOMBRE Y
      *****RFC DE QUIEN YA NO ESTA EN EMPINX
       FD  RESPALDO-BAJAS.
       01  RESPALDO-BAJAS-REG.
           03  RB-NOMINA           PIC 9(06).
           03  RB-NOMBRE           PIC X(20).
           03  RB-DPTO             PIC X(03).
           03  RB-SUELDO           PIC S9(05)V99.
           03  RB-RFC              PIC X(13).
           03  RB-RESTO            PIC X(77).

      *****MISMO LAYOUT QUE EL CONCEPTOS DE 4CONABC
       FD  CONCEPTOS.
       01  CONCEPTOS-REG.
           03  CONC-CLAVE          PIC XX.
           03  CONC-LABEL          PIC X(13).
           03  CONC-BUCKET         PIC X(01).
           03  CONC-TOPE           PIC 9(08).
           03  CONC-EXENCION       PIC X(01).
           03  CONC-UMAS           PIC 9(03)V99.
           03  CONC-PORC-EXENTO    PIC 9(03).

      *****MISMO LAYOUT QUE EL EMPRESACT DE 4RAZABC
       FD  EMPRESACT.
       01  EMPRESACT-REG.
           03  EA-CLAVE            PIC X(03).
           03  EA-RAZON            PIC X(30).
           03  EA-RFC              PIC X(13).
           03  EA-REGPAT           PIC X(11).

       FD  REPORTE.
       01  REPORTE-REG             PIC X(132).

       WORKING-STORAGE SECTION.
       77  ANIO-TARJETA        PIC 9(04).
       77  ALCANCE             PIC X(01).
       77  NOMINA-PEDIDA       PIC 9(06).
       77  DPTO-PEDIDO         PIC X(03).
       77  EMPRESA-PEDIDA      PIC X(03).
       77  EMPRESA-ACTIVA      PIC X(03) VALUE SPACES.
       77  RAZON-ACTIVA        PIC X(30) VALUE SPACES.
       77  NOMDET-EOF          PIC 9.
       77  PERIODOS-EOF        PIC 9.
       77  CONCEPTOS-EOF       PIC 9.
       77  RESPALDO-EOF        PIC 9.
       77  EXISTE-NOMINA       PIC 9.
       77  RENGLON-ELEGIDO     PIC 9.
       77  CONT-TARJETAS       PIC 9(05) VALUE 0.

      *****PERIODOS CUYO CIERRE CAE EN EL ANIO Y SU MES; EL MES DEL
      *****PERIODO ES EL DE SU FECHA FIN, IGUAL QUE EN 5COSREP
       01  TABLA-PERIODOS.
           03  TP-OC OCCURS 60 TIMES.
               05  TP-PERIODO      PIC 9(06).
               05  TP-MES          PIC 9(02).
       77  PERIODOS-TOTAL      PIC 9(02) VALUE 0.
       77  I-PER               PIC 9(02).

      *****NOMINAS CON MOVIMIENTO EN EL ANIO, EN ORDEN DE NOMINA
       01  TABLA-NOMINAS.
           03  TN-NOMINA OCCURS 2000 TIMES PIC 9(06).
       77  NOMINAS-TOTAL       PIC 9(04) VALUE 0.
       77  I-NOM               PIC 9(04).
       77  J-NOM               PIC 9(04).
       77  NOMINA-HALLADA      PIC 9.

      *****CATALOGO DE CONCEPTOS PARA LA ETIQUETA DE CADA CLAVE
       01  TABLA-CATALOGO.
           03  CAT-OC OCCURS 99 TIMES.
               05  CAT-CLAVE       PIC XX.
               05  CAT-LABEL       PIC X(13).
       77  CATALOGO-TOTAL      PIC 9(02) VALUE 0.
       77  I-CAT               PIC 9(02).

      *****RENGLONES DE LA TARJETA EN CURSO: UNO POR CLAVE, ORDENADOS
      *****POR BOLSA Y CLAVE, CON EL IMPORTE DE CADA MES
       01  TABLA-CLAVES.
           03  TCL-OC OCCURS 99 TIMES.
               05  TCL-ORDEN.
                   07  TCL-TIPO        PIC X(01).
                   07  TCL-CLAVE       PIC XX.
               05  TCL-MES OCCURS 12 TIMES PIC 9(08)V99.
               05  TCL-TOTAL           PIC 9(09)V99.
       77  CLAVES-TOTAL        PIC 9(02) VALUE 0.
       77  I-CLA               PIC 9(02).
       77  J-CLA               PIC 9(02).
       01  ORDEN-BUSCADO.
           03  ORDEN-TIPO          PIC X(01).
           03  ORDEN-CLAVE         PIC XX.

      *****RENGLONES DE RESUMEN DE LA TARJETA
       01  TABLA-RESUMEN.
           03  RES-OC OCCURS 5 TIMES.
               05  RES-MES OCCURS 12 TIMES PIC S9(08)V99.
               05  RES-TOTAL           PIC S9(09)V99.
       77  I-RES               PIC 9.
       77  I-MES               PIC 9(02).
       77  MES-RENGLON         PIC 9(02).
       77  PESOS-MES           PIC S9(08).

       01  TITULO-TAR-1.
           05  FILLER              PIC X(30) VALUE
               "TARJETA DE ACUMULADOS DEL ANIO".
           05  FILLER              PIC X(01) VALUE SPACES.
           05  TTAR-ANIO           PIC 9(04).
           05  FILLER              PIC X(05) VALUE SPACES.
           05  TTAR-EMPRESA        PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  TTAR-RAZON          PIC X(30).
       01  TITULO-TAR-2.
           05  FILLER              PIC X(08) VALUE "NOMINA: ".
           05  TTAR-NOMINA         PIC 9(06).
           05  FILLER              PIC X(10) VALUE "  NOMBRE: ".
           05  TTAR-NOMBRE         PIC X(20).
           05  FILLER              PIC X(07) VALUE "  RFC: ".
           05  TTAR-RFC            PIC X(13).
           05  FILLER              PIC X(08) VALUE "  DPTO: ".
           05  TTAR-DPTO           PIC X(03).
       01  TITULO-TAR-3.
           05  FILLER              PIC X(17) VALUE
               "CV CONCEPTO".
           05  FILLER              PIC X(48) VALUE
               "    ENE     FEB     MAR     ABR     MAY     JUN ".
           05  FILLER              PIC X(48) VALUE
               "    JUL     AGO     SEP     OCT     NOV     DIC ".
           05  FILLER              PIC X(13) VALUE
               "  TOTAL ANUAL".
       01  DETALLE-TAR.
           05  DTAR-CLAVE          PIC XX.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTAR-LABEL          PIC X(13).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DTAR-MESES OCCURS 12 TIMES.
               07  DTAR-MES        PIC ZZZ,ZZ9-.
           05  DTAR-TOTAL          PIC ZZ,ZZZ,ZZ9.99-.
       01  NOTA-TAR.
           05  FILLER              PIC X(40) VALUE
               "IMPORTES MENSUALES EN PESOS REDONDEADOS;".
           05  FILLER              PIC X(40) VALUE
               " EL TOTAL ANUAL LLEVA CENTAVOS".

       PROCEDURE DIVISION.
      *****TARJETA DE ACUMULADOS: POR NOMINA Y ANIO, UN RENGLON POR
      *****CLAVE CON LO APLICADO CADA MES Y SU TOTAL, MAS PERCEPCIONES,
      *****EXENTO, GRAVADO, DEDUCCIONES Y NETO. SE ARMA CON LOS
      *****RESULTADOS APLICADOS (NOMDET), NO CON LOS ACUMULADOS DE
      *****EMPINX QUE 7EMPCIE LIMPIA AL CERRAR EL ANIO. SALE PARA UNA
      *****NOMINA (VENTANILLA) O PARA UN DEPARTAMENTO O LA RAZON
      *****SOCIAL COMPLETA (EXPEDIENTE DE AUDITORIA DE FIN DE ANIO)
       MAIN-PROCEDURE.
           DISPLAY "ANIO (AAAA)".
           ACCEPT ANIO-TARJETA.
           DISPLAY "N = UNA NOMINA, D = UN DEPARTAMENTO,"
               " R = RAZON SOCIAL".
           ACCEPT ALCANCE.
           PERFORM LEER-EMPRESA-ACTIVA.
           IF ALCANCE = "N"
               DISPLAY "NOMINA"
               ACCEPT NOMINA-PEDIDA
           ELSE IF ALCANCE = "D"
               DISPLAY "DEPARTAMENTO"
               ACCEPT DPTO-PEDIDO
           ELSE IF ALCANCE = "R"
               DISPLAY "RAZON SOCIAL (ENTER = " EMPRESA-ACTIVA ")"
               MOVE SPACES TO EMPRESA-PEDIDA
               ACCEPT EMPRESA-PEDIDA
               IF EMPRESA-PEDIDA = SPACES
                   MOVE EMPRESA-ACTIVA TO EMPRESA-PEDIDA
               END-IF
           ELSE
               DISPLAY "ALCANCE INVALIDO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT PERIODOS.
           PERFORM CARGAR-PERIODOS.
           CLOSE PERIODOS.
           IF PERIODOS-TOTAL = 0
               DISPLAY "EL ANIO NO TIENE PERIODOS EN EL MAESTRO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CARGAR-CATALOGO.
           OPEN INPUT NOMDET.
           IF ALCANCE = "N"
               MOVE 1 TO NOMINAS-TOTAL
               MOVE NOMINA-PEDIDA TO TN-NOMINA(1)
           ELSE
               PERFORM VARYING I-PER FROM 1 BY 1
                       UNTIL I-PER > PERIODOS-TOTAL
                   PERFORM JUNTAR-NOMINAS
               END-PERFORM
           END-IF.
           IF RETURN-CODE = 16
               CLOSE NOMDET
               GOBACK
           END-IF.
           OPEN INPUT EMPINX.
           OPEN OUTPUT REPORTE.
           PERFORM VARYING I-NOM FROM 1 BY 1
                   UNTIL I-NOM > NOMINAS-TOTAL
               PERFORM ARMAR-TARJETA
               IF CLAVES-TOTAL > 0
                   PERFORM IMPRIMIR-TARJETA
               END-IF
           END-PERFORM.
           CLOSE NOMDET.
           CLOSE EMPINX.
           CLOSE REPORTE.
           IF CONT-TARJETAS = 0
               DISPLAY "SIN RESULTADOS APLICADOS EN " ANIO-TARJETA
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "TARJETAS IMPRESAS: " CONT-TARJETAS
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      *******************************************************************
      *                       PERIODOS Y CATALOGOS
      *******************************************************************
       LEER-EMPRESA-ACTIVA.
           OPEN INPUT EMPRESACT.
           READ EMPRESACT
               AT END
                   CONTINUE
               NOT AT END
                   MOVE EA-CLAVE TO EMPRESA-ACTIVA
                   MOVE EA-RAZON TO RAZON-ACTIVA
           END-READ.
           CLOSE EMPRESACT.

       CARGAR-PERIODOS.
           MOVE 0 TO PERIODOS-EOF.
           MOVE 0 TO PER-PERIODO.
           START PERIODOS KEY IS NOT LESS THAN PER-PERIODO
               INVALID KEY MOVE 1 TO PERIODOS-EOF.
           PERFORM UNTIL PERIODOS-EOF = 1
               READ PERIODOS NEXT RECORD
                   AT END
                       MOVE 1 TO PERIODOS-EOF
                   NOT AT END
                       IF PER-FEC-FIN(1:4) = ANIO-TARJETA
                           AND PERIODOS-TOTAL < 60
                           ADD 1 TO PERIODOS-TOTAL
                           MOVE PER-PERIODO
                               TO TP-PERIODO(PERIODOS-TOTAL)
                           MOVE PER-FEC-FIN(5:2)
                               TO TP-MES(PERIODOS-TOTAL)
                       END-IF
               END-READ
           END-PERFORM.

       CARGAR-CATALOGO.
           MOVE 0 TO CONCEPTOS-EOF.
           OPEN INPUT CONCEPTOS.
           READ CONCEPTOS AT END MOVE 1 TO CONCEPTOS-EOF.
           PERFORM UNTIL CONCEPTOS-EOF = 1
               IF CATALOGO-TOTAL < 99
                   ADD 1 TO CATALOGO-TOTAL
                   MOVE CONC-CLAVE TO CAT-CLAVE(CATALOGO-TOTAL)
                   MOVE CONC-LABEL TO CAT-LABEL(CATALOGO-TOTAL)
               END-IF
               READ CONCEPTOS AT END MOVE 1 TO CONCEPTOS-EOF
               END-READ
           END-PERFORM.
           CLOSE CONCEPTOS.

      *******************************************************************
      *                     NOMINAS DEL DEPARTAMENTO
      *******************************************************************
      *****EL DEPARTAMENTO Y LA RAZON SOCIAL SON LOS QUE LLEVABA CADA
      *****RENGLON AL APLICARSE: QUIEN CAMBIO DE AREA EN EL ANIO SALE
      *****EN LAS DOS, CON SU TARJETA COMPLETA
       JUNTAR-NOMINAS.
           MOVE 0 TO NOMDET-EOF.
           MOVE TP-PERIODO(I-PER) TO ND-PERIODO.
           MOVE 0      TO ND-NOMINA.
           MOVE SPACES TO ND-CLAVE.
           START NOMDET KEY IS NOT LESS THAN ND-LLAVE
               INVALID KEY MOVE 1 TO NOMDET-EOF.
           PERFORM UNTIL NOMDET-EOF = 1
               READ NOMDET NEXT RECORD
                   AT END
                       MOVE 1 TO NOMDET-EOF
                   NOT AT END
                       IF ND-PERIODO NOT = TP-PERIODO(I-PER)
                           MOVE 1 TO NOMDET-EOF
                       ELSE
                           MOVE 0 TO RENGLON-ELEGIDO
                           IF ALCANCE = "D" AND ND-DPTO = DPTO-PEDIDO
                               MOVE 1 TO RENGLON-ELEGIDO
                           END-IF
                           IF ALCANCE = "R"
                               AND ND-EMPRESA = EMPRESA-PEDIDA
                               MOVE 1 TO RENGLON-ELEGIDO
                           END-IF
                           IF RENGLON-ELEGIDO = 1
                               PERFORM AGREGAR-NOMINA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *****INSERCION ORDENADA SIN DUPLICAR; LA TABLA TIENE TOPE Y SE
      *****ABORTA LIMPIO SI SE REBASA
       AGREGAR-NOMINA.
           MOVE 0 TO NOMINA-HALLADA.
           MOVE 1 TO J-NOM.
           PERFORM UNTIL J-NOM > NOMINAS-TOTAL
                   OR TN-NOMINA(J-NOM) >= ND-NOMINA
               ADD 1 TO J-NOM
           END-PERFORM.
           IF J-NOM <= NOMINAS-TOTAL
               IF TN-NOMINA(J-NOM) = ND-NOMINA
                   MOVE 1 TO NOMINA-HALLADA
               END-IF
           END-IF.
           IF NOMINA-HALLADA = 0
               IF NOMINAS-TOTAL >= 2000
                   DISPLAY "CAPACIDAD DE NOMINAS EXCEDIDA (2000)"
                   MOVE 1 TO NOMDET-EOF
                   MOVE PERIODOS-TOTAL TO I-PER
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM VARYING I-NOM FROM NOMINAS-TOTAL BY -1
                           UNTIL I-NOM < J-NOM
                       MOVE TN-NOMINA(I-NOM) TO TN-NOMINA(I-NOM + 1)
                   END-PERFORM
                   MOVE ND-NOMINA TO TN-NOMINA(J-NOM)
                   ADD 1 TO NOMINAS-TOTAL
               END-IF
           END-IF.

      *******************************************************************
      *                         TARJETA DE UNA NOMINA
      *******************************************************************
      *****LA LLAVE ES PERIODO + NOMINA: POR CADA PERIODO DEL ANIO SE
      *****POSICIONA DIRECTO EN LA NOMINA
       ARMAR-TARJETA.
           MOVE 0 TO CLAVES-TOTAL.
           INITIALIZE TABLA-RESUMEN.
           PERFORM VARYING I-PER FROM 1 BY 1
                   UNTIL I-PER > PERIODOS-TOTAL
               MOVE 0 TO NOMDET-EOF
               MOVE TP-PERIODO(I-PER) TO ND-PERIODO
               MOVE TN-NOMINA(I-NOM)  TO ND-NOMINA
               MOVE SPACES TO ND-CLAVE
               START NOMDET KEY IS NOT LESS THAN ND-LLAVE
                   INVALID KEY MOVE 1 TO NOMDET-EOF
               END-START
               PERFORM UNTIL NOMDET-EOF = 1
                   READ NOMDET NEXT RECORD
                       AT END
                           MOVE 1 TO NOMDET-EOF
                       NOT AT END
                           IF ND-PERIODO NOT = TP-PERIODO(I-PER)
                               OR ND-NOMINA NOT = TN-NOMINA(I-NOM)
                               MOVE 1 TO NOMDET-EOF
                           ELSE
                               PERFORM ACUMULAR-RENGLON
                           END-IF
                   END-READ
               END-PERFORM
           END-PERFORM.

       ACUMULAR-RENGLON.
           MOVE TP-MES(I-PER) TO MES-RENGLON.
           IF MES-RENGLON < 1 OR MES-RENGLON > 12
               MOVE 12 TO MES-RENGLON
           END-IF.
           MOVE ND-TIPO  TO ORDEN-TIPO.
           MOVE ND-CLAVE TO ORDEN-CLAVE.
           PERFORM UBICAR-CLAVE.
           IF I-CLA > 0
               ADD ND-IMPORTE TO TCL-MES(I-CLA, MES-RENGLON)
               ADD ND-IMPORTE TO TCL-TOTAL(I-CLA)
           END-IF.
           IF ND-TIPO = "P"
               ADD ND-IMPORTE TO RES-MES(1, MES-RENGLON)
               ADD ND-EXENTO  TO RES-MES(2, MES-RENGLON)
               ADD ND-GRAVADO TO RES-MES(3, MES-RENGLON)
               ADD ND-IMPORTE TO RES-MES(5, MES-RENGLON)
           ELSE
               ADD ND-IMPORTE TO RES-MES(4, MES-RENGLON)
               SUBTRACT ND-IMPORTE FROM RES-MES(5, MES-RENGLON)
           END-IF.

      *****DEJA EN I-CLA EL RENGLON DE ORDEN-BUSCADO; SI NO EXISTE LO
      *****INSERTA EN SU LUGAR (PERCEPCIONES ANTES QUE DEDUCCIONES)
       UBICAR-CLAVE.
           IF ORDEN-TIPO NOT = "P"
               MOVE "Q" TO ORDEN-TIPO
           END-IF.
           MOVE 1 TO J-CLA.
           PERFORM UNTIL J-CLA > CLAVES-TOTAL
                   OR TCL-ORDEN(J-CLA) >= ORDEN-BUSCADO
               ADD 1 TO J-CLA
           END-PERFORM.
           MOVE 0 TO I-CLA.
           IF J-CLA <= CLAVES-TOTAL
               IF TCL-ORDEN(J-CLA) = ORDEN-BUSCADO
                   MOVE J-CLA TO I-CLA
               END-IF
           END-IF.
           IF I-CLA = 0 AND CLAVES-TOTAL < 99
               PERFORM VARYING I-CLA FROM CLAVES-TOTAL BY -1
                       UNTIL I-CLA < J-CLA
                   MOVE TCL-OC(I-CLA) TO TCL-OC(I-CLA + 1)
               END-PERFORM
               INITIALIZE TCL-OC(J-CLA)
               MOVE ORDEN-BUSCADO TO TCL-ORDEN(J-CLA)
               ADD 1 TO CLAVES-TOTAL
               MOVE J-CLA TO I-CLA
           END-IF.

       IMPRIMIR-TARJETA.
           ADD 1 TO CONT-TARJETAS.
           PERFORM DATOS-EMPLEADO.
           MOVE ANIO-TARJETA   TO TTAR-ANIO.
           MOVE EMPRESA-ACTIVA TO TTAR-EMPRESA.
           MOVE RAZON-ACTIVA   TO TTAR-RAZON.
           MOVE TN-NOMINA(I-NOM) TO TTAR-NOMINA.
           WRITE REPORTE-REG FROM TITULO-TAR-1 BEFORE 2 LINES.
           WRITE REPORTE-REG FROM TITULO-TAR-2 BEFORE 2 LINES.
           WRITE REPORTE-REG FROM TITULO-TAR-3 BEFORE 2 LINES.
           PERFORM VARYING I-CLA FROM 1 BY 1
                   UNTIL I-CLA > CLAVES-TOTAL
               PERFORM IMPRIMIR-CLAVE
           END-PERFORM.
           MOVE SPACES TO REPORTE-REG.
           WRITE REPORTE-REG BEFORE 1 LINES.
           PERFORM VARYING I-RES FROM 1 BY 1 UNTIL I-RES > 5
               PERFORM IMPRIMIR-RESUMEN
           END-PERFORM.
           WRITE REPORTE-REG FROM NOTA-TAR BEFORE PAGE.

       IMPRIMIR-CLAVE.
           MOVE TCL-CLAVE(I-CLA) TO DTAR-CLAVE.
           MOVE "SIN CATALOGO" TO DTAR-LABEL.
           PERFORM VARYING I-CAT FROM 1 BY 1
                   UNTIL I-CAT > CATALOGO-TOTAL
               IF CAT-CLAVE(I-CAT) = TCL-CLAVE(I-CLA)
                   MOVE CAT-LABEL(I-CAT) TO DTAR-LABEL
               END-IF
           END-PERFORM.
           PERFORM VARYING I-MES FROM 1 BY 1 UNTIL I-MES > 12
               COMPUTE PESOS-MES ROUNDED = TCL-MES(I-CLA, I-MES)
               MOVE PESOS-MES TO DTAR-MES(I-MES)
           END-PERFORM.
           MOVE TCL-TOTAL(I-CLA) TO DTAR-TOTAL.
           WRITE REPORTE-REG FROM DETALLE-TAR BEFORE 1 LINES.

       IMPRIMIR-RESUMEN.
           MOVE SPACES TO DTAR-CLAVE.
           IF I-RES = 1
               MOVE "PERCEPCIONES" TO DTAR-LABEL
           ELSE IF I-RES = 2
               MOVE "  EXENTO"     TO DTAR-LABEL
           ELSE IF I-RES = 3
               MOVE "  GRAVADO"    TO DTAR-LABEL
           ELSE IF I-RES = 4
               MOVE "DEDUCCIONES"  TO DTAR-LABEL
           ELSE
               MOVE "NETO"         TO DTAR-LABEL
           END-IF.
           MOVE 0 TO RES-TOTAL(I-RES).
           PERFORM VARYING I-MES FROM 1 BY 1 UNTIL I-MES > 12
               ADD RES-MES(I-RES, I-MES) TO RES-TOTAL(I-RES)
               COMPUTE PESOS-MES ROUNDED = RES-MES(I-RES, I-MES)
               MOVE PESOS-MES TO DTAR-MES(I-MES)
           END-PERFORM.
           MOVE RES-TOTAL(I-RES) TO DTAR-TOTAL.
           WRITE REPORTE-REG FROM DETALLE-TAR BEFORE 1 LINES.

      *****NOMBRE, RFC Y DEPARTAMENTO DEL MAESTRO; DE QUIEN YA SE DIO
      *****DE BAJA SE TOMAN DE SU ULTIMA COPIA EN RESPALDO-BAJAS
       DATOS-EMPLEADO.
           MOVE TN-NOMINA(I-NOM) TO EMPINX-NOMINA.
           MOVE 1 TO EXISTE-NOMINA.
           READ EMPINX INVALID KEY MOVE 0 TO EXISTE-NOMINA.
           IF EXISTE-NOMINA = 1
               MOVE EMPINX-NOMBRE TO TTAR-NOMBRE
               MOVE EMPINX-RFC    TO TTAR-RFC
               MOVE EMPINX-DPTO   TO TTAR-DPTO
           ELSE
               MOVE "(NO ESTA EN EL MAESTRO)" TO TTAR-NOMBRE
               MOVE SPACES TO TTAR-RFC
               MOVE SPACES TO TTAR-DPTO
               MOVE 0 TO RESPALDO-EOF
               OPEN INPUT RESPALDO-BAJAS
               READ RESPALDO-BAJAS AT END MOVE 1 TO RESPALDO-EOF
               END-READ
               PERFORM UNTIL RESPALDO-EOF = 1
                   IF RB-NOMINA = TN-NOMINA(I-NOM)
                       MOVE RB-NOMBRE TO TTAR-NOMBRE
                       MOVE RB-RFC    TO TTAR-RFC
                       MOVE RB-DPTO   TO TTAR-DPTO
                   END-IF
                   READ RESPALDO-BAJAS AT END MOVE 1 TO RESPALDO-EOF
                   END-READ
               END-PERFORM
               CLOSE RESPALDO-BAJAS
           END-IF.

       END PROGRAM 5ACUREP.
