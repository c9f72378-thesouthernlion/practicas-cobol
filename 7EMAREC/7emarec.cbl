      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 7EMAREC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMISION      ASSIGN TO "EMISION".
           SELECT SUAEXP       ASSIGN TO DISK.
           SELECT REPORTE      ASSIGN TO "EMARECREP".
           SELECT OPTIONAL SDIINX ASSIGN TO "SDIINX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SDI-NOMINA.
           SELECT EMPDATOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DAT-NOMINA.
           SELECT EMPINX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPINX-NOMINA.
           SELECT OPTIONAL PARAMET ASSIGN TO "PARAMET"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-LLAVE.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *****EMISION DEL IMSS (EMA MENSUAL O EBA BIMESTRAL) CONVERTIDA A
      *****LAYOUT FIJO: UNA LINEA POR NSS CON EL SDI, LOS DIAS
      *****COTIZADOS Y LAS CUOTAS POR RAMO QUE EL INSTITUTO DETERMINO
       FD  EMISION.
       01  EMISION-REG.
           03  EMI-NSS             PIC X(11).
           03  EMI-NOMBRE          PIC X(20).
           03  EMI-SDI             PIC 9(05)V99.
           03  EMI-DIAS            PIC 9(02).
           03  EMI-CUOTA-IMSS      PIC 9(07)V99.
           03  EMI-CUOTA-RCV       PIC 9(07)V99.
           03  EMI-CUOTA-INFONAVIT PIC 9(07)V99.

      *****MISMO LAYOUT QUE EL SUAEXP DE 3EMPIMS: NUESTRAS CUOTAS DEL
      *****MES POR NOMINA
       FD  SUAEXP.
       01  SUAEXP-REG.
           03  SUA-NOMINA          PIC 9(06).
           03  SUA-RFC             PIC X(13).
           03  SUA-BASE            PIC 9(07)V99.
           03  SUA-CUOTA-IMSS      PIC 9(07)V99.
           03  SUA-CUOTA-RCV       PIC 9(07)V99.
           03  SUA-CUOTA-INFONAVIT PIC 9(07)V99.
           03  SUA-CUOTA-TOTAL     PIC 9(07)V99.

       FD  REPORTE.
       01  REPORTE-REG             PIC X(132).

      *****MISMO LAYOUT QUE EL SDIINX DE 3EMPSDI
       FD  SDIINX.
       01  SDIINX-REG.
           03  SDI-NOMINA          PIC 9(06).
           03  SDI-IMPORTE         PIC 9(05)V99.
           03  SDI-FEC-INICIO      PIC 9(08).
           03  SDI-FEC-FIN         PIC 9(08).

      *****MISMO LAYOUT QUE EL EMPDATOS DE 4DATABC; DE AQUI SALE EL NSS
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

       FD  EMPINX.
       01  EMPINX-REG.
           03  EMPINX-NOMINA       PIC 9(06).
           03  EMPINX-NOMBRE       PIC X(20).
           03  EMPINX-DPTO         PIC X(03).
           03  EMPINX-SUELDO       PIC S9(05)V99.
           03  EMPINX-RFC          PIC X(13).
           03  EMPINX-FEC-INGRESO  PIC 9(08).
           03  EMPINX-RESTO        PIC X(58).

      *****MAESTRO CENTRAL DE PARAMETROS (4PARABC); DE AQUI SALE LA
      *****TOLERANCIA DE LA CONCILIACION (TOLERA-IMSS, EN PESOS)
       FD  PARAMET.
       01  PARAMET-REG.
           03  PAR-LLAVE.
               05  PAR-CODIGO      PIC X(12).
               05  PAR-VIGENCIA    PIC 9(08).
           03  PAR-VALOR           PIC 9(09)V9999.
           03  PAR-DESCRIPCION     PIC X(20).

       WORKING-STORAGE SECTION.
       77  EMISION-EOF         PIC 9 VALUE ZERO.
       77  SUAEXP-EOF          PIC 9 VALUE ZERO.
       77  PARAMET-EOF         PIC 9.
       77  EXISTE-NOMINA       PIC 9.
       77  DAT-KEY-EXISTE      PIC 9.
       77  SDI-KEY-EXISTE      PIC 9.
       77  NOMINA-HALLADA      PIC 9.
       77  TIPO-EMISION        PIC X(03).
       77  MES-EMISION         PIC 9(06).
       77  MESES-EMISION       PIC 9 VALUE 1.
       77  FECHA-OBJETIVO      PIC 9(08).
       77  PARM-VIG-ELEGIDA    PIC 9(08) VALUE 0.
       77  TOLERANCIA          PIC 9(05)V99 VALUE 1.00.

      *****NUESTRO LADO CARGADO EN MEMORIA DESDE SUAEXP, CON EL NSS Y
      *****EL SDI DE CADA NOMINA, PARA CASARLO CONTRA LA EMISION POR
      *****NSS; TOPE REVISADO
       01  TABLA-NUESTRA.
           03  NUESTRA-OC OCCURS 2000 TIMES.
               05  NU-NOMINA       PIC 9(06).
               05  NU-NSS          PIC X(11).
               05  NU-NOMBRE       PIC X(20).
               05  NU-SDI          PIC 9(05)V99.
               05  NU-DIAS         PIC 9(02).
               05  NU-CUOTA-IMSS   PIC 9(07)V99.
               05  NU-CUOTA-RCV    PIC 9(07)V99.
               05  NU-CUOTA-INFONAVIT PIC 9(07)V99.
               05  NU-CASADA       PIC 9.
       77  NUESTRA-TOTAL       PIC 9(04) VALUE 0.
       77  I-NU                PIC 9(04).
       77  I-HALLADO           PIC 9(04).

      *****DIAS DE CADA MES PARA LOS DIAS COTIZABLES DE NUESTRO LADO
       01  DIAS-MESES.
           03  FILLER              PIC X(24) VALUE
           "312831303130313130313031".
       01  DIAS-MESES-R REDEFINES DIAS-MESES.
           03  DIAS-MES-OC OCCURS 12 TIMES PIC 99.
       01  MES-TRABAJO.
           03  MT-ANIO             PIC 9(04).
           03  MT-MES              PIC 9(02).
       77  I-MES-EMI           PIC 9.
       77  DIAS-DEL-MES        PIC 99.
       77  INICIO-MES          PIC 9(08).
       77  DIAS-ANTES-INGRESO  PIC 99.
       77  RESIDUO-ANIO        PIC 9(04).
       77  COCIENTE-ANIO       PIC 9(04).

       77  DIFERENCIA          PIC S9(08)V99.
       77  DIFERENCIA-ABS      PIC 9(08)V99.
       77  CONCEPTO-DIF        PIC X(20).
       77  VALOR-IMSS          PIC 9(08)V99.
       77  VALOR-NUESTRO       PIC 9(08)V99.

       77  CONT-EMISION        PIC 9(05) VALUE 0.
       77  CONT-SOLO-IMSS      PIC 9(05) VALUE 0.
       77  CONT-SOLO-NOMINA    PIC 9(05) VALUE 0.
       77  CONT-DIF-SDI        PIC 9(05) VALUE 0.
       77  CONT-DIF-DIAS       PIC 9(05) VALUE 0.
       77  CONT-DIF-CUOTA      PIC 9(05) VALUE 0.

      *****TOTALES POR RAMO: LO QUE EMITIO EL IMSS CONTRA LO NUESTRO
       01  TOTALES-RAMO.
           03  RAMO-OC OCCURS 3 TIMES.
               05  TR-NOMBRE       PIC X(10).
               05  TR-IMSS         PIC 9(10)V99.
               05  TR-NUESTRO      PIC 9(10)V99.
       77  I-RAMO              PIC 9.

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
       01  TITULO-EMA-1.
           05  FILLER              PIC X(07) VALUE "FECHA: ".
           05  TEMA-DD             PIC 99.
           05  FILLER              PIC X(01) VALUE "/".
           05  TEMA-MM             PIC X(03).
           05  FILLER              PIC X(03) VALUE "/20".
           05  TEMA-AA             PIC 99.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(28) VALUE
               "CONCILIACION EMISION IMSS - ".
           05  TEMA-TIPO           PIC X(03).
           05  FILLER              PIC X(06) VALUE "  MES ".
           05  TEMA-MES            PIC 9(06).
       01  TITULO-EMA-2.
           05  FILLER              PIC X(40) VALUE
               "NSS         NOMINA NOMBRE               ".
           05  FILLER              PIC X(40) VALUE
               "CONCEPTO                    IMSS        ".
           05  FILLER              PIC X(40) VALUE
               " NOMINA      DIFERENCIA".
       01  DETALLE-EMA.
           05  DETEMA-NSS          PIC X(11).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETEMA-NOMINA       PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETEMA-NOMBRE       PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETEMA-CONCEPTO     PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETEMA-IMSS         PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETEMA-NUESTRO      PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETEMA-DIF          PIC $$$,$$$,$$9.99-.
       01  TITULO-EMA-3.
           05  FILLER              PIC X(40) VALUE
               "RAMO                  EMISION IMSS      ".
           05  FILLER              PIC X(40) VALUE
               "      NOMINA      DIFERENCIA".
       01  DETALLE-RAMO.
           05  DETRAM-NOMBRE       PIC X(10).
           05  FILLER              PIC X(06) VALUE SPACES.
           05  DETRAM-IMSS         PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETRAM-NUESTRO      PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETRAM-DIF          PIC $$$,$$$,$$9.99-.
       01  RESUMEN-EMA-1.
           05  FILLER              PIC X(14) VALUE "SOLO EN IMSS: ".
           05  RESEMA-SOLO-IMSS    PIC ZZZZ9.
           05  FILLER              PIC X(19) VALUE
               "  SOLO EN NOMINA: ".
           05  RESEMA-SOLO-NOM     PIC ZZZZ9.
           05  FILLER              PIC X(16) VALUE "  SDI DISTINTO: ".
           05  RESEMA-SDI          PIC ZZZZ9.
       01  RESUMEN-EMA-2.
           05  FILLER              PIC X(14) VALUE "DIAS DISTINT: ".
           05  RESEMA-DIAS         PIC ZZZZ9.
           05  FILLER              PIC X(20) VALUE
               "  CUOTAS FUERA TOL: ".
           05  RESEMA-CUOTA        PIC ZZZZ9.
           05  FILLER              PIC X(16) VALUE "  TOLERANCIA:  ".
           05  RESEMA-TOLERANCIA   PIC $$,$$9.99.

       PROCEDURE DIVISION.
      *****CONCILIACION DE LA EMISION DEL IMSS CONTRA 3EMPIMS: CASA
      *****POR NSS LA EMISION CONTRA NUESTRO SUAEXP Y REPORTA A QUIEN
      *****EL IMSS TIENE Y NOSOTROS NO, A QUIEN TENEMOS Y EL IMSS NO,
      *****LAS DIFERENCIAS DE SDI Y DE DIAS, Y LAS CUOTAS POR RAMO QUE
      *****DIFIEREN MAS QUE LA TOLERANCIA. LA EMA (MENSUAL) TRAE EL
      *****RAMO IMSS; LA EBA (BIMESTRAL) TRAE RCV E INFONAVIT, Y
      *****NUESTRA CUOTA MENSUAL SE DUPLICA PARA EL BIMESTRE
       MAIN-PROCEDURE.
           DISPLAY "TIPO DE EMISION (EMA / EBA)".
           ACCEPT TIPO-EMISION.
           IF TIPO-EMISION NOT = "EMA" AND TIPO-EMISION NOT = "EBA"
               DISPLAY "TIPO DE EMISION INVALIDO - SOLO EMA O EBA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "ULTIMO MES QUE CUBRE LA EMISION (AAAAMM)".
           ACCEPT MES-EMISION.
           IF TIPO-EMISION = "EBA"
               MOVE 2 TO MESES-EMISION
           END-IF.
           COMPUTE FECHA-OBJETIVO = MES-EMISION * 100 + 31.
           PERFORM CARGAR-TOLERANCIA.
           MOVE "IMSS"      TO TR-NOMBRE(1).
           MOVE "RCV"       TO TR-NOMBRE(2).
           MOVE "INFONAVIT" TO TR-NOMBRE(3).
           PERFORM VARYING I-RAMO FROM 1 BY 1 UNTIL I-RAMO > 3
               MOVE 0 TO TR-IMSS(I-RAMO)
               MOVE 0 TO TR-NUESTRO(I-RAMO)
           END-PERFORM.
           OPEN INPUT SUAEXP.
           OPEN INPUT SDIINX.
           OPEN INPUT EMPDATOS.
           OPEN INPUT EMPINX.
           PERFORM CARGAR-NUESTRA.
           CLOSE SUAEXP.
           CLOSE SDIINX.
           CLOSE EMPDATOS.
           CLOSE EMPINX.
           OPEN INPUT EMISION.
           OPEN OUTPUT REPORTE.
           PERFORM LEE-FECHA.
           MOVE TIPO-EMISION TO TEMA-TIPO.
           MOVE MES-EMISION  TO TEMA-MES.
           WRITE REPORTE-REG FROM TITULO-EMA-1 BEFORE 1 LINES.
           WRITE REPORTE-REG FROM TITULO-EMA-2 BEFORE 2 LINES.
           PERFORM LEER-EMISION.
           PERFORM PROCESAR-EMISION UNTIL EMISION-EOF = 1.
           PERFORM REPORTAR-SOLO-NOMINA.
           PERFORM ESCRIBIR-RAMOS.
           MOVE CONT-SOLO-IMSS   TO RESEMA-SOLO-IMSS.
           MOVE CONT-SOLO-NOMINA TO RESEMA-SOLO-NOM.
           MOVE CONT-DIF-SDI     TO RESEMA-SDI.
           MOVE CONT-DIF-DIAS    TO RESEMA-DIAS.
           MOVE CONT-DIF-CUOTA   TO RESEMA-CUOTA.
           MOVE TOLERANCIA       TO RESEMA-TOLERANCIA.
           WRITE REPORTE-REG FROM RESUMEN-EMA-1 BEFORE 2 LINES.
           WRITE REPORTE-REG FROM RESUMEN-EMA-2 BEFORE 1 LINES.
           DISPLAY "TRABAJADORES EN EMISION : " CONT-EMISION.
           DISPLAY "TRABAJADORES EN NOMINA  : " NUESTRA-TOTAL.
           DISPLAY "SOLO EN IMSS            : " CONT-SOLO-IMSS.
           DISPLAY "SOLO EN NOMINA          : " CONT-SOLO-NOMINA.
           DISPLAY "SDI DISTINTO            : " CONT-DIF-SDI.
           DISPLAY "DIAS DISTINTOS          : " CONT-DIF-DIAS.
           DISPLAY "CUOTAS FUERA DE TOLER.  : " CONT-DIF-CUOTA.
           CLOSE EMISION.
           CLOSE REPORTE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *****TOLERANCIA VIGENTE AL CIERRE DE LA EMISION; SIN PARAMETRO
      *****CAPTURADO SE TOLERA UN PESO
       CARGAR-TOLERANCIA.
           MOVE 0 TO PARAMET-EOF.
           OPEN INPUT PARAMET.
           MOVE "TOLERA-IMSS" TO PAR-CODIGO.
           MOVE 0 TO PAR-VIGENCIA.
           START PARAMET KEY IS NOT LESS THAN PAR-LLAVE
               INVALID KEY MOVE 1 TO PARAMET-EOF.
           PERFORM UNTIL PARAMET-EOF = 1
               READ PARAMET NEXT RECORD
                   AT END
                       MOVE 1 TO PARAMET-EOF
                   NOT AT END
                       IF PAR-CODIGO NOT = "TOLERA-IMSS"
                           MOVE 1 TO PARAMET-EOF
                       ELSE
                           IF PAR-VIGENCIA <= FECHA-OBJETIVO
                               AND PAR-VIGENCIA >= PARM-VIG-ELEGIDA
                               MOVE PAR-VIGENCIA TO PARM-VIG-ELEGIDA
                               MOVE PAR-VALOR TO TOLERANCIA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PARAMET.

      *****CARGA NUESTRO LADO: CADA RENGLON DEL SUAEXP CON SU NSS,
      *****SU SDI VIGENTE, LOS DIAS COTIZABLES DEL PERIODO Y LAS
      *****CUOTAS LLEVADAS A LOS MESES QUE CUBRE LA EMISION
       CARGAR-NUESTRA.
           READ SUAEXP AT END MOVE 1 TO SUAEXP-EOF.
           PERFORM UNTIL SUAEXP-EOF = 1
               IF NUESTRA-TOTAL >= 2000
                   DISPLAY "CAPACIDAD DE TRABAJADORES EXCEDIDA (2000)"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO NUESTRA-TOTAL
               PERFORM AGREGAR-NUESTRA
               READ SUAEXP AT END MOVE 1 TO SUAEXP-EOF
               END-READ
           END-PERFORM.

       AGREGAR-NUESTRA.
           MOVE SUA-NOMINA TO NU-NOMINA(NUESTRA-TOTAL).
           MOVE 0 TO NU-CASADA(NUESTRA-TOTAL).
           COMPUTE NU-CUOTA-IMSS(NUESTRA-TOTAL) =
               SUA-CUOTA-IMSS * MESES-EMISION.
           COMPUTE NU-CUOTA-RCV(NUESTRA-TOTAL) =
               SUA-CUOTA-RCV * MESES-EMISION.
           COMPUTE NU-CUOTA-INFONAVIT(NUESTRA-TOTAL) =
               SUA-CUOTA-INFONAVIT * MESES-EMISION.
           MOVE SUA-NOMINA TO DAT-NOMINA.
           MOVE 1 TO DAT-KEY-EXISTE.
           READ EMPDATOS INVALID KEY MOVE 0 TO DAT-KEY-EXISTE.
           IF DAT-KEY-EXISTE = 1
               MOVE DAT-NSS TO NU-NSS(NUESTRA-TOTAL)
           ELSE
               MOVE SPACES TO NU-NSS(NUESTRA-TOTAL)
           END-IF.
           MOVE SUA-NOMINA TO SDI-NOMINA.
           MOVE 1 TO SDI-KEY-EXISTE.
           READ SDIINX INVALID KEY MOVE 0 TO SDI-KEY-EXISTE.
           IF SDI-KEY-EXISTE = 1
               MOVE SDI-IMPORTE TO NU-SDI(NUESTRA-TOTAL)
           ELSE
               MOVE 0 TO NU-SDI(NUESTRA-TOTAL)
           END-IF.
           MOVE SUA-NOMINA TO EMPINX-NOMINA.
           MOVE 1 TO EXISTE-NOMINA.
           READ EMPINX INVALID KEY MOVE 0 TO EXISTE-NOMINA.
           IF EXISTE-NOMINA = 1
               MOVE EMPINX-NOMBRE TO NU-NOMBRE(NUESTRA-TOTAL)
           ELSE
               MOVE "(YA NO EXISTE)" TO NU-NOMBRE(NUESTRA-TOTAL)
               MOVE 0 TO EMPINX-FEC-INGRESO
           END-IF.
           PERFORM CALCULAR-DIAS-NUESTROS.

      *****DIAS COTIZABLES: LOS DIAS NATURALES DE LOS MESES QUE CUBRE
      *****LA EMISION, MENOS LOS QUE CORRIERON ANTES DEL INGRESO
       CALCULAR-DIAS-NUESTROS.
           MOVE 0 TO NU-DIAS(NUESTRA-TOTAL).
           MOVE MES-EMISION TO MES-TRABAJO.
           PERFORM VARYING I-MES-EMI FROM 1 BY 1
                   UNTIL I-MES-EMI > MESES-EMISION
               MOVE DIAS-MES-OC(MT-MES) TO DIAS-DEL-MES
               IF MT-MES = 2
                   DIVIDE MT-ANIO BY 4 GIVING COCIENTE-ANIO
                       REMAINDER RESIDUO-ANIO
                   IF RESIDUO-ANIO = 0
                       MOVE 29 TO DIAS-DEL-MES
                   END-IF
               END-IF
               COMPUTE INICIO-MES = MT-ANIO * 10000 + MT-MES * 100 + 1
               IF EMPINX-FEC-INGRESO > INICIO-MES
                   AND EMPINX-FEC-INGRESO(1:6) = MES-TRABAJO
                   COMPUTE DIAS-ANTES-INGRESO =
                       EMPINX-FEC-INGRESO - INICIO-MES
                   SUBTRACT DIAS-ANTES-INGRESO FROM DIAS-DEL-MES
               END-IF
               IF EMPINX-FEC-INGRESO(1:6) <= MES-TRABAJO
                   ADD DIAS-DEL-MES TO NU-DIAS(NUESTRA-TOTAL)
               END-IF
               IF MT-MES = 1
                   MOVE 12 TO MT-MES
                   SUBTRACT 1 FROM MT-ANIO
               ELSE
                   SUBTRACT 1 FROM MT-MES
               END-IF
           END-PERFORM.

       LEER-EMISION.
           READ EMISION AT END MOVE 1 TO EMISION-EOF.

       PROCESAR-EMISION.
           ADD 1 TO CONT-EMISION.
           MOVE 0 TO NOMINA-HALLADA.
           PERFORM VARYING I-NU FROM 1 BY 1
                   UNTIL I-NU > NUESTRA-TOTAL OR NOMINA-HALLADA = 1
               IF NU-NSS(I-NU) = EMI-NSS
                   MOVE 1 TO NOMINA-HALLADA
                   MOVE I-NU TO I-HALLADO
               END-IF
           END-PERFORM.
           IF TIPO-EMISION = "EMA"
               ADD EMI-CUOTA-IMSS TO TR-IMSS(1)
           ELSE
               ADD EMI-CUOTA-RCV       TO TR-IMSS(2)
               ADD EMI-CUOTA-INFONAVIT TO TR-IMSS(3)
           END-IF.
           IF NOMINA-HALLADA = 0
               ADD 1 TO CONT-SOLO-IMSS
               MOVE EMI-NSS    TO DETEMA-NSS
               MOVE SPACES     TO DETEMA-NOMINA
               MOVE EMI-NOMBRE TO DETEMA-NOMBRE
               MOVE "SOLO EN IMSS" TO CONCEPTO-DIF
               PERFORM CUOTA-EMISION-IMSS
               MOVE 0 TO VALOR-NUESTRO
               PERFORM IMPRIMIR-DIFERENCIA
           ELSE
               MOVE 1 TO NU-CASADA(I-HALLADO)
               PERFORM COMPARAR-TRABAJADOR
           END-IF.
           PERFORM LEER-EMISION.

       CUOTA-EMISION-IMSS.
           IF TIPO-EMISION = "EMA"
               MOVE EMI-CUOTA-IMSS TO VALOR-IMSS
           ELSE
               COMPUTE VALOR-IMSS =
                   EMI-CUOTA-RCV + EMI-CUOTA-INFONAVIT
           END-IF.

      *****SDI Y DIAS SE REPORTAN CON CUALQUIER DIFERENCIA; LAS CUOTAS
      *****SOLO CUANDO PASAN LA TOLERANCIA
       COMPARAR-TRABAJADOR.
           MOVE EMI-NSS TO DETEMA-NSS.
           MOVE NU-NOMINA(I-HALLADO) TO DETEMA-NOMINA.
           MOVE NU-NOMBRE(I-HALLADO) TO DETEMA-NOMBRE.
           IF TIPO-EMISION = "EMA"
               ADD NU-CUOTA-IMSS(I-HALLADO) TO TR-NUESTRO(1)
           ELSE
               ADD NU-CUOTA-RCV(I-HALLADO)       TO TR-NUESTRO(2)
               ADD NU-CUOTA-INFONAVIT(I-HALLADO) TO TR-NUESTRO(3)
           END-IF.
           IF EMI-SDI NOT = NU-SDI(I-HALLADO)
               ADD 1 TO CONT-DIF-SDI
               MOVE "SDI DISTINTO" TO CONCEPTO-DIF
               MOVE EMI-SDI TO VALOR-IMSS
               MOVE NU-SDI(I-HALLADO) TO VALOR-NUESTRO
               PERFORM IMPRIMIR-DIFERENCIA
           END-IF.
           IF EMI-DIAS NOT = NU-DIAS(I-HALLADO)
               ADD 1 TO CONT-DIF-DIAS
               MOVE "DIAS DISTINTOS" TO CONCEPTO-DIF
               MOVE EMI-DIAS TO VALOR-IMSS
               MOVE NU-DIAS(I-HALLADO) TO VALOR-NUESTRO
               PERFORM IMPRIMIR-DIFERENCIA
           END-IF.
           IF TIPO-EMISION = "EMA"
               MOVE "CUOTA RAMO IMSS" TO CONCEPTO-DIF
               MOVE EMI-CUOTA-IMSS TO VALOR-IMSS
               MOVE NU-CUOTA-IMSS(I-HALLADO) TO VALOR-NUESTRO
               PERFORM REVISAR-TOLERANCIA
           ELSE
               MOVE "CUOTA RAMO RCV" TO CONCEPTO-DIF
               MOVE EMI-CUOTA-RCV TO VALOR-IMSS
               MOVE NU-CUOTA-RCV(I-HALLADO) TO VALOR-NUESTRO
               PERFORM REVISAR-TOLERANCIA
               MOVE "CUOTA RAMO INFONAVIT" TO CONCEPTO-DIF
               MOVE EMI-CUOTA-INFONAVIT TO VALOR-IMSS
               MOVE NU-CUOTA-INFONAVIT(I-HALLADO) TO VALOR-NUESTRO
               PERFORM REVISAR-TOLERANCIA
           END-IF.

       REVISAR-TOLERANCIA.
           COMPUTE DIFERENCIA = VALOR-IMSS - VALOR-NUESTRO.
           IF DIFERENCIA < 0
               COMPUTE DIFERENCIA-ABS = 0 - DIFERENCIA
           ELSE
               MOVE DIFERENCIA TO DIFERENCIA-ABS
           END-IF.
           IF DIFERENCIA-ABS > TOLERANCIA
               ADD 1 TO CONT-DIF-CUOTA
               PERFORM IMPRIMIR-DIFERENCIA
           END-IF.

      *****LO QUE NOSOTROS COTIZAMOS Y EL IMSS NO EMITIO: CASI SIEMPRE
      *****UN ALTA QUE NO SE PRESENTO EN EL IDSE
       REPORTAR-SOLO-NOMINA.
           PERFORM VARYING I-NU FROM 1 BY 1
                   UNTIL I-NU > NUESTRA-TOTAL
               IF NU-CASADA(I-NU) = 0
                   ADD 1 TO CONT-SOLO-NOMINA
                   IF TIPO-EMISION = "EMA"
                       ADD NU-CUOTA-IMSS(I-NU) TO TR-NUESTRO(1)
                       MOVE NU-CUOTA-IMSS(I-NU) TO VALOR-NUESTRO
                   ELSE
                       ADD NU-CUOTA-RCV(I-NU)       TO TR-NUESTRO(2)
                       ADD NU-CUOTA-INFONAVIT(I-NU) TO TR-NUESTRO(3)
                       COMPUTE VALOR-NUESTRO =
                           NU-CUOTA-RCV(I-NU) + NU-CUOTA-INFONAVIT(I-NU)
                   END-IF
                   IF NU-NSS(I-NU) = SPACES
                       MOVE "(SIN NSS)" TO DETEMA-NSS
                   ELSE
                       MOVE NU-NSS(I-NU) TO DETEMA-NSS
                   END-IF
                   MOVE NU-NOMINA(I-NU) TO DETEMA-NOMINA
                   MOVE NU-NOMBRE(I-NU) TO DETEMA-NOMBRE
                   MOVE "SOLO EN NOMINA" TO CONCEPTO-DIF
                   MOVE 0 TO VALOR-IMSS
                   PERFORM IMPRIMIR-DIFERENCIA
               END-IF
           END-PERFORM.

       IMPRIMIR-DIFERENCIA.
           COMPUTE DIFERENCIA = VALOR-IMSS - VALOR-NUESTRO.
           MOVE CONCEPTO-DIF  TO DETEMA-CONCEPTO.
           MOVE VALOR-IMSS    TO DETEMA-IMSS.
           MOVE VALOR-NUESTRO TO DETEMA-NUESTRO.
           MOVE DIFERENCIA    TO DETEMA-DIF.
           WRITE REPORTE-REG FROM DETALLE-EMA BEFORE 1 LINES.

       ESCRIBIR-RAMOS.
           WRITE REPORTE-REG FROM TITULO-EMA-3 BEFORE 2 LINES.
           PERFORM VARYING I-RAMO FROM 1 BY 1 UNTIL I-RAMO > 3
               IF (TIPO-EMISION = "EMA" AND I-RAMO = 1)
                   OR (TIPO-EMISION = "EBA" AND I-RAMO > 1)
                   MOVE TR-NOMBRE(I-RAMO)  TO DETRAM-NOMBRE
                   MOVE TR-IMSS(I-RAMO)    TO DETRAM-IMSS
                   MOVE TR-NUESTRO(I-RAMO) TO DETRAM-NUESTRO
                   COMPUTE DIFERENCIA =
                       TR-IMSS(I-RAMO) - TR-NUESTRO(I-RAMO)
                   MOVE DIFERENCIA TO DETRAM-DIF
                   WRITE REPORTE-REG FROM DETALLE-RAMO BEFORE 1 LINES
               END-IF
           END-PERFORM.

       LEE-FECHA.
           ACCEPT FECHA FROM DATE.
           MOVE FECHA-DD       TO TEMA-DD.
           MOVE MES(FECHA-MM)  TO TEMA-MM.
           MOVE FECHA-AA       TO TEMA-AA.

       END PROGRAM 7EMAREC.
