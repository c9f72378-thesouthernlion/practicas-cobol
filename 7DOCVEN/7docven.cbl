      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 7DOCVEN.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DOCEMP ASSIGN TO "DOCEMP"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DE-LLAVE.
           SELECT OPTIONAL TIPODOC ASSIGN TO "TIPODOC"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TD-CLAVE.
           SELECT OPTIONAL PUEDOC ASSIGN TO "PUEDOC"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PD-LLAVE.
           SELECT EMPINX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPINX-NOMINA.
           SELECT OPTIONAL EMPDATOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DAT-NOMINA.
           SELECT DOCALERT ASSIGN TO "DOCALERT".
           SELECT REPORTE ASSIGN TO "DOCREP".
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *****MISMO LAYOUT QUE EL DOCEMP DE 2DOCCAP
       FD  DOCEMP.
       01  DOCEMP-REG.
           03  DE-LLAVE.
               05  DE-NOMINA           PIC 9(06).
               05  DE-TIPO             PIC X(04).
               05  DE-FEC-EXPEDICION   PIC 9(08).
           03  DE-NUMERO               PIC X(20).
           03  DE-FEC-VENCE            PIC 9(08).
           03  DE-OPERADOR             PIC X(08).
           03  DE-FEC-CAPTURA          PIC 9(08).

      *****MISMO LAYOUT QUE EL TIPODOC DE 4DOCABC
       FD  TIPODOC.
       01  TIPODOC-REG.
           03  TD-CLAVE            PIC X(04).
           03  TD-DESCRIPCION      PIC X(30).
           03  TD-AUTORIDAD        PIC X(20).
           03  TD-VENCE            PIC X(01).

      *****MISMO LAYOUT QUE EL PUEDOC DE 4DOCABC
       FD  PUEDOC.
       01  PUEDOC-REG.
           03  PD-LLAVE.
               05  PD-PUESTO       PIC X(04).
               05  PD-TIPO         PIC X(04).

       FD  EMPINX.
       01  EMPINX-REG.
           03  EMPINX-NOMINA       PIC 9(06).
           03  EMPINX-NOMBRE       PIC X(20).
           03  EMPINX-DPTO         PIC X(03).
           03  EMPINX-RESTO        PIC X(86).

      *****MISMO LAYOUT QUE EL EMPDATOS DE 4DATABC
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

      *****ALERTAS DEL DIA PARA EL TABLERO (7OPSREP); SE REESCRIBE EN
      *****CADA CORRIDA. LAS LINEAS EMPIEZAN CON "NOMINA: " COMO LAS DE
      *****SUSPENSO Y RECHAZOS
       FD  DOCALERT.
       01  DOCALERT-REG.
           03  DA-ETIQUETA         PIC X(08).
           03  DA-NOMINA           PIC 9(06).
           03  FILLER              PIC X(01).
           03  DA-NOMBRE           PIC X(20).
           03  FILLER              PIC X(01).
           03  DA-TIPO             PIC X(04).
           03  FILLER              PIC X(01).
           03  DA-SITUACION        PIC X(10).
           03  FILLER              PIC X(01).
           03  DA-VENCE            PIC 9(08).
           03  FILLER              PIC X(01).
           03  DA-DIAS             PIC -(4)9.
           03  FILLER              PIC X(14).

       FD  REPORTE.
       01  REPORTE-REG             PIC X(132).

       WORKING-STORAGE SECTION.
       77  EMPINX-EOF          PIC 9.
       77  DOCEMP-EOF          PIC 9.
       77  PUEDOC-EOF          PIC 9.
       77  DAT-KEY-EXISTE      PIC 9.
       77  TD-KEY-EXISTE       PIC 9.
       77  PUESTO-EMPLEADO     PIC X(04).
       77  SITUACION-DOC       PIC X(10).
       77  DIAS-PARA-VENCER    PIC S9(06).
       01  FECHA-HOY.
           03  ANIO-HOY            PIC 9(02).
           03  MES-HOY             PIC 9(02).
           03  DIA-HOY             PIC 9(02).

      *****SERIE DE DIAS (MISMO CALCULO QUE 7FRAREV)
       77  ANIO-SERIE          PIC 9(04).
       77  MES-SERIE           PIC 9(02).
       77  DIA-SERIE           PIC 9(02).
       77  SERIE-FECHA         PIC S9(06).
       77  SERIE-HOY           PIC S9(06).
       01  TABLA-DIAS-MES.
           03  FILLER              PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  TABLA-DIAS-MES-R REDEFINES TABLA-DIAS-MES.
           03  DIAS-ACUM-MES   PIC 9(03) OCCURS 12 TIMES.

      *****DOCUMENTOS VIGENTES DEL EMPLEADO: POR TIPO, EL DE EXPEDICION
      *****MAS RECIENTE (EL ARCHIVO VIENE EN ORDEN DE TIPO Y FECHA, ASI
      *****QUE EL ULTIMO LEIDO DE CADA TIPO ES EL QUE CUENTA)
       01  TABLA-DOCUMENTOS.
           03  DOC-OC OCCURS 50 TIMES.
               05  TDO-TIPO            PIC X(04).
               05  TDO-NUMERO          PIC X(20).
               05  TDO-VENCE           PIC 9(08).
       77  DOCS-TOTAL          PIC 9(02).
       77  I-DOC               PIC 9(02).
       77  DOC-HALLADO         PIC 9.

       77  TOT-EMPLEADOS       PIC 9(05) VALUE 0.
       77  TOT-VENCIDOS        PIC 9(05) VALUE 0.
       77  TOT-FALTANTES       PIC 9(05) VALUE 0.
       77  TOT-VENCE-30        PIC 9(05) VALUE 0.
       77  TOT-VENCE-60        PIC 9(05) VALUE 0.
       77  TOT-VENCE-90        PIC 9(05) VALUE 0.

       01  TITULO-DOC-1.
           05  FILLER              PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(50) VALUE
               "DOCUMENTOS DEL PERSONAL VENCIDOS, FALTANTES O POR".
           05  FILLER              PIC X(20) VALUE
               " VENCER AL DIA ".
           05  TDOC-FECHA          PIC 9(06).
       01  TITULO-DOC-2.
           05  FILLER              PIC X(44) VALUE
               "NOMINA NOMBRE               DPT  PUES TIPO  ".
           05  FILLER              PIC X(44) VALUE
               "DOCUMENTO                      NUMERO       ".
           05  FILLER              PIC X(32) VALUE
               "        VENCE     DIAS SITUACION".
       01  DETALLE-DOC.
           05  DETDOC-NOMINA       PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETDOC-NOMBRE       PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETDOC-DPTO         PIC X(03).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETDOC-PUESTO       PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETDOC-TIPO         PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETDOC-DESCRIPCION  PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETDOC-NUMERO       PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETDOC-VENCE        PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETDOC-DIAS         PIC -(4)9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETDOC-SITUACION    PIC X(10).
       01  TOTAL-DOC.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  TOTDOC-LABEL        PIC X(40).
           05  TOTDOC-CUENTA       PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
      *****CORRIDA DIARIA DE VIGENCIA DE DOCUMENTOS: POR CADA EMPLEADO
      *****SENALA LOS DOCUMENTOS VENCIDOS (TRABAJA CON UNO VENCIDO), LOS
      *****QUE VENCEN EN 30, 60 O 90 DIAS Y LOS QUE SU PUESTO EXIGE Y NO
      *****TIENE CAPTURADOS. RETCODE 4 SI HAY VENCIDOS O FALTANTES
       MAIN-PROCEDURE.
           ACCEPT FECHA-HOY FROM DATE.
           COMPUTE ANIO-SERIE = 2000 + ANIO-HOY.
           MOVE MES-HOY TO MES-SERIE.
           MOVE DIA-HOY TO DIA-SERIE.
           PERFORM CALCULAR-SERIE.
           MOVE SERIE-FECHA TO SERIE-HOY.
           OPEN INPUT DOCEMP.
           OPEN INPUT TIPODOC.
           OPEN INPUT PUEDOC.
           OPEN INPUT EMPINX.
           OPEN INPUT EMPDATOS.
           OPEN OUTPUT DOCALERT.
           OPEN OUTPUT REPORTE.
           MOVE FECHA-HOY TO TDOC-FECHA.
           WRITE REPORTE-REG FROM TITULO-DOC-1 BEFORE 2 LINES.
           WRITE REPORTE-REG FROM TITULO-DOC-2 BEFORE 1 LINES.
           MOVE 0 TO EMPINX-EOF.
           MOVE 0 TO EMPINX-NOMINA.
           START EMPINX KEY IS NOT LESS THAN EMPINX-NOMINA
               INVALID KEY MOVE 1 TO EMPINX-EOF.
           PERFORM UNTIL EMPINX-EOF = 1
               READ EMPINX NEXT RECORD
                   AT END
                       MOVE 1 TO EMPINX-EOF
                   NOT AT END
                       PERFORM REVISAR-EMPLEADO
               END-READ
           END-PERFORM.
           MOVE "EMPLEADOS REVISADOS" TO TOTDOC-LABEL.
           MOVE TOT-EMPLEADOS TO TOTDOC-CUENTA.
           WRITE REPORTE-REG FROM TOTAL-DOC BEFORE 3 LINES.
           MOVE "DOCUMENTOS VENCIDOS EN USO" TO TOTDOC-LABEL.
           MOVE TOT-VENCIDOS TO TOTDOC-CUENTA.
           WRITE REPORTE-REG FROM TOTAL-DOC BEFORE 1 LINES.
           MOVE "DOCUMENTOS EXIGIDOS FALTANTES" TO TOTDOC-LABEL.
           MOVE TOT-FALTANTES TO TOTDOC-CUENTA.
           WRITE REPORTE-REG FROM TOTAL-DOC BEFORE 1 LINES.
           MOVE "VENCEN EN 30 DIAS O MENOS" TO TOTDOC-LABEL.
           MOVE TOT-VENCE-30 TO TOTDOC-CUENTA.
           WRITE REPORTE-REG FROM TOTAL-DOC BEFORE 1 LINES.
           MOVE "VENCEN EN 31 A 60 DIAS" TO TOTDOC-LABEL.
           MOVE TOT-VENCE-60 TO TOTDOC-CUENTA.
           WRITE REPORTE-REG FROM TOTAL-DOC BEFORE 1 LINES.
           MOVE "VENCEN EN 61 A 90 DIAS" TO TOTDOC-LABEL.
           MOVE TOT-VENCE-90 TO TOTDOC-CUENTA.
           WRITE REPORTE-REG FROM TOTAL-DOC BEFORE 1 LINES.
           CLOSE DOCEMP.
           CLOSE TIPODOC.
           CLOSE PUEDOC.
           CLOSE EMPINX.
           CLOSE EMPDATOS.
           CLOSE DOCALERT.
           CLOSE REPORTE.
           DISPLAY "EMPLEADOS REVISADOS : " TOT-EMPLEADOS.
           DISPLAY "VENCIDOS / FALTANTES: " TOT-VENCIDOS " / "
               TOT-FALTANTES.
           DISPLAY "VENCEN 30 / 60 / 90 : " TOT-VENCE-30 " / "
               TOT-VENCE-60 " / " TOT-VENCE-90.
           IF TOT-VENCIDOS > 0 OR TOT-FALTANTES > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
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
      *                     REVISION POR EMPLEADO
      *******************************************************************
       REVISAR-EMPLEADO.
           ADD 1 TO TOT-EMPLEADOS.
           MOVE SPACES TO PUESTO-EMPLEADO.
           MOVE EMPINX-NOMINA TO DAT-NOMINA.
           MOVE 1 TO DAT-KEY-EXISTE.
           READ EMPDATOS INVALID KEY MOVE 0 TO DAT-KEY-EXISTE.
           IF DAT-KEY-EXISTE = 1
               MOVE DAT-PUESTO(1:4) TO PUESTO-EMPLEADO
           END-IF.
           PERFORM CARGAR-DOCUMENTOS.
           PERFORM VARYING I-DOC FROM 1 BY 1 UNTIL I-DOC > DOCS-TOTAL
               PERFORM REVISAR-VIGENCIA
           END-PERFORM.
           IF PUESTO-EMPLEADO NOT = SPACES
               PERFORM REVISAR-EXIGIDOS
           END-IF.

       CARGAR-DOCUMENTOS.
           MOVE 0 TO DOCS-TOTAL.
           MOVE 0 TO DOCEMP-EOF.
           MOVE EMPINX-NOMINA TO DE-NOMINA.
           MOVE LOW-VALUES TO DE-TIPO.
           MOVE 0 TO DE-FEC-EXPEDICION.
           START DOCEMP KEY IS NOT LESS THAN DE-LLAVE
               INVALID KEY MOVE 1 TO DOCEMP-EOF.
           PERFORM UNTIL DOCEMP-EOF = 1
               READ DOCEMP NEXT RECORD
                   AT END
                       MOVE 1 TO DOCEMP-EOF
                   NOT AT END
                       IF DE-NOMINA NOT = EMPINX-NOMINA
                           MOVE 1 TO DOCEMP-EOF
                       ELSE
                           PERFORM GUARDAR-DOCUMENTO
                       END-IF
               END-READ
           END-PERFORM.

       GUARDAR-DOCUMENTO.
           IF DOCS-TOTAL > 0 AND TDO-TIPO(DOCS-TOTAL) = DE-TIPO
               MOVE DE-NUMERO    TO TDO-NUMERO(DOCS-TOTAL)
               MOVE DE-FEC-VENCE TO TDO-VENCE(DOCS-TOTAL)
           ELSE IF DOCS-TOTAL >= 50
               DISPLAY "NOMINA " EMPINX-NOMINA " CON MAS DE 50 TIPOS"
                   " DE DOCUMENTO; EL " DE-TIPO " NO SE REVISA"
           ELSE
               ADD 1 TO DOCS-TOTAL
               MOVE DE-TIPO      TO TDO-TIPO(DOCS-TOTAL)
               MOVE DE-NUMERO    TO TDO-NUMERO(DOCS-TOTAL)
               MOVE DE-FEC-VENCE TO TDO-VENCE(DOCS-TOTAL)
           END-IF.

      *****UN DOCUMENTO SIN VENCIMIENTO (CERO) NUNCA SE SENALA
       REVISAR-VIGENCIA.
           IF TDO-VENCE(I-DOC) NOT = 0
               MOVE TDO-VENCE(I-DOC)(1:4) TO ANIO-SERIE
               MOVE TDO-VENCE(I-DOC)(5:2) TO MES-SERIE
               MOVE TDO-VENCE(I-DOC)(7:2) TO DIA-SERIE
               PERFORM CALCULAR-SERIE
               COMPUTE DIAS-PARA-VENCER = SERIE-FECHA - SERIE-HOY
               MOVE SPACES TO SITUACION-DOC
               IF DIAS-PARA-VENCER < 0
                   MOVE "VENCIDO" TO SITUACION-DOC
                   ADD 1 TO TOT-VENCIDOS
               ELSE IF DIAS-PARA-VENCER <= 30
                   MOVE "VENCE 30" TO SITUACION-DOC
                   ADD 1 TO TOT-VENCE-30
               ELSE IF DIAS-PARA-VENCER <= 60
                   MOVE "VENCE 60" TO SITUACION-DOC
                   ADD 1 TO TOT-VENCE-60
               ELSE IF DIAS-PARA-VENCER <= 90
                   MOVE "VENCE 90" TO SITUACION-DOC
                   ADD 1 TO TOT-VENCE-90
               END-IF
               END-IF
               END-IF
               END-IF
               IF SITUACION-DOC NOT = SPACES
                   MOVE TDO-TIPO(I-DOC)   TO DETDOC-TIPO
                   MOVE TDO-NUMERO(I-DOC) TO DETDOC-NUMERO
                   MOVE TDO-VENCE(I-DOC)  TO DETDOC-VENCE
                   PERFORM ESCRIBIR-ALERTA
               END-IF
           END-IF.

      *****CADA DOCUMENTO QUE EXIGE EL PUESTO DEBE ESTAR EN LA TABLA
       REVISAR-EXIGIDOS.
           MOVE 0 TO PUEDOC-EOF.
           MOVE PUESTO-EMPLEADO TO PD-PUESTO.
           MOVE LOW-VALUES TO PD-TIPO.
           START PUEDOC KEY IS NOT LESS THAN PD-LLAVE
               INVALID KEY MOVE 1 TO PUEDOC-EOF.
           PERFORM UNTIL PUEDOC-EOF = 1
               READ PUEDOC NEXT RECORD
                   AT END
                       MOVE 1 TO PUEDOC-EOF
                   NOT AT END
                       IF PD-PUESTO NOT = PUESTO-EMPLEADO
                           MOVE 1 TO PUEDOC-EOF
                       ELSE
                           PERFORM BUSCAR-EXIGIDO
                       END-IF
               END-READ
           END-PERFORM.

       BUSCAR-EXIGIDO.
           MOVE 0 TO DOC-HALLADO.
           PERFORM VARYING I-DOC FROM 1 BY 1
                   UNTIL I-DOC > DOCS-TOTAL OR DOC-HALLADO = 1
               IF TDO-TIPO(I-DOC) = PD-TIPO
                   MOVE 1 TO DOC-HALLADO
               END-IF
           END-PERFORM.
           IF DOC-HALLADO = 0
               ADD 1 TO TOT-FALTANTES
               MOVE "FALTANTE" TO SITUACION-DOC
               MOVE 0 TO DIAS-PARA-VENCER
               MOVE PD-TIPO TO DETDOC-TIPO
               MOVE SPACES  TO DETDOC-NUMERO
               MOVE 0       TO DETDOC-VENCE
               PERFORM ESCRIBIR-ALERTA
           END-IF.

      *****UNA LINEA EN EL REPORTE Y OTRA EN DOCALERT PARA EL TABLERO
       ESCRIBIR-ALERTA.
           MOVE DETDOC-TIPO TO TD-CLAVE.
           MOVE 1 TO TD-KEY-EXISTE.
           READ TIPODOC INVALID KEY MOVE 0 TO TD-KEY-EXISTE.
           IF TD-KEY-EXISTE = 0
               MOVE "(SIN CATALOGO)" TO TD-DESCRIPCION
           END-IF.
           MOVE EMPINX-NOMINA    TO DETDOC-NOMINA.
           MOVE EMPINX-NOMBRE    TO DETDOC-NOMBRE.
           MOVE EMPINX-DPTO      TO DETDOC-DPTO.
           MOVE PUESTO-EMPLEADO  TO DETDOC-PUESTO.
           MOVE TD-DESCRIPCION   TO DETDOC-DESCRIPCION.
           MOVE DIAS-PARA-VENCER TO DETDOC-DIAS.
           MOVE SITUACION-DOC    TO DETDOC-SITUACION.
           WRITE REPORTE-REG FROM DETALLE-DOC BEFORE 1 LINES.
           MOVE SPACES           TO DOCALERT-REG.
           MOVE "NOMINA: "       TO DA-ETIQUETA.
           MOVE EMPINX-NOMINA    TO DA-NOMINA.
           MOVE EMPINX-NOMBRE    TO DA-NOMBRE.
           MOVE DETDOC-TIPO      TO DA-TIPO.
           MOVE SITUACION-DOC    TO DA-SITUACION.
           MOVE DETDOC-VENCE     TO DA-VENCE.
           MOVE DIAS-PARA-VENCER TO DA-DIAS.
           WRITE DOCALERT-REG.

       END PROGRAM 7DOCVEN.
