      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 5DESREP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BAJASALU ASSIGN TO "BAJASALU".
           SELECT DESSORT ASSIGN TO DISK.
           SELECT OPTIONAL MOTIVOSALU ASSIGN TO "MOTIVOSALU"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MTA-CLAVE.
           SELECT GRUPOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GPO-CLAVE.
           SELECT REPORTE ASSIGN TO DISK.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *****RESPALDO DE BAJAS ESCOLARES QUE ESCRIBE 4ALUABC
       FD  BAJASALU.
       01  BAJASALU-REG.
           03  RBA-MATRICULA       PIC 9(08).
           03  RBA-NOMBRE          PIC X(30).
           03  RBA-GRUPO           PIC X(03).
           03  RBA-PROMEDIO        PIC 9(03)V99.
           03  RBA-MOTIVO          PIC X(03).
           03  RBA-FEC-BAJA        PIC 9(08).
           03  RBA-CICLO           PIC 9(06).
           03  RBA-CAMPUS-TURNO    PIC X(03).
           03  RBA-FALTAS          PIC 9(03).
           03  RBA-ASISTENCIA      PIC 9(03)V9.
           03  RBA-SALDO           PIC 9(07)V99.
           03  RBA-OPERADOR        PIC X(08).

       SD  DESSORT.
       01  DESSORT-REG.
           03  DSS-CICLO           PIC 9(06).
           03  DSS-CAMPUS-TURNO    PIC X(03).
           03  DSS-GRUPO           PIC X(03).
           03  DSS-MOTIVO          PIC X(03).
           03  DSS-MATRICULA       PIC 9(08).
           03  DSS-NOMBRE          PIC X(30).
           03  DSS-PROMEDIO        PIC 9(03)V99.
           03  DSS-FEC-BAJA        PIC 9(08).
           03  DSS-FALTAS          PIC 9(03).
           03  DSS-ASISTENCIA      PIC 9(03)V9.
           03  DSS-SALDO           PIC 9(07)V99.

      *****CATALOGO DE MOTIVOS DE BAJA ESCOLAR (4MTAABC)
       FD  MOTIVOSALU.
       01  MOTIVOSALU-REG.
           03  MTA-CLAVE           PIC X(03).
           03  MTA-DESCRIPCION     PIC X(20).
           03  MTA-CATEGORIA       PIC X(10).

      *****MISMO LAYOUT QUE EL GRUPOS-REG DE 4GRPABC/2ALUCAP
       FD  GRUPOS.
       01  GRUPOS-REG.
           03  GPO-CLAVE           PIC X(03).
           03  GPO-DESCRIPCION     PIC X(20).
           03  GPO-CUPO            PIC 9(03).
           03  GPO-ASESOR          PIC X(15).

       FD  REPORTE.
       01  REPORTE-REG             PIC X(132).

       WORKING-STORAGE SECTION.
       77  BAJASALU-EOF        PIC 9.
       77  DESSORT-EOF         PIC 9.
       77  CICLO-REPORTE       PIC 9(06).
       77  CICLO-ANTERIOR      PIC 9(06).
       77  CAMPUS-ANTERIOR     PIC X(03).
       77  GRUPO-ANTERIOR      PIC X(03).
       77  PRIMER-CORTE        PIC 9.
       77  MTA-KEY-EXISTE      PIC 9.
       77  GPO-KEY-EXISTE      PIC 9.
       77  CONT-GRUPO          PIC 9(05).
       77  SALDO-GRUPO         PIC 9(09)V99.
       77  CONT-TOTAL          PIC 9(05) VALUE 0.
       77  SALDO-TOTAL         PIC 9(09)V99 VALUE 0.
      *****MISMA MINIMA APROBATORIA QUE 3ALUPRO
       77  MINIMA-APROBATORIA  PIC 999V99 VALUE 6.

      *****ACUMULADOS POR MOTIVO PARA EL ANALISIS: BAJAS, PROMEDIO Y
      *****ASISTENCIA MEDIOS, CUANTOS SE FUERON REPROBANDO Y CUANTOS
      *****DEBIENDO, Y EL ADEUDO QUE DEJARON; TOPE REVISADO
       01  TABLA-MOTIVOS.
           03  MOTIVOS-OC OCCURS 100 TIMES.
               05  TM-MOTIVO       PIC X(03).
               05  TM-DESCRIPCION  PIC X(20).
               05  TM-CATEGORIA    PIC X(10).
               05  TM-BAJAS        PIC 9(05).
               05  TM-SUMA-PROM    PIC 9(07)V99.
               05  TM-SUMA-ASIST   PIC 9(07)V9.
               05  TM-REPROBADOS   PIC 9(05).
               05  TM-CON-ADEUDO   PIC 9(05).
               05  TM-SALDO        PIC 9(09)V99.
       77  MOTIVOS-TOTAL       PIC 9(03) VALUE 0.
       77  I-MOT               PIC 9(03).
       77  MOT-HALLADO         PIC 9(03).

      *****LAS MISMAS CIFRAS SUMADAS POR CATEGORIA DEL CATALOGO
       01  TABLA-CATEGORIAS.
           03  CATEGORIAS-OC OCCURS 10 TIMES.
               05  TC-CATEGORIA    PIC X(10).
               05  TC-BAJAS        PIC 9(05).
               05  TC-SUMA-PROM    PIC 9(07)V99.
               05  TC-SUMA-ASIST   PIC 9(07)V9.
               05  TC-REPROBADOS   PIC 9(05).
               05  TC-CON-ADEUDO   PIC 9(05).
               05  TC-SALDO        PIC 9(09)V99.
       77  CATEGORIAS-TOTAL    PIC 9(02) VALUE 0.
       77  I-CAT               PIC 9(02).
       77  CAT-HALLADO         PIC 9(02).

       01  TITULO-DES-1.
           05  FILLER              PIC X(40) VALUE
               "ANALISIS DE DESERCION ESCOLAR".
           05  FILLER              PIC X(07) VALUE "CICLO: ".
           05  TDES-CICLO          PIC X(06).
       01  TITULO-CORTE.
           05  FILLER              PIC X(07) VALUE "CICLO: ".
           05  TCOR-CICLO          PIC 9(06).
           05  FILLER              PIC X(17) VALUE
               "  CAMPUS/TURNO: ".
           05  TCOR-CAMPUS         PIC X(03).
           05  FILLER              PIC X(09) VALUE "  GRUPO: ".
           05  TCOR-GRUPO          PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  TCOR-DESCRIPCION    PIC X(20).
       01  TITULO-DES-2.
           05  FILLER              PIC X(44) VALUE
               "MATRICULA NOMBRE                         MOT".
           05  FILLER              PIC X(44) VALUE
               " FECHA BAJA PROM  FALTAS ASIST%     ADEUDO".
       01  DETALLE-DES.
           05  DETDES-MATRICULA    PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETDES-NOMBRE       PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETDES-MOTIVO       PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETDES-FECHA        PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETDES-PROMEDIO     PIC Z9.99.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  DETDES-FALTAS       PIC ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETDES-ASISTENCIA   PIC ZZ9.9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETDES-SALDO        PIC $$$,$$9.99.
       01  SUBTOTAL-DES.
           05  FILLER              PIC X(18) VALUE
               "BAJAS DEL GRUPO: ".
           05  SUBDES-BAJAS        PIC ZZZZ9.
           05  FILLER              PIC X(12) VALUE "  ADEUDO: ".
           05  SUBDES-SALDO        PIC $$$,$$$,$$9.99.

       01  TITULO-MOT.
           05  FILLER              PIC X(44) VALUE
               "MOT DESCRIPCION          CATEGORIA   BAJAS ".
           05  FILLER              PIC X(44) VALUE
               " PROM  ASIST% REPROB DEBIAN         ADEUDO".
       01  DETALLE-MOT.
           05  DETMOT-MOTIVO       PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETMOT-DESCRIPCION  PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETMOT-CATEGORIA    PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETMOT-BAJAS        PIC ZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETMOT-PROMEDIO     PIC Z9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETMOT-ASISTENCIA   PIC ZZ9.9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETMOT-REPROBADOS   PIC ZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETMOT-CON-ADEUDO   PIC ZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETMOT-SALDO        PIC $$$,$$$,$$9.99.
       77  PROMEDIO-CALC       PIC 9(03)V99.
       77  ASISTENCIA-CALC     PIC 9(03)V9.
       01  RESUMEN-DES.
           05  FILLER              PIC X(14) VALUE "TOTAL BAJAS: ".
           05  RESDES-BAJAS        PIC ZZZZ9.
           05  FILLER              PIC X(18) VALUE
               "  ADEUDO TOTAL: ".
           05  RESDES-SALDO        PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
      *****DESERCION POR CICLO, CAMPUS/TURNO Y GRUPO CON EL MOTIVO DE
      *****CADA BAJA Y EL PROMEDIO, ASISTENCIA Y ADEUDO QUE EL ALUMNO
      *****TENIA AL IRSE; AL FINAL LAS MISMAS CIFRAS POR MOTIVO Y POR
      *****CATEGORIA PARA VER SI PESA MAS EL DINERO O LAS CALIFICACIONES
       MAIN-PROCEDURE.
           DISPLAY "CICLO A ANALIZAR (AAAANN, 0 = TODOS)".
           ACCEPT CICLO-REPORTE.
           OPEN INPUT MOTIVOSALU.
           OPEN INPUT GRUPOS.
           OPEN OUTPUT REPORTE.
           IF CICLO-REPORTE = 0
               MOVE "TODOS" TO TDES-CICLO
           ELSE
               MOVE CICLO-REPORTE TO TDES-CICLO
           END-IF.
           WRITE REPORTE-REG FROM TITULO-DES-1 BEFORE 2 LINES.
           SORT DESSORT ON ASCENDING KEY DSS-CICLO DSS-CAMPUS-TURNO
               DSS-GRUPO DSS-MOTIVO DSS-MATRICULA
               INPUT PROCEDURE SELECCIONAR-BAJAS
               OUTPUT PROCEDURE IMPRIMIR-BAJAS.
           PERFORM IMPRIMIR-MOTIVOS.
           PERFORM IMPRIMIR-CATEGORIAS.
           MOVE CONT-TOTAL  TO RESDES-BAJAS.
           MOVE SALDO-TOTAL TO RESDES-SALDO.
           WRITE REPORTE-REG FROM RESUMEN-DES BEFORE 2 LINES.
           DISPLAY "BAJAS ANALIZADAS: " CONT-TOTAL.
           CLOSE MOTIVOSALU.
           CLOSE GRUPOS.
           CLOSE REPORTE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *******************************************************************
      *                    ACUMULADOS POR MOTIVO
      *******************************************************************
       ACUMULAR-MOTIVO.
           MOVE 0 TO MOT-HALLADO.
           PERFORM VARYING I-MOT FROM 1 BY 1
                   UNTIL I-MOT > MOTIVOS-TOTAL OR MOT-HALLADO > 0
               IF TM-MOTIVO(I-MOT) = DSS-MOTIVO
                   MOVE I-MOT TO MOT-HALLADO
               END-IF
           END-PERFORM.
           IF MOT-HALLADO = 0 AND MOTIVOS-TOTAL < 100
               ADD 1 TO MOTIVOS-TOTAL
               MOVE MOTIVOS-TOTAL TO MOT-HALLADO
               MOVE DSS-MOTIVO TO TM-MOTIVO(MOT-HALLADO)
               MOVE DSS-MOTIVO TO MTA-CLAVE
               MOVE 1 TO MTA-KEY-EXISTE
               READ MOTIVOSALU INVALID KEY MOVE 0 TO MTA-KEY-EXISTE
               END-READ
               IF MTA-KEY-EXISTE = 1
                   MOVE MTA-DESCRIPCION TO TM-DESCRIPCION(MOT-HALLADO)
                   MOVE MTA-CATEGORIA   TO TM-CATEGORIA(MOT-HALLADO)
               ELSE
                   MOVE "(SIN CATALOGO)" TO TM-DESCRIPCION(MOT-HALLADO)
                   MOVE "OTRO"           TO TM-CATEGORIA(MOT-HALLADO)
               END-IF
               MOVE 0 TO TM-BAJAS(MOT-HALLADO)
               MOVE 0 TO TM-SUMA-PROM(MOT-HALLADO)
               MOVE 0 TO TM-SUMA-ASIST(MOT-HALLADO)
               MOVE 0 TO TM-REPROBADOS(MOT-HALLADO)
               MOVE 0 TO TM-CON-ADEUDO(MOT-HALLADO)
               MOVE 0 TO TM-SALDO(MOT-HALLADO)
           END-IF.
           IF MOT-HALLADO > 0
               ADD 1              TO TM-BAJAS(MOT-HALLADO)
               ADD DSS-PROMEDIO   TO TM-SUMA-PROM(MOT-HALLADO)
               ADD DSS-ASISTENCIA TO TM-SUMA-ASIST(MOT-HALLADO)
               ADD DSS-SALDO      TO TM-SALDO(MOT-HALLADO)
               IF DSS-PROMEDIO < MINIMA-APROBATORIA
                   ADD 1 TO TM-REPROBADOS(MOT-HALLADO)
               END-IF
               IF DSS-SALDO > 0
                   ADD 1 TO TM-CON-ADEUDO(MOT-HALLADO)
               END-IF
           END-IF.

       IMPRIMIR-MOTIVOS.
           WRITE REPORTE-REG FROM SPACES BEFORE 1 LINES.
           MOVE "=== DESERCION POR MOTIVO" TO REPORTE-REG.
           WRITE REPORTE-REG BEFORE 2 LINES.
           WRITE REPORTE-REG FROM TITULO-MOT BEFORE 1 LINES.
           PERFORM VARYING I-MOT FROM 1 BY 1
                   UNTIL I-MOT > MOTIVOS-TOTAL
               MOVE TM-MOTIVO(I-MOT)      TO DETMOT-MOTIVO
               MOVE TM-DESCRIPCION(I-MOT) TO DETMOT-DESCRIPCION
               MOVE TM-CATEGORIA(I-MOT)   TO DETMOT-CATEGORIA
               MOVE TM-BAJAS(I-MOT)       TO DETMOT-BAJAS
               COMPUTE PROMEDIO-CALC ROUNDED =
                   TM-SUMA-PROM(I-MOT) / TM-BAJAS(I-MOT)
               COMPUTE ASISTENCIA-CALC ROUNDED =
                   TM-SUMA-ASIST(I-MOT) / TM-BAJAS(I-MOT)
               MOVE PROMEDIO-CALC         TO DETMOT-PROMEDIO
               MOVE ASISTENCIA-CALC       TO DETMOT-ASISTENCIA
               MOVE TM-REPROBADOS(I-MOT)  TO DETMOT-REPROBADOS
               MOVE TM-CON-ADEUDO(I-MOT)  TO DETMOT-CON-ADEUDO
               MOVE TM-SALDO(I-MOT)       TO DETMOT-SALDO
               WRITE REPORTE-REG FROM DETALLE-MOT BEFORE 1 LINES
               PERFORM ACUMULAR-CATEGORIA
           END-PERFORM.

       ACUMULAR-CATEGORIA.
           MOVE 0 TO CAT-HALLADO.
           PERFORM VARYING I-CAT FROM 1 BY 1
                   UNTIL I-CAT > CATEGORIAS-TOTAL OR CAT-HALLADO > 0
               IF TC-CATEGORIA(I-CAT) = TM-CATEGORIA(I-MOT)
                   MOVE I-CAT TO CAT-HALLADO
               END-IF
           END-PERFORM.
           IF CAT-HALLADO = 0 AND CATEGORIAS-TOTAL < 10
               ADD 1 TO CATEGORIAS-TOTAL
               MOVE CATEGORIAS-TOTAL TO CAT-HALLADO
               MOVE TM-CATEGORIA(I-MOT) TO TC-CATEGORIA(CAT-HALLADO)
               MOVE 0 TO TC-BAJAS(CAT-HALLADO)
               MOVE 0 TO TC-SUMA-PROM(CAT-HALLADO)
               MOVE 0 TO TC-SUMA-ASIST(CAT-HALLADO)
               MOVE 0 TO TC-REPROBADOS(CAT-HALLADO)
               MOVE 0 TO TC-CON-ADEUDO(CAT-HALLADO)
               MOVE 0 TO TC-SALDO(CAT-HALLADO)
           END-IF.
           IF CAT-HALLADO > 0
               ADD TM-BAJAS(I-MOT)      TO TC-BAJAS(CAT-HALLADO)
               ADD TM-SUMA-PROM(I-MOT)  TO TC-SUMA-PROM(CAT-HALLADO)
               ADD TM-SUMA-ASIST(I-MOT) TO TC-SUMA-ASIST(CAT-HALLADO)
               ADD TM-REPROBADOS(I-MOT) TO TC-REPROBADOS(CAT-HALLADO)
               ADD TM-CON-ADEUDO(I-MOT) TO TC-CON-ADEUDO(CAT-HALLADO)
               ADD TM-SALDO(I-MOT)      TO TC-SALDO(CAT-HALLADO)
           END-IF.

       IMPRIMIR-CATEGORIAS.
           WRITE REPORTE-REG FROM SPACES BEFORE 1 LINES.
           MOVE "=== DESERCION POR CATEGORIA" TO REPORTE-REG.
           WRITE REPORTE-REG BEFORE 2 LINES.
           WRITE REPORTE-REG FROM TITULO-MOT BEFORE 1 LINES.
           PERFORM VARYING I-CAT FROM 1 BY 1
                   UNTIL I-CAT > CATEGORIAS-TOTAL
               MOVE SPACES                TO DETMOT-MOTIVO
               MOVE SPACES                TO DETMOT-DESCRIPCION
               MOVE TC-CATEGORIA(I-CAT)   TO DETMOT-CATEGORIA
               MOVE TC-BAJAS(I-CAT)       TO DETMOT-BAJAS
               COMPUTE PROMEDIO-CALC ROUNDED =
                   TC-SUMA-PROM(I-CAT) / TC-BAJAS(I-CAT)
               COMPUTE ASISTENCIA-CALC ROUNDED =
                   TC-SUMA-ASIST(I-CAT) / TC-BAJAS(I-CAT)
               MOVE PROMEDIO-CALC         TO DETMOT-PROMEDIO
               MOVE ASISTENCIA-CALC       TO DETMOT-ASISTENCIA
               MOVE TC-REPROBADOS(I-CAT)  TO DETMOT-REPROBADOS
               MOVE TC-CON-ADEUDO(I-CAT)  TO DETMOT-CON-ADEUDO
               MOVE TC-SALDO(I-CAT)       TO DETMOT-SALDO
               WRITE REPORTE-REG FROM DETALLE-MOT BEFORE 1 LINES
           END-PERFORM.

      *******************************************************************
      *                 SELECCION E IMPRESION DE BAJAS
      *******************************************************************
       SELECCIONAR-BAJAS SECTION.
           OPEN INPUT BAJASALU.
           MOVE 0 TO BAJASALU-EOF.
           READ BAJASALU AT END MOVE 1 TO BAJASALU-EOF.
           PERFORM SELECCIONAR-UNA UNTIL BAJASALU-EOF = 1.
           CLOSE BAJASALU.
           GO TO FIN-SELECCIONAR.

       SELECCIONAR-UNA.
           IF CICLO-REPORTE = 0 OR RBA-CICLO = CICLO-REPORTE
               MOVE RBA-CICLO         TO DSS-CICLO
               MOVE RBA-CAMPUS-TURNO  TO DSS-CAMPUS-TURNO
               MOVE RBA-GRUPO         TO DSS-GRUPO
               MOVE RBA-MOTIVO        TO DSS-MOTIVO
               MOVE RBA-MATRICULA     TO DSS-MATRICULA
               MOVE RBA-NOMBRE        TO DSS-NOMBRE
               MOVE RBA-PROMEDIO      TO DSS-PROMEDIO
               MOVE RBA-FEC-BAJA      TO DSS-FEC-BAJA
               MOVE RBA-FALTAS        TO DSS-FALTAS
               MOVE RBA-ASISTENCIA    TO DSS-ASISTENCIA
               MOVE RBA-SALDO         TO DSS-SALDO
               RELEASE DESSORT-REG
           END-IF.
           READ BAJASALU AT END MOVE 1 TO BAJASALU-EOF.

       FIN-SELECCIONAR.

       IMPRIMIR-BAJAS SECTION.
           MOVE 1 TO PRIMER-CORTE.
           MOVE 0 TO DESSORT-EOF.
           RETURN DESSORT AT END MOVE 1 TO DESSORT-EOF.
           PERFORM IMPRIMIR-UNA UNTIL DESSORT-EOF = 1.
           IF PRIMER-CORTE = 0
               PERFORM CERRAR-CORTE
           END-IF.
           GO TO FIN-IMPRIMIR.

       IMPRIMIR-UNA.
           IF PRIMER-CORTE = 1
               OR DSS-CICLO NOT = CICLO-ANTERIOR
               OR DSS-CAMPUS-TURNO NOT = CAMPUS-ANTERIOR
               OR DSS-GRUPO NOT = GRUPO-ANTERIOR
               IF PRIMER-CORTE = 0
                   PERFORM CERRAR-CORTE
               END-IF
               PERFORM ENCABEZAR-CORTE
           END-IF.
           MOVE DSS-MATRICULA  TO DETDES-MATRICULA.
           MOVE DSS-NOMBRE     TO DETDES-NOMBRE.
           MOVE DSS-MOTIVO     TO DETDES-MOTIVO.
           MOVE DSS-FEC-BAJA   TO DETDES-FECHA.
           MOVE DSS-PROMEDIO   TO DETDES-PROMEDIO.
           MOVE DSS-FALTAS     TO DETDES-FALTAS.
           MOVE DSS-ASISTENCIA TO DETDES-ASISTENCIA.
           MOVE DSS-SALDO      TO DETDES-SALDO.
           WRITE REPORTE-REG FROM DETALLE-DES BEFORE 1 LINES.
           ADD 1 TO CONT-GRUPO.
           ADD DSS-SALDO TO SALDO-GRUPO.
           ADD 1 TO CONT-TOTAL.
           ADD DSS-SALDO TO SALDO-TOTAL.
           PERFORM ACUMULAR-MOTIVO.
           RETURN DESSORT AT END MOVE 1 TO DESSORT-EOF.

       ENCABEZAR-CORTE.
           MOVE 0 TO PRIMER-CORTE.
           MOVE DSS-CICLO        TO CICLO-ANTERIOR.
           MOVE DSS-CAMPUS-TURNO TO CAMPUS-ANTERIOR.
           MOVE DSS-GRUPO        TO GRUPO-ANTERIOR.
           MOVE 0 TO CONT-GRUPO.
           MOVE 0 TO SALDO-GRUPO.
           MOVE DSS-CICLO        TO TCOR-CICLO.
           MOVE DSS-CAMPUS-TURNO TO TCOR-CAMPUS.
           MOVE DSS-GRUPO        TO TCOR-GRUPO.
           MOVE DSS-GRUPO        TO GPO-CLAVE.
           MOVE 1 TO GPO-KEY-EXISTE.
           READ GRUPOS INVALID KEY MOVE 0 TO GPO-KEY-EXISTE.
           IF GPO-KEY-EXISTE = 1
               MOVE GPO-DESCRIPCION TO TCOR-DESCRIPCION
           ELSE
               MOVE SPACES TO TCOR-DESCRIPCION
           END-IF.
           WRITE REPORTE-REG FROM TITULO-CORTE BEFORE 2 LINES.
           WRITE REPORTE-REG FROM TITULO-DES-2 BEFORE 1 LINES.

       CERRAR-CORTE.
           MOVE CONT-GRUPO  TO SUBDES-BAJAS.
           MOVE SALDO-GRUPO TO SUBDES-SALDO.
           WRITE REPORTE-REG FROM SUBTOTAL-DES BEFORE 2 LINES.

       FIN-IMPRIMIR.

       END PROGRAM 5DESREP.
