      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 5MADREP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MATADEU ASSIGN TO "MATADEU"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAD-LLAVE.
           SELECT ALUINX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALUINX-MATRICULA.
           SELECT REPORTE ASSIGN TO DISK.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *****LIBRO DE MATERIAS ADEUDADAS (VER 3REINSC Y 2EXTCAP)
       FD  MATADEU.
       01  MATADEU-REG.
           03  MAD-LLAVE.
               05  MAD-MATRICULA   PIC 9(08).
               05  MAD-MATERIA     PIC X(03).
           03  MAD-NOMBRE-MATERIA  PIC X(20).
           03  MAD-GRUPO           PIC X(03).
           03  MAD-CASILLA         PIC 9(01).
           03  MAD-CICLO-REPROBO   PIC 9(06).
           03  MAD-CICLO-ULTIMO    PIC 9(06).
           03  MAD-INTENTOS        PIC 9(02).
           03  MAD-ULTIMA-CAL      PIC 999V99.
           03  MAD-CAL-EXTRA       PIC 999V99.
           03  MAD-FEC-EXTRA       PIC 9(08).
           03  MAD-ESTADO          PIC X(10).
           03  MAD-CICLO-ACREDITA  PIC 9(06).

       FD  ALUINX.
       01  ALUINX-REG.
           03  ALUINX-MATRICULA    PIC 9(8).
           03  ALUINX-NOMBRE       PIC X(30).
           03  ALUINX-GRUPO        PIC X(03).
           03  ALUINX-PROMEDIO     PIC 9(03)V99.

       FD  REPORTE.
       01  REPORTE-REG             PIC X(132).

       WORKING-STORAGE SECTION.
       77  MATADEU-EOF         PIC 9.
       77  EXISTE-MATRICULA    PIC 9.
       77  MATRICULA-BUSCADA   PIC 9(08).
       77  MATRICULA-ANTERIOR  PIC 9(08).
       77  OPCION-REPORTE      PIC 9.
       77  ADEUDADAS-ALUMNO    PIC 9(03).
       77  CONT-ALUMNOS        PIC 9(05) VALUE 0.
       77  CONT-ADEUDADAS      PIC 9(05) VALUE 0.
       77  CONT-ACREDITADAS    PIC 9(05) VALUE 0.

       01  TITULO-MAD-1.
           05  FILLER              PIC X(40) VALUE
               "LIBRO DE MATERIAS ADEUDADAS".
           05  TMAD-ALCANCE        PIC X(20).
       01  TITULO-ALUMNO.
           05  FILLER              PIC X(11) VALUE "MATRICULA: ".
           05  TALU-MATRICULA      PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  TALU-NOMBRE         PIC X(30).
           05  FILLER              PIC X(09) VALUE "  GRUPO: ".
           05  TALU-GRUPO          PIC X(03).
       01  TITULO-MAD-2.
           05  FILLER              PIC X(44) VALUE
               "  MAT MATERIA              GPO REPROBO  INT ".
           05  FILLER              PIC X(44) VALUE
               "ULT CAL EXTRA  FEC EXTRA ESTADO     ACREDITO".
       01  DETALLE-MAD.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETMAD-MATERIA      PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETMAD-NOMBRE       PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETMAD-GRUPO        PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETMAD-REPROBO      PIC 9(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETMAD-INTENTOS     PIC Z9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETMAD-ULTIMA       PIC Z9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETMAD-EXTRA        PIC Z9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETMAD-FEC-EXTRA    PIC Z(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETMAD-ESTADO       PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETMAD-ACREDITA     PIC Z(06).
       01  SUBTOTAL-MAD.
           05  FILLER              PIC X(16) VALUE
               "  ADEUDA TODAVIA".
           05  FILLER              PIC X(02) VALUE ": ".
           05  SUBMAD-ADEUDADAS    PIC ZZ9.
           05  FILLER              PIC X(09) VALUE " MATERIAS".
       01  RESUMEN-MAD.
           05  FILLER              PIC X(21) VALUE
               "ALUMNOS CON ADEUDO: ".
           05  RESMAD-ALUMNOS      PIC ZZZZ9.
           05  FILLER              PIC X(22) VALUE
               "  MATERIAS ADEUDADAS: ".
           05  RESMAD-ADEUDADAS    PIC ZZZZ9.
           05  FILLER              PIC X(15) VALUE "  ACREDITADAS: ".
           05  RESMAD-ACREDITADAS  PIC ZZZZ9.

       PROCEDURE DIVISION.
      *****LO QUE CADA ALUMNO TODAVIA DEBE: MATERIA, CICLO EN QUE SE
      *****REPROBO, INTENTOS, ULTIMO EXTRAORDINARIO Y ESTADO; CON LA
      *****OPCION 2 SALE TAMBIEN LO YA ACREDITADO (HISTORIA COMPLETA)
       MAIN-PROCEDURE.
           DISPLAY "MATRICULA (0 = TODAS)".
           ACCEPT MATRICULA-BUSCADA.
           MOVE 0 TO OPCION-REPORTE.
           PERFORM UNTIL OPCION-REPORTE = 1 OR OPCION-REPORTE = 2
               DISPLAY "1. SOLO ADEUDADAS  2. TODAS"
               ACCEPT OPCION-REPORTE
           END-PERFORM.
           OPEN INPUT MATADEU.
           OPEN INPUT ALUINX.
           OPEN OUTPUT REPORTE.
           IF OPCION-REPORTE = 1
               MOVE "(SOLO ADEUDADAS)" TO TMAD-ALCANCE
           ELSE
               MOVE "(HISTORIA COMPLETA)" TO TMAD-ALCANCE
           END-IF.
           WRITE REPORTE-REG FROM TITULO-MAD-1 BEFORE 2 LINES.
           MOVE 0 TO MATRICULA-ANTERIOR.
           MOVE 0 TO MATADEU-EOF.
           MOVE MATRICULA-BUSCADA TO MAD-MATRICULA.
           MOVE LOW-VALUES TO MAD-MATERIA.
           START MATADEU KEY IS NOT LESS THAN MAD-LLAVE
               INVALID KEY MOVE 1 TO MATADEU-EOF.
           PERFORM REVISAR-RENGLON UNTIL MATADEU-EOF = 1.
           IF MATRICULA-ANTERIOR NOT = 0
               PERFORM CERRAR-ALUMNO
           END-IF.
           MOVE CONT-ALUMNOS     TO RESMAD-ALUMNOS.
           MOVE CONT-ADEUDADAS   TO RESMAD-ADEUDADAS.
           MOVE CONT-ACREDITADAS TO RESMAD-ACREDITADAS.
           WRITE REPORTE-REG FROM RESUMEN-MAD BEFORE 2 LINES.
           DISPLAY "ALUMNOS CON ADEUDO: " CONT-ALUMNOS.
           DISPLAY "MATERIAS ADEUDADAS: " CONT-ADEUDADAS.
           CLOSE MATADEU.
           CLOSE ALUINX.
           CLOSE REPORTE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       REVISAR-RENGLON.
           READ MATADEU NEXT RECORD
               AT END
                   MOVE 1 TO MATADEU-EOF
               NOT AT END
                   IF MATRICULA-BUSCADA NOT = 0
                       AND MAD-MATRICULA NOT = MATRICULA-BUSCADA
                       MOVE 1 TO MATADEU-EOF
                   ELSE
                       IF MAD-ESTADO = "ADEUDADA"
                           OR OPCION-REPORTE = 2
                           PERFORM IMPRIMIR-RENGLON
                       END-IF
                   END-IF
           END-READ.

       IMPRIMIR-RENGLON.
           IF MAD-MATRICULA NOT = MATRICULA-ANTERIOR
               IF MATRICULA-ANTERIOR NOT = 0
                   PERFORM CERRAR-ALUMNO
               END-IF
               PERFORM ENCABEZAR-ALUMNO
           END-IF.
           MOVE MAD-MATERIA        TO DETMAD-MATERIA.
           MOVE MAD-NOMBRE-MATERIA TO DETMAD-NOMBRE.
           MOVE MAD-GRUPO          TO DETMAD-GRUPO.
           MOVE MAD-CICLO-REPROBO  TO DETMAD-REPROBO.
           MOVE MAD-INTENTOS       TO DETMAD-INTENTOS.
           MOVE MAD-ULTIMA-CAL     TO DETMAD-ULTIMA.
           MOVE MAD-CAL-EXTRA      TO DETMAD-EXTRA.
           MOVE MAD-FEC-EXTRA      TO DETMAD-FEC-EXTRA.
           MOVE MAD-ESTADO         TO DETMAD-ESTADO.
           MOVE MAD-CICLO-ACREDITA TO DETMAD-ACREDITA.
           WRITE REPORTE-REG FROM DETALLE-MAD BEFORE 1 LINES.
           IF MAD-ESTADO = "ADEUDADA"
               ADD 1 TO ADEUDADAS-ALUMNO
               ADD 1 TO CONT-ADEUDADAS
           ELSE
               ADD 1 TO CONT-ACREDITADAS
           END-IF.

       ENCABEZAR-ALUMNO.
           MOVE MAD-MATRICULA TO MATRICULA-ANTERIOR.
           MOVE 0 TO ADEUDADAS-ALUMNO.
           MOVE MAD-MATRICULA TO ALUINX-MATRICULA.
           MOVE 1 TO EXISTE-MATRICULA.
           READ ALUINX INVALID KEY MOVE 0 TO EXISTE-MATRICULA.
           MOVE MAD-MATRICULA TO TALU-MATRICULA.
           IF EXISTE-MATRICULA = 1
               MOVE ALUINX-NOMBRE TO TALU-NOMBRE
               MOVE ALUINX-GRUPO  TO TALU-GRUPO
           ELSE
               MOVE "(BAJA O SIN MAESTRO)" TO TALU-NOMBRE
               MOVE SPACES        TO TALU-GRUPO
           END-IF.
           WRITE REPORTE-REG FROM TITULO-ALUMNO BEFORE 1 LINES.
           WRITE REPORTE-REG FROM TITULO-MAD-2 BEFORE 1 LINES.

       CERRAR-ALUMNO.
           MOVE ADEUDADAS-ALUMNO TO SUBMAD-ADEUDADAS.
           WRITE REPORTE-REG FROM SUBTOTAL-MAD BEFORE 2 LINES.
           IF ADEUDADAS-ALUMNO > 0
               ADD 1 TO CONT-ALUMNOS
           END-IF.

       END PROGRAM 5MADREP.
