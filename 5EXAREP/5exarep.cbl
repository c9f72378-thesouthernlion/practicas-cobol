      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 5EXAREP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EXAMENES ASSIGN TO "EXAMENES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EXA-LLAVE.
           SELECT EXASORT ASSIGN TO DISK.
           SELECT OPTIONAL PLANEST ASSIGN TO "PLANEST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLA-GRUPO.
           SELECT OPTIONAL MATERIAS ASSIGN TO "MATERIAS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAT-CLAVE.
           SELECT OPTIONAL PROFESORES ASSIGN TO "PROFESORES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRF-CLAVE.
           SELECT GRUPOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GPO-CLAVE.
           SELECT REPORTE ASSIGN TO DISK.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *****CALENDARIO DE EXAMENES QUE MANTIENE 4EXAABC
       FD  EXAMENES.
       01  EXAMENES-REG.
           03  EXA-LLAVE.
               05  EXA-CICLO       PIC 9(06).
               05  EXA-GRUPO       PIC X(03).
               05  EXA-CASILLA     PIC 9(01).
               05  EXA-NUMERO      PIC 9(01).
           03  EXA-TIPO            PIC X(01).
           03  EXA-FECHA           PIC 9(08).
           03  EXA-INICIO          PIC 9(04).
           03  EXA-FIN             PIC 9(04).
           03  EXA-AULA            PIC X(04).
           03  EXA-PROFESOR        PIC X(08).

      *****EL CORTE ES EL GRUPO (CALENDARIO PARA ALUMNOS) O EL
      *****PROFESOR QUE APLICA (CALENDARIO PARA PROFESORES)
       SD  EXASORT.
       01  EXASORT-REG.
           03  EXS-CORTE           PIC X(08).
           03  EXS-FECHA           PIC 9(08).
           03  EXS-INICIO          PIC 9(04).
           03  EXS-FIN             PIC 9(04).
           03  EXS-GRUPO           PIC X(03).
           03  EXS-CASILLA         PIC 9(01).
           03  EXS-NUMERO          PIC 9(01).
           03  EXS-TIPO            PIC X(01).
           03  EXS-AULA            PIC X(04).
           03  EXS-PROFESOR        PIC X(08).

      *****PLAN DE ESTUDIOS Y CATALOGO DE MATERIAS (VER 4MATABC)
       FD  PLANEST.
       01  PLANEST-REG.
           03  PLA-GRUPO           PIC X(03).
           03  PLA-MATERIAS OCCURS 6 TIMES.
               05  PLA-MATERIA     PIC X(03).

       FD  MATERIAS.
       01  MATERIAS-REG.
           03  MAT-CLAVE           PIC X(03).
           03  MAT-NOMBRE          PIC X(20).

      *****MAESTRO DE PROFESORES (VER 4PRFABC)
       FD  PROFESORES.
       01  PROFESORES-REG.
           03  PRF-CLAVE           PIC X(08).
           03  PRF-NOMBRE          PIC X(30).
           03  PRF-ESTADO          PIC X(10).

       FD  GRUPOS.
       01  GRUPOS-REG.
           03  GPO-CLAVE           PIC X(03).
           03  GPO-DESCRIPCION     PIC X(20).
           03  GPO-CUPO            PIC 9(03).
           03  GPO-ASESOR          PIC X(15).

       FD  REPORTE.
       01  REPORTE-REG             PIC X(132).

       WORKING-STORAGE SECTION.
       77  EXAMENES-EOF        PIC 9 VALUE ZERO.
       77  EXASORT-EOF         PIC 9 VALUE ZERO.
       77  PLA-KEY-EXISTE      PIC 9.
       77  MAT-KEY-EXISTE      PIC 9.
       77  PRF-KEY-EXISTE      PIC 9.
       77  GPO-KEY-EXISTE      PIC 9.
       77  MODO-REPORTE        PIC 9.
       77  CICLO-BUSCADO       PIC 9(06).
       77  CORTE-BUSCADO       PIC X(08).
       77  CORTE-ANTERIOR      PIC X(08).
       77  EXAMENES-CORTE      PIC 9(03).
       77  CONT-EXAMENES       PIC 9(04) VALUE 0.
       77  HAY-DETALLE         PIC 9 VALUE 0.

       01  TITULO-EXA-1.
           05  FILLER              PIC X(29) VALUE
               "CALENDARIO DE EXAMENES CICLO ".
           05  TEXA-CICLO          PIC 9(06).
           05  FILLER              PIC X(03) VALUE " - ".
           05  TEXA-MODO           PIC X(14).
       01  TITULO-CORTE.
           05  FILLER              PIC X(04) VALUE "=== ".
           05  TCOR-CLAVE          PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  TCOR-NOMBRE         PIC X(30).
           05  FILLER              PIC X(04) VALUE " ===".
       01  TITULO-EXA-2.
           05  FILLER              PIC X(44) VALUE
               "FECHA       INICIO FIN   GRUPO MATERIA".
           05  FILLER              PIC X(34) VALUE
               "         EXAMEN     AULA  PROF".
       01  DETALLE-EXA.
           05  DETEXA-FECHA        PIC 9999/99/99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETEXA-INICIO       PIC 9(04).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  DETEXA-FIN          PIC 9(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETEXA-GRUPO        PIC X(03).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  DETEXA-MATERIA      PIC X(20).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETEXA-TIPO         PIC X(08).
           05  DETEXA-NUMERO       PIC 9(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETEXA-AULA         PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETEXA-PROFESOR     PIC X(08).
       01  RESUMEN-CORTE.
           05  FILLER              PIC X(11) VALUE "EXAMENES: ".
           05  RESCOR-CONT         PIC ZZ9.
       01  RESUMEN-EXA.
           05  FILLER              PIC X(20) VALUE
               "EXAMENES LISTADOS:  ".
           05  RESEXA-CONT         PIC ZZZ9.

       PROCEDURE DIVISION.
      *****CALENDARIO DE EXAMENES IMPRIMIBLE DE UN CICLO: POR GRUPO
      *****PARA LOS ALUMNOS O POR PROFESOR PARA LOS QUE APLICAN; CON
      *****CLAVE EN BLANCO SALEN TODOS, UNA SECCION POR CORTE, EN
      *****ORDEN DE FECHA Y HORA
       MAIN-PROCEDURE.
           DISPLAY "CICLO (AAAAPP)".
           ACCEPT CICLO-BUSCADO.
           DISPLAY "CALENDARIO A IMPRIMIR:".
           DISPLAY "1. POR GRUPO (ALUMNOS)".
           DISPLAY "2. POR PROFESOR (APLICADORES)".
           ACCEPT MODO-REPORTE.
           MOVE SPACES TO CORTE-BUSCADO.
           IF MODO-REPORTE = 2
               DISPLAY "CLAVE DEL PROFESOR (EN BLANCO = TODOS)"
               ACCEPT CORTE-BUSCADO
               MOVE "POR PROFESOR" TO TEXA-MODO
           ELSE
               MOVE 1 TO MODO-REPORTE
               DISPLAY "GRUPO (EN BLANCO = TODOS)"
               ACCEPT CORTE-BUSCADO
               MOVE "POR GRUPO" TO TEXA-MODO
           END-IF.
           MOVE CICLO-BUSCADO TO TEXA-CICLO.
           OPEN INPUT PLANEST.
           OPEN INPUT MATERIAS.
           OPEN INPUT PROFESORES.
           OPEN INPUT GRUPOS.
           OPEN OUTPUT REPORTE.
           WRITE REPORTE-REG FROM TITULO-EXA-1 BEFORE 2 LINES.
           SORT EXASORT ON ASCENDING KEY EXS-CORTE EXS-FECHA EXS-INICIO
               INPUT PROCEDURE SELECCIONAR-EXAMENES
               OUTPUT PROCEDURE IMPRIMIR-POR-CORTE.
           MOVE CONT-EXAMENES TO RESEXA-CONT.
           WRITE REPORTE-REG FROM RESUMEN-EXA BEFORE 2 LINES.
           DISPLAY "EXAMENES LISTADOS: " CONT-EXAMENES.
           CLOSE PLANEST.
           CLOSE MATERIAS.
           CLOSE PROFESORES.
           CLOSE GRUPOS.
           CLOSE REPORTE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       SELECCIONAR-EXAMENES SECTION.
           OPEN INPUT EXAMENES.
           MOVE 0 TO EXAMENES-EOF.
           MOVE LOW-VALUES TO EXA-LLAVE.
           MOVE CICLO-BUSCADO TO EXA-CICLO.
           START EXAMENES KEY IS NOT LESS THAN EXA-LLAVE
               INVALID KEY MOVE 1 TO EXAMENES-EOF.
           PERFORM SELECCIONAR-UNO UNTIL EXAMENES-EOF = 1.
           CLOSE EXAMENES.
           GO TO FIN-SELECCIONAR.

       SELECCIONAR-UNO.
           READ EXAMENES NEXT RECORD
               AT END
                   MOVE 1 TO EXAMENES-EOF
               NOT AT END
                   IF EXA-CICLO NOT = CICLO-BUSCADO
                       MOVE 1 TO EXAMENES-EOF
                   ELSE
                       PERFORM LIBERAR-EXAMEN
                   END-IF
           END-READ.

       LIBERAR-EXAMEN.
           IF MODO-REPORTE = 2
               MOVE EXA-PROFESOR TO EXS-CORTE
           ELSE
               MOVE EXA-GRUPO    TO EXS-CORTE
           END-IF.
           IF CORTE-BUSCADO = SPACES OR CORTE-BUSCADO = EXS-CORTE
               MOVE EXA-FECHA    TO EXS-FECHA
               MOVE EXA-INICIO   TO EXS-INICIO
               MOVE EXA-FIN      TO EXS-FIN
               MOVE EXA-GRUPO    TO EXS-GRUPO
               MOVE EXA-CASILLA  TO EXS-CASILLA
               MOVE EXA-NUMERO   TO EXS-NUMERO
               MOVE EXA-TIPO     TO EXS-TIPO
               MOVE EXA-AULA     TO EXS-AULA
               MOVE EXA-PROFESOR TO EXS-PROFESOR
               RELEASE EXASORT-REG
           END-IF.

       FIN-SELECCIONAR.

       IMPRIMIR-POR-CORTE SECTION.
           PERFORM LEER-EXASORT.
           IF EXASORT-EOF = 0
               PERFORM ENCABEZAR-CORTE
               MOVE 1 TO HAY-DETALLE
           END-IF.
           PERFORM IMPRIMIR-UNO UNTIL EXASORT-EOF = 1.
           IF HAY-DETALLE = 1
               PERFORM CERRAR-CORTE
           END-IF.
           GO TO FIN-IMPRIMIR.

       IMPRIMIR-UNO.
           IF EXS-CORTE NOT = CORTE-ANTERIOR
               PERFORM CERRAR-CORTE
               PERFORM ENCABEZAR-CORTE
           END-IF.
           MOVE EXS-FECHA    TO DETEXA-FECHA.
           MOVE EXS-INICIO   TO DETEXA-INICIO.
           MOVE EXS-FIN      TO DETEXA-FIN.
           MOVE EXS-GRUPO    TO DETEXA-GRUPO.
           PERFORM BUSCAR-MATERIA.
           IF EXS-TIPO = "F"
               MOVE "FINAL"   TO DETEXA-TIPO
           ELSE
               MOVE "PARCIAL" TO DETEXA-TIPO
           END-IF.
           MOVE EXS-NUMERO   TO DETEXA-NUMERO.
           MOVE EXS-AULA     TO DETEXA-AULA.
           MOVE EXS-PROFESOR TO DETEXA-PROFESOR.
           WRITE REPORTE-REG FROM DETALLE-EXA BEFORE 1 LINES.
           ADD 1 TO EXAMENES-CORTE.
           ADD 1 TO CONT-EXAMENES.
           PERFORM LEER-EXASORT.

       LEER-EXASORT.
           RETURN EXASORT AT END MOVE 1 TO EXASORT-EOF.

      *****EL ENCABEZADO DEL CORTE LLEVA LA DESCRIPCION DEL GRUPO O EL
      *****NOMBRE DEL PROFESOR
       ENCABEZAR-CORTE.
           MOVE EXS-CORTE TO CORTE-ANTERIOR.
           MOVE EXS-CORTE TO TCOR-CLAVE.
           MOVE SPACES    TO TCOR-NOMBRE.
           IF MODO-REPORTE = 2
               MOVE EXS-CORTE TO PRF-CLAVE
               MOVE 1 TO PRF-KEY-EXISTE
               READ PROFESORES INVALID KEY MOVE 0 TO PRF-KEY-EXISTE
               END-READ
               IF PRF-KEY-EXISTE = 1
                   MOVE PRF-NOMBRE TO TCOR-NOMBRE
               END-IF
           ELSE
               MOVE EXS-CORTE TO GPO-CLAVE
               MOVE 1 TO GPO-KEY-EXISTE
               READ GRUPOS INVALID KEY MOVE 0 TO GPO-KEY-EXISTE
               END-READ
               IF GPO-KEY-EXISTE = 1
                   MOVE GPO-DESCRIPCION TO TCOR-NOMBRE
               END-IF
           END-IF.
           WRITE REPORTE-REG FROM TITULO-CORTE BEFORE 2 LINES.
           WRITE REPORTE-REG FROM TITULO-EXA-2 BEFORE 1 LINES.

       CERRAR-CORTE.
           MOVE EXAMENES-CORTE TO RESCOR-CONT.
           WRITE REPORTE-REG FROM RESUMEN-CORTE BEFORE 2 LINES.
           MOVE 0 TO EXAMENES-CORTE.

      *****EL NOMBRE DE LA MATERIA SALE DEL PLAN DE ESTUDIOS DEL
      *****GRUPO; SIN PLAN EL EXAMEN SE IMPRIME CON SU CASILLA
       BUSCAR-MATERIA.
           MOVE SPACES TO DETEXA-MATERIA.
           MOVE EXS-GRUPO TO PLA-GRUPO.
           MOVE 1 TO PLA-KEY-EXISTE.
           READ PLANEST INVALID KEY MOVE 0 TO PLA-KEY-EXISTE.
           IF PLA-KEY-EXISTE = 1
               AND PLA-MATERIA(EXS-CASILLA) NOT = SPACES
               MOVE PLA-MATERIA(EXS-CASILLA) TO MAT-CLAVE
               MOVE 1 TO MAT-KEY-EXISTE
               READ MATERIAS INVALID KEY MOVE 0 TO MAT-KEY-EXISTE
               END-READ
               IF MAT-KEY-EXISTE = 1
                   MOVE MAT-NOMBRE TO DETEXA-MATERIA
               ELSE
                   MOVE PLA-MATERIA(EXS-CASILLA) TO DETEXA-MATERIA
               END-IF
           ELSE
               STRING "CASILLA " EXS-CASILLA DELIMITED BY SIZE
                   INTO DETEXA-MATERIA
           END-IF.

       FIN-IMPRIMIR.

       END PROGRAM 5EXAREP.
