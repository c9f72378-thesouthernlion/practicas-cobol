      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 5APEREP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL APELACION ASSIGN TO "APELACION"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APE-LLAVE.
           SELECT APESORT ASSIGN TO DISK.
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
           SELECT REPORTE ASSIGN TO DISK.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *****APELACIONES DE CALIFICACION QUE MANTIENE 2APECAP
       FD  APELACION.
       01  APELACION-REG.
           03  APE-LLAVE.
               05  APE-MATRICULA   PIC 9(08).
               05  APE-CICLO       PIC 9(06).
               05  APE-CASILLA     PIC 9(01).
           03  APE-GRUPO           PIC X(03).
           03  APE-PROFESOR        PIC X(08).
           03  APE-CAL-ANTERIOR    PIC 999V99.
           03  APE-CAL-SOLICITADA  PIC 999V99.
           03  APE-CAL-DICTAMEN    PIC 999V99.
           03  APE-MOTIVO          PIC X(40).
           03  APE-FECHA           PIC 9(08).
           03  APE-ESTADO          PIC X(10).
           03  APE-DICTAMEN        PIC X(10).
           03  APE-OPER-CAPTURA    PIC X(08).
           03  APE-OPER-REVISA     PIC X(08).
           03  APE-FEC-REVISION    PIC 9(08).
           03  APE-OPER-APRUEBA    PIC X(08).
           03  APE-FEC-RESOLUCION  PIC 9(08).
           03  APE-FEC-APLICACION  PIC 9(08).

      *****EL CORTE ES EL PROFESOR DE LA CASILLA; DENTRO DE EL SE
      *****ORDENA POR MATERIA Y MATRICULA
       SD  APESORT.
       01  APESORT-REG.
           03  APS-PROFESOR        PIC X(08).
           03  APS-MATERIA         PIC X(20).
           03  APS-MATRICULA       PIC 9(08).
           03  APS-CASILLA         PIC 9(01).
           03  APS-GRUPO           PIC X(03).
           03  APS-CAL-ANTERIOR    PIC 999V99.
           03  APS-CAL-SOLICITADA  PIC 999V99.
           03  APS-CAL-DICTAMEN    PIC 999V99.
           03  APS-DICTAMEN        PIC X(10).
           03  APS-ESTADO          PIC X(10).

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

       FD  REPORTE.
       01  REPORTE-REG             PIC X(132).

       WORKING-STORAGE SECTION.
       77  APELACION-EOF       PIC 9 VALUE ZERO.
       77  APESORT-EOF         PIC 9 VALUE ZERO.
       77  PLA-KEY-EXISTE      PIC 9.
       77  MAT-KEY-EXISTE      PIC 9.
       77  PRF-KEY-EXISTE      PIC 9.
       77  CICLO-BUSCADO       PIC 9(06).
       77  CORTE-ANTERIOR      PIC X(08).
       77  HAY-DETALLE         PIC 9 VALUE 0.
       77  CORTE-PRESENTADAS   PIC 9(04).
       77  CORTE-APLICADAS     PIC 9(04).
       77  CORTE-RECHAZADAS    PIC 9(04).
       77  CORTE-TRAMITE       PIC 9(04).
       77  TOTAL-PRESENTADAS   PIC 9(05) VALUE 0.
       77  TOTAL-APLICADAS     PIC 9(05) VALUE 0.
       77  TOTAL-RECHAZADAS    PIC 9(05) VALUE 0.
       77  TOTAL-TRAMITE       PIC 9(05) VALUE 0.

       01  TITULO-APE-1.
           05  FILLER              PIC X(36) VALUE
               "APELACIONES DE CALIFICACION CICLO ".
           05  TAPE-CICLO          PIC 9(06).
       01  TITULO-CORTE.
           05  FILLER              PIC X(13) VALUE "=== PROFESOR ".
           05  TCOR-CLAVE          PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  TCOR-NOMBRE         PIC X(30).
           05  FILLER              PIC X(04) VALUE " ===".
       01  TITULO-APE-2.
           05  FILLER              PIC X(44) VALUE
               "MATERIA              MATRICULA CAS GRUPO  ".
           05  FILLER              PIC X(47) VALUE
               "ANTERIOR SOLICITADA  FINAL DICTAMEN   RESULTADO".
       01  DETALLE-APE.
           05  DETAPE-MATERIA      PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETAPE-MATRICULA    PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETAPE-CASILLA      PIC 9(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETAPE-GRUPO        PIC X(03).
           05  FILLER              PIC X(05) VALUE SPACES.
           05  DETAPE-ANTERIOR     PIC Z9.99.
           05  FILLER              PIC X(06) VALUE SPACES.
           05  DETAPE-SOLICITADA   PIC Z9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETAPE-FINAL        PIC Z9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETAPE-DICTAMEN     PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETAPE-ESTADO       PIC X(10).
       01  RESUMEN-CORTE.
           05  FILLER              PIC X(13) VALUE "PRESENTADAS: ".
           05  RESCOR-PRESENTADAS  PIC ZZZ9.
           05  FILLER              PIC X(13) VALUE "  APLICADAS: ".
           05  RESCOR-APLICADAS    PIC ZZZ9.
           05  FILLER              PIC X(14) VALUE "  RECHAZADAS: ".
           05  RESCOR-RECHAZADAS   PIC ZZZ9.
           05  FILLER              PIC X(14) VALUE "  EN TRAMITE: ".
           05  RESCOR-TRAMITE      PIC ZZZ9.
       01  RESUMEN-APE.
           05  FILLER              PIC X(20) VALUE
               "TOTAL PRESENTADAS:  ".
           05  RESAPE-PRESENTADAS  PIC ZZZZ9.
           05  FILLER              PIC X(13) VALUE "  APLICADAS: ".
           05  RESAPE-APLICADAS    PIC ZZZZ9.
           05  FILLER              PIC X(14) VALUE "  RECHAZADAS: ".
           05  RESAPE-RECHAZADAS   PIC ZZZZ9.
           05  FILLER              PIC X(14) VALUE "  EN TRAMITE: ".
           05  RESAPE-TRAMITE      PIC ZZZZ9.

       PROCEDURE DIVISION.
      *****REPORTE DEL CICLO: TODAS LAS APELACIONES PRESENTADAS, UNA
      *****SECCION POR PROFESOR Y DENTRO POR MATERIA, CON LA
      *****CALIFICACION ANTERIOR, LA SOLICITADA, LA QUE QUEDO Y EL
      *****RESULTADO; APLICADAS Y RECHAZADAS POR PROFESOR Y EN TOTAL
       MAIN-PROCEDURE.
           DISPLAY "CICLO (AAAAPP)".
           ACCEPT CICLO-BUSCADO.
           MOVE CICLO-BUSCADO TO TAPE-CICLO.
           OPEN INPUT PLANEST.
           OPEN INPUT MATERIAS.
           OPEN INPUT PROFESORES.
           OPEN OUTPUT REPORTE.
           WRITE REPORTE-REG FROM TITULO-APE-1 BEFORE 2 LINES.
           SORT APESORT ON ASCENDING KEY APS-PROFESOR APS-MATERIA
               APS-MATRICULA
               INPUT PROCEDURE SELECCIONAR-APELACIONES
               OUTPUT PROCEDURE IMPRIMIR-POR-PROFESOR.
           MOVE TOTAL-PRESENTADAS TO RESAPE-PRESENTADAS.
           MOVE TOTAL-APLICADAS   TO RESAPE-APLICADAS.
           MOVE TOTAL-RECHAZADAS  TO RESAPE-RECHAZADAS.
           MOVE TOTAL-TRAMITE     TO RESAPE-TRAMITE.
           WRITE REPORTE-REG FROM RESUMEN-APE BEFORE 2 LINES.
           DISPLAY "APELACIONES LISTADAS: " TOTAL-PRESENTADAS.
           CLOSE PLANEST.
           CLOSE MATERIAS.
           CLOSE PROFESORES.
           CLOSE REPORTE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *****LA LLAVE EMPIEZA POR LA MATRICULA: SE RECORRE TODO EL
      *****ARCHIVO Y SE TOMAN LAS DEL CICLO PEDIDO
       SELECCIONAR-APELACIONES SECTION.
           OPEN INPUT APELACION.
           MOVE 0 TO APELACION-EOF.
           MOVE LOW-VALUES TO APE-LLAVE.
           START APELACION KEY IS NOT LESS THAN APE-LLAVE
               INVALID KEY MOVE 1 TO APELACION-EOF.
           PERFORM SELECCIONAR-UNA UNTIL APELACION-EOF = 1.
           CLOSE APELACION.
           GO TO FIN-SELECCIONAR.

       SELECCIONAR-UNA.
           READ APELACION NEXT RECORD
               AT END
                   MOVE 1 TO APELACION-EOF
               NOT AT END
                   IF APE-CICLO = CICLO-BUSCADO
                       PERFORM LIBERAR-APELACION
                   END-IF
           END-READ.

       LIBERAR-APELACION.
           MOVE APE-PROFESOR       TO APS-PROFESOR.
           PERFORM BUSCAR-MATERIA.
           MOVE APE-MATRICULA      TO APS-MATRICULA.
           MOVE APE-CASILLA        TO APS-CASILLA.
           MOVE APE-GRUPO          TO APS-GRUPO.
           MOVE APE-CAL-ANTERIOR   TO APS-CAL-ANTERIOR.
           MOVE APE-CAL-SOLICITADA TO APS-CAL-SOLICITADA.
           IF APE-ESTADO = "APLICADA"
               MOVE APE-CAL-DICTAMEN TO APS-CAL-DICTAMEN
           ELSE
               MOVE APE-CAL-ANTERIOR TO APS-CAL-DICTAMEN
           END-IF.
           MOVE APE-DICTAMEN       TO APS-DICTAMEN.
           MOVE APE-ESTADO         TO APS-ESTADO.
           RELEASE APESORT-REG.

      *****EL NOMBRE DE LA MATERIA SALE DEL PLAN DE ESTUDIOS DEL
      *****GRUPO; SIN PLAN LA APELACION SE ORDENA CON SU CASILLA
       BUSCAR-MATERIA.
           MOVE SPACES TO APS-MATERIA.
           MOVE APE-GRUPO TO PLA-GRUPO.
           MOVE 1 TO PLA-KEY-EXISTE.
           READ PLANEST INVALID KEY MOVE 0 TO PLA-KEY-EXISTE.
           IF PLA-KEY-EXISTE = 1
               AND PLA-MATERIA(APE-CASILLA) NOT = SPACES
               MOVE PLA-MATERIA(APE-CASILLA) TO MAT-CLAVE
               MOVE 1 TO MAT-KEY-EXISTE
               READ MATERIAS INVALID KEY MOVE 0 TO MAT-KEY-EXISTE
               END-READ
               IF MAT-KEY-EXISTE = 1
                   MOVE MAT-NOMBRE TO APS-MATERIA
               ELSE
                   MOVE PLA-MATERIA(APE-CASILLA) TO APS-MATERIA
               END-IF
           ELSE
               STRING "CASILLA " APE-CASILLA DELIMITED BY SIZE
                   INTO APS-MATERIA
           END-IF.

       FIN-SELECCIONAR.

       IMPRIMIR-POR-PROFESOR SECTION.
           PERFORM LEER-APESORT.
           IF APESORT-EOF = 0
               PERFORM ENCABEZAR-CORTE
               MOVE 1 TO HAY-DETALLE
           END-IF.
           PERFORM IMPRIMIR-UNA UNTIL APESORT-EOF = 1.
           IF HAY-DETALLE = 1
               PERFORM CERRAR-CORTE
           END-IF.
           GO TO FIN-IMPRIMIR.

       IMPRIMIR-UNA.
           IF APS-PROFESOR NOT = CORTE-ANTERIOR
               PERFORM CERRAR-CORTE
               PERFORM ENCABEZAR-CORTE
           END-IF.
           MOVE APS-MATERIA        TO DETAPE-MATERIA.
           MOVE APS-MATRICULA      TO DETAPE-MATRICULA.
           MOVE APS-CASILLA        TO DETAPE-CASILLA.
           MOVE APS-GRUPO          TO DETAPE-GRUPO.
           MOVE APS-CAL-ANTERIOR   TO DETAPE-ANTERIOR.
           MOVE APS-CAL-SOLICITADA TO DETAPE-SOLICITADA.
           MOVE APS-CAL-DICTAMEN   TO DETAPE-FINAL.
           MOVE APS-DICTAMEN       TO DETAPE-DICTAMEN.
           MOVE APS-ESTADO         TO DETAPE-ESTADO.
           WRITE REPORTE-REG FROM DETALLE-APE BEFORE 1 LINES.
           ADD 1 TO CORTE-PRESENTADAS.
           ADD 1 TO TOTAL-PRESENTADAS.
           IF APS-ESTADO = "APLICADA"
               ADD 1 TO CORTE-APLICADAS
               ADD 1 TO TOTAL-APLICADAS
           ELSE IF APS-ESTADO = "RECHAZADA"
               ADD 1 TO CORTE-RECHAZADAS
               ADD 1 TO TOTAL-RECHAZADAS
           ELSE
               ADD 1 TO CORTE-TRAMITE
               ADD 1 TO TOTAL-TRAMITE
           END-IF
           END-IF.
           PERFORM LEER-APESORT.

       LEER-APESORT.
           RETURN APESORT AT END MOVE 1 TO APESORT-EOF.

      *****EL ENCABEZADO DEL CORTE LLEVA EL NOMBRE DEL PROFESOR; SIN
      *****PROFESOR ASIGNADO A LA CASILLA LA CLAVE SALE EN BLANCO
       ENCABEZAR-CORTE.
           MOVE APS-PROFESOR TO CORTE-ANTERIOR.
           MOVE APS-PROFESOR TO TCOR-CLAVE.
           MOVE SPACES       TO TCOR-NOMBRE.
           MOVE APS-PROFESOR TO PRF-CLAVE.
           MOVE 1 TO PRF-KEY-EXISTE.
           READ PROFESORES INVALID KEY MOVE 0 TO PRF-KEY-EXISTE.
           IF PRF-KEY-EXISTE = 1
               MOVE PRF-NOMBRE TO TCOR-NOMBRE
           ELSE
               MOVE "SIN PROFESOR ASIGNADO" TO TCOR-NOMBRE
           END-IF.
           MOVE 0 TO CORTE-PRESENTADAS.
           MOVE 0 TO CORTE-APLICADAS.
           MOVE 0 TO CORTE-RECHAZADAS.
           MOVE 0 TO CORTE-TRAMITE.
           WRITE REPORTE-REG FROM TITULO-CORTE BEFORE 2 LINES.
           WRITE REPORTE-REG FROM TITULO-APE-2 BEFORE 1 LINES.

       CERRAR-CORTE.
           MOVE CORTE-PRESENTADAS TO RESCOR-PRESENTADAS.
           MOVE CORTE-APLICADAS   TO RESCOR-APLICADAS.
           MOVE CORTE-RECHAZADAS  TO RESCOR-RECHAZADAS.
           MOVE CORTE-TRAMITE     TO RESCOR-TRAMITE.
           WRITE REPORTE-REG FROM RESUMEN-CORTE BEFORE 2 LINES.

       FIN-IMPRIMIR.

       END PROGRAM 5APEREP.
