      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 5SERREP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SERVICIOS ASSIGN TO "SERVICIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SRV-CLAVE.
           SELECT OPTIONAL SERVINS ASSIGN TO "SERVINS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SIN-LLAVE
           ALTERNATE RECORD KEY IS SIN-SERVICIO WITH DUPLICATES.
           SELECT ALUINX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALUINX-MATRICULA.
           SELECT SERSORT ASSIGN TO DISK.
           SELECT REPORTE ASSIGN TO DISK.
       DATA DIVISION.
       FILE SECTION.
      *****MISMOS LAYOUTS QUE EN 4SERABC
       FD  SERVICIOS.
       01  SERVICIOS-REG.
           03  SRV-CLAVE           PIC X(04).
           03  SRV-TIPO            PIC X(01).
           03  SRV-DESCRIPCION     PIC X(30).
           03  SRV-PRECIO          PIC 9(05)V99.
           03  SRV-CUPO            PIC 9(04).
           03  SRV-CAMPUS          PIC X(03).
           03  SRV-ESTADO          PIC X(10).

       FD  SERVINS.
       01  SERVINS-REG.
           03  SIN-LLAVE.
               05  SIN-MATRICULA   PIC 9(08).
               05  SIN-SERVICIO    PIC X(04).
           03  SIN-MES-INICIO      PIC 9(06).
           03  SIN-MES-FIN         PIC 9(06).
           03  SIN-FEC-ALTA        PIC 9(08).

       FD  ALUINX.
       01  ALUINX-REG.
           03  ALUINX-MATRICULA    PIC 9(8).
           03  ALUINX-NOMBRE       PIC X(30).
           03  ALUINX-GRUPO        PIC X(03).
           03  ALUINX-PROMEDIO     PIC 9(03)V99.

       SD  SERSORT.
       01  SERSORT-REG.
           03  SSS-ORDEN-TIPO      PIC 9(01).
           03  SSS-SERVICIO        PIC X(04).
           03  SSS-GRUPO           PIC X(03).
           03  SSS-NOMBRE          PIC X(30).
           03  SSS-MATRICULA       PIC 9(08).
           03  SSS-MES-INICIO      PIC 9(06).
           03  SSS-MES-FIN         PIC 9(06).

       FD  REPORTE.
       01  REPORTE-REG             PIC X(132).

       WORKING-STORAGE SECTION.
       77  SERVINS-EOF         PIC 9.
       77  SERSORT-EOF         PIC 9.
       77  SRV-KEY-EXISTE      PIC 9.
       77  EXISTE-MATRICULA    PIC 9.
       77  MES-LISTA           PIC 9(06).
       77  TIPO-LISTA          PIC X(01).
       77  SERVICIO-ANTERIOR   PIC X(04).
       77  PRIMER-CORTE        PIC 9.
       77  INSCRITOS-SERVICIO  PIC 9(04).
       77  CONT-INSCRITOS      PIC 9(05) VALUE 0.
       77  CONT-SERVICIOS      PIC 9(03) VALUE 0.

       01  TITULO-SER-1.
           05  FILLER              PIC X(40) VALUE
               "LISTA DE INSCRITOS A SERVICIOS ESCOLARES".
           05  FILLER              PIC X(07) VALUE "  MES: ".
           05  TSER-MES            PIC 9(06).
       01  TITULO-SER-2.
           05  TSER-TIPO           PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  TSER-SERVICIO       PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  TSER-DESCRIPCION    PIC X(30).
           05  FILLER              PIC X(09) VALUE "  CAMPUS:".
           05  TSER-CAMPUS         PIC X(05).
           05  FILLER              PIC X(07) VALUE " CUPO: ".
           05  TSER-CUPO           PIC ZZZ9.
       01  TITULO-SER-3.
           05  FILLER              PIC X(44) VALUE
               "MATRICULA NOMBRE                         GPO".
           05  FILLER              PIC X(15) VALUE
               " INICIO    FIN".
       01  DETALLE-SER.
           05  DETSER-MATRICULA    PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETSER-NOMBRE       PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETSER-GRUPO        PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETSER-INICIO       PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETSER-FIN          PIC 9(06).
       01  TOTAL-SER.
           05  FILLER              PIC X(11) VALUE "INSCRITOS: ".
           05  TOTSER-INSCRITOS    PIC ZZZ9.
           05  FILLER              PIC X(08) VALUE " DE CUPO".
           05  TOTSER-CUPO         PIC ZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  TOTSER-AVISO        PIC X(15).

       PROCEDURE DIVISION.
      *****LISTAS DE INSCRITOS VIGENTES EN EL MES POR RUTA DE
      *****TRANSPORTE, TURNO DE COMEDOR Y TALLER, UNA HOJA POR SERVICIO
      *****CON SUS ALUMNOS POR GRUPO Y EL CUPO OCUPADO
       MAIN-PROCEDURE.
           DISPLAY "MES DE LA LISTA (AAAAMM)".
           ACCEPT MES-LISTA.
           DISPLAY "TIPO: T = RUTAS, C = COMEDOR, K = TALLERES "
               "(ENTER = TODOS)".
           ACCEPT TIPO-LISTA.
           OPEN INPUT SERVICIOS.
           OPEN INPUT SERVINS.
           OPEN INPUT ALUINX.
           OPEN OUTPUT REPORTE.
           SORT SERSORT ON ASCENDING KEY SSS-ORDEN-TIPO SSS-SERVICIO
               SSS-GRUPO SSS-NOMBRE
               INPUT PROCEDURE SELECCIONAR-INSCRITOS
               OUTPUT PROCEDURE IMPRIMIR-LISTAS.
           DISPLAY "SERVICIOS LISTADOS: " CONT-SERVICIOS.
           DISPLAY "ALUMNOS INSCRITOS : " CONT-INSCRITOS.
           CLOSE SERVICIOS.
           CLOSE SERVINS.
           CLOSE ALUINX.
           CLOSE REPORTE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       LEER-SERVICIO.
           MOVE 1 TO SRV-KEY-EXISTE.
           READ SERVICIOS INVALID KEY MOVE 0 TO SRV-KEY-EXISTE.

       SELECCIONAR-INSCRITOS SECTION.
           MOVE 0 TO SERVINS-EOF.
           MOVE LOW-VALUES TO SIN-LLAVE.
           START SERVINS KEY IS NOT LESS THAN SIN-LLAVE
               INVALID KEY MOVE 1 TO SERVINS-EOF.
           PERFORM SELECCIONAR-UNO UNTIL SERVINS-EOF = 1.
           GO TO FIN-SELECCIONAR.

       SELECCIONAR-UNO.
           READ SERVINS NEXT RECORD
               AT END
                   MOVE 1 TO SERVINS-EOF
               NOT AT END
                   IF SIN-MES-INICIO <= MES-LISTA
                       AND (SIN-MES-FIN = 0 OR SIN-MES-FIN >= MES-LISTA)
                       MOVE SIN-SERVICIO TO SRV-CLAVE
                       PERFORM LEER-SERVICIO
                       IF SRV-KEY-EXISTE = 1
                           AND (TIPO-LISTA = SPACES
                           OR SRV-TIPO = TIPO-LISTA)
                           PERFORM LIBERAR-INSCRITO
                       END-IF
                   END-IF
           END-READ.

       LIBERAR-INSCRITO.
           IF SRV-TIPO = "T"
               MOVE 1 TO SSS-ORDEN-TIPO
           ELSE IF SRV-TIPO = "C"
               MOVE 2 TO SSS-ORDEN-TIPO
           ELSE
               MOVE 3 TO SSS-ORDEN-TIPO
           END-IF
           END-IF.
           MOVE SIN-SERVICIO   TO SSS-SERVICIO.
           MOVE SIN-MATRICULA  TO SSS-MATRICULA.
           MOVE SIN-MES-INICIO TO SSS-MES-INICIO.
           MOVE SIN-MES-FIN    TO SSS-MES-FIN.
           MOVE SIN-MATRICULA  TO ALUINX-MATRICULA.
           MOVE 1 TO EXISTE-MATRICULA.
           READ ALUINX INVALID KEY MOVE 0 TO EXISTE-MATRICULA.
           IF EXISTE-MATRICULA = 1
               MOVE ALUINX-NOMBRE TO SSS-NOMBRE
               MOVE ALUINX-GRUPO  TO SSS-GRUPO
           ELSE
               MOVE "(BAJA O SIN MAESTRO)" TO SSS-NOMBRE
               MOVE SPACES TO SSS-GRUPO
           END-IF.
           RELEASE SERSORT-REG.

       FIN-SELECCIONAR.

       IMPRIMIR-LISTAS SECTION.
           MOVE 1 TO PRIMER-CORTE.
           MOVE 0 TO SERSORT-EOF.
           RETURN SERSORT AT END MOVE 1 TO SERSORT-EOF.
           PERFORM IMPRIMIR-UNO UNTIL SERSORT-EOF = 1.
           IF PRIMER-CORTE = 0
               PERFORM CERRAR-CORTE
           END-IF.
           GO TO FIN-IMPRIMIR.

       IMPRIMIR-UNO.
           IF PRIMER-CORTE = 1 OR SSS-SERVICIO NOT = SERVICIO-ANTERIOR
               IF PRIMER-CORTE = 0
                   PERFORM CERRAR-CORTE
               END-IF
               PERFORM ENCABEZAR-CORTE
           END-IF.
           MOVE SSS-MATRICULA  TO DETSER-MATRICULA.
           MOVE SSS-NOMBRE     TO DETSER-NOMBRE.
           MOVE SSS-GRUPO      TO DETSER-GRUPO.
           MOVE SSS-MES-INICIO TO DETSER-INICIO.
           MOVE SSS-MES-FIN    TO DETSER-FIN.
           WRITE REPORTE-REG FROM DETALLE-SER BEFORE 1 LINES.
           ADD 1 TO INSCRITOS-SERVICIO.
           ADD 1 TO CONT-INSCRITOS.
           RETURN SERSORT AT END MOVE 1 TO SERSORT-EOF.

       ENCABEZAR-CORTE.
           MOVE 0 TO PRIMER-CORTE.
           MOVE SSS-SERVICIO TO SERVICIO-ANTERIOR.
           MOVE 0 TO INSCRITOS-SERVICIO.
           ADD 1 TO CONT-SERVICIOS.
           MOVE SSS-SERVICIO TO SRV-CLAVE.
           PERFORM LEER-SERVICIO.
           IF SSS-ORDEN-TIPO = 1
               MOVE "RUTA DE TRANSPORTE" TO TSER-TIPO
           ELSE IF SSS-ORDEN-TIPO = 2
               MOVE "TURNO DE COMEDOR" TO TSER-TIPO
           ELSE
               MOVE "TALLER" TO TSER-TIPO
           END-IF
           END-IF.
           MOVE MES-LISTA       TO TSER-MES.
           MOVE SRV-CLAVE       TO TSER-SERVICIO.
           MOVE SRV-DESCRIPCION TO TSER-DESCRIPCION.
           IF SRV-CAMPUS = SPACES
               MOVE "TODOS" TO TSER-CAMPUS
           ELSE
               MOVE SRV-CAMPUS TO TSER-CAMPUS
           END-IF.
           MOVE SRV-CUPO        TO TSER-CUPO.
           WRITE REPORTE-REG FROM TITULO-SER-1 BEFORE 2 LINES.
           WRITE REPORTE-REG FROM TITULO-SER-2 BEFORE 2 LINES.
           WRITE REPORTE-REG FROM TITULO-SER-3 BEFORE 1 LINES.

       CERRAR-CORTE.
           MOVE INSCRITOS-SERVICIO TO TOTSER-INSCRITOS.
           MOVE SRV-CUPO           TO TOTSER-CUPO.
           IF SRV-CUPO > 0 AND INSCRITOS-SERVICIO > SRV-CUPO
               MOVE "CUPO EXCEDIDO" TO TOTSER-AVISO
           ELSE
               MOVE SPACES TO TOTSER-AVISO
           END-IF.
           WRITE REPORTE-REG FROM TOTAL-SER BEFORE PAGE.

       FIN-IMPRIMIR.

       END PROGRAM 5SERREP.
