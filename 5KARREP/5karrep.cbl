           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAT-CLAVE.
           SELECT OPTIONAL INCIDENCIAS ASSIGN TO "INCIDENCIAS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INC-LLAVE.
           SELECT OPTIONAL TIPOSINC ASSIGN TO "TIPOSINC"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIN-CLAVE.
           SELECT REPORTE ASSIGN TO DISK.
      ******************************************************************
       DATA DIVISION.
           03  MAT-CLAVE           PIC X(03).
           03  MAT-NOMBRE          PIC X(20).

      *****INCIDENTES DE CONDUCTA (2INCCAP) Y SU CATALOGO (4TINABC)
       FD  INCIDENCIAS.
       01  INCIDENCIAS-REG.
           03  INC-LLAVE.
               05  INC-MATRICULA   PIC 9(08).
               05  INC-FECHA       PIC 9(08).
               05  INC-SECUENCIA   PIC 9(02).
           03  INC-GRUPO           PIC X(03).
           03  INC-TIPO            PIC X(03).
           03  INC-GRAVEDAD        PIC 9(01).
           03  INC-PROFESOR        PIC X(08).
           03  INC-DESCRIPCION     PIC X(60).
           03  INC-SANCION         PIC X(30).
           03  INC-CARTA           PIC X(01).
           03  INC-FEC-CARTA       PIC 9(08).
           03  INC-OPERADOR        PIC X(08).

       FD  TIPOSINC.
       01  TIPOSINC-REG.
           03  TIN-CLAVE           PIC X(03).
           03  TIN-DESCRIPCION     PIC X(25).
           03  TIN-CATEGORIA       PIC X(01).
           03  TIN-NOTIFICA        PIC X(01).

       FD  REPORTE.
       01  REPORTE-REG             PIC X(132).

       77  CONT-CICLOS         PIC 9(03).
       77  SUMA-PROMEDIOS      PIC 9(06)V99.
       77  PROMEDIO-ACUMULADO  PIC 999V99.
       77  INCIDENCIAS-EOF     PIC 9.
       77  TIN-KEY-EXISTE      PIC 9.
       77  CONT-INCIDENTES     PIC 9(03).

      *****CONSTANCIA DE ESTUDIOS (KARDEX): LA HISTORIA COMPLETA DE UN
      *****ALUMNO CICLO POR CICLO CON SU PROMEDIO ACUMULADO, EL
           05  FILLER              PIC X(22) VALUE
               "  PROMEDIO ACUMULADO: ".
           05  RESKAR-PROMEDIO     PIC ZZ9.99.
       01  TITULO-KAR-4.
           05  FILLER              PIC X(23) VALUE
               "INCIDENCIAS DE CONDUCTA".
       01  TITULO-KAR-5.
           05  FILLER              PIC X(44) VALUE
               "FECHA    GPO TIPO                      GRAV ".
           05  FILLER              PIC X(07) VALUE "SANCION".
       01  DETALLE-INC.
           05  DETINC-FECHA        PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETINC-GRUPO        PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETINC-TIPO         PIC X(25).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETINC-GRAVEDAD     PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETINC-SANCION      PIC X(30).
       01  SIN-INCIDENCIAS.
           05  FILLER              PIC X(30) VALUE
               "(SIN INCIDENCIAS REGISTRADAS)".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT ALUINX.
           OPEN INPUT PLANEST.
           OPEN INPUT MATERIAS.
           OPEN INPUT INCIDENCIAS.
           OPEN INPUT TIPOSINC.
           OPEN OUTPUT REPORTE.
           MOVE MATRICULA-BUSCADA TO ALUINX-MATRICULA.
           MOVE 1 TO EXISTE-MATRICULA.
           END-IF.
           MOVE PROMEDIO-ACUMULADO TO RESKAR-PROMEDIO.
           WRITE REPORTE-REG FROM RESUMEN-KAR BEFORE 2 LINES.
           PERFORM LISTAR-INCIDENCIAS.
           DISPLAY "CICLOS LISTADOS: " CONT-CICLOS.
           DISPLAY "INCIDENCIAS    : " CONT-INCIDENTES.
           CLOSE KARDEX.
           CLOSE ALUINX.
           CLOSE PLANEST.
           CLOSE MATERIAS.
           CLOSE INCIDENCIAS.
           CLOSE TIPOSINC.
           CLOSE REPORTE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.
               END-IF
           END-IF.

      *****DESPUES DEL KARDEX, LOS INCIDENTES DE CONDUCTA DEL ALUMNO EN
      *****ORDEN DE FECHA; LOS RECONOCIMIENTOS NO LLEVAN GRAVEDAD
       LISTAR-INCIDENCIAS.
           MOVE 0 TO CONT-INCIDENTES.
           MOVE 0 TO INCIDENCIAS-EOF.
           WRITE REPORTE-REG FROM TITULO-KAR-4 BEFORE 2 LINES.
           WRITE REPORTE-REG FROM TITULO-KAR-5 BEFORE 1 LINES.
           MOVE MATRICULA-BUSCADA TO INC-MATRICULA.
           MOVE 0 TO INC-FECHA.
           MOVE 0 TO INC-SECUENCIA.
           START INCIDENCIAS KEY IS NOT LESS THAN INC-LLAVE
               INVALID KEY MOVE 1 TO INCIDENCIAS-EOF.
           PERFORM UNTIL INCIDENCIAS-EOF = 1
               READ INCIDENCIAS NEXT RECORD
                   AT END
                       MOVE 1 TO INCIDENCIAS-EOF
                   NOT AT END
                       IF INC-MATRICULA NOT = MATRICULA-BUSCADA
                           MOVE 1 TO INCIDENCIAS-EOF
                       ELSE
                           PERFORM IMPRIMIR-INCIDENCIA
                       END-IF
               END-READ
           END-PERFORM.
           IF CONT-INCIDENTES = 0
               WRITE REPORTE-REG FROM SIN-INCIDENCIAS BEFORE 1 LINES
           END-IF.

       IMPRIMIR-INCIDENCIA.
           MOVE INC-TIPO TO TIN-CLAVE.
           MOVE 1 TO TIN-KEY-EXISTE.
           READ TIPOSINC INVALID KEY MOVE 0 TO TIN-KEY-EXISTE.
           IF TIN-KEY-EXISTE = 1
               MOVE TIN-DESCRIPCION TO DETINC-TIPO
           ELSE
               MOVE INC-TIPO TO DETINC-TIPO
           END-IF.
           IF INC-GRAVEDAD = 0
               MOVE "-" TO DETINC-GRAVEDAD
           ELSE
               MOVE INC-GRAVEDAD TO DETINC-GRAVEDAD
           END-IF.
           MOVE INC-FECHA   TO DETINC-FECHA.
           MOVE INC-GRUPO   TO DETINC-GRUPO.
           MOVE INC-SANCION TO DETINC-SANCION.
           WRITE REPORTE-REG FROM DETALLE-INC BEFORE 1 LINES.
           ADD 1 TO CONT-INCIDENTES.

       END PROGRAM 5KARREP.
