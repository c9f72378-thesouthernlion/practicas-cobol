      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 5INCREP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INCIDENCIAS ASSIGN TO "INCIDENCIAS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INC-LLAVE.
           SELECT OPTIONAL TIPOSINC ASSIGN TO "TIPOSINC"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIN-CLAVE.
           SELECT ALUINX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALUINX-MATRICULA.
           SELECT INCSORT ASSIGN TO DISK.
           SELECT REPORTE ASSIGN TO DISK.
       DATA DIVISION.
       FILE SECTION.
      *****MISMO LAYOUT QUE EL INCIDENCIAS DE 2INCCAP
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

      *****CATALOGO DE TIPOS DE INCIDENTE (4TINABC)
       FD  TIPOSINC.
       01  TIPOSINC-REG.
           03  TIN-CLAVE           PIC X(03).
           03  TIN-DESCRIPCION     PIC X(25).
           03  TIN-CATEGORIA       PIC X(01).
           03  TIN-NOTIFICA        PIC X(01).

       FD  ALUINX.
       01  ALUINX-REG.
           03  ALUINX-MATRICULA    PIC 9(8).
           03  ALUINX-NOMBRE       PIC X(30).
           03  ALUINX-GRUPO        PIC X(03).
           03  ALUINX-PROMEDIO     PIC 9(03)V99.

       SD  INCSORT.
       01  INCSORT-REG.
           03  SIC-GRUPO           PIC X(03).
           03  SIC-MATRICULA       PIC 9(08).
           03  SIC-FECHA           PIC 9(08).
           03  SIC-NOMBRE          PIC X(30).
           03  SIC-TIPO            PIC X(03).
           03  SIC-CATEGORIA       PIC X(01).
           03  SIC-GRAVEDAD        PIC 9(01).

       FD  REPORTE.
       01  REPORTE-REG             PIC X(132).

       WORKING-STORAGE SECTION.
       77  INCIDENCIAS-EOF     PIC 9.
       77  INCSORT-EOF         PIC 9.
       77  TIN-KEY-EXISTE      PIC 9.
       77  EXISTE-MATRICULA    PIC 9.
       77  FECHA-DESDE         PIC 9(08).
       77  FECHA-HASTA         PIC 9(08).
       77  GRUPO-LISTA         PIC X(03).
       77  MINIMO-REINCIDENTE  PIC 9(02).
       77  GRUPO-ANTERIOR      PIC X(03).
       77  MATRICULA-ANTERIOR  PIC 9(08).
       77  NOMBRE-ANTERIOR     PIC X(30).
       77  PRIMER-CORTE        PIC 9.
       77  FALTAS-ALUMNO       PIC 9(03).
       77  GRAVEDAD-MAXIMA     PIC 9(01).
       77  RECONOC-ALUMNO      PIC 9(03).
       77  INCIDENTES-GRUPO    PIC 9(04).
       77  REINCIDENTES-GRUPO  PIC 9(03).
       77  CONT-INCIDENTES     PIC 9(05) VALUE 0.
       77  CONT-GRUPOS         PIC 9(03) VALUE 0.
       77  CONT-REINCIDENTES   PIC 9(04) VALUE 0.
       77  TIPOS-USADOS        PIC 9(02).
       77  IX-TIPO             PIC 9(02).
       77  TIPO-ENCONTRADO     PIC 9.

      *****CONTEO POR TIPO DE INCIDENTE DENTRO DEL GRUPO EN CURSO
       01  TABLA-TIPOS.
           05  TABLA-TIPO-OC OCCURS 50 TIMES.
               10  TT-TIPO         PIC X(03).
               10  TT-CUENTA       PIC 9(04).

       01  TITULO-INC-1.
           05  FILLER              PIC X(34) VALUE
               "INCIDENTES DE CONDUCTA POR GRUPO ".
           05  FILLER              PIC X(07) VALUE "  DEL: ".
           05  TINC-DESDE          PIC 9(08).
           05  FILLER              PIC X(06) VALUE "  AL: ".
           05  TINC-HASTA          PIC 9(08).
       01  TITULO-INC-2.
           05  FILLER              PIC X(07) VALUE "GRUPO: ".
           05  TINC-GRUPO          PIC X(03).
       01  TITULO-INC-3.
           05  FILLER              PIC X(44) VALUE
               "REINCIDENTES (MINIMO DE FALTAS EN EL PERIODO".
           05  FILLER              PIC X(02) VALUE ": ".
           05  TINC-MINIMO         PIC Z9.
           05  FILLER              PIC X(01) VALUE ")".
       01  TITULO-INC-4.
           05  FILLER              PIC X(44) VALUE
               "MATRICULA NOMBRE                         FAL".
           05  FILLER              PIC X(17) VALUE
               "TAS GRAV.MAX REC.".
       01  DETALLE-REI.
           05  DETREI-MATRICULA    PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETREI-NOMBRE       PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETREI-FALTAS       PIC ZZZ9.
           05  FILLER              PIC X(06) VALUE SPACES.
           05  DETREI-GRAVEDAD     PIC 9(01).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  DETREI-RECONOC      PIC ZZ9.
       01  SIN-REINCIDENTES.
           05  FILLER              PIC X(20) VALUE
               "(SIN REINCIDENTES)".
       01  TITULO-INC-5.
           05  FILLER              PIC X(40) VALUE
               "INCIDENTES POR TIPO                 CANT".
       01  DETALLE-TIPO.
           05  DETTIP-TIPO         PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETTIP-DESCRIPCION  PIC X(25).
           05  FILLER              PIC X(07) VALUE SPACES.
           05  DETTIP-CUENTA       PIC ZZZ9.
       01  TOTAL-INC.
           05  FILLER              PIC X(26) VALUE
               "TOTAL DE INCIDENTES GRUPO ".
           05  TOTINC-GRUPO        PIC X(03).
           05  FILLER              PIC X(02) VALUE ": ".
           05  TOTINC-CUENTA       PIC ZZZ9.
           05  FILLER              PIC X(16) VALUE "  REINCIDENTES: ".
           05  TOTINC-REINCIDENTES PIC ZZ9.

       PROCEDURE DIVISION.
      *****REPORTE DEL PERIODO POR GRUPO: LOS ALUMNOS QUE ACUMULAN EL
      *****MINIMO DE FALTAS (LOS RECONOCIMIENTOS NO CUENTAN) Y EL
      *****CONTEO DE INCIDENTES POR TIPO, UNA HOJA POR GRUPO
       MAIN-PROCEDURE.
           DISPLAY "FECHA DESDE (AAAAMMDD)".
           ACCEPT FECHA-DESDE.
           DISPLAY "FECHA HASTA (AAAAMMDD)".
           ACCEPT FECHA-HASTA.
           IF FECHA-HASTA = 0
               MOVE 99999999 TO FECHA-HASTA
           END-IF.
           DISPLAY "GRUPO (ENTER = TODOS)".
           ACCEPT GRUPO-LISTA.
           DISPLAY "MINIMO DE FALTAS PARA REINCIDENTE (ENTER = 2)".
           ACCEPT MINIMO-REINCIDENTE.
           IF MINIMO-REINCIDENTE = 0
               MOVE 2 TO MINIMO-REINCIDENTE
           END-IF.
           OPEN INPUT INCIDENCIAS.
           OPEN INPUT TIPOSINC.
           OPEN INPUT ALUINX.
           OPEN OUTPUT REPORTE.
           SORT INCSORT ON ASCENDING KEY SIC-GRUPO SIC-NOMBRE
               SIC-MATRICULA SIC-FECHA
               INPUT PROCEDURE SELECCIONAR-INCIDENTES
               OUTPUT PROCEDURE IMPRIMIR-GRUPOS.
           DISPLAY "GRUPOS REPORTADOS : " CONT-GRUPOS.
           DISPLAY "INCIDENTES        : " CONT-INCIDENTES.
           DISPLAY "REINCIDENTES      : " CONT-REINCIDENTES.
           CLOSE INCIDENCIAS.
           CLOSE TIPOSINC.
           CLOSE ALUINX.
           CLOSE REPORTE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       LEER-TIPO.
           MOVE 1 TO TIN-KEY-EXISTE.
           READ TIPOSINC INVALID KEY MOVE 0 TO TIN-KEY-EXISTE.

       SELECCIONAR-INCIDENTES SECTION.
           MOVE 0 TO INCIDENCIAS-EOF.
           MOVE LOW-VALUES TO INC-LLAVE.
           START INCIDENCIAS KEY IS NOT LESS THAN INC-LLAVE
               INVALID KEY MOVE 1 TO INCIDENCIAS-EOF.
           PERFORM SELECCIONAR-UNO UNTIL INCIDENCIAS-EOF = 1.
           GO TO FIN-SELECCIONAR.

       SELECCIONAR-UNO.
           READ INCIDENCIAS NEXT RECORD
               AT END
                   MOVE 1 TO INCIDENCIAS-EOF
               NOT AT END
                   IF INC-FECHA >= FECHA-DESDE
                       AND INC-FECHA <= FECHA-HASTA
                       AND (GRUPO-LISTA = SPACES
                       OR INC-GRUPO = GRUPO-LISTA)
                       PERFORM LIBERAR-INCIDENTE
                   END-IF
           END-READ.

       LIBERAR-INCIDENTE.
           MOVE INC-GRUPO     TO SIC-GRUPO.
           MOVE INC-MATRICULA TO SIC-MATRICULA.
           MOVE INC-FECHA     TO SIC-FECHA.
           MOVE INC-TIPO      TO SIC-TIPO.
           MOVE INC-GRAVEDAD  TO SIC-GRAVEDAD.
           MOVE INC-TIPO      TO TIN-CLAVE.
           PERFORM LEER-TIPO.
           IF TIN-KEY-EXISTE = 1
               MOVE TIN-CATEGORIA TO SIC-CATEGORIA
           ELSE
               MOVE "F" TO SIC-CATEGORIA
           END-IF.
           MOVE INC-MATRICULA TO ALUINX-MATRICULA.
           MOVE 1 TO EXISTE-MATRICULA.
           READ ALUINX INVALID KEY MOVE 0 TO EXISTE-MATRICULA.
           IF EXISTE-MATRICULA = 1
               MOVE ALUINX-NOMBRE TO SIC-NOMBRE
           ELSE
               MOVE "(BAJA O SIN MAESTRO)" TO SIC-NOMBRE
           END-IF.
           RELEASE INCSORT-REG.

       FIN-SELECCIONAR.

       IMPRIMIR-GRUPOS SECTION.
           MOVE 1 TO PRIMER-CORTE.
           MOVE 0 TO INCSORT-EOF.
           RETURN INCSORT AT END MOVE 1 TO INCSORT-EOF.
           PERFORM IMPRIMIR-UNO UNTIL INCSORT-EOF = 1.
           IF PRIMER-CORTE = 0
               PERFORM CERRAR-ALUMNO
               PERFORM CERRAR-CORTE
           END-IF.
           GO TO FIN-IMPRIMIR.

       IMPRIMIR-UNO.
           IF PRIMER-CORTE = 1 OR SIC-GRUPO NOT = GRUPO-ANTERIOR
               IF PRIMER-CORTE = 0
                   PERFORM CERRAR-ALUMNO
                   PERFORM CERRAR-CORTE
               END-IF
               PERFORM ENCABEZAR-CORTE
               PERFORM INICIAR-ALUMNO
           ELSE IF SIC-MATRICULA NOT = MATRICULA-ANTERIOR
               PERFORM CERRAR-ALUMNO
               PERFORM INICIAR-ALUMNO
           END-IF
           END-IF.
           IF SIC-CATEGORIA = "R"
               ADD 1 TO RECONOC-ALUMNO
           ELSE
               ADD 1 TO FALTAS-ALUMNO
               IF SIC-GRAVEDAD > GRAVEDAD-MAXIMA
                   MOVE SIC-GRAVEDAD TO GRAVEDAD-MAXIMA
               END-IF
           END-IF.
           PERFORM CONTAR-TIPO.
           ADD 1 TO INCIDENTES-GRUPO.
           ADD 1 TO CONT-INCIDENTES.
           RETURN INCSORT AT END MOVE 1 TO INCSORT-EOF.

       CONTAR-TIPO.
           MOVE 0 TO TIPO-ENCONTRADO.
           PERFORM VARYING IX-TIPO FROM 1 BY 1
               UNTIL IX-TIPO > TIPOS-USADOS OR TIPO-ENCONTRADO = 1
               IF TT-TIPO(IX-TIPO) = SIC-TIPO
                   ADD 1 TO TT-CUENTA(IX-TIPO)
                   MOVE 1 TO TIPO-ENCONTRADO
               END-IF
           END-PERFORM.
           IF TIPO-ENCONTRADO = 0 AND TIPOS-USADOS < 50
               ADD 1 TO TIPOS-USADOS
               MOVE SIC-TIPO TO TT-TIPO(TIPOS-USADOS)
               MOVE 1        TO TT-CUENTA(TIPOS-USADOS)
           END-IF.

       INICIAR-ALUMNO.
           MOVE SIC-MATRICULA TO MATRICULA-ANTERIOR.
           MOVE SIC-NOMBRE    TO NOMBRE-ANTERIOR.
           MOVE 0 TO FALTAS-ALUMNO.
           MOVE 0 TO RECONOC-ALUMNO.
           MOVE 0 TO GRAVEDAD-MAXIMA.

       CERRAR-ALUMNO.
           IF FALTAS-ALUMNO >= MINIMO-REINCIDENTE
               MOVE MATRICULA-ANTERIOR TO DETREI-MATRICULA
               MOVE NOMBRE-ANTERIOR    TO DETREI-NOMBRE
               MOVE FALTAS-ALUMNO      TO DETREI-FALTAS
               MOVE GRAVEDAD-MAXIMA    TO DETREI-GRAVEDAD
               MOVE RECONOC-ALUMNO     TO DETREI-RECONOC
               WRITE REPORTE-REG FROM DETALLE-REI BEFORE 1 LINES
               ADD 1 TO REINCIDENTES-GRUPO
               ADD 1 TO CONT-REINCIDENTES
           END-IF.

       ENCABEZAR-CORTE.
           MOVE 0 TO PRIMER-CORTE.
           MOVE SIC-GRUPO TO GRUPO-ANTERIOR.
           MOVE 0 TO INCIDENTES-GRUPO.
           MOVE 0 TO REINCIDENTES-GRUPO.
           MOVE 0 TO TIPOS-USADOS.
           ADD 1 TO CONT-GRUPOS.
           MOVE FECHA-DESDE        TO TINC-DESDE.
           MOVE FECHA-HASTA        TO TINC-HASTA.
           MOVE SIC-GRUPO          TO TINC-GRUPO.
           MOVE MINIMO-REINCIDENTE TO TINC-MINIMO.
           WRITE REPORTE-REG FROM TITULO-INC-1 BEFORE 2 LINES.
           WRITE REPORTE-REG FROM TITULO-INC-2 BEFORE 2 LINES.
           WRITE REPORTE-REG FROM TITULO-INC-3 BEFORE 1 LINES.
           WRITE REPORTE-REG FROM TITULO-INC-4 BEFORE 1 LINES.

       CERRAR-CORTE.
           IF REINCIDENTES-GRUPO = 0
               WRITE REPORTE-REG FROM SIN-REINCIDENTES BEFORE 1 LINES
           END-IF.
           MOVE SPACES TO REPORTE-REG.
           WRITE REPORTE-REG BEFORE 1 LINES.
           WRITE REPORTE-REG FROM TITULO-INC-5 BEFORE 1 LINES.
           PERFORM VARYING IX-TIPO FROM 1 BY 1
               UNTIL IX-TIPO > TIPOS-USADOS
               MOVE TT-TIPO(IX-TIPO) TO DETTIP-TIPO
               MOVE TT-TIPO(IX-TIPO) TO TIN-CLAVE
               PERFORM LEER-TIPO
               IF TIN-KEY-EXISTE = 1
                   MOVE TIN-DESCRIPCION TO DETTIP-DESCRIPCION
               ELSE
                   MOVE "(TIPO NO CATALOGADO)" TO DETTIP-DESCRIPCION
               END-IF
               MOVE TT-CUENTA(IX-TIPO) TO DETTIP-CUENTA
               WRITE REPORTE-REG FROM DETALLE-TIPO BEFORE 1 LINES
           END-PERFORM.
           MOVE GRUPO-ANTERIOR     TO TOTINC-GRUPO.
           MOVE INCIDENTES-GRUPO   TO TOTINC-CUENTA.
           MOVE REINCIDENTES-GRUPO TO TOTINC-REINCIDENTES.
           WRITE REPORTE-REG FROM TOTAL-INC BEFORE PAGE.

       FIN-IMPRIMIR.

       END PROGRAM 5INCREP.
