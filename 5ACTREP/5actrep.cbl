      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 5ACTREP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACTAS ASSIGN TO "ACTAS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACT-LLAVE.

           SELECT OPTIONAL CICLOS ASSIGN TO "CICLOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIC-CICLO.

           SELECT OPTIONAL PLANEST ASSIGN TO "PLANEST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLA-GRUPO.

           SELECT OPTIONAL MATERIAS ASSIGN TO "MATERIAS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAT-CLAVE.

           SELECT OPTIONAL PARAMET ASSIGN TO "PARAMET"
           ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-LLAVE.

           SELECT REPORTE ASSIGN TO DISK.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *****ACTAS DE CALIFICACIONES CERRADAS (VER 3ACTCIE)
       FD  ACTAS.
       01  ACTAS-REG.
           03  ACT-LLAVE.
               05  ACT-CICLO       PIC 9(06).
               05  ACT-GRUPO       PIC X(03).
               05  ACT-CASILLA     PIC 9(01).
           03  ACT-FOLIO           PIC 9(06).
           03  ACT-ESTADO          PIC X(10).
           03  ACT-PROFESOR        PIC X(08).
           03  ACT-FEC-CIERRE      PIC 9(08).
           03  ACT-OPERADOR        PIC X(08).
           03  ACT-ALUMNOS         PIC 9(04).
           03  ACT-APROBADOS       PIC 9(04).
           03  ACT-PROMEDIO        PIC 999V99.

      *****CALENDARIO DE CICLOS ESCOLARES (VER 4CICABC)
       FD  CICLOS.
       01  CICLOS-REG.
           03  CIC-CICLO           PIC 9(06).
           03  CIC-ESTADO          PIC X(10).
           03  CIC-FEC-INICIO      PIC 9(08).
           03  CIC-FEC-FIN         PIC 9(08).

      *****PLAN DE ESTUDIOS Y CATALOGO DE MATERIAS (VER 4MATABC); CADA
      *****CASILLA CON MATERIA EN EL PLAN DEBE TENER SU ACTA POR CICLO
       FD  PLANEST.
       01  PLANEST-REG.
           03  PLA-GRUPO           PIC X(03).
           03  PLA-MATERIAS OCCURS 6 TIMES.
               05  PLA-MATERIA     PIC X(03).

       FD  MATERIAS.
       01  MATERIAS-REG.
           03  MAT-CLAVE           PIC X(03).
           03  MAT-NOMBRE          PIC X(20).

      *****MAESTRO CENTRAL DE PARAMETROS CON VIGENCIAS (4PARABC)
       FD  PARAMET.
       01  PARAMET-REG.
           03  PAR-LLAVE.
               05  PAR-CODIGO      PIC X(12).
               05  PAR-VIGENCIA    PIC 9(08).
           03  PAR-VALOR           PIC 9(09)V9999.
           03  PAR-DESCRIPCION     PIC X(20).

       FD  REPORTE.
       01  REPORTE-REG             PIC X(132).

       WORKING-STORAGE SECTION.
       77  CICLOS-EOF          PIC 9 VALUE ZERO.
       77  PLANEST-EOF         PIC 9 VALUE ZERO.
       77  ACT-KEY-EXISTE      PIC 9.
       77  MAT-KEY-EXISTE      PIC 9.
       77  I-CAS               PIC 9.
       77  CONT-ABIERTAS       PIC 9(05) VALUE 0.
       77  CONT-CICLOS         PIC 9(03) VALUE 0.
       77  ABIERTAS-CICLO      PIC 9(04).
      *****DIAS ANTES DEL FIN DEL CICLO A PARTIR DE LOS CUALES UNA
      *****ACTA ABIERTA SE LISTA (PARAMETRO ACTAS-DIAS); LOS DIAS SE
      *****CUENTAN COMO EN 7OPSREP
       77  DIAS-AVISO          PIC 9(03) VALUE 15.
       77  DIAS-FALTANTES      PIC S9(05).
       77  FECHA-SERIE         PIC 9(08).
       77  SERIAL-HOY          PIC 9(07).
       77  SERIAL-CALCULADO    PIC 9(07).
       77  ANIO-SERIE          PIC 9(04).
       77  MES-SERIE           PIC 9(02).
       77  DIA-SERIE           PIC 9(02).
       77  FECHA-HOY-LARGA     PIC 9(08).
       01  FECHA-SIS.
           03  FECHA-SIS-AA        PIC 99.
           03  FECHA-SIS-MM        PIC 99.
           03  FECHA-SIS-DD        PIC 99.
       01  TABLA-DIAS-MES.
           03  FILLER  PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  TABLA-DIAS-MES-R REDEFINES TABLA-DIAS-MES.
           03  DIAS-ACUM-MES   PIC 9(03) OCCURS 12 TIMES.
       77  PARAMET-EOF         PIC 9.
       77  PARM-CODIGO-BUSCADO PIC X(12).
       77  PARM-VALOR-VIGENTE  PIC 9(09)V9999.
       77  PARM-VIG-ELEGIDA    PIC 9(08).
       77  PARM-HALLADO        PIC 9.

       01  TITULO-ACT-1.
           05  FILLER              PIC X(37) VALUE
               "ACTAS DE CALIFICACIONES ABIERTAS AL ".
           05  TACT-FECHA          PIC 9999/99/99.
           05  FILLER              PIC X(14) VALUE " - AVISO CON ".
           05  TACT-DIAS           PIC ZZ9.
           05  FILLER              PIC X(24) VALUE
               " DIAS AL FIN DEL CICLO".
       01  TITULO-CICLO.
           05  FILLER              PIC X(10) VALUE "=== CICLO ".
           05  TCIC-CICLO          PIC 9(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  TCIC-ESTADO         PIC X(10).
           05  FILLER              PIC X(06) VALUE " FIN: ".
           05  TCIC-FIN            PIC 9999/99/99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  TCIC-LEYENDA        PIC X(08).
           05  TCIC-DIAS           PIC ZZZZ9.
           05  FILLER              PIC X(09) VALUE " DIAS ===".
       01  TITULO-ACT-2.
           05  FILLER              PIC X(40) VALUE
               "GRUPO  CASILLA  MATERIA".
       01  DETALLE-ACT.
           05  DETACT-GRUPO        PIC X(03).
           05  FILLER              PIC X(08) VALUE SPACES.
           05  DETACT-CASILLA      PIC 9(01).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  DETACT-MATERIA      PIC X(20).
       01  RESUMEN-CICLO.
           05  FILLER              PIC X(18) VALUE "ACTAS ABIERTAS:   ".
           05  RESCIC-CONT         PIC ZZZ9.
       01  RESUMEN-ACT.
           05  FILLER              PIC X(26) VALUE
               "TOTAL DE ACTAS ABIERTAS:  ".
           05  RESACT-CONT         PIC ZZZZ9.

       PROCEDURE DIVISION.
      *****ACTAS QUE SIGUEN ABIERTAS EN LOS CICLOS QUE ESTAN POR
      *****TERMINAR O YA TERMINARON SIN CERRARSE: POR CADA CICLO NO
      *****CERRADO CUYO FIN CAE DENTRO DE ACTAS-DIAS DIAS, CADA CASILLA
      *****DEL PLAN DE ESTUDIOS SIN ACTA CERRADA EN 3ACTCIE
       MAIN-PROCEDURE.
           ACCEPT FECHA-SIS FROM DATE.
           COMPUTE FECHA-HOY-LARGA = 20000000
               + FECHA-SIS-AA * 10000
               + FECHA-SIS-MM * 100 + FECHA-SIS-DD.
           OPEN INPUT PARAMET.
           MOVE "ACTAS-DIAS" TO PARM-CODIGO-BUSCADO.
           PERFORM BUSCAR-PARAMETRO.
           IF PARM-HALLADO = 1 AND PARM-VALOR-VIGENTE > 0
               MOVE PARM-VALOR-VIGENTE TO DIAS-AVISO.
           CLOSE PARAMET.
           MOVE FECHA-HOY-LARGA TO FECHA-SERIE.
           PERFORM CALCULAR-SERIAL.
           MOVE SERIAL-CALCULADO TO SERIAL-HOY.
           OPEN INPUT ACTAS.
           OPEN INPUT CICLOS.
           OPEN INPUT PLANEST.
           OPEN INPUT MATERIAS.
           OPEN OUTPUT REPORTE.
           MOVE FECHA-HOY-LARGA TO TACT-FECHA.
           MOVE DIAS-AVISO TO TACT-DIAS.
           WRITE REPORTE-REG FROM TITULO-ACT-1 BEFORE 2 LINES.
           MOVE 0 TO CIC-CICLO.
           START CICLOS KEY IS NOT LESS THAN CIC-CICLO
               INVALID KEY MOVE 1 TO CICLOS-EOF.
           PERFORM UNTIL CICLOS-EOF = 1
               READ CICLOS NEXT RECORD
                   AT END
                       MOVE 1 TO CICLOS-EOF
                   NOT AT END
                       PERFORM REVISAR-CICLO
               END-READ
           END-PERFORM.
           MOVE CONT-ABIERTAS TO RESACT-CONT.
           WRITE REPORTE-REG FROM RESUMEN-ACT BEFORE 2 LINES.
           DISPLAY "CICLOS REVISADOS: " CONT-CICLOS.
           DISPLAY "ACTAS ABIERTAS: " CONT-ABIERTAS.
           CLOSE ACTAS.
           CLOSE CICLOS.
           CLOSE PLANEST.
           CLOSE MATERIAS.
           CLOSE REPORTE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *****EL CICLO ENTRA SI NO ESTA CERRADO Y LE FALTAN ACTAS-DIAS
      *****DIAS O MENOS PARA TERMINAR (O YA TERMINO)
       REVISAR-CICLO.
           IF CIC-ESTADO = "CERRADO" OR CIC-FEC-FIN = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE CIC-FEC-FIN TO FECHA-SERIE.
           PERFORM CALCULAR-SERIAL.
           COMPUTE DIAS-FALTANTES = SERIAL-CALCULADO - SERIAL-HOY.
           IF DIAS-FALTANTES > DIAS-AVISO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO CONT-CICLOS.
           MOVE CIC-CICLO   TO TCIC-CICLO.
           MOVE CIC-ESTADO  TO TCIC-ESTADO.
           MOVE CIC-FEC-FIN TO TCIC-FIN.
           IF DIAS-FALTANTES < 0
               MOVE "VENCIDO " TO TCIC-LEYENDA
               COMPUTE TCIC-DIAS = 0 - DIAS-FALTANTES
           ELSE
               MOVE "FALTAN  " TO TCIC-LEYENDA
               MOVE DIAS-FALTANTES TO TCIC-DIAS
           END-IF.
           WRITE REPORTE-REG FROM TITULO-CICLO BEFORE 1 LINES.
           WRITE REPORTE-REG FROM TITULO-ACT-2 BEFORE 1 LINES.
           MOVE 0 TO ABIERTAS-CICLO.
           MOVE 0 TO PLANEST-EOF.
           MOVE LOW-VALUES TO PLA-GRUPO.
           START PLANEST KEY IS NOT LESS THAN PLA-GRUPO
               INVALID KEY MOVE 1 TO PLANEST-EOF.
           PERFORM UNTIL PLANEST-EOF = 1
               READ PLANEST NEXT RECORD
                   AT END
                       MOVE 1 TO PLANEST-EOF
                   NOT AT END
                       PERFORM VARYING I-CAS FROM 1 BY 1
                               UNTIL I-CAS > 6
                           PERFORM REVISAR-CASILLA
                       END-PERFORM
               END-READ
           END-PERFORM.
           MOVE ABIERTAS-CICLO TO RESCIC-CONT.
           WRITE REPORTE-REG FROM RESUMEN-CICLO BEFORE 2 LINES.

       REVISAR-CASILLA.
           IF PLA-MATERIA(I-CAS) = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE CIC-CICLO TO ACT-CICLO.
           MOVE PLA-GRUPO TO ACT-GRUPO.
           MOVE I-CAS     TO ACT-CASILLA.
           MOVE 1 TO ACT-KEY-EXISTE.
           READ ACTAS INVALID KEY MOVE 0 TO ACT-KEY-EXISTE.
           IF ACT-KEY-EXISTE = 1 AND ACT-ESTADO = "CERRADA"
               EXIT PARAGRAPH
           END-IF.
           MOVE PLA-MATERIA(I-CAS) TO MAT-CLAVE.
           MOVE 1 TO MAT-KEY-EXISTE.
           READ MATERIAS INVALID KEY MOVE 0 TO MAT-KEY-EXISTE.
           IF MAT-KEY-EXISTE = 1
               MOVE MAT-NOMBRE TO DETACT-MATERIA
           ELSE
               MOVE PLA-MATERIA(I-CAS) TO DETACT-MATERIA
           END-IF.
           MOVE PLA-GRUPO TO DETACT-GRUPO.
           MOVE I-CAS     TO DETACT-CASILLA.
           WRITE REPORTE-REG FROM DETALLE-ACT BEFORE 1 LINES.
           ADD 1 TO ABIERTAS-CICLO.
           ADD 1 TO CONT-ABIERTAS.

       CALCULAR-SERIAL.
           MOVE FECHA-SERIE(1:4) TO ANIO-SERIE.
           MOVE FECHA-SERIE(5:2) TO MES-SERIE.
           MOVE FECHA-SERIE(7:2) TO DIA-SERIE.
           COMPUTE SERIAL-CALCULADO =
               (ANIO-SERIE - 2000) * 365
               + DIAS-ACUM-MES(MES-SERIE)
               + DIA-SERIE.

      *****BUSCA LA VIGENCIA MAS RECIENTE DEL CODIGO QUE NO REBASE HOY;
      *****SIN RENGLON APLICABLE EL VALOR FIJO DE SIEMPRE SE QUEDA
       BUSCAR-PARAMETRO.
           MOVE 0 TO PARM-HALLADO.
           MOVE 0 TO PARM-VIG-ELEGIDA.
           MOVE 0 TO PARAMET-EOF.
           MOVE PARM-CODIGO-BUSCADO TO PAR-CODIGO.
           MOVE 0 TO PAR-VIGENCIA.
           START PARAMET KEY IS NOT LESS THAN PAR-LLAVE
               INVALID KEY MOVE 1 TO PARAMET-EOF.
           PERFORM UNTIL PARAMET-EOF = 1
               READ PARAMET NEXT RECORD
                   AT END
                       MOVE 1 TO PARAMET-EOF
                   NOT AT END
                       IF PAR-CODIGO NOT = PARM-CODIGO-BUSCADO
                           MOVE 1 TO PARAMET-EOF
                       ELSE
                           IF PAR-VIGENCIA <= FECHA-HOY-LARGA
                               AND PAR-VIGENCIA >= PARM-VIG-ELEGIDA
                               MOVE PAR-VIGENCIA TO PARM-VIG-ELEGIDA
                               MOVE PAR-VALOR TO PARM-VALOR-VIGENTE
                               MOVE 1 TO PARM-HALLADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       END PROGRAM 5ACTREP.
