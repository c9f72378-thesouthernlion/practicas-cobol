      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 5EVAREP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EVALPRF ASSIGN TO "EVALPRF"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EVA-LLAVE.
           SELECT OPTIONAL PROFESORES ASSIGN TO "PROFESORES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRF-CLAVE.
           SELECT EVASORT ASSIGN TO DISK.
           SELECT REPORTE ASSIGN TO DISK.
       DATA DIVISION.
       FILE SECTION.
      *****MISMO LAYOUT QUE EL EVALPRF QUE ACUMULA 1EVAVAL
       FD  EVALPRF.
       01  EVALPRF-REG.
           03  EVA-LLAVE.
               05  EVA-PROFESOR    PIC X(08).
               05  EVA-CICLO       PIC 9(06).
               05  EVA-GRUPO       PIC X(03).
               05  EVA-CASILLA     PIC 9(01).
           03  EVA-HOJAS           PIC 9(05).
           03  EVA-PREGUNTAS OCCURS 10 TIMES.
               05  EVA-CONTESTADAS PIC 9(05).
               05  EVA-SUMA        PIC 9(06).

       FD  PROFESORES.
       01  PROFESORES-REG.
           03  PRF-CLAVE           PIC X(08).
           03  PRF-NOMBRE          PIC X(30).
           03  PRF-ESTADO          PIC X(10).

       SD  EVASORT.
       01  EVASORT-REG.
           03  SEV-PROMEDIO        PIC 9V99.
           03  SEV-PROFESOR        PIC X(08).
           03  SEV-HOJAS           PIC 9(05).

       FD  REPORTE.
       01  REPORTE-REG             PIC X(132).

       WORKING-STORAGE SECTION.
       77  EVALPRF-EOF         PIC 9.
       77  EVASORT-EOF         PIC 9.
       77  PRF-KEY-EXISTE      PIC 9.
       77  CICLO-REPORTE       PIC 9(06).
       77  PROFESOR-LISTA      PIC X(08).
       77  PROFESOR-ACTUAL     PIC X(08).
       77  I-PRE               PIC 9(02).
       77  I-TEN               PIC 9(02).
       77  I-RNK               PIC 9(03).
       77  HOJAS-PLANTEL       PIC 9(07) VALUE 0.
       77  HOJAS-PROFESOR      PIC 9(05).
       77  CONTESTADAS-TOTAL   PIC 9(07).
       77  SUMA-TOTAL          PIC 9(08).
       77  PROMEDIO-PREGUNTA   PIC 9V99.
       77  PROMEDIO-GENERAL    PIC 9V99.
       77  PLANTEL-GENERAL     PIC 9V99 VALUE 0.
       77  DIFERENCIA          PIC S9V99.
       77  CONT-PROFESORES     PIC 9(03) VALUE 0.
       77  LUGAR               PIC 9(03).

      *****ACUMULADOS DEL PLANTEL EN EL CICLO, CONTRA LOS QUE SE
      *****COMPARA CADA PROFESOR
       01  TABLA-PLANTEL.
           03  PLT-OC OCCURS 10 TIMES.
               05  PLT-CONTESTADAS PIC 9(07).
               05  PLT-SUMA        PIC 9(08).
               05  PLT-PROMEDIO    PIC 9V99.

      *****ACUMULADOS DEL PROFESOR EN CURSO EN EL CICLO DEL REPORTE
       01  TABLA-PROFESOR.
           03  TPR-OC OCCURS 10 TIMES.
               05  TPR-CONTESTADAS PIC 9(06).
               05  TPR-SUMA        PIC 9(07).

      *****CICLOS ANTERIORES DEL PROFESOR EN CURSO; EL ARCHIVO LOS DA
      *****EN ORDEN POR LA LLAVE, Y CON MAS DE 20 LOS EXCEDENTES SE
      *****IGNORAN
       01  TABLA-TENDENCIA.
           03  TTE-OC OCCURS 20 TIMES.
               05  TTE-CICLO       PIC 9(06).
               05  TTE-HOJAS       PIC 9(05).
               05  TTE-CONTESTADAS PIC 9(06).
               05  TTE-SUMA        PIC 9(07).
       77  TENDENCIA-TOTAL     PIC 9(02).

      *****PROFESORES EVALUADOS EN EL CICLO PARA EL RANKING
       01  TABLA-RANKING.
           03  RNK-OC OCCURS 500 TIMES.
               05  RNK-PROFESOR    PIC X(08).
               05  RNK-PROMEDIO    PIC 9V99.
               05  RNK-HOJAS       PIC 9(05).
       77  RANKING-TOTAL       PIC 9(03) VALUE 0.

       01  TITULO-EVA-1.
           05  FILLER              PIC X(42) VALUE
               "EVALUACION DE PROFESORES POR LOS ALUMNOS".
           05  FILLER              PIC X(09) VALUE "  CICLO: ".
           05  TEVA-CICLO          PIC 9(06).
       01  TITULO-EVA-2.
           05  FILLER              PIC X(10) VALUE "PROFESOR: ".
           05  TEVA-PROFESOR       PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  TEVA-NOMBRE         PIC X(30).
           05  FILLER              PIC X(09) VALUE "  HOJAS: ".
           05  TEVA-HOJAS          PIC ZZZZ9.
       01  TITULO-EVA-3.
           05  FILLER              PIC X(44) VALUE
               "PREGUNTA  RESPUESTAS  PROMEDIO  PLANTEL  DIF".
           05  FILLER              PIC X(07) VALUE "ERENCIA".
       01  DETALLE-EVA.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  DETEVA-PREGUNTA     PIC Z9.
           05  FILLER              PIC X(07) VALUE SPACES.
           05  DETEVA-RESPUESTAS   PIC ZZZZ9.
           05  FILLER              PIC X(07) VALUE SPACES.
           05  DETEVA-PROMEDIO     PIC 9.99.
           05  FILLER              PIC X(06) VALUE SPACES.
           05  DETEVA-PLANTEL      PIC 9.99.
           05  FILLER              PIC X(05) VALUE SPACES.
           05  DETEVA-DIFERENCIA   PIC +9.99.
       01  GENERAL-EVA.
           05  FILLER              PIC X(29) VALUE
               "GENERAL".
           05  GENEVA-PROMEDIO     PIC 9.99.
           05  FILLER              PIC X(06) VALUE SPACES.
           05  GENEVA-PLANTEL      PIC 9.99.
           05  FILLER              PIC X(05) VALUE SPACES.
           05  GENEVA-DIFERENCIA   PIC +9.99.
       01  TITULO-EVA-4.
           05  FILLER              PIC X(44) VALUE
               "TENDENCIA EN CICLOS ANTERIORES".
       01  DETALLE-TEN.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETTEN-CICLO        PIC 9(06).
           05  FILLER              PIC X(08) VALUE " HOJAS: ".
           05  DETTEN-HOJAS        PIC ZZZZ9.
           05  FILLER              PIC X(11) VALUE " PROMEDIO: ".
           05  DETTEN-PROMEDIO     PIC 9.99.
       01  SIN-TENDENCIA.
           05  FILLER              PIC X(30) VALUE
               "(SIN CICLOS ANTERIORES)".
       01  TITULO-RNK-1.
           05  FILLER              PIC X(44) VALUE
               "RANKING DE PROFESORES - DIRECCION ACADEMICA".
           05  FILLER              PIC X(09) VALUE "  CICLO: ".
           05  TRNK-CICLO          PIC 9(06).
       01  TITULO-RNK-2.
           05  FILLER              PIC X(46) VALUE
               "LUGAR PROFESOR NOMBRE".
           05  FILLER              PIC X(30) VALUE
               "PROM.  VS PLANTEL  HOJAS".
       01  DETALLE-RNK.
           05  DETRNK-LUGAR        PIC ZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  DETRNK-PROFESOR     PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETRNK-NOMBRE       PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETRNK-PROMEDIO     PIC 9.99.
           05  FILLER              PIC X(07) VALUE SPACES.
           05  DETRNK-DIFERENCIA   PIC +9.99.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  DETRNK-HOJAS        PIC ZZZZ9.
       01  PLANTEL-RNK.
           05  FILLER              PIC X(28) VALUE
               "PROMEDIO GENERAL DEL PLANTEL".
           05  FILLER              PIC X(02) VALUE ": ".
           05  PLTRNK-PROMEDIO     PIC 9.99.
           05  FILLER              PIC X(09) VALUE "  HOJAS: ".
           05  PLTRNK-HOJAS        PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      *****RESULTADOS DE LA EVALUACION DOCENTE (1EVAVAL): UNA HOJA POR
      *****PROFESOR CON EL PROMEDIO DE CADA PREGUNTA CONTRA EL DEL
      *****PLANTEL Y SU TENDENCIA EN LOS CICLOS ANTERIORES; CON TODOS
      *****LOS PROFESORES, AL FINAL EL RANKING PARA LA DIRECCION
      *****ACADEMICA. EL ARCHIVO SOLO TIENE SUMAS, NUNCA AL ALUMNO
       MAIN-PROCEDURE.
           DISPLAY "CICLO DEL REPORTE (AAAAPP)".
           ACCEPT CICLO-REPORTE.
           DISPLAY "CLAVE DEL PROFESOR (ENTER = TODOS)".
           ACCEPT PROFESOR-LISTA.
           OPEN INPUT EVALPRF.
           OPEN INPUT PROFESORES.
           OPEN OUTPUT REPORTE.
           PERFORM SUMAR-PLANTEL.
           MOVE 0 TO EVALPRF-EOF.
           MOVE LOW-VALUES TO EVA-LLAVE.
           START EVALPRF KEY IS NOT LESS THAN EVA-LLAVE
               INVALID KEY MOVE 1 TO EVALPRF-EOF.
           IF EVALPRF-EOF = 0
               PERFORM LEER-EVALPRF
           END-IF.
           PERFORM PROCESAR-PROFESOR UNTIL EVALPRF-EOF = 1.
           IF PROFESOR-LISTA = SPACES AND RANKING-TOTAL > 0
               SORT EVASORT ON DESCENDING KEY SEV-PROMEDIO
                   ASCENDING KEY SEV-PROFESOR
                   INPUT PROCEDURE LIBERAR-RANKING
                   OUTPUT PROCEDURE IMPRIMIR-RANKING
           END-IF.
           DISPLAY "PROFESORES EVALUADOS: " CONT-PROFESORES.
           DISPLAY "HOJAS DEL PLANTEL   : " HOJAS-PLANTEL.
           CLOSE EVALPRF.
           CLOSE PROFESORES.
           CLOSE REPORTE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       LEER-EVALPRF.
           READ EVALPRF NEXT RECORD AT END MOVE 1 TO EVALPRF-EOF.

       SUMAR-PLANTEL.
           PERFORM VARYING I-PRE FROM 1 BY 1 UNTIL I-PRE > 10
               MOVE 0 TO PLT-CONTESTADAS(I-PRE)
               MOVE 0 TO PLT-SUMA(I-PRE)
               MOVE 0 TO PLT-PROMEDIO(I-PRE)
           END-PERFORM.
           MOVE 0 TO EVALPRF-EOF.
           MOVE LOW-VALUES TO EVA-LLAVE.
           START EVALPRF KEY IS NOT LESS THAN EVA-LLAVE
               INVALID KEY MOVE 1 TO EVALPRF-EOF.
           PERFORM UNTIL EVALPRF-EOF = 1
               READ EVALPRF NEXT RECORD
                   AT END
                       MOVE 1 TO EVALPRF-EOF
                   NOT AT END
                       IF EVA-CICLO = CICLO-REPORTE
                           PERFORM SUMAR-RENGLON-PLANTEL
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 0 TO CONTESTADAS-TOTAL.
           MOVE 0 TO SUMA-TOTAL.
           PERFORM VARYING I-PRE FROM 1 BY 1 UNTIL I-PRE > 10
               IF PLT-CONTESTADAS(I-PRE) > 0
                   COMPUTE PLT-PROMEDIO(I-PRE) ROUNDED =
                       PLT-SUMA(I-PRE) / PLT-CONTESTADAS(I-PRE)
               END-IF
               ADD PLT-CONTESTADAS(I-PRE) TO CONTESTADAS-TOTAL
               ADD PLT-SUMA(I-PRE)        TO SUMA-TOTAL
           END-PERFORM.
           IF CONTESTADAS-TOTAL > 0
               COMPUTE PLANTEL-GENERAL ROUNDED =
                   SUMA-TOTAL / CONTESTADAS-TOTAL
           END-IF.

       SUMAR-RENGLON-PLANTEL.
           ADD EVA-HOJAS TO HOJAS-PLANTEL.
           PERFORM VARYING I-PRE FROM 1 BY 1 UNTIL I-PRE > 10
               ADD EVA-CONTESTADAS(I-PRE) TO PLT-CONTESTADAS(I-PRE)
               ADD EVA-SUMA(I-PRE)        TO PLT-SUMA(I-PRE)
           END-PERFORM.

      *****CORTE POR PROFESOR: SUS RENGLONES DEL CICLO DEL REPORTE SE
      *****SUMAN POR PREGUNTA Y LOS DE CICLOS ANTERIORES VAN A LA
      *****TENDENCIA; SOLO SALE SI FUE EVALUADO EN EL CICLO
       PROCESAR-PROFESOR.
           MOVE EVA-PROFESOR TO PROFESOR-ACTUAL.
           MOVE 0 TO HOJAS-PROFESOR.
           MOVE 0 TO TENDENCIA-TOTAL.
           PERFORM VARYING I-PRE FROM 1 BY 1 UNTIL I-PRE > 10
               MOVE 0 TO TPR-CONTESTADAS(I-PRE)
               MOVE 0 TO TPR-SUMA(I-PRE)
           END-PERFORM.
           PERFORM ACUMULAR-RENGLON
               UNTIL EVALPRF-EOF = 1
               OR EVA-PROFESOR NOT = PROFESOR-ACTUAL.
           IF HOJAS-PROFESOR > 0
               AND (PROFESOR-LISTA = SPACES
               OR PROFESOR-LISTA = PROFESOR-ACTUAL)
               PERFORM IMPRIMIR-PROFESOR
           END-IF.

       ACUMULAR-RENGLON.
           IF EVA-CICLO = CICLO-REPORTE
               ADD EVA-HOJAS TO HOJAS-PROFESOR
               PERFORM VARYING I-PRE FROM 1 BY 1 UNTIL I-PRE > 10
                   ADD EVA-CONTESTADAS(I-PRE) TO TPR-CONTESTADAS(I-PRE)
                   ADD EVA-SUMA(I-PRE)        TO TPR-SUMA(I-PRE)
               END-PERFORM
           ELSE IF EVA-CICLO < CICLO-REPORTE
               PERFORM ACUMULAR-TENDENCIA
           END-IF
           END-IF.
           PERFORM LEER-EVALPRF.

       ACUMULAR-TENDENCIA.
           IF TENDENCIA-TOTAL = 0
               OR TTE-CICLO(TENDENCIA-TOTAL) NOT = EVA-CICLO
               IF TENDENCIA-TOTAL >= 20
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO TENDENCIA-TOTAL
               MOVE EVA-CICLO TO TTE-CICLO(TENDENCIA-TOTAL)
               MOVE 0 TO TTE-HOJAS(TENDENCIA-TOTAL)
               MOVE 0 TO TTE-CONTESTADAS(TENDENCIA-TOTAL)
               MOVE 0 TO TTE-SUMA(TENDENCIA-TOTAL)
           END-IF.
           ADD EVA-HOJAS TO TTE-HOJAS(TENDENCIA-TOTAL).
           PERFORM VARYING I-PRE FROM 1 BY 1 UNTIL I-PRE > 10
               ADD EVA-CONTESTADAS(I-PRE)
                   TO TTE-CONTESTADAS(TENDENCIA-TOTAL)
               ADD EVA-SUMA(I-PRE) TO TTE-SUMA(TENDENCIA-TOTAL)
           END-PERFORM.

       IMPRIMIR-PROFESOR.
           ADD 1 TO CONT-PROFESORES.
           MOVE PROFESOR-ACTUAL TO PRF-CLAVE.
           PERFORM LEER-PROFESOR.
           MOVE CICLO-REPORTE   TO TEVA-CICLO.
           MOVE PROFESOR-ACTUAL TO TEVA-PROFESOR.
           MOVE PRF-NOMBRE      TO TEVA-NOMBRE.
           MOVE HOJAS-PROFESOR  TO TEVA-HOJAS.
           WRITE REPORTE-REG FROM TITULO-EVA-1 BEFORE 2 LINES.
           WRITE REPORTE-REG FROM TITULO-EVA-2 BEFORE 2 LINES.
           WRITE REPORTE-REG FROM TITULO-EVA-3 BEFORE 1 LINES.
           MOVE 0 TO CONTESTADAS-TOTAL.
           MOVE 0 TO SUMA-TOTAL.
           PERFORM IMPRIMIR-PREGUNTA
               VARYING I-PRE FROM 1 BY 1 UNTIL I-PRE > 10.
           MOVE 0 TO PROMEDIO-GENERAL.
           IF CONTESTADAS-TOTAL > 0
               COMPUTE PROMEDIO-GENERAL ROUNDED =
                   SUMA-TOTAL / CONTESTADAS-TOTAL
           END-IF.
           COMPUTE DIFERENCIA = PROMEDIO-GENERAL - PLANTEL-GENERAL.
           MOVE PROMEDIO-GENERAL TO GENEVA-PROMEDIO.
           MOVE PLANTEL-GENERAL  TO GENEVA-PLANTEL.
           MOVE DIFERENCIA       TO GENEVA-DIFERENCIA.
           WRITE REPORTE-REG FROM GENERAL-EVA BEFORE 2 LINES.
           WRITE REPORTE-REG FROM TITULO-EVA-4 BEFORE 1 LINES.
           IF TENDENCIA-TOTAL = 0
               WRITE REPORTE-REG FROM SIN-TENDENCIA BEFORE 1 LINES
           ELSE
               PERFORM IMPRIMIR-TENDENCIA
                   VARYING I-TEN FROM 1 BY 1
                   UNTIL I-TEN > TENDENCIA-TOTAL
           END-IF.
           MOVE SPACES TO REPORTE-REG.
           WRITE REPORTE-REG BEFORE PAGE.
           IF RANKING-TOTAL < 500
               ADD 1 TO RANKING-TOTAL
               MOVE PROFESOR-ACTUAL  TO RNK-PROFESOR(RANKING-TOTAL)
               MOVE PROMEDIO-GENERAL TO RNK-PROMEDIO(RANKING-TOTAL)
               MOVE HOJAS-PROFESOR   TO RNK-HOJAS(RANKING-TOTAL)
           END-IF.

       IMPRIMIR-PREGUNTA.
           MOVE 0 TO PROMEDIO-PREGUNTA.
           IF TPR-CONTESTADAS(I-PRE) > 0
               COMPUTE PROMEDIO-PREGUNTA ROUNDED =
                   TPR-SUMA(I-PRE) / TPR-CONTESTADAS(I-PRE)
           END-IF.
           ADD TPR-CONTESTADAS(I-PRE) TO CONTESTADAS-TOTAL.
           ADD TPR-SUMA(I-PRE)        TO SUMA-TOTAL.
           COMPUTE DIFERENCIA = PROMEDIO-PREGUNTA - PLT-PROMEDIO(I-PRE).
           MOVE I-PRE                  TO DETEVA-PREGUNTA.
           MOVE TPR-CONTESTADAS(I-PRE) TO DETEVA-RESPUESTAS.
           MOVE PROMEDIO-PREGUNTA      TO DETEVA-PROMEDIO.
           MOVE PLT-PROMEDIO(I-PRE)    TO DETEVA-PLANTEL.
           MOVE DIFERENCIA             TO DETEVA-DIFERENCIA.
           WRITE REPORTE-REG FROM DETALLE-EVA BEFORE 1 LINES.

       IMPRIMIR-TENDENCIA.
           MOVE 0 TO PROMEDIO-GENERAL.
           IF TTE-CONTESTADAS(I-TEN) > 0
               COMPUTE PROMEDIO-GENERAL ROUNDED =
                   TTE-SUMA(I-TEN) / TTE-CONTESTADAS(I-TEN)
           END-IF.
           MOVE TTE-CICLO(I-TEN) TO DETTEN-CICLO.
           MOVE TTE-HOJAS(I-TEN) TO DETTEN-HOJAS.
           MOVE PROMEDIO-GENERAL TO DETTEN-PROMEDIO.
           WRITE REPORTE-REG FROM DETALLE-TEN BEFORE 1 LINES.

       LEER-PROFESOR.
           MOVE 1 TO PRF-KEY-EXISTE.
           READ PROFESORES INVALID KEY MOVE 0 TO PRF-KEY-EXISTE.
           IF PRF-KEY-EXISTE = 0
               MOVE "(NO ESTA EN EL CATALOGO)" TO PRF-NOMBRE
           END-IF.

       LIBERAR-RANKING SECTION.
           PERFORM VARYING I-RNK FROM 1 BY 1 UNTIL I-RNK > RANKING-TOTAL
               MOVE RNK-PROFESOR(I-RNK) TO SEV-PROFESOR
               MOVE RNK-PROMEDIO(I-RNK) TO SEV-PROMEDIO
               MOVE RNK-HOJAS(I-RNK)    TO SEV-HOJAS
               RELEASE EVASORT-REG
           END-PERFORM.
           GO TO FIN-LIBERAR.

       FIN-LIBERAR.

       IMPRIMIR-RANKING SECTION.
           MOVE CICLO-REPORTE TO TRNK-CICLO.
           WRITE REPORTE-REG FROM TITULO-RNK-1 BEFORE 2 LINES.
           WRITE REPORTE-REG FROM TITULO-RNK-2 BEFORE 1 LINES.
           MOVE 0 TO LUGAR.
           MOVE 0 TO EVASORT-EOF.
           RETURN EVASORT AT END MOVE 1 TO EVASORT-EOF.
           PERFORM IMPRIMIR-LUGAR UNTIL EVASORT-EOF = 1.
           MOVE PLANTEL-GENERAL TO PLTRNK-PROMEDIO.
           MOVE HOJAS-PLANTEL   TO PLTRNK-HOJAS.
           WRITE REPORTE-REG FROM PLANTEL-RNK BEFORE 2 LINES.
           GO TO FIN-RANKING.

       IMPRIMIR-LUGAR.
           ADD 1 TO LUGAR.
           MOVE SEV-PROFESOR TO PRF-CLAVE.
           PERFORM LEER-PROFESOR.
           COMPUTE DIFERENCIA = SEV-PROMEDIO - PLANTEL-GENERAL.
           MOVE LUGAR        TO DETRNK-LUGAR.
           MOVE SEV-PROFESOR TO DETRNK-PROFESOR.
           MOVE PRF-NOMBRE   TO DETRNK-NOMBRE.
           MOVE SEV-PROMEDIO TO DETRNK-PROMEDIO.
           MOVE DIFERENCIA   TO DETRNK-DIFERENCIA.
           MOVE SEV-HOJAS    TO DETRNK-HOJAS.
           WRITE REPORTE-REG FROM DETALLE-RNK BEFORE 1 LINES.
           RETURN EVASORT AT END MOVE 1 TO EVASORT-EOF.

       FIN-RANKING.

       END PROGRAM 5EVAREP.
