      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 3EST911.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUINX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALUINX-MATRICULA.

           SELECT ALUPRO ASSIGN TO DISK.

           SELECT KARDEX ASSIGN TO "KARDEX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KAR-LLAVE.

           SELECT OPTIONAL ALUDATOS ASSIGN TO "ALUDATOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TUT-MATRICULA.

           SELECT OPTIONAL BAJASALU ASSIGN TO "BAJASALU".

           SELECT OPTIONAL CERTLOG ASSIGN TO "CERTLOG"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CERT-MATRICULA.

           SELECT OPTIONAL CICLOS ASSIGN TO "CICLOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIC-CICLO.

           SELECT OPTIONAL PROFESORES ASSIGN TO "PROFESORES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRF-CLAVE.

           SELECT OPTIONAL ASIGNA ASSIGN TO "ASIGNA"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASG-LLAVE.

           SELECT OPTIONAL EST911 ASSIGN TO "EST911"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS E9-LLAVE.

           SELECT REPORTE ASSIGN TO DISK.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ALUINX.
       01  ALUINX-REG.
           03  ALUINX-MATRICULA    PIC 9(8).
           03  ALUINX-NOMBRE       PIC X(30).
           03  ALUINX-GRUPO        PIC X(03).
           03  ALUINX-PROMEDIO     PIC 9(03)V99.

      *****MISMO LAYOUT QUE EL ALUPRO-REG DE 3ALUPRO; SOLO SE TOMA DE
      *****AQUI EL CAMPUS/TURNO DE CADA MATRICULA
       FD  ALUPRO.
       01  ALUPRO-REG.
           03  ALUPRO-NOM     PIC X(30).
           03  ALUPRO-MAT     PIC 9(08).
           03  ALUPRO-GPO     PIC X(03).
           03  ALUPRO-CAMPUS-TURNO PIC X(03).
           03  ALUPRO-NUM-CAL PIC 9.
           03  ALUPRO-CALIFICACIONES  OCCURS 6 TIMES.
               05  ALUPRO-CAL     PIC 999V99.
           03  ALUPRO-PROM    PIC 999V99.
           03  ALUPRO-ESTATUS PIC X(09).
           03  FILLER          PIC XX.

      *****MISMO LAYOUT QUE EL KARDEX QUE ESCRIBE 3ALUCNV
       FD  KARDEX.
       01  KARDEX-REG.
           03  KAR-LLAVE.
               05  KAR-MATRICULA   PIC 9(08).
               05  KAR-CICLO       PIC 9(06).
           03  KAR-GRUPO           PIC X(03).
           03  KAR-CALIFICACIONES OCCURS 6 TIMES.
               05  KAR-CAL         PIC 999V99.
           03  KAR-PROMEDIO        PIC 999V99.
           03  KAR-ESTATUS         PIC X(09).

      *****SATELITE DE CONTACTO DEL ALUMNO (VER 4TUTABC)
       FD  ALUDATOS.
       01  ALUDATOS-REG.
           03  TUT-MATRICULA       PIC 9(08).
           03  TUT-TUTOR           PIC X(30).
           03  TUT-DOMICILIO       PIC X(40).
           03  TUT-TELEFONO        PIC X(10).
           03  TUT-SEXO            PIC X(01).
           03  TUT-FEC-NAC         PIC 9(08).

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

      *****CERTIFICADOS EXPEDIDOS (VER 3CERTIF): EL EGRESADO DEL CICLO
      *****ES EL QUE RECIBIO SU FOLIO DENTRO DE LAS FECHAS DEL CICLO
       FD  CERTLOG.
       01  CERTLOG-REG.
           03  CERT-MATRICULA      PIC 9(08).
           03  CERT-FOLIO          PIC 9(06).
           03  CERT-FECHA          PIC 9(08).
           03  CERT-OPERADOR       PIC X(08).
           03  CERT-PROMEDIO       PIC 999V99.

       FD  CICLOS.
       01  CICLOS-REG.
           03  CIC-CICLO           PIC 9(06).
           03  CIC-ESTADO          PIC X(10).
           03  CIC-FEC-INICIO      PIC 9(08).
           03  CIC-FEC-FIN         PIC 9(08).

       FD  PROFESORES.
       01  PROFESORES-REG.
           03  PRF-CLAVE           PIC X(08).
           03  PRF-NOMBRE          PIC X(30).
           03  PRF-ESTADO          PIC X(10).

       FD  ASIGNA.
       01  ASIGNA-REG.
           03  ASG-LLAVE.
               05  ASG-PROFESOR    PIC X(08).
               05  ASG-GRUPO       PIC X(03).
               05  ASG-CASILLA     PIC 9(01).

      *****FOTOGRAFIA DE LAS CIFRAS DEL FORMATO 911 POR CICLO, CAMPUS
      *****(ESPACIOS = TODOS) Y FASE (I = INICIO, F = FIN); LA CORRIDA
      *****DE FIN SE COMPARA CONTRA LA DE INICIO. MISMO ORDEN QUE
      *****CIFRAS-911
       FD  EST911.
       01  EST911-REG.
           03  E9-LLAVE.
               05  E9-CICLO        PIC 9(06).
               05  E9-CAMPUS       PIC X(03).
               05  E9-FASE         PIC X(01).
           03  E9-FECHA            PIC 9(08).
           03  E9-CIFRAS           PIC X(563).

       FD  REPORTE.
       01  REPORTE-REG             PIC X(132).

       WORKING-STORAGE SECTION.
       77  ALUINX-EOF          PIC 9.
       77  ALUPRO-EOF          PIC 9.
       77  KARDEX-EOF          PIC 9.
       77  BAJASALU-EOF        PIC 9.
       77  CERTLOG-EOF         PIC 9.
       77  ASIGNA-EOF          PIC 9.
       77  CIC-KEY-EXISTE      PIC 9.
       77  TUT-KEY-EXISTE      PIC 9.
       77  PRF-KEY-EXISTE      PIC 9.
       77  E9-KEY-EXISTE       PIC 9.
       77  HAY-INICIO          PIC 9.
       77  CICLO-REPORTE       PIC 9(06).
       77  CAMPUS-REPORTE      PIC X(03).
       77  OPCION-FASE         PIC 9.
       77  FASE-REPORTE        PIC X(01).
       77  FIN-CICLO-EGRESO    PIC 9(08).
       77  FECHA-HOY-LARGA     PIC 9(08).
       01  FECHA-HOY.
           03  FECHA-HOY-AA        PIC 99.
           03  FECHA-HOY-MM        PIC 99.
           03  FECHA-HOY-DD        PIC 99.

      *****MATRICULA A ANALIZAR Y LO QUE DE ELLA SALE DEL KARDEX:
      *****GRADO = CICLOS APROBADOS ANTES DEL CICLO + 1 (9 = 9 O MAS),
      *****NUEVO INGRESO SIN CICLOS ANTERIORES, REPETIDOR SI EL ULTIMO
      *****CICLO ANTERIOR NO SE APROBO
       77  MATRICULA-ANALIZADA PIC 9(08).
       77  CICLOS-PREVIOS      PIC 9(03).
       77  APROBADOS-PREVIOS   PIC 9(03).
       77  ULTIMO-ESTATUS      PIC X(09).
       77  EVALUADO-CICLO      PIC 9.
       77  ESTATUS-CICLO       PIC X(09).
       77  GRADO-ALUMNO        PIC 9.
       77  ES-NUEVO            PIC 9.
       77  ES-REPETIDOR        PIC 9.
       77  I-SEXO              PIC 9.
       77  I-EDAD              PIC 9.
       77  EDAD-ALUMNO         PIC 9(03).
       77  CAMPUS-ALUMNO       PIC X(03).
       01  FECHA-NAC-ALUMNO.
           03  FNA-ANIO            PIC 9(04).
           03  FNA-MESDIA          PIC 9(04).
       01  FECHA-BASE-EDAD.
           03  FBE-ANIO            PIC 9(04).
           03  FBE-MESDIA          PIC 9(04).

      *****CAMPUS/TURNO DE CADA MATRICULA TOMADO DE ALUPRO; TOPE
      *****REVISADO
       01  TABLA-CAMPUS-ALU.
           03  CAMPUS-ALU-OC OCCURS 5000 TIMES.
               05  TCA-MATRICULA   PIC 9(08).
               05  TCA-CAMPUS      PIC X(03).
       77  CAMPUS-ALU-TOTAL    PIC 9(04) VALUE 0.
       77  I-TCA               PIC 9(04).
       77  TCA-HALLADO         PIC 9.

      *****GRUPOS CON ALUMNOS EN EL CAMPUS Y DOCENTES ASIGNADOS A ESOS
      *****GRUPOS, SIN REPETIR; TOPES REVISADOS
       01  TABLA-GRUPOS-911.
           03  GRUPOS-911-OC OCCURS 200 TIMES.
               05  TGR-GRUPO       PIC X(03).
       77  I-TGR               PIC 9(03).
       77  TGR-HALLADO         PIC 9.
       01  TABLA-DOCENTES-911.
           03  DOCENTES-911-OC OCCURS 500 TIMES.
               05  TDO-CLAVE       PIC X(08).
       77  I-TDO               PIC 9(03).
       77  TDO-HALLADO         PIC 9.

      *****CIFRAS DEL FORMATO: POR GRADO (SEXO 1 = HOMBRES, 2 =
      *****MUJERES, 3 = SIN DATO), POR EDAD (MISMO SEXO) Y EGRESADOS;
      *****ESTE GRUPO SE GUARDA TAL CUAL EN E9-CIFRAS
       01  CIFRAS-911.
           03  GRADOS-OC OCCURS 9 TIMES.
               05  TG-SEXO         PIC 9(05) OCCURS 3 TIMES.
               05  TG-NUEVOS       PIC 9(05).
               05  TG-REPETIDORES  PIC 9(05).
               05  TG-BAJAS        PIC 9(05).
               05  TG-PROMOVIDOS   PIC 9(05).
               05  TG-NO-PROMOVIDOS PIC 9(05).
               05  TG-SIN-EVALUAR  PIC 9(05).
           03  EDADES-OC OCCURS 9 TIMES.
               05  TE-SEXO         PIC 9(05) OCCURS 3 TIMES.
           03  EGRESADOS-SEXO      PIC 9(05) OCCURS 3 TIMES.
           03  CONT-GRUPOS         PIC 9(04).
           03  CONT-DOCENTES       PIC 9(04).
      *****LAS MISMAS CIFRAS DE LA FOTOGRAFIA DE INICIO
       01  CIFRAS-INICIO.
           03  CI-GRADOS-OC OCCURS 9 TIMES.
               05  CI-SEXO         PIC 9(05) OCCURS 3 TIMES.
               05  CI-NUEVOS       PIC 9(05).
               05  CI-REPETIDORES  PIC 9(05).
               05  CI-BAJAS        PIC 9(05).
               05  CI-PROMOVIDOS   PIC 9(05).
               05  CI-NO-PROMOVIDOS PIC 9(05).
               05  CI-SIN-EVALUAR  PIC 9(05).
           03  CI-EDADES-OC OCCURS 9 TIMES.
               05  CI-EDAD-SEXO    PIC 9(05) OCCURS 3 TIMES.
           03  CI-EGRESADOS-SEXO   PIC 9(05) OCCURS 3 TIMES.
           03  CI-GRUPOS           PIC 9(04).
           03  CI-DOCENTES         PIC 9(04).

       77  I-GRA               PIC 9.
       77  I-SEX               PIC 9.
       77  TOTAL-RENGLON       PIC 9(06).
       77  TOTAL-INICIO-GRADO  PIC 9(06).
       77  DIFERENCIA          PIC S9(06).
       77  TOTAL-POR-GRADO     PIC 9(06).
       77  TOTAL-POR-EDAD      PIC 9(06).
       77  TOTAL-EVALUACION    PIC 9(06).
       77  TOTAL-BAJAS         PIC 9(06).
       77  TOTAL-EGRESADOS     PIC 9(06).
       77  TOTAL-INICIO        PIC 9(06).
       77  ESPERADO-FIN        PIC S9(06).
       77  CONT-DESCUADRES     PIC 9(02).
       01  SUMA-SEXO-GRADO.
           03  SSG-SEXO            PIC 9(06) OCCURS 3 TIMES.
           03  SSG-NUEVOS          PIC 9(06).
           03  SSG-REPETIDORES     PIC 9(06).
           03  SSG-BAJAS           PIC 9(06).
           03  SSG-PROMOVIDOS      PIC 9(06).
           03  SSG-NO-PROMOVIDOS   PIC 9(06).
           03  SSG-SIN-EVALUAR     PIC 9(06).
       01  SUMA-SEXO-EDAD.
           03  SSE-SEXO            PIC 9(06) OCCURS 3 TIMES.

       01  TABLA-NOMBRES-EDAD.
           03  FILLER              PIC X(10) VALUE "14 O MENOS".
           03  FILLER              PIC X(10) VALUE "15".
           03  FILLER              PIC X(10) VALUE "16".
           03  FILLER              PIC X(10) VALUE "17".
           03  FILLER              PIC X(10) VALUE "18".
           03  FILLER              PIC X(10) VALUE "19".
           03  FILLER              PIC X(10) VALUE "20 A 24".
           03  FILLER              PIC X(10) VALUE "25 O MAS".
           03  FILLER              PIC X(10) VALUE "SIN DATO".
       01  NOMBRES-EDAD REDEFINES TABLA-NOMBRES-EDAD.
           03  NOMBRE-EDAD         PIC X(10) OCCURS 9 TIMES.

       01  TITULO-911-1.
           05  FILLER              PIC X(45) VALUE
               "ESTADISTICA DE INICIO Y FIN DE CURSOS (911)".
           05  FILLER              PIC X(07) VALUE "CICLO: ".
           05  T911-CICLO          PIC 9(06).
           05  FILLER              PIC X(10) VALUE "  CAMPUS: ".
           05  T911-CAMPUS         PIC X(05).
           05  FILLER              PIC X(08) VALUE "  FASE: ".
           05  T911-FASE           PIC X(06).
           05  FILLER              PIC X(09) VALUE "  FECHA: ".
           05  T911-FECHA          PIC 9(08).
       01  TITULO-SECCION          PIC X(60).
       01  TITULO-GRADO.
           05  FILLER              PIC X(44) VALUE
               "GRADO  HOMBRES  MUJERES SIN DATO    TOTAL   ".
           05  FILLER              PIC X(48) VALUE
               "NUEVOS REPETID.   BAJAS PROMOV. NO PROM. SIN EV.".
       01  DETALLE-GRADO.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETGRA-GRADO        PIC X(03).
           05  DETGRA-SEXO         PIC ZZZ,ZZ9 OCCURS 3 TIMES.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETGRA-TOTAL        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETGRA-NUEVOS       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETGRA-REPETIDORES  PIC ZZZ,ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETGRA-BAJAS        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETGRA-PROMOVIDOS   PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETGRA-NO-PROMOVIDOS PIC ZZZ,ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETGRA-SIN-EVALUAR  PIC ZZZ,ZZ9.
       01  TITULO-EDAD.
           05  FILLER              PIC X(44) VALUE
               "EDAD        HOMBRES  MUJERES SIN DATO    TOT".
           05  FILLER              PIC X(02) VALUE "AL".
       01  DETALLE-EDAD.
           05  DETEDA-EDAD         PIC X(10).
           05  DETEDA-SEXO         PIC ZZZ,ZZ9 OCCURS 3 TIMES.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETEDA-TOTAL        PIC ZZZ,ZZ9.
       01  LINEA-CONTEO.
           05  LCO-CONCEPTO        PIC X(30).
           05  LCO-CANTIDAD        PIC ZZZ,ZZ9.
       01  LINEA-CUADRE.
           05  LCU-CONCEPTO        PIC X(40).
           05  LCU-CIFRA-1         PIC -ZZZ,ZZ9.
           05  FILLER              PIC X(03) VALUE " / ".
           05  LCU-CIFRA-2         PIC -ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LCU-RESULTADO       PIC X(10).
       01  TITULO-COMPARA.
           05  FILLER              PIC X(44) VALUE
               "GRADO   INICIO      FIN  DIFERENCIA".
       01  DETALLE-COMPARA.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETCMP-GRADO        PIC X(03).
           05  DETCMP-INICIO       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETCMP-FIN          PIC ZZZ,ZZ9.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  DETCMP-DIFERENCIA   PIC -ZZZ,ZZ9.

       PROCEDURE DIVISION.
      *****ESTADISTICA OFICIAL DE INICIO Y FIN DE CURSOS (FORMATO 911)
      *****POR CICLO Y CAMPUS/TURNO: MATRICULA POR GRADO, EDAD Y SEXO,
      *****NUEVO INGRESO Y REPETIDORES DEL KARDEX, BAJAS DEL CICLO,
      *****EGRESADOS CON CERTIFICADO, GRUPOS Y DOCENTES; IMPRIME LOS
      *****CUADRES ENTRE SECCIONES, GUARDA LA FOTOGRAFIA DE LA FASE Y EN
      *****LA DE FIN LA COMPARA CONTRA LA DE INICIO
       MAIN-PROCEDURE.
           ACCEPT FECHA-HOY FROM DATE.
           COMPUTE FECHA-HOY-LARGA =
               (2000 + FECHA-HOY-AA) * 10000
               + FECHA-HOY-MM * 100 + FECHA-HOY-DD.
           DISPLAY "CICLO (AAAANN)".
           ACCEPT CICLO-REPORTE.
           DISPLAY "CAMPUS/TURNO (ESPACIOS = TODOS)".
           ACCEPT CAMPUS-REPORTE.
           MOVE 0 TO OPCION-FASE.
           PERFORM UNTIL OPCION-FASE = 1 OR OPCION-FASE = 2
               DISPLAY "FASE: 1. INICIO DE CURSOS  2. FIN DE CURSOS"
               ACCEPT OPCION-FASE
           END-PERFORM.
           IF OPCION-FASE = 1
               MOVE "I" TO FASE-REPORTE
           ELSE
               MOVE "F" TO FASE-REPORTE
           END-IF.
           OPEN INPUT CICLOS.
           MOVE CICLO-REPORTE TO CIC-CICLO.
           MOVE 1 TO CIC-KEY-EXISTE.
           READ CICLOS INVALID KEY MOVE 0 TO CIC-KEY-EXISTE.
           CLOSE CICLOS.
           IF CIC-KEY-EXISTE = 0
               DISPLAY "CICLO NO REGISTRADO EN EL CATALOGO DE CICLOS"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE CIC-FEC-INICIO TO FECHA-BASE-EDAD.
           IF CIC-FEC-FIN = 0
               MOVE FECHA-HOY-LARGA TO FIN-CICLO-EGRESO
           ELSE
               MOVE CIC-FEC-FIN TO FIN-CICLO-EGRESO
           END-IF.
           INITIALIZE CIFRAS-911.
           PERFORM CARGAR-CAMPUS-ALUMNOS.
           OPEN INPUT KARDEX.
           OPEN INPUT ALUDATOS.
           PERFORM CONTAR-MATRICULA.
           PERFORM CONTAR-BAJAS.
           PERFORM CONTAR-EGRESADOS.
           PERFORM CONTAR-DOCENTES.
           CLOSE KARDEX.
           CLOSE ALUDATOS.
           OPEN I-O EST911.
           PERFORM LEER-INICIO.
           OPEN OUTPUT REPORTE.
           PERFORM IMPRIMIR-911.
           PERFORM IMPRIMIR-CUADRES.
           IF FASE-REPORTE = "F" AND HAY-INICIO = 1
               PERFORM IMPRIMIR-COMPARACION
           END-IF.
           CLOSE REPORTE.
           PERFORM GUARDAR-FOTOGRAFIA.
           CLOSE EST911.
           DISPLAY "MATRICULA: " TOTAL-POR-GRADO
               "  BAJAS: " TOTAL-BAJAS
               "  EGRESADOS: " TOTAL-EGRESADOS.
           IF CONT-DESCUADRES > 0
               DISPLAY "CUADRES CON DIFERENCIA: " CONT-DESCUADRES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      *******************************************************************
      *                       CAMPUS POR MATRICULA
      *******************************************************************
       CARGAR-CAMPUS-ALUMNOS.
           MOVE 0 TO CAMPUS-ALU-TOTAL.
           MOVE 0 TO ALUPRO-EOF.
           OPEN INPUT ALUPRO.
           READ ALUPRO AT END MOVE 1 TO ALUPRO-EOF.
           PERFORM UNTIL ALUPRO-EOF = 1
               IF CAMPUS-ALU-TOTAL < 5000
                   ADD 1 TO CAMPUS-ALU-TOTAL
                   MOVE ALUPRO-MAT
                       TO TCA-MATRICULA(CAMPUS-ALU-TOTAL)
                   MOVE ALUPRO-CAMPUS-TURNO
                       TO TCA-CAMPUS(CAMPUS-ALU-TOTAL)
               END-IF
               READ ALUPRO AT END MOVE 1 TO ALUPRO-EOF
               END-READ
           END-PERFORM.
           CLOSE ALUPRO.

      *****SIN RENGLON EN ALUPRO EL CAMPUS QUEDA EN ESPACIOS Y SOLO
      *****CUENTA EN LA CORRIDA DE TODOS LOS CAMPUS
       BUSCAR-CAMPUS.
           MOVE SPACES TO CAMPUS-ALUMNO.
           MOVE 0 TO TCA-HALLADO.
           PERFORM VARYING I-TCA FROM 1 BY 1
                   UNTIL I-TCA > CAMPUS-ALU-TOTAL OR TCA-HALLADO = 1
               IF TCA-MATRICULA(I-TCA) = MATRICULA-ANALIZADA
                   MOVE TCA-CAMPUS(I-TCA) TO CAMPUS-ALUMNO
                   MOVE 1 TO TCA-HALLADO
               END-IF
           END-PERFORM.

      *******************************************************************
      *                     MATRICULA DEL CICLO
      *******************************************************************
       CONTAR-MATRICULA.
           OPEN INPUT ALUINX.
           MOVE 0 TO ALUINX-EOF.
           MOVE 0 TO ALUINX-MATRICULA.
           START ALUINX KEY IS NOT LESS THAN ALUINX-MATRICULA
               INVALID KEY MOVE 1 TO ALUINX-EOF.
           PERFORM UNTIL ALUINX-EOF = 1
               READ ALUINX NEXT RECORD
                   AT END
                       MOVE 1 TO ALUINX-EOF
                   NOT AT END
                       MOVE ALUINX-MATRICULA TO MATRICULA-ANALIZADA
                       PERFORM BUSCAR-CAMPUS
                       IF CAMPUS-REPORTE = SPACES
                           OR CAMPUS-ALUMNO = CAMPUS-REPORTE
                           PERFORM CONTAR-ALUMNO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ALUINX.

       CONTAR-ALUMNO.
           PERFORM ANALIZAR-KARDEX.
           PERFORM BUSCAR-SEXO-EDAD.
           ADD 1 TO TG-SEXO(GRADO-ALUMNO, I-SEXO).
           ADD 1 TO TE-SEXO(I-EDAD, I-SEXO).
           IF ES-NUEVO = 1
               ADD 1 TO TG-NUEVOS(GRADO-ALUMNO)
           END-IF.
           IF ES-REPETIDOR = 1
               ADD 1 TO TG-REPETIDORES(GRADO-ALUMNO)
           END-IF.
           IF EVALUADO-CICLO = 0
               ADD 1 TO TG-SIN-EVALUAR(GRADO-ALUMNO)
           ELSE IF ESTATUS-CICLO = "APROBADO"
               ADD 1 TO TG-PROMOVIDOS(GRADO-ALUMNO)
           ELSE
               ADD 1 TO TG-NO-PROMOVIDOS(GRADO-ALUMNO)
           END-IF
           END-IF.
           PERFORM AGREGAR-GRUPO.

       ANALIZAR-KARDEX.
           MOVE 0 TO CICLOS-PREVIOS.
           MOVE 0 TO APROBADOS-PREVIOS.
           MOVE SPACES TO ULTIMO-ESTATUS.
           MOVE 0 TO EVALUADO-CICLO.
           MOVE SPACES TO ESTATUS-CICLO.
           MOVE 0 TO KARDEX-EOF.
           MOVE MATRICULA-ANALIZADA TO KAR-MATRICULA.
           MOVE 0 TO KAR-CICLO.
           START KARDEX KEY IS NOT LESS THAN KAR-LLAVE
               INVALID KEY MOVE 1 TO KARDEX-EOF.
           PERFORM UNTIL KARDEX-EOF = 1
               READ KARDEX NEXT RECORD
                   AT END
                       MOVE 1 TO KARDEX-EOF
                   NOT AT END
                       IF KAR-MATRICULA NOT = MATRICULA-ANALIZADA
                           OR KAR-CICLO > CICLO-REPORTE
                           MOVE 1 TO KARDEX-EOF
                       ELSE
                           IF KAR-CICLO = CICLO-REPORTE
                               MOVE 1 TO EVALUADO-CICLO
                               MOVE KAR-ESTATUS TO ESTATUS-CICLO
                           ELSE
                               ADD 1 TO CICLOS-PREVIOS
                               MOVE KAR-ESTATUS TO ULTIMO-ESTATUS
                               IF KAR-ESTATUS = "APROBADO"
                                   ADD 1 TO APROBADOS-PREVIOS
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF APROBADOS-PREVIOS >= 8
               MOVE 9 TO GRADO-ALUMNO
           ELSE
               COMPUTE GRADO-ALUMNO = APROBADOS-PREVIOS + 1
           END-IF.
           MOVE 0 TO ES-NUEVO.
           MOVE 0 TO ES-REPETIDOR.
           IF CICLOS-PREVIOS = 0
               MOVE 1 TO ES-NUEVO
           ELSE IF ULTIMO-ESTATUS NOT = "APROBADO"
               MOVE 1 TO ES-REPETIDOR
           END-IF
           END-IF.

      *****SEXO Y EDAD AL INICIO DEL CICLO DEL SATELITE DEL ALUMNO;
      *****SIN DATO (O N = NO DECLARA) VA A LA COLUMNA DE SIN DATO
       BUSCAR-SEXO-EDAD.
           MOVE 3 TO I-SEXO.
           MOVE 9 TO I-EDAD.
           MOVE MATRICULA-ANALIZADA TO TUT-MATRICULA.
           MOVE 1 TO TUT-KEY-EXISTE.
           READ ALUDATOS INVALID KEY MOVE 0 TO TUT-KEY-EXISTE.
           IF TUT-KEY-EXISTE = 1
               IF TUT-SEXO = "H"
                   MOVE 1 TO I-SEXO
               ELSE IF TUT-SEXO = "M"
                   MOVE 2 TO I-SEXO
               END-IF
               END-IF
               IF TUT-FEC-NAC > 0 AND TUT-FEC-NAC < FECHA-BASE-EDAD
                   MOVE TUT-FEC-NAC TO FECHA-NAC-ALUMNO
                   COMPUTE EDAD-ALUMNO = FBE-ANIO - FNA-ANIO
                   IF FBE-MESDIA < FNA-MESDIA
                       SUBTRACT 1 FROM EDAD-ALUMNO
                   END-IF
                   IF EDAD-ALUMNO <= 14
                       MOVE 1 TO I-EDAD
                   ELSE IF EDAD-ALUMNO <= 19
                       COMPUTE I-EDAD = EDAD-ALUMNO - 13
                   ELSE IF EDAD-ALUMNO <= 24
                       MOVE 7 TO I-EDAD
                   ELSE
                       MOVE 8 TO I-EDAD
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

       AGREGAR-GRUPO.
           MOVE 0 TO TGR-HALLADO.
           PERFORM VARYING I-TGR FROM 1 BY 1
                   UNTIL I-TGR > CONT-GRUPOS OR TGR-HALLADO = 1
               IF TGR-GRUPO(I-TGR) = ALUINX-GRUPO
                   MOVE 1 TO TGR-HALLADO
               END-IF
           END-PERFORM.
           IF TGR-HALLADO = 0 AND CONT-GRUPOS < 200
               ADD 1 TO CONT-GRUPOS
               MOVE ALUINX-GRUPO TO TGR-GRUPO(CONT-GRUPOS)
           END-IF.

      *******************************************************************
      *                     BAJAS Y EGRESADOS
      *******************************************************************
       CONTAR-BAJAS.
           OPEN INPUT BAJASALU.
           MOVE 0 TO BAJASALU-EOF.
           READ BAJASALU AT END MOVE 1 TO BAJASALU-EOF.
           PERFORM UNTIL BAJASALU-EOF = 1
               IF RBA-CICLO = CICLO-REPORTE
                   AND (CAMPUS-REPORTE = SPACES
                       OR RBA-CAMPUS-TURNO = CAMPUS-REPORTE)
                   MOVE RBA-MATRICULA TO MATRICULA-ANALIZADA
                   PERFORM ANALIZAR-KARDEX
                   ADD 1 TO TG-BAJAS(GRADO-ALUMNO)
               END-IF
               READ BAJASALU AT END MOVE 1 TO BAJASALU-EOF
               END-READ
           END-PERFORM.
           CLOSE BAJASALU.

       CONTAR-EGRESADOS.
           OPEN INPUT CERTLOG.
           MOVE 0 TO CERTLOG-EOF.
           MOVE 0 TO CERT-MATRICULA.
           START CERTLOG KEY IS NOT LESS THAN CERT-MATRICULA
               INVALID KEY MOVE 1 TO CERTLOG-EOF.
           PERFORM UNTIL CERTLOG-EOF = 1
               READ CERTLOG NEXT RECORD
                   AT END
                       MOVE 1 TO CERTLOG-EOF
                   NOT AT END
                       IF CERT-FECHA >= CIC-FEC-INICIO
                           AND CERT-FECHA <= FIN-CICLO-EGRESO
                           PERFORM CONTAR-EGRESADO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CERTLOG.

       CONTAR-EGRESADO.
           MOVE CERT-MATRICULA TO MATRICULA-ANALIZADA.
           PERFORM BUSCAR-CAMPUS.
           IF CAMPUS-REPORTE = SPACES
               OR CAMPUS-ALUMNO = CAMPUS-REPORTE
               PERFORM BUSCAR-SEXO-EDAD
               ADD 1 TO EGRESADOS-SEXO(I-SEXO)
           END-IF.

      *******************************************************************
      *                           DOCENTES
      *******************************************************************
      *****PROFESORES ACTIVOS CON ALGUNA CASILLA ASIGNADA EN LOS GRUPOS
      *****CONTADOS; CADA PROFESOR UNA SOLA VEZ
       CONTAR-DOCENTES.
           OPEN INPUT ASIGNA.
           OPEN INPUT PROFESORES.
           MOVE 0 TO ASIGNA-EOF.
           MOVE LOW-VALUES TO ASG-LLAVE.
           START ASIGNA KEY IS NOT LESS THAN ASG-LLAVE
               INVALID KEY MOVE 1 TO ASIGNA-EOF.
           PERFORM UNTIL ASIGNA-EOF = 1
               READ ASIGNA NEXT RECORD
                   AT END
                       MOVE 1 TO ASIGNA-EOF
                   NOT AT END
                       PERFORM REVISAR-ASIGNACION
               END-READ
           END-PERFORM.
           CLOSE ASIGNA.
           CLOSE PROFESORES.

       REVISAR-ASIGNACION.
           MOVE 0 TO TGR-HALLADO.
           PERFORM VARYING I-TGR FROM 1 BY 1
                   UNTIL I-TGR > CONT-GRUPOS OR TGR-HALLADO = 1
               IF TGR-GRUPO(I-TGR) = ASG-GRUPO
                   MOVE 1 TO TGR-HALLADO
               END-IF
           END-PERFORM.
           IF TGR-HALLADO = 1
               MOVE 0 TO TDO-HALLADO
               PERFORM VARYING I-TDO FROM 1 BY 1
                       UNTIL I-TDO > CONT-DOCENTES OR TDO-HALLADO = 1
                   IF TDO-CLAVE(I-TDO) = ASG-PROFESOR
                       MOVE 1 TO TDO-HALLADO
                   END-IF
               END-PERFORM
               IF TDO-HALLADO = 0
                   MOVE ASG-PROFESOR TO PRF-CLAVE
                   MOVE 1 TO PRF-KEY-EXISTE
                   READ PROFESORES INVALID KEY MOVE 0 TO PRF-KEY-EXISTE
                   END-READ
                   IF PRF-KEY-EXISTE = 1 AND PRF-ESTADO NOT = "BAJA"
                       AND CONT-DOCENTES < 500
                       ADD 1 TO CONT-DOCENTES
                       MOVE ASG-PROFESOR TO TDO-CLAVE(CONT-DOCENTES)
                   END-IF
               END-IF
           END-IF.

      *******************************************************************
      *                          FOTOGRAFIAS
      *******************************************************************
       LEER-INICIO.
           MOVE 0 TO HAY-INICIO.
           INITIALIZE CIFRAS-INICIO.
           MOVE CICLO-REPORTE  TO E9-CICLO.
           MOVE CAMPUS-REPORTE TO E9-CAMPUS.
           MOVE "I"            TO E9-FASE.
           MOVE 1 TO E9-KEY-EXISTE.
           READ EST911 INVALID KEY MOVE 0 TO E9-KEY-EXISTE.
           IF E9-KEY-EXISTE = 1
               MOVE 1 TO HAY-INICIO
               MOVE E9-CIFRAS TO CIFRAS-INICIO
           END-IF.

      *****LA CORRIDA REPETIDA DE LA MISMA FASE SUSTITUYE SU FOTOGRAFIA
       GUARDAR-FOTOGRAFIA.
           MOVE CICLO-REPORTE  TO E9-CICLO.
           MOVE CAMPUS-REPORTE TO E9-CAMPUS.
           MOVE FASE-REPORTE   TO E9-FASE.
           MOVE 1 TO E9-KEY-EXISTE.
           READ EST911 INVALID KEY MOVE 0 TO E9-KEY-EXISTE.
           MOVE CICLO-REPORTE   TO E9-CICLO.
           MOVE CAMPUS-REPORTE  TO E9-CAMPUS.
           MOVE FASE-REPORTE    TO E9-FASE.
           MOVE FECHA-HOY-LARGA TO E9-FECHA.
           MOVE CIFRAS-911      TO E9-CIFRAS.
           IF E9-KEY-EXISTE = 1
               REWRITE EST911-REG
           ELSE
               WRITE EST911-REG
           END-IF.

      *******************************************************************
      *                       IMPRESION DEL 911
      *******************************************************************
       IMPRIMIR-911.
           MOVE CICLO-REPORTE TO T911-CICLO.
           IF CAMPUS-REPORTE = SPACES
               MOVE "TODOS" TO T911-CAMPUS
           ELSE
               MOVE CAMPUS-REPORTE TO T911-CAMPUS
           END-IF.
           IF FASE-REPORTE = "I"
               MOVE "INICIO" TO T911-FASE
           ELSE
               MOVE "FIN" TO T911-FASE
           END-IF.
           MOVE FECHA-HOY-LARGA TO T911-FECHA.
           WRITE REPORTE-REG FROM TITULO-911-1 BEFORE 2 LINES.
           MOVE "I. ALUMNOS POR GRADO Y SEXO" TO TITULO-SECCION.
           WRITE REPORTE-REG FROM TITULO-SECCION BEFORE 2 LINES.
           WRITE REPORTE-REG FROM TITULO-GRADO BEFORE 1 LINES.
           INITIALIZE SUMA-SEXO-GRADO.
           PERFORM IMPRIMIR-GRADO
               VARYING I-GRA FROM 1 BY 1 UNTIL I-GRA > 9.
           MOVE "TOT" TO DETGRA-GRADO.
           MOVE 0 TO TOTAL-POR-GRADO.
           PERFORM VARYING I-SEX FROM 1 BY 1 UNTIL I-SEX > 3
               MOVE SSG-SEXO(I-SEX) TO DETGRA-SEXO(I-SEX)
               ADD SSG-SEXO(I-SEX) TO TOTAL-POR-GRADO
           END-PERFORM.
           MOVE TOTAL-POR-GRADO    TO DETGRA-TOTAL.
           MOVE SSG-NUEVOS         TO DETGRA-NUEVOS.
           MOVE SSG-REPETIDORES    TO DETGRA-REPETIDORES.
           MOVE SSG-BAJAS          TO DETGRA-BAJAS.
           MOVE SSG-PROMOVIDOS     TO DETGRA-PROMOVIDOS.
           MOVE SSG-NO-PROMOVIDOS  TO DETGRA-NO-PROMOVIDOS.
           MOVE SSG-SIN-EVALUAR    TO DETGRA-SIN-EVALUAR.
           WRITE REPORTE-REG FROM DETALLE-GRADO BEFORE 2 LINES.
           MOVE SSG-BAJAS TO TOTAL-BAJAS.
           COMPUTE TOTAL-EVALUACION = SSG-PROMOVIDOS
               + SSG-NO-PROMOVIDOS + SSG-SIN-EVALUAR.

           MOVE "II. ALUMNOS POR EDAD Y SEXO (AL INICIO DEL CICLO)"
               TO TITULO-SECCION.
           WRITE REPORTE-REG FROM TITULO-SECCION BEFORE 2 LINES.
           WRITE REPORTE-REG FROM TITULO-EDAD BEFORE 1 LINES.
           INITIALIZE SUMA-SEXO-EDAD.
           PERFORM IMPRIMIR-EDAD
               VARYING I-EDAD FROM 1 BY 1 UNTIL I-EDAD > 9.
           MOVE "TOTAL" TO DETEDA-EDAD.
           MOVE 0 TO TOTAL-POR-EDAD.
           PERFORM VARYING I-SEX FROM 1 BY 1 UNTIL I-SEX > 3
               MOVE SSE-SEXO(I-SEX) TO DETEDA-SEXO(I-SEX)
               ADD SSE-SEXO(I-SEX) TO TOTAL-POR-EDAD
           END-PERFORM.
           MOVE TOTAL-POR-EDAD TO DETEDA-TOTAL.
           WRITE REPORTE-REG FROM DETALLE-EDAD BEFORE 2 LINES.

           MOVE "III. EGRESADOS DEL CICLO (CERTIFICADO EXPEDIDO)"
               TO TITULO-SECCION.
           WRITE REPORTE-REG FROM TITULO-SECCION BEFORE 2 LINES.
           MOVE 0 TO TOTAL-EGRESADOS.
           MOVE "  HOMBRES" TO LCO-CONCEPTO.
           MOVE EGRESADOS-SEXO(1) TO LCO-CANTIDAD.
           WRITE REPORTE-REG FROM LINEA-CONTEO BEFORE 1 LINES.
           MOVE "  MUJERES" TO LCO-CONCEPTO.
           MOVE EGRESADOS-SEXO(2) TO LCO-CANTIDAD.
           WRITE REPORTE-REG FROM LINEA-CONTEO BEFORE 1 LINES.
           MOVE "  SIN DATO" TO LCO-CONCEPTO.
           MOVE EGRESADOS-SEXO(3) TO LCO-CANTIDAD.
           WRITE REPORTE-REG FROM LINEA-CONTEO BEFORE 1 LINES.
           COMPUTE TOTAL-EGRESADOS = EGRESADOS-SEXO(1)
               + EGRESADOS-SEXO(2) + EGRESADOS-SEXO(3).
           MOVE "  TOTAL EGRESADOS" TO LCO-CONCEPTO.
           MOVE TOTAL-EGRESADOS TO LCO-CANTIDAD.
           WRITE REPORTE-REG FROM LINEA-CONTEO BEFORE 2 LINES.

           MOVE "IV. GRUPOS Y PERSONAL DOCENTE" TO TITULO-SECCION.
           WRITE REPORTE-REG FROM TITULO-SECCION BEFORE 2 LINES.
           MOVE "  GRUPOS CON ALUMNOS" TO LCO-CONCEPTO.
           MOVE CONT-GRUPOS TO LCO-CANTIDAD.
           WRITE REPORTE-REG FROM LINEA-CONTEO BEFORE 1 LINES.
           MOVE "  DOCENTES FRENTE A GRUPO" TO LCO-CONCEPTO.
           MOVE CONT-DOCENTES TO LCO-CANTIDAD.
           WRITE REPORTE-REG FROM LINEA-CONTEO BEFORE 2 LINES.

       IMPRIMIR-GRADO.
           MOVE SPACES TO DETGRA-GRADO.
           MOVE I-GRA TO DETGRA-GRADO(2:1).
           MOVE 0 TO TOTAL-RENGLON.
           PERFORM VARYING I-SEX FROM 1 BY 1 UNTIL I-SEX > 3
               MOVE TG-SEXO(I-GRA, I-SEX) TO DETGRA-SEXO(I-SEX)
               ADD TG-SEXO(I-GRA, I-SEX) TO TOTAL-RENGLON
               ADD TG-SEXO(I-GRA, I-SEX) TO SSG-SEXO(I-SEX)
           END-PERFORM.
           MOVE TOTAL-RENGLON              TO DETGRA-TOTAL.
           MOVE TG-NUEVOS(I-GRA)           TO DETGRA-NUEVOS.
           MOVE TG-REPETIDORES(I-GRA)      TO DETGRA-REPETIDORES.
           MOVE TG-BAJAS(I-GRA)            TO DETGRA-BAJAS.
           MOVE TG-PROMOVIDOS(I-GRA)       TO DETGRA-PROMOVIDOS.
           MOVE TG-NO-PROMOVIDOS(I-GRA)    TO DETGRA-NO-PROMOVIDOS.
           MOVE TG-SIN-EVALUAR(I-GRA)      TO DETGRA-SIN-EVALUAR.
           ADD TG-NUEVOS(I-GRA)            TO SSG-NUEVOS.
           ADD TG-REPETIDORES(I-GRA)       TO SSG-REPETIDORES.
           ADD TG-BAJAS(I-GRA)             TO SSG-BAJAS.
           ADD TG-PROMOVIDOS(I-GRA)        TO SSG-PROMOVIDOS.
           ADD TG-NO-PROMOVIDOS(I-GRA)     TO SSG-NO-PROMOVIDOS.
           ADD TG-SIN-EVALUAR(I-GRA)       TO SSG-SIN-EVALUAR.
           IF TOTAL-RENGLON > 0 OR TG-BAJAS(I-GRA) > 0
               WRITE REPORTE-REG FROM DETALLE-GRADO BEFORE 1 LINES
           END-IF.

       IMPRIMIR-EDAD.
           MOVE NOMBRE-EDAD(I-EDAD) TO DETEDA-EDAD.
           MOVE 0 TO TOTAL-RENGLON.
           PERFORM VARYING I-SEX FROM 1 BY 1 UNTIL I-SEX > 3
               MOVE TE-SEXO(I-EDAD, I-SEX) TO DETEDA-SEXO(I-SEX)
               ADD TE-SEXO(I-EDAD, I-SEX) TO TOTAL-RENGLON
               ADD TE-SEXO(I-EDAD, I-SEX) TO SSE-SEXO(I-SEX)
           END-PERFORM.
           MOVE TOTAL-RENGLON TO DETEDA-TOTAL.
           WRITE REPORTE-REG FROM DETALLE-EDAD BEFORE 1 LINES.

      *******************************************************************
      *                            CUADRES
      *******************************************************************
      *****LAS SECCIONES SE ACUMULAN POR SEPARADO Y DEBEN COINCIDIR; EN
      *****LA FASE DE FIN, INICIO MENOS BAJAS DEBE DAR LA EXISTENCIA
      *****(LA DIFERENCIA SON ALTAS O CAMBIOS DE CAMPUS DEL CICLO)
       IMPRIMIR-CUADRES.
           MOVE 0 TO CONT-DESCUADRES.
           MOVE "V. CUADRES" TO TITULO-SECCION.
           WRITE REPORTE-REG FROM TITULO-SECCION BEFORE 2 LINES.
           MOVE "  TOTAL POR GRADO / TOTAL POR EDAD" TO LCU-CONCEPTO.
           MOVE TOTAL-POR-GRADO TO LCU-CIFRA-1.
           MOVE TOTAL-POR-EDAD  TO LCU-CIFRA-2.
           IF TOTAL-POR-GRADO = TOTAL-POR-EDAD
               MOVE "CUADRA" TO LCU-RESULTADO
           ELSE
               MOVE "NO CUADRA" TO LCU-RESULTADO
               ADD 1 TO CONT-DESCUADRES
           END-IF.
           WRITE REPORTE-REG FROM LINEA-CUADRE BEFORE 1 LINES.
           MOVE "  EXISTENCIA / PROMOV+NO PROM+SIN EV"
               TO LCU-CONCEPTO.
           MOVE TOTAL-POR-GRADO  TO LCU-CIFRA-1.
           MOVE TOTAL-EVALUACION TO LCU-CIFRA-2.
           IF TOTAL-POR-GRADO = TOTAL-EVALUACION
               MOVE "CUADRA" TO LCU-RESULTADO
           ELSE
               MOVE "NO CUADRA" TO LCU-RESULTADO
               ADD 1 TO CONT-DESCUADRES
           END-IF.
           WRITE REPORTE-REG FROM LINEA-CUADRE BEFORE 1 LINES.
           MOVE "  ALUMNOS / GRUPOS CON ALUMNOS" TO LCU-CONCEPTO.
           MOVE TOTAL-POR-GRADO TO LCU-CIFRA-1.
           MOVE CONT-GRUPOS     TO LCU-CIFRA-2.
           IF (TOTAL-POR-GRADO = 0 AND CONT-GRUPOS = 0)
               OR (TOTAL-POR-GRADO > 0 AND CONT-GRUPOS > 0)
               MOVE "CUADRA" TO LCU-RESULTADO
           ELSE
               MOVE "NO CUADRA" TO LCU-RESULTADO
               ADD 1 TO CONT-DESCUADRES
           END-IF.
           WRITE REPORTE-REG FROM LINEA-CUADRE BEFORE 1 LINES.
           IF FASE-REPORTE = "F" AND HAY-INICIO = 1
               MOVE 0 TO TOTAL-INICIO
               PERFORM VARYING I-GRA FROM 1 BY 1 UNTIL I-GRA > 9
                   PERFORM VARYING I-SEX FROM 1 BY 1 UNTIL I-SEX > 3
                       ADD CI-SEXO(I-GRA, I-SEX) TO TOTAL-INICIO
                   END-PERFORM
               END-PERFORM
               COMPUTE ESPERADO-FIN = TOTAL-INICIO - TOTAL-BAJAS
               MOVE "  INICIO MENOS BAJAS / EXISTENCIA"
                   TO LCU-CONCEPTO
               MOVE TOTAL-POR-GRADO TO LCU-CIFRA-2
               MOVE ESPERADO-FIN    TO LCU-CIFRA-1
               IF ESPERADO-FIN = TOTAL-POR-GRADO
                   MOVE "CUADRA" TO LCU-RESULTADO
               ELSE
                   MOVE "NO CUADRA" TO LCU-RESULTADO
                   ADD 1 TO CONT-DESCUADRES
               END-IF
               WRITE REPORTE-REG FROM LINEA-CUADRE BEFORE 1 LINES
           END-IF.
           IF FASE-REPORTE = "F" AND HAY-INICIO = 0
               MOVE "  (SIN FOTOGRAFIA DE INICIO PARA COMPARAR)"
                   TO REPORTE-REG
               WRITE REPORTE-REG BEFORE 1 LINES
           END-IF.

      *******************************************************************
      *                   COMPARACION INICIO CONTRA FIN
      *******************************************************************
       IMPRIMIR-COMPARACION.
           MOVE "VI. COMPARACION CONTRA LA FOTOGRAFIA DE INICIO"
               TO TITULO-SECCION.
           WRITE REPORTE-REG FROM TITULO-SECCION BEFORE 2 LINES.
           WRITE REPORTE-REG FROM TITULO-COMPARA BEFORE 1 LINES.
           PERFORM VARYING I-GRA FROM 1 BY 1 UNTIL I-GRA > 9
               MOVE 0 TO TOTAL-INICIO-GRADO
               MOVE 0 TO TOTAL-RENGLON
               PERFORM VARYING I-SEX FROM 1 BY 1 UNTIL I-SEX > 3
                   ADD CI-SEXO(I-GRA, I-SEX) TO TOTAL-INICIO-GRADO
                   ADD TG-SEXO(I-GRA, I-SEX) TO TOTAL-RENGLON
               END-PERFORM
               IF TOTAL-INICIO-GRADO > 0 OR TOTAL-RENGLON > 0
                   MOVE SPACES TO DETCMP-GRADO
                   MOVE I-GRA TO DETCMP-GRADO(2:1)
                   MOVE TOTAL-INICIO-GRADO TO DETCMP-INICIO
                   MOVE TOTAL-RENGLON      TO DETCMP-FIN
                   COMPUTE DIFERENCIA =
                       TOTAL-RENGLON - TOTAL-INICIO-GRADO
                   MOVE DIFERENCIA TO DETCMP-DIFERENCIA
                   WRITE REPORTE-REG FROM DETALLE-COMPARA
                       BEFORE 1 LINES
               END-IF
           END-PERFORM.
           MOVE "TOT" TO DETCMP-GRADO.
           MOVE TOTAL-INICIO    TO DETCMP-INICIO.
           MOVE TOTAL-POR-GRADO TO DETCMP-FIN.
           COMPUTE DIFERENCIA = TOTAL-POR-GRADO - TOTAL-INICIO.
           MOVE DIFERENCIA TO DETCMP-DIFERENCIA.
           WRITE REPORTE-REG FROM DETALLE-COMPARA BEFORE 2 LINES.
           MOVE "  GRUPOS AL INICIO" TO LCO-CONCEPTO.
           MOVE CI-GRUPOS TO LCO-CANTIDAD.
           WRITE REPORTE-REG FROM LINEA-CONTEO BEFORE 1 LINES.
           MOVE "  DOCENTES AL INICIO" TO LCO-CONCEPTO.
           MOVE CI-DOCENTES TO LCO-CANTIDAD.
           WRITE REPORTE-REG FROM LINEA-CONTEO BEFORE 1 LINES.

       END PROGRAM 3EST911.
