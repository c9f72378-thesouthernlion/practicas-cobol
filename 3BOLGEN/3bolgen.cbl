      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 3BOLGEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUPRO ASSIGN TO DISK.
           SELECT BOLSORT ASSIGN TO DISK.
           SELECT OPTIONAL KARDEX ASSIGN TO "KARDEX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KAR-LLAVE.
           SELECT OPTIONAL FALTASALU ASSIGN TO "FALTASALU".
           SELECT OPTIONAL ALUDATOS ASSIGN TO "ALUDATOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TUT-MATRICULA.
           SELECT GRUPOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GPO-CLAVE.
           SELECT OPTIONAL PLANEST ASSIGN TO "PLANEST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLA-GRUPO.
           SELECT OPTIONAL MATERIAS ASSIGN TO "MATERIAS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAT-CLAVE.
           SELECT OPTIONAL CICLOS ASSIGN TO "CICLOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIC-CICLO.
           SELECT OPTIONAL EXAMENES ASSIGN TO "EXAMENES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EXA-LLAVE.
           SELECT BOLETAS ASSIGN TO DISK.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *****MISMO LAYOUT QUE EL ALUPRO-REG DE 3ALUPRO; DE AQUI SALE LA
      *****POBLACION (NOMBRE, GRUPO Y CAMPUS/TURNO)
       FD  ALUPRO.
       01  ALUPRO-REG.
         03 ALUPRO-NOM  PIC X(30).
         03 ALUPRO-MAT  PIC 9(08).
         03 ALUPRO-GPO  PIC X(03).
         03 ALUPRO-CAMPUS-TURNO PIC X(03).
         03 ALUPRO-NUM-CAL  PIC 9.
         03 ALUPRO-CALIFICACIONES OCCURS 6 TIMES.
           05 ALUPRO-CAL    PIC 999V99.
         03 ALUPRO-PROM     PIC 999V99.
         03 ALUPRO-ESTATUS  PIC X(09).
         03 FILLER       PIC XX.

      *****ORDEN DE ENSOBRETADO: CAMPUS/TURNO, GRUPO Y NOMBRE
       SD  BOLSORT.
       01  BOLSORT-REG.
           03  BLS-CAMPUS-TURNO    PIC X(03).
           03  BLS-GRUPO           PIC X(03).
           03  BLS-NOMBRE          PIC X(30).
           03  BLS-MATRICULA       PIC 9(08).
           03  BLS-NUM-CAL         PIC 9.
           03  BLS-CALIFICACIONES OCCURS 6 TIMES.
               05  BLS-CAL         PIC 999V99.
           03  BLS-PROMEDIO        PIC 999V99.
           03  BLS-ESTATUS         PIC X(09).

      *****MISMO LAYOUT QUE EL KARDEX QUE ESCRIBE 3ALUCNV; PARA UN
      *****CICLO ANTERIOR LAS CALIFICACIONES SALEN DE AQUI
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

      *****MISMO LAYOUT QUE EL FALTASALU QUE ESCRIBE 2ASICAP
       FD  FALTASALU.
       01  FALTASALU-REG.
           03  FAL-MATRICULA       PIC 9(08).
           03  FAL-FECHA           PIC 9(08).
           03  FAL-MOTIVO          PIC X(01).

      *****SATELITE DE CONTACTO DEL ALUMNO (4TUTABC)
       FD  ALUDATOS.
       01  ALUDATOS-REG.
           03  TUT-MATRICULA       PIC 9(08).
           03  TUT-TUTOR           PIC X(30).
           03  TUT-DOMICILIO       PIC X(40).
           03  TUT-TELEFONO        PIC X(10).
           03  TUT-SEXO            PIC X(01).
           03  TUT-FEC-NAC         PIC 9(08).

       FD  GRUPOS.
       01  GRUPOS-REG.
           03  GPO-CLAVE           PIC X(03).
           03  GPO-DESCRIPCION     PIC X(20).
           03  GPO-CUPO            PIC 9(03).
           03  GPO-ASESOR          PIC X(15).

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

      *****CALENDARIO DE CICLOS ESCOLARES (VER 4CICABC)
       FD  CICLOS.
       01  CICLOS-REG.
           03  CIC-CICLO           PIC 9(06).
           03  CIC-ESTADO          PIC X(10).
           03  CIC-FEC-INICIO      PIC 9(08).
           03  CIC-FEC-FIN         PIC 9(08).

      *****CALENDARIO DE EXAMENES (4EXAABC); EL ULTIMO EXAMEN DEL
      *****PARCIAL EN EL GRUPO MARCA EL CORTE DE LA ASISTENCIA
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

       FD  BOLETAS.
       01  BOLETAS-REG             PIC X(132).

       WORKING-STORAGE SECTION.
       77  ALUPRO-EOF          PIC 9 VALUE ZERO.
       77  BOLSORT-EOF         PIC 9 VALUE ZERO.
       77  FALTAS-EOF          PIC 9 VALUE ZERO.
       77  EXAMENES-EOF        PIC 9 VALUE ZERO.
       77  CICLOS-EOF          PIC 9 VALUE ZERO.
       77  KAR-KEY-EXISTE      PIC 9.
       77  TUT-KEY-EXISTE      PIC 9.
       77  GPO-KEY-EXISTE      PIC 9.
       77  PLA-KEY-EXISTE      PIC 9.
       77  MAT-KEY-EXISTE      PIC 9.
       77  CIC-KEY-EXISTE      PIC 9.
       77  MODO-CORRIDA        PIC 9.
       77  CICLO-BOLETA        PIC 9(06).
       77  CICLO-VIGENTE       PIC 9(06) VALUE 0.
       77  PARCIAL-BOLETA      PIC 9(01).
       77  GRUPO-BUSCADO       PIC X(03).
       77  CAMPUS-BUSCADO      PIC X(03).
       77  MATRICULA-BUSCADA   PIC 9(08).
       77  GRUPO-ANTERIOR      PIC X(03).
       77  I-CAL               PIC 9.
       77  CONT-BOLETAS        PIC 9(05) VALUE 0.
       77  CONT-SIN-KARDEX     PIC 9(05) VALUE 0.
       77  CONT-SIN-CONTACTO   PIC 9(05) VALUE 0.
       77  FALTAS-ALUMNO       PIC 9(03).
       77  DIAS-CLASE          PIC 9(04).
       77  PORCENTAJE-ASIST    PIC 9(03)V9.
       77  FECHA-CORTE         PIC 9(08).
       77  FECHA-INICIO        PIC 9(08).
       77  FECHA-HOY-LARGA     PIC 9(08).
       01  FECHA-HOY.
           03  FECHA-HOY-AA        PIC 99.
           03  FECHA-HOY-MM        PIC 99.
           03  FECHA-HOY-DD        PIC 99.

      *****DIAS DE CLASE DEL PERIODO: DIAS NATURALES DEL INICIO DEL
      *****CICLO AL CORTE, SIN FINES DE SEMANA (5 DE CADA 7); LOS DIAS
      *****SE CUENTAN COMO EN 7OPSREP
       77  FECHA-SERIE         PIC 9(08).
       77  SERIAL-CALCULADO    PIC 9(07).
       77  SERIAL-INICIO       PIC 9(07).
       77  ANIO-SERIE          PIC 9(04).
       77  MES-SERIE           PIC 9(02).
       77  DIA-SERIE           PIC 9(02).
       01  TABLA-DIAS-MES.
           03  FILLER  PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  TABLA-DIAS-MES-R REDEFINES TABLA-DIAS-MES.
           03  DIAS-ACUM-MES   PIC 9(03) OCCURS 12 TIMES.

      *****AUSENCIAS DEL CICLO POR ALUMNO, CARGADAS UNA VEZ DE
      *****FALTASALU; TOPE REVISADO
       01  TABLA-FALTAS.
           03  FALTAS-OC OCCURS 2000 TIMES.
               05  TF-MATRICULA    PIC 9(08).
               05  TF-FECHA        PIC 9(08).
       77  FALTAS-TOTAL        PIC 9(04) VALUE 0.
       77  I-FAL               PIC 9(04).

       01  BOL-LINEA-1.
           05  FILLER              PIC X(30) VALUE
               "BOLETA DE CALIFICACIONES".
           05  FILLER              PIC X(07) VALUE "CICLO: ".
           05  BOL1-CICLO          PIC 9(06).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  BOL1-PERIODO        PIC X(20).
       01  BOL-LINEA-2.
           05  FILLER              PIC X(08) VALUE "ALUMNO: ".
           05  BOL2-NOMBRE         PIC X(30).
           05  FILLER              PIC X(13) VALUE "  MATRICULA: ".
           05  BOL2-MATRICULA      PIC 9(08).
       01  BOL-LINEA-3.
           05  FILLER              PIC X(08) VALUE "GRUPO:  ".
           05  BOL3-GRUPO          PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  BOL3-DESCRIPCION    PIC X(20).
           05  FILLER              PIC X(17) VALUE
               "  CAMPUS/TURNO: ".
           05  BOL3-CAMPUS         PIC X(03).
           05  FILLER              PIC X(10) VALUE "  ASESOR: ".
           05  BOL3-ASESOR         PIC X(15).
       01  BOL-LINEA-4.
           05  FILLER              PIC X(08) VALUE "TUTOR:  ".
           05  BOL4-TUTOR          PIC X(30).
       01  BOL-LINEA-5.
           05  FILLER              PIC X(08) VALUE SPACES.
           05  BOL5-DOMICILIO      PIC X(40).
       01  BOL-TITULO-MAT.
           05  FILLER              PIC X(40) VALUE
               "   MATERIA                 CALIFICACION".
       01  BOL-DETALLE.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  BOLD-MATERIA        PIC X(20).
           05  FILLER              PIC X(08) VALUE SPACES.
           05  BOLD-CAL            PIC Z9.99.
       01  BOL-PROMEDIO.
           05  FILLER              PIC X(31) VALUE
               "   PROMEDIO".
           05  BOLP-PROMEDIO       PIC Z9.99.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  BOLP-ESTATUS        PIC X(09).
       01  BOL-ASISTENCIA.
           05  FILLER              PIC X(14) VALUE "   ASISTENCIA ".
           05  BOLA-PORCENTAJE     PIC ZZ9.9.
           05  FILLER              PIC X(14) VALUE " %  AUSENCIAS ".
           05  BOLA-FALTAS         PIC ZZ9.
           05  FILLER              PIC X(04) VALUE " EN ".
           05  BOLA-DIAS           PIC ZZZ9.
           05  FILLER              PIC X(14) VALUE " DIAS DE CLASE".
       01  BOL-PIE.
           05  FILLER              PIC X(40) VALUE
               "FIRMA DEL PADRE O TUTOR: ______________".
           05  FILLER              PIC X(10) VALUE "  FECHA: ".
           05  BOLPIE-FECHA        PIC 9(08).

       PROCEDURE DIVISION.
      *****BOLETA OFICIAL POR ALUMNO PARA LOS PADRES: MATERIAS DEL
      *****PLAN DEL GRUPO CON SU CALIFICACION, PROMEDIO, PORCENTAJE
      *****DE ASISTENCIA, ASESOR Y DATOS DEL TUTOR, UNA HOJA POR
      *****ALUMNO. CORRE POR GRUPO O CAMPUS/TURNO EN ORDEN DE
      *****ENSOBRETADO, O PARA UN SOLO ALUMNO
       MAIN-PROCEDURE.
           ACCEPT FECHA-HOY FROM DATE.
           COMPUTE FECHA-HOY-LARGA =
               (2000 + FECHA-HOY-AA) * 10000
               + FECHA-HOY-MM * 100 + FECHA-HOY-DD.
           MOVE FECHA-HOY-LARGA TO BOLPIE-FECHA.
           OPEN INPUT CICLOS.
           PERFORM BUSCAR-CICLO-VIGENTE.
           DISPLAY "CICLO (AAAAPP, CERO = VIGENTE " CICLO-VIGENTE ")".
           ACCEPT CICLO-BOLETA.
           IF CICLO-BOLETA = 0
               MOVE CICLO-VIGENTE TO CICLO-BOLETA
           END-IF.
           MOVE CICLO-BOLETA TO CIC-CICLO.
           MOVE 1 TO CIC-KEY-EXISTE.
           READ CICLOS INVALID KEY MOVE 0 TO CIC-KEY-EXISTE.
           IF CIC-KEY-EXISTE = 0
               DISPLAY "CICLO NO EXISTE (4CICABC)"
               CLOSE CICLOS
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "PARCIAL (1 A 9, CERO = CALIFICACION FINAL)".
           ACCEPT PARCIAL-BOLETA.
           DISPLAY "BOLETAS DE:".
           DISPLAY "1. UN GRUPO".
           DISPLAY "2. UN CAMPUS/TURNO".
           DISPLAY "3. UN ALUMNO".
           ACCEPT MODO-CORRIDA.
           MOVE SPACES TO GRUPO-BUSCADO.
           MOVE SPACES TO CAMPUS-BUSCADO.
           MOVE 0 TO MATRICULA-BUSCADA.
           IF MODO-CORRIDA = 1
               DISPLAY "GRUPO"
               ACCEPT GRUPO-BUSCADO
           ELSE IF MODO-CORRIDA = 2
               DISPLAY "CAMPUS/TURNO"
               ACCEPT CAMPUS-BUSCADO
           ELSE
               MOVE 3 TO MODO-CORRIDA
               DISPLAY "MATRICULA"
               ACCEPT MATRICULA-BUSCADA
           END-IF
           END-IF.
           MOVE CICLO-BOLETA TO BOL1-CICLO.
           IF PARCIAL-BOLETA = 0
               MOVE "CALIFICACION FINAL" TO BOL1-PERIODO
           ELSE
               MOVE SPACES TO BOL1-PERIODO
               STRING "PARCIAL " PARCIAL-BOLETA DELIMITED BY SIZE
                   INTO BOL1-PERIODO
           END-IF.
           MOVE CIC-FEC-INICIO TO FECHA-INICIO.
           MOVE CIC-FEC-INICIO TO FECHA-SERIE.
           PERFORM CALCULAR-SERIAL.
           MOVE SERIAL-CALCULADO TO SERIAL-INICIO.
           PERFORM CARGAR-FALTAS.
           OPEN INPUT KARDEX.
           OPEN INPUT ALUDATOS.
           OPEN INPUT GRUPOS.
           OPEN INPUT PLANEST.
           OPEN INPUT MATERIAS.
           OPEN INPUT EXAMENES.
           OPEN OUTPUT BOLETAS.
           SORT BOLSORT ON ASCENDING KEY BLS-CAMPUS-TURNO BLS-GRUPO
               BLS-NOMBRE BLS-MATRICULA
               INPUT PROCEDURE SELECCIONAR-ALUMNOS
               OUTPUT PROCEDURE IMPRIMIR-BOLETAS.
           DISPLAY "BOLETAS IMPRESAS     : " CONT-BOLETAS.
           DISPLAY "SIN KARDEX DEL CICLO : " CONT-SIN-KARDEX.
           DISPLAY "SIN DATOS DEL TUTOR  : " CONT-SIN-CONTACTO.
           CLOSE KARDEX.
           CLOSE ALUDATOS.
           CLOSE GRUPOS.
           CLOSE PLANEST.
           CLOSE MATERIAS.
           CLOSE EXAMENES.
           CLOSE BOLETAS.
           CLOSE CICLOS.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *****EL CICLO VIGENTE ES EL PRIMERO NO CERRADO CUYAS FECHAS
      *****CUBREN EL DIA DE HOY, IGUAL QUE EN 1CALVAL
       BUSCAR-CICLO-VIGENTE.
           MOVE 0 TO CICLOS-EOF.
           MOVE 0 TO CIC-CICLO.
           START CICLOS KEY IS NOT LESS THAN CIC-CICLO
               INVALID KEY MOVE 1 TO CICLOS-EOF.
           PERFORM UNTIL CICLOS-EOF = 1
               READ CICLOS NEXT RECORD
                   AT END
                       MOVE 1 TO CICLOS-EOF
                   NOT AT END
                       IF CIC-ESTADO NOT = "CERRADO"
                           AND CIC-FEC-INICIO <= FECHA-HOY-LARGA
                           AND CIC-FEC-FIN >= FECHA-HOY-LARGA
                           MOVE CIC-CICLO TO CICLO-VIGENTE
                           MOVE 1 TO CICLOS-EOF
                       END-IF
               END-READ
           END-PERFORM.

      *****SOLO SE GUARDAN LAS AUSENCIAS DENTRO DEL CICLO; EL CORTE
      *****DEL PARCIAL SE APLICA AL CONTAR CADA ALUMNO
       CARGAR-FALTAS.
           MOVE 0 TO FALTAS-TOTAL.
           OPEN INPUT FALTASALU.
           READ FALTASALU AT END MOVE 1 TO FALTAS-EOF.
           PERFORM UNTIL FALTAS-EOF = 1
               IF FAL-FECHA >= CIC-FEC-INICIO
                   AND FAL-FECHA <= CIC-FEC-FIN
                   AND FALTAS-TOTAL < 2000
                   ADD 1 TO FALTAS-TOTAL
                   MOVE FAL-MATRICULA TO TF-MATRICULA(FALTAS-TOTAL)
                   MOVE FAL-FECHA     TO TF-FECHA(FALTAS-TOTAL)
               END-IF
               READ FALTASALU AT END MOVE 1 TO FALTAS-EOF
               END-READ
           END-PERFORM.
           CLOSE FALTASALU.

       CALCULAR-SERIAL.
           MOVE FECHA-SERIE(1:4) TO ANIO-SERIE.
           MOVE FECHA-SERIE(5:2) TO MES-SERIE.
           MOVE FECHA-SERIE(7:2) TO DIA-SERIE.
           COMPUTE SERIAL-CALCULADO =
               (ANIO-SERIE - 2000) * 365
               + DIAS-ACUM-MES(MES-SERIE)
               + DIA-SERIE.

      *******************************************************************
      *                  SELECCION DE LA POBLACION
      *******************************************************************
      *****LA POBLACION SALE DE ALUPRO; PARA UN CICLO ANTERIOR EL
      *****GRUPO Y LAS CALIFICACIONES SE TOMAN DEL KARDEX DE ESE CICLO
       SELECCIONAR-ALUMNOS SECTION.
           OPEN INPUT ALUPRO.
           MOVE 0 TO ALUPRO-EOF.
           READ ALUPRO AT END MOVE 1 TO ALUPRO-EOF.
           PERFORM SELECCIONAR-UNO UNTIL ALUPRO-EOF = 1.
           CLOSE ALUPRO.
           GO TO FIN-SELECCIONAR.

       SELECCIONAR-UNO.
           IF (MODO-CORRIDA = 1 AND ALUPRO-GPO = GRUPO-BUSCADO)
               OR (MODO-CORRIDA = 2
                   AND ALUPRO-CAMPUS-TURNO = CAMPUS-BUSCADO)
               OR (MODO-CORRIDA = 3
                   AND ALUPRO-MAT = MATRICULA-BUSCADA)
               PERFORM LIBERAR-ALUMNO
           END-IF.
           READ ALUPRO AT END MOVE 1 TO ALUPRO-EOF.

       LIBERAR-ALUMNO.
           MOVE ALUPRO-CAMPUS-TURNO TO BLS-CAMPUS-TURNO.
           MOVE ALUPRO-NOM          TO BLS-NOMBRE.
           MOVE ALUPRO-MAT          TO BLS-MATRICULA.
           IF CICLO-BOLETA = CICLO-VIGENTE
               MOVE ALUPRO-GPO      TO BLS-GRUPO
               MOVE ALUPRO-NUM-CAL  TO BLS-NUM-CAL
               PERFORM VARYING I-CAL FROM 1 BY 1 UNTIL I-CAL > 6
                   MOVE ALUPRO-CAL(I-CAL) TO BLS-CAL(I-CAL)
               END-PERFORM
               MOVE ALUPRO-PROM     TO BLS-PROMEDIO
               MOVE ALUPRO-ESTATUS  TO BLS-ESTATUS
               RELEASE BOLSORT-REG
           ELSE
               MOVE ALUPRO-MAT   TO KAR-MATRICULA
               MOVE CICLO-BOLETA TO KAR-CICLO
               MOVE 1 TO KAR-KEY-EXISTE
               READ KARDEX INVALID KEY MOVE 0 TO KAR-KEY-EXISTE
               END-READ
               IF KAR-KEY-EXISTE = 1
                   MOVE KAR-GRUPO    TO BLS-GRUPO
                   MOVE 0            TO BLS-NUM-CAL
                   PERFORM VARYING I-CAL FROM 1 BY 1 UNTIL I-CAL > 6
                       MOVE KAR-CAL(I-CAL) TO BLS-CAL(I-CAL)
                       IF KAR-CAL(I-CAL) > 0
                           MOVE I-CAL TO BLS-NUM-CAL
                       END-IF
                   END-PERFORM
                   MOVE KAR-PROMEDIO TO BLS-PROMEDIO
                   MOVE KAR-ESTATUS  TO BLS-ESTATUS
                   RELEASE BOLSORT-REG
               ELSE
                   ADD 1 TO CONT-SIN-KARDEX
               END-IF
           END-IF.

       FIN-SELECCIONAR.

      *******************************************************************
      *                    IMPRESION DE BOLETAS
      *******************************************************************
       IMPRIMIR-BOLETAS SECTION.
           MOVE HIGH-VALUES TO GRUPO-ANTERIOR.
           PERFORM LEER-BOLSORT.
           PERFORM IMPRIMIR-UNA UNTIL BOLSORT-EOF = 1.
           GO TO FIN-IMPRIMIR.

       LEER-BOLSORT.
           RETURN BOLSORT AT END MOVE 1 TO BOLSORT-EOF.

       IMPRIMIR-UNA.
           IF BLS-GRUPO NOT = GRUPO-ANTERIOR
               PERFORM DATOS-DEL-GRUPO
           END-IF.
           PERFORM CONTAR-ASISTENCIA.
           MOVE BLS-NOMBRE       TO BOL2-NOMBRE.
           MOVE BLS-MATRICULA    TO BOL2-MATRICULA.
           MOVE BLS-GRUPO        TO BOL3-GRUPO.
           MOVE BLS-CAMPUS-TURNO TO BOL3-CAMPUS.
           MOVE BLS-MATRICULA    TO TUT-MATRICULA.
           MOVE 1 TO TUT-KEY-EXISTE.
           READ ALUDATOS INVALID KEY MOVE 0 TO TUT-KEY-EXISTE.
           IF TUT-KEY-EXISTE = 1
               MOVE TUT-TUTOR     TO BOL4-TUTOR
               MOVE TUT-DOMICILIO TO BOL5-DOMICILIO
           ELSE
               MOVE "PADRE O TUTOR" TO BOL4-TUTOR
               MOVE "(SIN DOMICILIO REGISTRADO)" TO BOL5-DOMICILIO
               ADD 1 TO CONT-SIN-CONTACTO
           END-IF.
           WRITE BOLETAS-REG FROM BOL-LINEA-1 BEFORE PAGE.
           WRITE BOLETAS-REG FROM BOL-LINEA-2 BEFORE 2 LINES.
           WRITE BOLETAS-REG FROM BOL-LINEA-3 BEFORE 1 LINES.
           WRITE BOLETAS-REG FROM BOL-LINEA-4 BEFORE 1 LINES.
           WRITE BOLETAS-REG FROM BOL-LINEA-5 BEFORE 2 LINES.
           WRITE BOLETAS-REG FROM BOL-TITULO-MAT BEFORE 1 LINES.
           PERFORM VARYING I-CAL FROM 1 BY 1 UNTIL I-CAL > 6
               PERFORM IMPRIMIR-MATERIA
           END-PERFORM.
           MOVE BLS-PROMEDIO TO BOLP-PROMEDIO.
           MOVE BLS-ESTATUS  TO BOLP-ESTATUS.
           WRITE BOLETAS-REG FROM BOL-PROMEDIO BEFORE 2 LINES.
           MOVE PORCENTAJE-ASIST TO BOLA-PORCENTAJE.
           MOVE FALTAS-ALUMNO    TO BOLA-FALTAS.
           MOVE DIAS-CLASE       TO BOLA-DIAS.
           WRITE BOLETAS-REG FROM BOL-ASISTENCIA BEFORE 3 LINES.
           WRITE BOLETAS-REG FROM BOL-PIE BEFORE 1 LINES.
           ADD 1 TO CONT-BOLETAS.
           PERFORM LEER-BOLSORT.

      *****LA MATERIA SALE DEL PLAN DEL GRUPO; LA CASILLA SIN MATERIA
      *****EN EL PLAN SOLO SE IMPRIME SI TIENE CALIFICACION CAPTURADA
       IMPRIMIR-MATERIA.
           MOVE SPACES TO BOLD-MATERIA.
           IF PLA-KEY-EXISTE = 1
               AND PLA-MATERIA(I-CAL) NOT = SPACES
               MOVE PLA-MATERIA(I-CAL) TO MAT-CLAVE
               MOVE 1 TO MAT-KEY-EXISTE
               READ MATERIAS INVALID KEY MOVE 0 TO MAT-KEY-EXISTE
               END-READ
               IF MAT-KEY-EXISTE = 1
                   MOVE MAT-NOMBRE TO BOLD-MATERIA
               ELSE
                   MOVE PLA-MATERIA(I-CAL) TO BOLD-MATERIA
               END-IF
           ELSE IF I-CAL <= BLS-NUM-CAL
               STRING "CASILLA " I-CAL DELIMITED BY SIZE
                   INTO BOLD-MATERIA
           END-IF
           END-IF.
           IF BOLD-MATERIA NOT = SPACES
               IF I-CAL <= BLS-NUM-CAL
                   MOVE BLS-CAL(I-CAL) TO BOLD-CAL
               ELSE
                   MOVE 0 TO BOLD-CAL
               END-IF
               WRITE BOLETAS-REG FROM BOL-DETALLE BEFORE 1 LINES
           END-IF.

      *****AL CAMBIAR DE GRUPO SE LEEN SU DESCRIPCION, ASESOR Y PLAN,
      *****Y SE FIJA EL CORTE DE ASISTENCIA DEL PERIODO
       DATOS-DEL-GRUPO.
           MOVE BLS-GRUPO TO GRUPO-ANTERIOR.
           MOVE BLS-GRUPO TO GPO-CLAVE.
           MOVE 1 TO GPO-KEY-EXISTE.
           READ GRUPOS INVALID KEY MOVE 0 TO GPO-KEY-EXISTE.
           IF GPO-KEY-EXISTE = 1
               MOVE GPO-DESCRIPCION TO BOL3-DESCRIPCION
               MOVE GPO-ASESOR      TO BOL3-ASESOR
           ELSE
               MOVE SPACES TO BOL3-DESCRIPCION
               MOVE SPACES TO BOL3-ASESOR
           END-IF.
           MOVE BLS-GRUPO TO PLA-GRUPO.
           MOVE 1 TO PLA-KEY-EXISTE.
           READ PLANEST INVALID KEY MOVE 0 TO PLA-KEY-EXISTE.
           PERFORM FIJAR-FECHA-CORTE.
           MOVE FECHA-CORTE TO FECHA-SERIE.
           PERFORM CALCULAR-SERIAL.
           IF SERIAL-CALCULADO >= SERIAL-INICIO
               COMPUTE DIAS-CLASE ROUNDED =
                   (SERIAL-CALCULADO - SERIAL-INICIO + 1) * 5 / 7
           ELSE
               MOVE 0 TO DIAS-CLASE
           END-IF.

      *****CALIFICACION FINAL: FIN DEL CICLO (U HOY SI NO HA
      *****TERMINADO). PARCIAL: EL ULTIMO EXAMEN DE ESE PARCIAL EN EL
      *****GRUPO; SIN EXAMENES CALENDARIZADOS SE USA EL MISMO CORTE
       FIJAR-FECHA-CORTE.
           IF CIC-FEC-FIN < FECHA-HOY-LARGA
               MOVE CIC-FEC-FIN TO FECHA-CORTE
           ELSE
               MOVE FECHA-HOY-LARGA TO FECHA-CORTE
           END-IF.
           IF PARCIAL-BOLETA > 0
               MOVE 0 TO EXAMENES-EOF
               MOVE CICLO-BOLETA TO EXA-CICLO
               MOVE BLS-GRUPO    TO EXA-GRUPO
               MOVE 0            TO EXA-CASILLA
               MOVE 0            TO EXA-NUMERO
               START EXAMENES KEY IS NOT LESS THAN EXA-LLAVE
                   INVALID KEY MOVE 1 TO EXAMENES-EOF
               END-START
               MOVE 0 TO FECHA-SERIE
               PERFORM UNTIL EXAMENES-EOF = 1
                   READ EXAMENES NEXT RECORD
                       AT END
                           MOVE 1 TO EXAMENES-EOF
                       NOT AT END
                           IF EXA-CICLO NOT = CICLO-BOLETA
                               OR EXA-GRUPO NOT = BLS-GRUPO
                               MOVE 1 TO EXAMENES-EOF
                           ELSE
                               IF EXA-TIPO NOT = "F"
                                   AND EXA-NUMERO = PARCIAL-BOLETA
                                   AND EXA-FECHA > FECHA-SERIE
                                   MOVE EXA-FECHA TO FECHA-SERIE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF FECHA-SERIE > 0
                   MOVE FECHA-SERIE TO FECHA-CORTE
               END-IF
           END-IF.

       CONTAR-ASISTENCIA.
           MOVE 0 TO FALTAS-ALUMNO.
           PERFORM VARYING I-FAL FROM 1 BY 1
                   UNTIL I-FAL > FALTAS-TOTAL
               IF TF-MATRICULA(I-FAL) = BLS-MATRICULA
                   AND TF-FECHA(I-FAL) <= FECHA-CORTE
                   ADD 1 TO FALTAS-ALUMNO
               END-IF
           END-PERFORM.
           IF DIAS-CLASE = 0
               MOVE 100 TO PORCENTAJE-ASIST
           ELSE IF DIAS-CLASE > FALTAS-ALUMNO
               COMPUTE PORCENTAJE-ASIST ROUNDED =
                   (DIAS-CLASE - FALTAS-ALUMNO) * 100 / DIAS-CLASE
           ELSE
               MOVE 0 TO PORCENTAJE-ASIST
           END-IF.

       FIN-IMPRIMIR.

       END PROGRAM 3BOLGEN.
